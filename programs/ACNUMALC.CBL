      ******************************************************************
      * PROGRAM-ID: ACNUMALC                                          *
      * DESC      : ACCOUNT-NUMBER ALLOCATION SERVICE.  HANDS OUT THE  *
      *             NEXT ACCOUNT NUMBER, WITH ITS MOD-10 CHECK DIGIT,  *
      *             FROM THE BRANCH'S RANGE ON THE ACCOUNT-NUMBER      *
      *             RANGE FILE (ACTRNG, WBACTRNG.CPY) AND ADVANCES     *
      *             THE RANGE'S NEXT-AVAILABLE POINTER IN PLACE, SO    *
      *             THE ACCOUNTS_V3 CREATEACCOUNT SERVICE NO LONGER    *
      *             DEPENDS ON A BRANCH'S OWN "NEXT NUMBER" LIST.      *
      *             ALSO VALIDATES A SUPPLIED NUMBER AGAINST THE       *
      *             BRANCH'S RANGES AND CHECK DIGIT FOR THE ACNUMVAL   *
      *             PRE-INSERT VALIDATION.  PARAMETERS ARE IN          *
      *             WBNUMPRM.CPY.                                      *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51335        INITIAL VERSION.  THE CHECK   *
      *          DIGIT IS THE STANDARD MOD-10 (LUHN) DIGIT OF THE      *
      *          7-DIGIT BASE.  AN ALLOCATION OPENS THE RANGE FILE     *
      *          I-O, REWRITES THE BRANCH'S RANGE RECORD WITH THE      *
      *          POINTER ADVANCED AND CLOSES IT AGAIN ON EVERY CALL,   *
      *          SO NO NUMBER IS HANDED OUT TWICE EVEN ACROSS REGION   *
      *          RESTARTS; A BRANCH WITH MORE THAN ONE RANGE MOVES ON  *
      *          TO THE NEXT ONE WHEN THE FIRST IS EXHAUSTED.          *
      *          VALIDATION USES A COPY OF THE RANGES LOADED ONCE PER  *
      *          RUN UNIT, AS ACCLRVAL DOES WITH CLRXRF - ONLY THE     *
      *          RANGE LIMITS ARE CHECKED, WHICH THE ALLOCATOR NEVER   *
      *          CHANGES.                                              *
      * T MERCER 10/15/26 WR51335        ANY OPEN OF THE RANGE FILE    *
      *          OTHER THAN A CLEAN ONE (LOCKED, BAD ATTRIBUTES, I/O   *
      *          ERROR) IS NOW TREATED AS A MISSING RANGE FILE.  ONLY  *
      *          STATUS 35 WAS TESTED, AND ANY OTHER FAILURE LEFT THE  *
      *          READ LOOP WAITING FOR AN END OF FILE THAT NEVER CAME. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACNUMALC.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTRNG-FILE  ASSIGN TO "ACTRNG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTRNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTRNG-FILE
           RECORDING MODE IS F.
           COPY WBACTRNG.

       WORKING-STORAGE SECTION.
       01  WS-ACTRNG-STATUS               PIC XX.
           88  WS-ACTRNG-OK               VALUE "00".
           88  WS-ACTRNG-EOF              VALUE "10".
           88  WS-ACTRNG-NOT-FOUND        VALUE "35".

       01  WS-RNG-EOF-SW                  PIC X    VALUE "N".
           88  WS-RNG-AT-EOF                       VALUE "Y".

       01  WS-TABLE-LOADED-SW             PIC X    VALUE "N".
           88  WS-TABLE-IS-LOADED                  VALUE "Y".

       01  WS-RANGE-FILE-SW               PIC X    VALUE "N".
           88  WS-RANGE-FILE-PRESENT               VALUE "Y".

       01  WS-RANGE-TABLE-CTL.
           05  WS-RANGE-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-RANGE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RANGE-COUNT
                   INDEXED BY WS-RG-IDX.
               10  WS-RG-FIRM-NO          PIC 9(3).
               10  WS-RG-SUB-NO           PIC 9(3).
               10  WS-RG-BRANCH           PIC X(4).
               10  WS-RG-LOW-BASE         PIC 9(7).
               10  WS-RG-HIGH-BASE        PIC 9(7).
               10  WS-RG-ACTIVE-SW        PIC X(1).

       01  WS-ACCT-NO                     PIC 9(8).
       01  WS-ACCT-NO-R REDEFINES WS-ACCT-NO.
           05  WS-ACCT-BASE               PIC 9(7).
           05  WS-ACCT-CHECK-DIGIT        PIC 9(1).

       01  WS-BASE-NO                     PIC 9(7).
       01  WS-BASE-NO-R REDEFINES WS-BASE-NO.
           05  WS-BASE-DIGIT              PIC 9(1) OCCURS 7 TIMES.

       01  WS-DIGIT-SUB                   PIC S9(4) COMP.
       01  WS-DIGIT-WORK                  PIC 9(2).
       01  WS-DIGIT-SUM                   PIC 9(3).
       01  WS-SUM-QUOTIENT                PIC 9(3).
       01  WS-SUM-REMAINDER               PIC 9(1).
       01  WS-CHECK-DIGIT                 PIC 9(1).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYY                PIC 9(4).
           05  WS-CDT-MM                  PIC 9(2).
           05  WS-CDT-DD                  PIC 9(2).
           05  FILLER                     PIC X(13).

       01  WS-ALLOC-DATE-DISPLAY.
           05  WS-AD-MM                   PIC 9(2).
           05  FILLER                     PIC X VALUE "/".
           05  WS-AD-DD                   PIC 9(2).
           05  FILLER                     PIC X VALUE "/".
           05  WS-AD-YYYY                 PIC 9(4).

       LINKAGE SECTION.
           COPY WBNUMPRM REPLACING WB-NUMPRM-PARMS BY
                                    LK-NUMPRM-PARMS.

       PROCEDURE DIVISION USING LK-NUMPRM-PARMS.
       0000-MAIN.
           MOVE ZERO TO NP-REMAINING

           EVALUATE TRUE
               WHEN NP-ALLOCATE
                   PERFORM 2000-ALLOCATE-NUMBER
               WHEN NP-VALIDATE
                   IF NOT WS-TABLE-IS-LOADED
                       PERFORM 1000-LOAD-TABLE
                       SET WS-TABLE-IS-LOADED TO TRUE
                   END-IF
                   PERFORM 3000-VALIDATE-NUMBER
               WHEN OTHER
                   SET NP-NO-RANGE TO TRUE
           END-EVALUATE

           GOBACK.

       1000-LOAD-TABLE.
           MOVE ZERO TO WS-RANGE-COUNT
           OPEN INPUT ACTRNG-FILE
           IF NOT WS-ACTRNG-OK
               CONTINUE
           ELSE
               SET WS-RANGE-FILE-PRESENT TO TRUE
               PERFORM 1100-LOAD-ONE UNTIL WS-ACTRNG-EOF
               CLOSE ACTRNG-FILE
           END-IF.

       1100-LOAD-ONE.
           READ ACTRNG-FILE
               AT END
                   SET WS-ACTRNG-EOF TO TRUE
               NOT AT END
                   IF WS-RANGE-COUNT < 5000
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE RNG-FIRM-NO   TO
                                    WS-RG-FIRM-NO(WS-RANGE-COUNT)
                       MOVE RNG-SUB-NO    TO
                                    WS-RG-SUB-NO(WS-RANGE-COUNT)
                       MOVE RNG-BRANCH    TO
                                    WS-RG-BRANCH(WS-RANGE-COUNT)
                       MOVE RNG-LOW-BASE  TO
                                    WS-RG-LOW-BASE(WS-RANGE-COUNT)
                       MOVE RNG-HIGH-BASE TO
                                    WS-RG-HIGH-BASE(WS-RANGE-COUNT)
                       MOVE RNG-ACTIVE-SW TO
                                    WS-RG-ACTIVE-SW(WS-RANGE-COUNT)
                   END-IF
           END-READ.

       2000-ALLOCATE-NUMBER.
           MOVE ZERO TO NP-ACCT-NO
           OPEN I-O ACTRNG-FILE
           IF NOT WS-ACTRNG-OK
               SET NP-NO-RANGE-FILE TO TRUE
           ELSE
               SET NP-NO-RANGE TO TRUE
               MOVE "N" TO WS-RNG-EOF-SW
               PERFORM 2100-READ-FOR-ALLOCATE
                   UNTIL WS-RNG-AT-EOF OR NP-OK
               CLOSE ACTRNG-FILE
           END-IF.

       2100-READ-FOR-ALLOCATE.
           READ ACTRNG-FILE
               AT END
                   SET WS-RNG-AT-EOF TO TRUE
               NOT AT END
                   IF RNG-FIRM-NO = NP-FIRM-NO
                       AND RNG-SUB-NO = NP-SUB-NO
                       AND RNG-BRANCH = NP-BRANCH
                       AND RNG-ACTIVE
                       IF RNG-NEXT-BASE > RNG-HIGH-BASE
                           SET NP-RANGE-EXHAUSTED TO TRUE
                       ELSE
                           PERFORM 2200-TAKE-NEXT-NUMBER
                       END-IF
                   END-IF
           END-READ.

       2200-TAKE-NEXT-NUMBER.
           MOVE RNG-NEXT-BASE TO WS-BASE-NO
           PERFORM 5000-COMPUTE-CHECK-DIGIT
           MOVE WS-BASE-NO     TO WS-ACCT-BASE
           MOVE WS-CHECK-DIGIT TO WS-ACCT-CHECK-DIGIT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-MM   TO WS-AD-MM
           MOVE WS-CDT-DD   TO WS-AD-DD
           MOVE WS-CDT-YYYY TO WS-AD-YYYY

           ADD 1 TO RNG-NEXT-BASE
           MOVE WS-ALLOC-DATE-DISPLAY TO RNG-LAST-ALLOC-DATE
           REWRITE WB-ACTRNG-RECORD
           IF WS-ACTRNG-OK
               MOVE WS-ACCT-NO TO NP-ACCT-NO
               COMPUTE NP-REMAINING =
                   RNG-HIGH-BASE - RNG-NEXT-BASE + 1
               SET NP-OK TO TRUE
           ELSE
               SET NP-NO-RANGE-FILE TO TRUE
               SET WS-RNG-AT-EOF TO TRUE
           END-IF.

       3000-VALIDATE-NUMBER.
           IF NOT WS-RANGE-FILE-PRESENT
               SET NP-NO-RANGE-FILE TO TRUE
           ELSE
               MOVE NP-ACCT-NO TO WS-ACCT-NO
               SET NP-NO-RANGE TO TRUE
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RANGE-COUNT OR NP-OK
                   IF WS-RG-FIRM-NO(WS-RG-IDX) = NP-FIRM-NO
                       AND WS-RG-SUB-NO(WS-RG-IDX) = NP-SUB-NO
                       AND WS-RG-BRANCH(WS-RG-IDX) = NP-BRANCH
                       AND WS-RG-ACTIVE-SW(WS-RG-IDX) = "Y"
                       IF WS-ACCT-BASE NOT < WS-RG-LOW-BASE(WS-RG-IDX)
                           AND WS-ACCT-BASE
                               NOT > WS-RG-HIGH-BASE(WS-RG-IDX)
                           SET NP-OK TO TRUE
                       ELSE
                           SET NP-OUT-OF-RANGE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NP-OK
                   MOVE WS-ACCT-BASE TO WS-BASE-NO
                   PERFORM 5000-COMPUTE-CHECK-DIGIT
                   IF WS-CHECK-DIGIT NOT = WS-ACCT-CHECK-DIGIT
                       SET NP-BAD-CHECK-DIGIT TO TRUE
                   END-IF
               END-IF
           END-IF.

       5000-COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-DIGIT-SUM
           PERFORM VARYING WS-DIGIT-SUB FROM 7 BY -2
                   UNTIL WS-DIGIT-SUB < 1
               COMPUTE WS-DIGIT-WORK = WS-BASE-DIGIT(WS-DIGIT-SUB) * 2
               IF WS-DIGIT-WORK > 9
                   SUBTRACT 9 FROM WS-DIGIT-WORK
               END-IF
               ADD WS-DIGIT-WORK TO WS-DIGIT-SUM
           END-PERFORM
           PERFORM VARYING WS-DIGIT-SUB FROM 6 BY -2
                   UNTIL WS-DIGIT-SUB < 1
               ADD WS-BASE-DIGIT(WS-DIGIT-SUB) TO WS-DIGIT-SUM
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-SUM-QUOTIENT
               REMAINDER WS-SUM-REMAINDER
           IF WS-SUM-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-SUM-REMAINDER
           END-IF.
