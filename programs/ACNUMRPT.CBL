      ******************************************************************
      * PROGRAM-ID: ACNUMRPT                                          *
      * DESC      : NIGHTLY ACCOUNT-NUMBER RANGE USAGE REPORT.  LISTS  *
      *             EVERY RANGE ON THE ACCOUNT-NUMBER RANGE FILE       *
      *             (ACTRNG, WBACTRNG.CPY) WITH ITS CAPACITY, NUMBERS  *
      *             HANDED OUT, NUMBERS LEFT AND PERCENT USED, THEN    *
      *             TOTALS THE ACTIVE RANGES BY FIRM/SUB/BRANCH AND    *
      *             WARNS ON EVERY BRANCH THAT IS AT OR PAST THE       *
      *             WARNING PERCENT OR HAS NO NUMBERS LEFT.  THE       *
      *             ACTIMG FULL ACCOUNT IMAGE FILE (WBACTIMG.CPY) IS   *
      *             READ TO COUNT THE ACCOUNTS ALREADY ON ACT IN EACH  *
      *             RANGE, AND ANY AT OR BEYOND THE RANGE'S NEXT-      *
      *             AVAILABLE POINTER ARE FLAGGED - THE ALLOCATOR      *
      *             WOULD HAND THOSE NUMBERS OUT AGAIN.                *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51335        INITIAL VERSION.  THE WARNING *
      *          PERCENT COMES FROM THE RNGPARM CARD AND DEFAULTS TO   *
      *          90.  AN ACCOUNT IS COUNTED AGAINST A RANGE BY FIRM,   *
      *          SUB AND THE 7-DIGIT BASE OF ITS NUMBER, WHICHEVER     *
      *          BRANCH IT NOW SITS IN.  A MISSING RANGE FILE IS       *
      *          REPORTED AND ENDS THE RUN WITH RETURN-CODE 8.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACNUMRPT.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTRNG-FILE    ASSIGN TO "ACTRNG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNG-STATUS.

           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT RNGPARM-FILE   ASSIGN TO "RNGPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT NUMUSE-FILE    ASSIGN TO "NUMUSERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTRNG-FILE
           RECORDING MODE IS F.
           COPY WBACTRNG.

       FD  ACTIMG-FILE
           RECORDING MODE IS F.
           COPY WBACTIMG.

       FD  RNGPARM-FILE
           RECORDING MODE IS F.
       01  RNGPARM-RECORD.
           05  RNGPARM-WARN-PCT               PIC X(3).
           05  FILLER                         PIC X(77).

       FD  NUMUSE-FILE
           RECORDING MODE IS F.
       01  NUMUSE-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-RNG-STATUS                      PIC XX.
           88  WS-RNG-NOT-FOUND               VALUE "35".
           88  WS-RNG-EOF                     VALUE "10".
       01  WS-MST-STATUS                      PIC XX.
           88  WS-MST-NOT-FOUND               VALUE "35".
       01  WS-PARM-STATUS                     PIC XX.
           88  WS-PARM-NOT-FOUND              VALUE "35".
       01  WS-RPT-STATUS                      PIC XX.

       01  WS-MST-EOF-SW                      PIC X    VALUE "N".
           88  WS-MST-AT-EOF                           VALUE "Y".

       01  WS-RNG-INPUT-OK-SW                 PIC X    VALUE "N".
           88  WS-RNG-INPUT-OK                         VALUE "Y".

       01  WS-WARN-PCT                        PIC 9(3) VALUE 90.

       01  WS-RANGE-TABLE-CTL.
           05  WS-RANGE-COUNT                 PIC S9(4) COMP VALUE ZERO.
           05  WS-RANGE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RANGE-COUNT
                   INDEXED BY WS-RG-IDX.
               10  WS-RG-FIRM-NO              PIC 9(3).
               10  WS-RG-SUB-NO               PIC 9(3).
               10  WS-RG-BRANCH               PIC X(4).
               10  WS-RG-LOW-BASE             PIC 9(7).
               10  WS-RG-HIGH-BASE            PIC 9(7).
               10  WS-RG-NEXT-BASE            PIC 9(7).
               10  WS-RG-ACTIVE-SW            PIC X(1).
               10  WS-RG-LAST-ALLOC-DATE      PIC X(10).
               10  WS-RG-ON-FILE              PIC S9(7) COMP-3.
               10  WS-RG-AHEAD                PIC S9(7) COMP-3.

       01  WS-BRANCH-TABLE-CTL.
           05  WS-BRANCH-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BRANCH-COUNT
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-FIRM-NO              PIC 9(3).
               10  WS-BR-SUB-NO               PIC 9(3).
               10  WS-BR-BRANCH               PIC X(4).
               10  WS-BR-CAPACITY             PIC S9(9) COMP-3.
               10  WS-BR-USED                 PIC S9(9) COMP-3.

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-ACCT-NO                         PIC 9(8).
       01  WS-ACCT-NO-R REDEFINES WS-ACCT-NO.
           05  WS-ACCT-BASE                   PIC 9(7).
           05  WS-ACCT-CHECK-DIGIT            PIC 9(1).

       01  WS-CAPACITY                        PIC S9(9) COMP-3.
       01  WS-USED                            PIC S9(9) COMP-3.
       01  WS-REMAINING                       PIC S9(9) COMP-3.
       01  WS-PCT-USED                        PIC S9(3) COMP-3.

       01  WS-COUNTERS.
           05  WS-RANGES-READ                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RANGES-DROPPED              PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DB-ERROR               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RANGES-AHEAD                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-BRANCHES-WARNED             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-BRANCHES-EXHAUSTED          PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(40)
               VALUE "ACCOUNT-NUMBER RANGE USAGE   WARNING AT ".
           05  WS-HDR-WARN-PCT                PIC ZZ9.
           05  FILLER                         PIC X(6) VALUE " PCT".

       01  WS-MISSING-LINE.
           05  FILLER                         PIC X(50)
               VALUE "*** RANGE FILE MISSING - RUN FAILED ***".

       01  WS-RANGE-HDR.
           05  FILLER             PIC X(9)  VALUE "FIRM SUB".
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(9)  VALUE "LOW".
           05  FILLER             PIC X(9)  VALUE "HIGH".
           05  FILLER             PIC X(9)  VALUE "NEXT".
           05  FILLER             PIC X(11) VALUE "   CAPACITY".
           05  FILLER             PIC X(11) VALUE "       USED".
           05  FILLER             PIC X(11) VALUE "       LEFT".
           05  FILLER             PIC X(5)  VALUE "  PCT".
           05  FILLER             PIC X(9)  VALUE "  ON ACT".
           05  FILLER             PIC X(8)  VALUE "  AHEAD".
           05  FILLER             PIC X(12) VALUE "  LAST ALLOC".
           05  FILLER             PIC X(20) VALUE "  STATUS".

       01  WS-RANGE-LINE.
           05  WS-RL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-RL-SUB                      PIC 9(3).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-BRANCH                   PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-RL-LOW                      PIC 9(7).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-HIGH                     PIC 9(7).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-NEXT                     PIC 9(7).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-CAPACITY                 PIC ZZZ,ZZZ,ZZ9.
           05  WS-RL-USED                     PIC ZZZ,ZZZ,ZZ9.
           05  WS-RL-LEFT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-PCT                      PIC ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-ON-FILE                  PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1) VALUE SPACES.
           05  WS-RL-AHEAD                    PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-LAST-ALLOC               PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-RL-STATUS                   PIC X(20).

       01  WS-BRANCH-TITLE.
           05  FILLER                         PIC X(40)
               VALUE "ACTIVE RANGES BY BRANCH".
       01  WS-BRANCH-HDR.
           05  FILLER             PIC X(9)  VALUE "FIRM SUB".
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(11) VALUE "   CAPACITY".
           05  FILLER             PIC X(11) VALUE "       USED".
           05  FILLER             PIC X(11) VALUE "       LEFT".
           05  FILLER             PIC X(5)  VALUE "  PCT".
           05  FILLER             PIC X(30) VALUE "  WARNING".

       01  WS-BRANCH-LINE.
           05  WS-BL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-BL-SUB                      PIC 9(3).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-BL-BRANCH                   PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-BL-CAPACITY                 PIC ZZZ,ZZZ,ZZ9.
           05  WS-BL-USED                     PIC ZZZ,ZZZ,ZZ9.
           05  WS-BL-LEFT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-BL-PCT                      PIC ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-BL-WARNING                  PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "RANGES ON FILE         : ".
           05  WS-SUM-RANGES      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "RANGES NOT LOADED      : ".
           05  WS-SUM-DROPPED     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNT IMAGES READ    : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "RANGES WITH ACCTS AHEAD: ".
           05  WS-SUM-AHEAD       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "BRANCHES NEAR EXHAUST  : ".
           05  WS-SUM-WARNED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "BRANCHES EXHAUSTED     : ".
           05  WS-SUM-EXHAUSTED   PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "BAD ACCOUNT IMAGES     : ".
           05  WS-SUM-DBERR       PIC ZZZ,ZZ9.

       01  WS-RCTL-STATUS                     PIC XX.
           88  WS-RCTL-NOT-FOUND              VALUE "35".

       01  WS-RC-STAMP-DATA.
           05  WS-RC-STAMP-YYYY               PIC 9(4).
           05  WS-RC-STAMP-MM                 PIC 9(2).
           05  WS-RC-STAMP-DD                 PIC 9(2).
           05  WS-RC-STAMP-HH                 PIC 9(2).
           05  WS-RC-STAMP-MI                 PIC 9(2).
           05  WS-RC-STAMP-SS                 PIC 9(2).
           05  FILLER                         PIC X(9).

       01  WS-RC-STAMP-DATE.
           05  WS-RC-SD-MM                    PIC 9(2).
           05  FILLER                         PIC X VALUE "/".
           05  WS-RC-SD-DD                    PIC 9(2).
           05  FILLER                         PIC X VALUE "/".
           05  WS-RC-SD-YYYY                  PIC 9(4).

       01  WS-RC-STAMP-TIME.
           05  WS-RC-ST-HH                    PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-RC-ST-MI                    PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

           COPY WBACTMST.
           COPY WBDBACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9400-STAMP-RUN-START
           PERFORM 1000-INITIALIZE
           IF WS-RNG-INPUT-OK
               PERFORM 2000-PROCESS-MASTER UNTIL WS-MST-AT-EOF
               PERFORM 4000-WRITE-RANGE-LINES
               PERFORM 5000-WRITE-BRANCH-LINES
           ELSE
               WRITE NUMUSE-RECORD FROM WS-MISSING-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM

           OPEN OUTPUT NUMUSE-FILE
           MOVE WS-WARN-PCT TO WS-HDR-WARN-PCT
           WRITE NUMUSE-RECORD FROM WS-HDR-1

           PERFORM 1200-LOAD-RANGE-TABLE

           IF WS-RNG-INPUT-OK
               OPEN INPUT ACTIMG-FILE
               IF WS-MST-NOT-FOUND
                   SET WS-MST-AT-EOF TO TRUE
               ELSE
                   PERFORM 2100-READ-MASTER
               END-IF
           END-IF.

       1100-READ-PARM.
           OPEN INPUT RNGPARM-FILE
           IF WS-PARM-NOT-FOUND
               CONTINUE
           ELSE
               READ RNGPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RNGPARM-WARN-PCT NUMERIC
                           AND RNGPARM-WARN-PCT > "000"
                           AND RNGPARM-WARN-PCT < "101"
                           MOVE RNGPARM-WARN-PCT TO WS-WARN-PCT
                       END-IF
               END-READ
               CLOSE RNGPARM-FILE
           END-IF.

       1200-LOAD-RANGE-TABLE.
           OPEN INPUT ACTRNG-FILE
           IF WS-RNG-NOT-FOUND
               CONTINUE
           ELSE
               SET WS-RNG-INPUT-OK TO TRUE
               PERFORM 1210-LOAD-ONE-RANGE UNTIL WS-RNG-EOF
               CLOSE ACTRNG-FILE
           END-IF.

       1210-LOAD-ONE-RANGE.
           READ ACTRNG-FILE
               AT END
                   SET WS-RNG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RANGES-READ
                   IF WS-RANGE-COUNT < 5000
                       ADD 1 TO WS-RANGE-COUNT
                       SET WS-RG-IDX TO WS-RANGE-COUNT
                       MOVE RNG-FIRM-NO   TO WS-RG-FIRM-NO(WS-RG-IDX)
                       MOVE RNG-SUB-NO    TO WS-RG-SUB-NO(WS-RG-IDX)
                       MOVE RNG-BRANCH    TO WS-RG-BRANCH(WS-RG-IDX)
                       MOVE RNG-LOW-BASE  TO WS-RG-LOW-BASE(WS-RG-IDX)
                       MOVE RNG-HIGH-BASE TO WS-RG-HIGH-BASE(WS-RG-IDX)
                       MOVE RNG-NEXT-BASE TO WS-RG-NEXT-BASE(WS-RG-IDX)
                       MOVE RNG-ACTIVE-SW TO WS-RG-ACTIVE-SW(WS-RG-IDX)
                       MOVE RNG-LAST-ALLOC-DATE
                           TO WS-RG-LAST-ALLOC-DATE(WS-RG-IDX)
                       MOVE ZERO TO WS-RG-ON-FILE(WS-RG-IDX)
                       MOVE ZERO TO WS-RG-AHEAD(WS-RG-IDX)
                   ELSE
                       ADD 1 TO WS-RANGES-DROPPED
                   END-IF
           END-READ.

       2000-PROCESS-MASTER.
           ADD 1 TO WS-RECS-READ
           IF DB-CM-OK
               PERFORM 3000-COUNT-ONE-ACCOUNT
           ELSE
               ADD 1 TO WS-RECS-DB-ERROR
           END-IF
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ ACTIMG-FILE
               AT END
                   SET WS-MST-AT-EOF TO TRUE
               NOT AT END
                   PERFORM 2110-LOAD-ACCOUNT-IMAGE
           END-READ.

       2110-LOAD-ACCOUNT-IMAGE.
           MOVE WB-IMG-MST-IMAGE      TO WB-ACTMST-RECORD
           MOVE WB-IMG-ACT-KEY-IMAGE  TO DB-ACT-KEY-FIELDS
           MOVE WB-IMG-ACT-DATA-IMAGE TO DB-ACT-DATA-FIELDS
           IF DB-ACT-FIRM-NO = WB-MST-FIRM-NO
               AND DB-ACT-SUB-NO = WB-MST-SUB-NO
               AND DB-ACT-ACCT-NO = WB-MST-ACCT-NO
               SET DB-CM-OK TO TRUE
           ELSE
               SET DB-CM-NOT-FOUND TO TRUE
           END-IF.

       3000-COUNT-ONE-ACCOUNT.
           MOVE WB-MST-ACCT-NO TO WS-ACCT-NO
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RANGE-COUNT
               IF WS-RG-FIRM-NO(WS-RG-IDX) = WB-MST-FIRM-NO
                   AND WS-RG-SUB-NO(WS-RG-IDX) = WB-MST-SUB-NO
                   AND WS-ACCT-BASE NOT < WS-RG-LOW-BASE(WS-RG-IDX)
                   AND WS-ACCT-BASE NOT > WS-RG-HIGH-BASE(WS-RG-IDX)
                   ADD 1 TO WS-RG-ON-FILE(WS-RG-IDX)
                   IF WS-ACCT-BASE NOT < WS-RG-NEXT-BASE(WS-RG-IDX)
                       ADD 1 TO WS-RG-AHEAD(WS-RG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       4000-WRITE-RANGE-LINES.
           WRITE NUMUSE-RECORD FROM WS-RANGE-HDR
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RANGE-COUNT
               PERFORM 4100-WRITE-ONE-RANGE
           END-PERFORM.

       4100-WRITE-ONE-RANGE.
           COMPUTE WS-CAPACITY = WS-RG-HIGH-BASE(WS-RG-IDX)
               - WS-RG-LOW-BASE(WS-RG-IDX) + 1
           COMPUTE WS-USED = WS-RG-NEXT-BASE(WS-RG-IDX)
               - WS-RG-LOW-BASE(WS-RG-IDX)
           IF WS-USED < ZERO
               MOVE ZERO TO WS-USED
           END-IF
           IF WS-USED > WS-CAPACITY
               MOVE WS-CAPACITY TO WS-USED
           END-IF
           COMPUTE WS-REMAINING = WS-CAPACITY - WS-USED
           PERFORM 4200-COMPUTE-PCT-USED

           MOVE WS-RG-FIRM-NO(WS-RG-IDX)   TO WS-RL-FIRM
           MOVE WS-RG-SUB-NO(WS-RG-IDX)    TO WS-RL-SUB
           MOVE WS-RG-BRANCH(WS-RG-IDX)    TO WS-RL-BRANCH
           MOVE WS-RG-LOW-BASE(WS-RG-IDX)  TO WS-RL-LOW
           MOVE WS-RG-HIGH-BASE(WS-RG-IDX) TO WS-RL-HIGH
           MOVE WS-RG-NEXT-BASE(WS-RG-IDX) TO WS-RL-NEXT
           MOVE WS-CAPACITY                TO WS-RL-CAPACITY
           MOVE WS-USED                    TO WS-RL-USED
           MOVE WS-REMAINING               TO WS-RL-LEFT
           MOVE WS-PCT-USED                TO WS-RL-PCT
           MOVE WS-RG-ON-FILE(WS-RG-IDX)   TO WS-RL-ON-FILE
           MOVE WS-RG-AHEAD(WS-RG-IDX)     TO WS-RL-AHEAD
           MOVE WS-RG-LAST-ALLOC-DATE(WS-RG-IDX) TO WS-RL-LAST-ALLOC

           EVALUATE TRUE
               WHEN WS-RG-ACTIVE-SW(WS-RG-IDX) NOT = "Y"
                   MOVE "INACTIVE"             TO WS-RL-STATUS
               WHEN WS-RG-AHEAD(WS-RG-IDX) > ZERO
                   MOVE "ACCTS AHEAD OF NEXT"  TO WS-RL-STATUS
                   ADD 1 TO WS-RANGES-AHEAD
               WHEN WS-REMAINING = ZERO
                   MOVE "EXHAUSTED"            TO WS-RL-STATUS
               WHEN OTHER
                   MOVE SPACES                 TO WS-RL-STATUS
           END-EVALUATE
           WRITE NUMUSE-RECORD FROM WS-RANGE-LINE

           IF WS-RG-ACTIVE-SW(WS-RG-IDX) = "Y"
               PERFORM 4300-ADD-TO-BRANCH
           END-IF.

       4200-COMPUTE-PCT-USED.
           IF WS-CAPACITY > ZERO
               COMPUTE WS-PCT-USED = (WS-USED * 100) / WS-CAPACITY
           ELSE
               MOVE 100 TO WS-PCT-USED
           END-IF.

       4300-ADD-TO-BRANCH.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT OR WS-FOUND
               IF WS-BR-FIRM-NO(WS-BR-IDX) = WS-RG-FIRM-NO(WS-RG-IDX)
                   AND WS-BR-SUB-NO(WS-BR-IDX) =
                       WS-RG-SUB-NO(WS-RG-IDX)
                   AND WS-BR-BRANCH(WS-BR-IDX) =
                       WS-RG-BRANCH(WS-RG-IDX)
                   ADD WS-CAPACITY TO WS-BR-CAPACITY(WS-BR-IDX)
                   ADD WS-USED     TO WS-BR-USED(WS-BR-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BR-IDX TO WS-BRANCH-COUNT
               MOVE WS-RG-FIRM-NO(WS-RG-IDX) TO WS-BR-FIRM-NO(WS-BR-IDX)
               MOVE WS-RG-SUB-NO(WS-RG-IDX)  TO WS-BR-SUB-NO(WS-BR-IDX)
               MOVE WS-RG-BRANCH(WS-RG-IDX)  TO WS-BR-BRANCH(WS-BR-IDX)
               MOVE WS-CAPACITY TO WS-BR-CAPACITY(WS-BR-IDX)
               MOVE WS-USED     TO WS-BR-USED(WS-BR-IDX)
           END-IF.

       5000-WRITE-BRANCH-LINES.
           WRITE NUMUSE-RECORD FROM WS-BRANCH-TITLE
           WRITE NUMUSE-RECORD FROM WS-BRANCH-HDR
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               PERFORM 5100-WRITE-ONE-BRANCH
           END-PERFORM.

       5100-WRITE-ONE-BRANCH.
           MOVE WS-BR-CAPACITY(WS-BR-IDX) TO WS-CAPACITY
           MOVE WS-BR-USED(WS-BR-IDX)     TO WS-USED
           COMPUTE WS-REMAINING = WS-CAPACITY - WS-USED
           PERFORM 4200-COMPUTE-PCT-USED

           MOVE WS-BR-FIRM-NO(WS-BR-IDX) TO WS-BL-FIRM
           MOVE WS-BR-SUB-NO(WS-BR-IDX)  TO WS-BL-SUB
           MOVE WS-BR-BRANCH(WS-BR-IDX)  TO WS-BL-BRANCH
           MOVE WS-CAPACITY              TO WS-BL-CAPACITY
           MOVE WS-USED                  TO WS-BL-USED
           MOVE WS-REMAINING             TO WS-BL-LEFT
           MOVE WS-PCT-USED              TO WS-BL-PCT

           EVALUATE TRUE
               WHEN WS-REMAINING = ZERO
                   MOVE "*** NO NUMBERS LEFT ***" TO WS-BL-WARNING
                   ADD 1 TO WS-BRANCHES-EXHAUSTED
               WHEN WS-PCT-USED NOT < WS-WARN-PCT
                   MOVE "** NEAR EXHAUSTION **"   TO WS-BL-WARNING
                   ADD 1 TO WS-BRANCHES-WARNED
               WHEN OTHER
                   MOVE SPACES                    TO WS-BL-WARNING
           END-EVALUATE
           WRITE NUMUSE-RECORD FROM WS-BRANCH-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RANGES-READ        TO WS-SUM-RANGES
           MOVE WS-RANGES-DROPPED     TO WS-SUM-DROPPED
           MOVE WS-RECS-READ          TO WS-SUM-READ
           MOVE WS-RANGES-AHEAD       TO WS-SUM-AHEAD
           MOVE WS-BRANCHES-WARNED    TO WS-SUM-WARNED
           MOVE WS-BRANCHES-EXHAUSTED TO WS-SUM-EXHAUSTED
           MOVE WS-RECS-DB-ERROR      TO WS-SUM-DBERR
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE2
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE3
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE4
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE5
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE6
           WRITE NUMUSE-RECORD FROM WS-SUMMARY-LINE7.

       9000-TERMINATE.
           IF WS-RNG-INPUT-OK
               AND NOT WS-MST-NOT-FOUND
               CLOSE ACTIMG-FILE
           END-IF
           CLOSE NUMUSE-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACNUMRPT"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
           MOVE WS-RC-STAMP-DD   TO WS-RC-SD-DD
           MOVE WS-RC-STAMP-YYYY TO WS-RC-SD-YYYY
           MOVE WS-RC-STAMP-HH   TO WS-RC-ST-HH
           MOVE WS-RC-STAMP-MI   TO WS-RC-ST-MI
           MOVE WS-RC-STAMP-SS   TO WS-RC-ST-SS.

       9500-WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           MOVE WS-RC-STAMP-DATE TO WB-RC-END-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-END-TIME
           MOVE WS-RECS-READ        TO WB-RC-RECS-READ
           MOVE WS-RANGE-COUNT      TO WB-RC-RECS-WRITTEN
           MOVE WS-RECS-DB-ERROR    TO WB-RC-RECS-REJECTED
           IF WS-RNG-INPUT-OK
               SET WB-RC-CLEAN TO TRUE
           ELSE
               SET WB-RC-FAILED TO TRUE
           END-IF
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
