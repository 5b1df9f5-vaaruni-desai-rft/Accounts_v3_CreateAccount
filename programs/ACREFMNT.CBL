      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        STAMP THE CYCLE'S BUSINESS    *
      *          DATE, AS RETURNED BY THE ACPRCDTE PROCESSING-DATE     *
      *          SERVICE, AND ITS SOURCE ON THE RUN-CONTROL RECORD SO  *
      *          ACOPSCTL CAN FLAG A JOB THAT RAN AGAINST A DIFFERENT  *
      *          DAY THAN THE REST OF THE CYCLE.                       *
      * T MERCER 10/15/26 WR51335        MAINTAIN THE ACCOUNT-NUMBER   *
      *          RANGE FILE (WBACTRNG.CPY, DD ACTRNGI/ACTRNGO) AS A    *
      *          THIRD MASTER.  ADD OPENS A RANGE WITH ITS POINTER AT  *
      *          THE LOW END, CHANGE MOVES THE HIGH END (NEVER BELOW   *
      *          A NUMBER ALREADY HANDED OUT) AND REACTIVATES, AND     *
      *          DEACTIVATE KEEPS THE RANGE WITH THE ACTIVE SWITCH     *
      *          OFF.  NO RANGE MAY OVERLAP ANOTHER IN THE SAME        *
      *          FIRM/SUB, WHATEVER ITS BRANCH.  THE ACNUMALC          *
      *          ALLOCATOR ADVANCES THE POINTERS ON THE LIVE FILE, SO  *
      *          THIS JOB MUST RUN WHILE THE SERVICE IS DOWN, AS FOR   *
      *          CLRXRF.  A MISSING ACTRNGI HARD-STOPS LIKE THE OTHER  *
      *          TWO MASTERS - ALLOCATE AN EMPTY ONE TO START.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACREFMNT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDO-STATUS.

           SELECT ACTRNGI-FILE   ASSIGN TO "ACTRNGI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGI-STATUS.

           SELECT ACTRNGO-FILE   ASSIGN TO "ACTRNGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGO-STATUS.

           SELECT REFTXN-FILE    ASSIGN TO "REFTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           RECORDING MODE IS F.
       01  CNYDFTO-RECORD                 PIC X(26).

       FD  ACTRNGI-FILE
           RECORDING MODE IS F.
       01  ACTRNGI-RECORD                 PIC X(60).

       FD  ACTRNGO-FILE
           RECORDING MODE IS F.
       01  ACTRNGO-RECORD                 PIC X(60).

       FD  REFTXN-FILE
           RECORDING MODE IS F.
           COPY WBREFTXN.
           88  WS-CDI-NOT-FOUND           VALUE "35".
           88  WS-CDI-EOF                 VALUE "10".
       01  WS-CDO-STATUS                  PIC XX.
       01  WS-RGI-STATUS                  PIC XX.
           88  WS-RGI-NOT-FOUND           VALUE "35".
           88  WS-RGI-EOF                 VALUE "10".
       01  WS-RGO-STATUS                  PIC XX.
       01  WS-TXN-STATUS                  PIC XX.
           88  WS-TXN-EOF                 VALUE "10".
       01  WS-AUD-STATUS                  PIC XX.
       01  WS-CD-INPUT-OK-SW              PIC X    VALUE "N".
           88  WS-CD-INPUT-OK                      VALUE "Y".

       01  WS-RG-INPUT-OK-SW              PIC X    VALUE "N".
           88  WS-RG-INPUT-OK                      VALUE "Y".

           COPY WBCLRXRF.

           COPY WBCNYDFT.

           COPY WBACTRNG.

       01  WS-CLRXRF-TABLE-CTL.
           05  WS-CX-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-CX-ENTRY OCCURS 1 TO 5000 TIMES
               10  WS-CD-EFF-DATE         PIC X(10).
               10  WS-CD-DELETED-SW       PIC X(1).

       01  WS-ACTRNG-TABLE-CTL.
           05  WS-RG-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  WS-RG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RG-COUNT
                   INDEXED BY WS-RG-IDX.
               10  WS-RG-FIRM-NO          PIC 9(3).
               10  WS-RG-SUB-NO           PIC 9(3).
               10  WS-RG-BRANCH           PIC X(4).
               10  WS-RG-LOW-BASE         PIC 9(7).
               10  WS-RG-HIGH-BASE        PIC 9(7).
               10  WS-RG-NEXT-BASE        PIC 9(7).
               10  WS-RG-ACTIVE-SW        PIC X(1).
               10  WS-RG-EFF-DATE         PIC X(10).
               10  WS-RG-LAST-ALLOC-DATE  PIC X(10).

       01  WS-OVERLAP-SW                  PIC X.
           88  WS-OVERLAP                 VALUE "Y".
           88  WS-NO-OVERLAP              VALUE "N".

       01  WS-NEW-HIGH-BASE               PIC 9(7).

       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
           88  WS-NOT-FOUND               VALUE "N".
           05  WS-CX-WRITTEN              PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CD-LOADED               PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CD-WRITTEN              PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-RG-LOADED               PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-RG-WRITTEN              PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-HDR-1.
           05  FILLER                     PIC X(48)
               VALUE "CLRXRF/CNYDFT/ACTRNG REFERENCE-DATA MAINTENANCE".

       01  WS-CX-MISSING-LINE.
           05  FILLER             PIC X(45)
           05  FILLER             PIC X(25)
               VALUE " CNYDFT TXNS REJECTED".

       01  WS-RG-MISSING-LINE.
           05  FILLER             PIC X(45)
               VALUE "ACTRNG INPUT MASTER MISSING - NO REWRITE,".
           05  FILLER             PIC X(25)
               VALUE " ACTRNG TXNS REJECTED".

       01  WS-RUN-FAILED-LINE.
           05  FILLER             PIC X(45)
               VALUE "*** RUN FAILED - SEE MISSING MASTER ABOVE ***".
           05  WS-SUM-CDIN        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3) VALUE " / ".
           05  WS-SUM-CDOUT       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "ACTRNG IN / OUT        : ".
           05  WS-SUM-RGIN        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3) VALUE " / ".
           05  WS-SUM-RGOUT       PIC ZZZ,ZZ9.


       01  WS-RCTL-STATUS                     PIC XX.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-WRITE-SUMMARY
           IF NOT WS-CX-INPUT-OK
               OR NOT WS-CD-INPUT-OK
               OR NOT WS-RG-INPUT-OK
               WRITE REFRPT-RECORD FROM WS-RUN-FAILED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 1100-LOAD-CLRXRF-TABLE
           PERFORM 1200-LOAD-CNYDFT-TABLE
           PERFORM 1300-LOAD-ACTRNG-TABLE

           OPEN EXTEND REFAUD-FILE
           IF WS-AUD-STATUS = "35"
                   MOVE "N" TO WS-CD-DELETED-SW(WS-CD-COUNT)
           END-READ.

       1300-LOAD-ACTRNG-TABLE.
           OPEN INPUT ACTRNGI-FILE
           IF WS-RGI-NOT-FOUND
               WRITE REFRPT-RECORD FROM WS-RG-MISSING-LINE
           ELSE
               SET WS-RG-INPUT-OK TO TRUE
               PERFORM 1310-LOAD-ONE-ACTRNG UNTIL WS-RGI-EOF
               CLOSE ACTRNGI-FILE
           END-IF.

       1310-LOAD-ONE-ACTRNG.
           READ ACTRNGI-FILE INTO WB-ACTRNG-RECORD
               AT END
                   SET WS-RGI-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RG-COUNT
                   ADD 1 TO WS-RG-LOADED
                   MOVE RNG-FIRM-NO    TO WS-RG-FIRM-NO(WS-RG-COUNT)
                   MOVE RNG-SUB-NO     TO WS-RG-SUB-NO(WS-RG-COUNT)
                   MOVE RNG-BRANCH     TO WS-RG-BRANCH(WS-RG-COUNT)
                   MOVE RNG-LOW-BASE   TO WS-RG-LOW-BASE(WS-RG-COUNT)
                   MOVE RNG-HIGH-BASE  TO WS-RG-HIGH-BASE(WS-RG-COUNT)
                   MOVE RNG-NEXT-BASE  TO WS-RG-NEXT-BASE(WS-RG-COUNT)
                   MOVE RNG-ACTIVE-SW  TO WS-RG-ACTIVE-SW(WS-RG-COUNT)
                   MOVE RNG-EFFECTIVE-DATE TO
                                     WS-RG-EFF-DATE(WS-RG-COUNT)
                   MOVE RNG-LAST-ALLOC-DATE TO
                                     WS-RG-LAST-ALLOC-DATE(WS-RG-COUNT)
           END-READ.

       2000-PROCESS-TXNS.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-REASON
           PERFORM 3000-VALIDATE-COMMON
           IF WS-REASON = SPACES
               EVALUATE TRUE
                   WHEN REFTXN-CLRXRF AND WS-CX-INPUT-OK
                       PERFORM 4000-APPLY-CLRXRF-TXN
                   WHEN REFTXN-CNYDFT AND WS-CD-INPUT-OK
                       PERFORM 5000-APPLY-CNYDFT-TXN
                   WHEN REFTXN-ACTRNG AND WS-RG-INPUT-OK
                       PERFORM 5500-APPLY-ACTRNG-TXN
                   WHEN OTHER
                       MOVE "INPUT MASTER MISSING - RUN FAILED"
                           TO WS-REASON
               END-EVALUATE
           END-IF
           IF WS-REASON = SPACES
               PERFORM 7100-WRITE-APPLIED-LINE

       3000-VALIDATE-COMMON.
           IF NOT REFTXN-CLRXRF AND NOT REFTXN-CNYDFT
               AND NOT REFTXN-ACTRNG
               MOVE "UNKNOWN FILE ID" TO WS-REASON
           ELSE
               IF NOT REFTXN-ADD AND NOT REFTXN-DEACTIVATE
               END-IF
           END-IF.

       5500-APPLY-ACTRNG-TXN.
           IF REFTXN-RNG-FIRM-NO NOT NUMERIC
               OR REFTXN-RNG-FIRM-NO = ZERO
               OR REFTXN-RNG-SUB-NO NOT NUMERIC
               MOVE "FIRM/SUB MISSING OR NOT NUMERIC" TO WS-REASON
           ELSE
               IF REFTXN-RNG-BRANCH = SPACES
                   MOVE "BRANCH MISSING" TO WS-REASON
               ELSE
                   IF REFTXN-RNG-LOW-BASE NOT NUMERIC
                       OR REFTXN-RNG-LOW-BASE = ZERO
                       MOVE "LOW BASE MISSING OR NOT NUMERIC"
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REASON = SPACES
               PERFORM 5510-FIND-ACTRNG-ENTRY
               EVALUATE TRUE
                   WHEN REFTXN-ADD
                       PERFORM 5600-ACTRNG-ADD
                   WHEN REFTXN-DEACTIVATE
                       PERFORM 5700-ACTRNG-DEACTIVATE
                   WHEN REFTXN-CHANGE
                       PERFORM 5800-ACTRNG-CHANGE
               END-EVALUATE
           END-IF.

       5510-FIND-ACTRNG-ENTRY.
           SET WS-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT OR WS-FOUND
               IF WS-RG-FIRM-NO(WS-RG-IDX) = REFTXN-RNG-FIRM-NO
                   AND WS-RG-SUB-NO(WS-RG-IDX) = REFTXN-RNG-SUB-NO
                   AND WS-RG-BRANCH(WS-RG-IDX) = REFTXN-RNG-BRANCH
                   AND WS-RG-LOW-BASE(WS-RG-IDX) = REFTXN-RNG-LOW-BASE
                   SET WS-MATCH-SUB TO WS-RG-IDX
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       5520-VALIDATE-HIGH-BASE.
           IF REFTXN-RNG-HIGH-BASE NOT NUMERIC
               OR REFTXN-RNG-HIGH-BASE < REFTXN-RNG-LOW-BASE
               OR REFTXN-RNG-HIGH-BASE = 9999999
               MOVE "HIGH BASE NOT NUMERIC, < LOW OR 9999999"
                   TO WS-REASON
           ELSE
               MOVE REFTXN-RNG-HIGH-BASE TO WS-NEW-HIGH-BASE
               PERFORM 5530-CHECK-OVERLAP
               IF WS-OVERLAP
                   MOVE "OVERLAPS ANOTHER RANGE IN FIRM/SUB"
                       TO WS-REASON
               END-IF
           END-IF.

       5530-CHECK-OVERLAP.
           SET WS-NO-OVERLAP TO TRUE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT OR WS-OVERLAP
               IF WS-RG-FIRM-NO(WS-RG-IDX) = REFTXN-RNG-FIRM-NO
                   AND WS-RG-SUB-NO(WS-RG-IDX) = REFTXN-RNG-SUB-NO
                   AND WS-RG-IDX NOT = WS-MATCH-SUB
                   AND WS-RG-LOW-BASE(WS-RG-IDX) NOT > WS-NEW-HIGH-BASE
                   AND WS-RG-HIGH-BASE(WS-RG-IDX)
                       NOT < REFTXN-RNG-LOW-BASE
                   SET WS-OVERLAP TO TRUE
               END-IF
           END-PERFORM.

       5600-ACTRNG-ADD.
           IF WS-FOUND
               MOVE "RANGE ALREADY ON FILE - USE CHANGE" TO WS-REASON
           ELSE
               PERFORM 5520-VALIDATE-HIGH-BASE
           END-IF

           IF WS-REASON = SPACES
               IF WS-RG-COUNT < 5000
                   ADD 1 TO WS-RG-COUNT
                   MOVE REFTXN-RNG-FIRM-NO
                       TO WS-RG-FIRM-NO(WS-RG-COUNT)
                   MOVE REFTXN-RNG-SUB-NO
                       TO WS-RG-SUB-NO(WS-RG-COUNT)
                   MOVE REFTXN-RNG-BRANCH
                       TO WS-RG-BRANCH(WS-RG-COUNT)
                   MOVE REFTXN-RNG-LOW-BASE
                       TO WS-RG-LOW-BASE(WS-RG-COUNT)
                   MOVE REFTXN-RNG-HIGH-BASE
                       TO WS-RG-HIGH-BASE(WS-RG-COUNT)
                   MOVE REFTXN-RNG-LOW-BASE
                       TO WS-RG-NEXT-BASE(WS-RG-COUNT)
                   MOVE "Y" TO WS-RG-ACTIVE-SW(WS-RG-COUNT)
                   MOVE REFTXN-EFFECTIVE-DATE
                       TO WS-RG-EFF-DATE(WS-RG-COUNT)
                   MOVE SPACES TO WS-RG-LAST-ALLOC-DATE(WS-RG-COUNT)
                   MOVE SPACES TO WS-AUDIT-OLD
                   MOVE SPACES TO WS-AUDIT-NEW
                   STRING REFTXN-RNG-LOW-BASE "-" REFTXN-RNG-HIGH-BASE
                       DELIMITED BY SIZE INTO WS-AUDIT-NEW
                   PERFORM 7030-WRITE-AUDIT-ACTRNG
               ELSE
                   MOVE "ACTRNG TABLE FULL" TO WS-REASON
               END-IF
           END-IF.

       5700-ACTRNG-DEACTIVATE.
           IF WS-FOUND
               AND WS-RG-ACTIVE-SW(WS-MATCH-SUB) = "Y"
               MOVE "ACTIVE Y" TO WS-AUDIT-OLD
               MOVE "N" TO WS-RG-ACTIVE-SW(WS-MATCH-SUB)
               MOVE REFTXN-EFFECTIVE-DATE
                   TO WS-RG-EFF-DATE(WS-MATCH-SUB)
               MOVE "ACTIVE N" TO WS-AUDIT-NEW
               PERFORM 7030-WRITE-AUDIT-ACTRNG
           ELSE
               MOVE "NO ACTIVE RANGE TO DEACTIVATE" TO WS-REASON
           END-IF.

       5800-ACTRNG-CHANGE.
           IF WS-NOT-FOUND
               MOVE "NO RANGE TO CHANGE" TO WS-REASON
           ELSE
               PERFORM 5520-VALIDATE-HIGH-BASE
               IF WS-REASON = SPACES
                   AND REFTXN-RNG-HIGH-BASE <
                       WS-RG-NEXT-BASE(WS-MATCH-SUB) - 1
                   MOVE "HIGH BASE BELOW NUMBERS ALREADY ISSUED"
                       TO WS-REASON
               END-IF
           END-IF

           IF WS-REASON = SPACES
               MOVE SPACES TO WS-AUDIT-OLD
               STRING "HIGH " WS-RG-HIGH-BASE(WS-MATCH-SUB)
                   " " WS-RG-ACTIVE-SW(WS-MATCH-SUB)
                   DELIMITED BY SIZE INTO WS-AUDIT-OLD
               MOVE REFTXN-RNG-HIGH-BASE
                   TO WS-RG-HIGH-BASE(WS-MATCH-SUB)
               MOVE "Y" TO WS-RG-ACTIVE-SW(WS-MATCH-SUB)
               MOVE REFTXN-EFFECTIVE-DATE
                   TO WS-RG-EFF-DATE(WS-MATCH-SUB)
               MOVE SPACES TO WS-AUDIT-NEW
               STRING "HIGH " REFTXN-RNG-HIGH-BASE " Y"
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               PERFORM 7030-WRITE-AUDIT-ACTRNG
           END-IF.

       6000-WRITE-NEW-MASTERS.
           IF WS-CX-INPUT-OK
               PERFORM 6100-WRITE-NEW-CLRXRF
           END-IF
           IF WS-CD-INPUT-OK
               PERFORM 6200-WRITE-NEW-CNYDFT
           END-IF
           IF WS-RG-INPUT-OK
               PERFORM 6300-WRITE-NEW-ACTRNG
           END-IF.

       6100-WRITE-NEW-CLRXRF.
           END-PERFORM
           CLOSE CNYDFTO-FILE.

       6300-WRITE-NEW-ACTRNG.
           OPEN OUTPUT ACTRNGO-FILE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
               MOVE SPACES TO WB-ACTRNG-RECORD
               MOVE WS-RG-FIRM-NO(WS-RG-IDX)   TO RNG-FIRM-NO
               MOVE WS-RG-SUB-NO(WS-RG-IDX)    TO RNG-SUB-NO
               MOVE WS-RG-BRANCH(WS-RG-IDX)    TO RNG-BRANCH
               MOVE WS-RG-LOW-BASE(WS-RG-IDX)  TO RNG-LOW-BASE
               MOVE WS-RG-HIGH-BASE(WS-RG-IDX) TO RNG-HIGH-BASE
               MOVE WS-RG-NEXT-BASE(WS-RG-IDX) TO RNG-NEXT-BASE
               MOVE WS-RG-ACTIVE-SW(WS-RG-IDX) TO RNG-ACTIVE-SW
               MOVE WS-RG-EFF-DATE(WS-RG-IDX)  TO RNG-EFFECTIVE-DATE
               MOVE WS-RG-LAST-ALLOC-DATE(WS-RG-IDX)
                   TO RNG-LAST-ALLOC-DATE
               WRITE ACTRNGO-RECORD FROM WB-ACTRNG-RECORD
               ADD 1 TO WS-RG-WRITTEN
           END-PERFORM
           CLOSE ACTRNGO-FILE.

       7000-WRITE-AUDIT-CLRXRF.
           MOVE SPACES TO WS-AUDIT-KEY
           IF REFTXN-CLR-TYPE = "MBSCC"
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           PERFORM 7020-WRITE-AUDIT-RECORD.

       7030-WRITE-AUDIT-ACTRNG.
           MOVE SPACES TO WS-AUDIT-KEY
           STRING REFTXN-RNG-FIRM-NO REFTXN-RNG-SUB-NO
               REFTXN-RNG-BRANCH
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           PERFORM 7020-WRITE-AUDIT-RECORD.

       7020-WRITE-AUDIT-RECORD.
           INITIALIZE WB-REFAUD-RECORD
           MOVE WS-EVENT-DATE-DISPLAY   TO RA-EVENT-DATE
           MOVE WS-CX-WRITTEN    TO WS-SUM-CXOUT
           MOVE WS-CD-LOADED     TO WS-SUM-CDIN
           MOVE WS-CD-WRITTEN    TO WS-SUM-CDOUT
           MOVE WS-RG-LOADED     TO WS-SUM-RGIN
           MOVE WS-RG-WRITTEN    TO WS-SUM-RGOUT
           WRITE REFRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE REFRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE REFRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE REFRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE REFRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE REFRPT-RECORD FROM WS-SUMMARY-LINE6.

       9000-TERMINATE.
           CLOSE REFTXN-FILE
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACREFMNT"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
           MOVE WS-TXNS-READ        TO WB-RC-RECS-READ
           MOVE WS-TXNS-APPLIED     TO WB-RC-RECS-WRITTEN
           MOVE WS-TXNS-REJECTED    TO WB-RC-RECS-REJECTED
           IF WS-CX-INPUT-OK AND WS-CD-INPUT-OK AND WS-RG-INPUT-OK
               SET WB-RC-CLEAN TO TRUE
           ELSE
               SET WB-RC-FAILED TO TRUE
