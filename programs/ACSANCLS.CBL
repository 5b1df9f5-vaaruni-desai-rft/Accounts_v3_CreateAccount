      ******************************************************************
      * PROGRAM-ID: ACSANCLS                                          *
      * DESC      : SANCTIONS REVIEW CLOSE-OUT.  READS COMPLIANCE'S    *
      *             DISPOSITION TRANSACTIONS (WBSANCLS.CPY) AND THE    *
      *             CURRENT SANCTIONS REVIEW QUEUE, AND REWRITES THE   *
      *             QUEUE WITH EACH MATCHED OPEN ITEM CLOSED -         *
      *             DISPOSITION CODE AND TEXT, REVIEWER, AND CLOSE     *
      *             DATE/TIME RECORDED ON THE RECORD.  CLOSED RECORDS  *
      *             ARE NEVER REMOVED; THEY ARE THE AUDIT TRAIL OF     *
      *             DISPOSITIONS AND KEEP ACSANRSC FROM RE-QUEUEING A  *
      *             CLEARED HIT.  AN APPLY/REJECT LINE PRINTS FOR      *
      *             EVERY TRANSACTION.                                 *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION, ON THE       *
      *          ACCMPCLS PATTERN.  ONE TRANSACTION CLOSES ONE OPEN    *
      *          RECORD - THE OPEN RECORD FOR THE ACCOUNT AND LIST     *
      *          ENTRY NAMED, OR WITH A BLANK ENTRY ID THE OLDEST OPEN *
      *          RECORD FOR THE ACCOUNT.  TRANSACTIONS WITH NO OPEN    *
      *          RECORD, A BLANK REVIEWER OR A BLANK DISPOSITION CODE  *
      *          REJECT.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSANCLS.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCLS-FILE    ASSIGN TO "SANCLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT SANRVWI-FILE   ASSIGN TO "SANRVWI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVWI-STATUS.

           SELECT SANRVWO-FILE   ASSIGN TO "SANRVWO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVWO-STATUS.

           SELECT CLSRPT-FILE    ASSIGN TO "SANCLSRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCLS-FILE
           RECORDING MODE IS F.
           COPY WBSANCLS.

       FD  SANRVWI-FILE
           RECORDING MODE IS F.
           COPY WBSANRVW.

       FD  SANRVWO-FILE
           RECORDING MODE IS F.
       01  SANRVWO-RECORD                     PIC X(294).

       FD  CLSRPT-FILE
           RECORDING MODE IS F.
       01  CLSRPT-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-CLS-STATUS                      PIC XX.
           88  WS-CLS-NOT-FOUND               VALUE "35".
           88  WS-CLS-EOF                     VALUE "10".

       01  WS-RVWI-STATUS                     PIC XX.
           88  WS-RVWI-NOT-FOUND              VALUE "35".
           88  WS-RVWI-EOF                    VALUE "10".

       01  WS-RVWO-STATUS                     PIC XX.

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-RVW-AT-EOF-SW                   PIC X    VALUE "N".
           88  WS-RVW-AT-EOF                           VALUE "Y".

       01  WS-TXN-TABLE-CTL.
           05  WS-TX-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-TX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TX-COUNT
                   INDEXED BY WS-TX-IDX.
               10  WS-TX-KEY.
                   15  WS-TX-FIRM-NO          PIC 9(3).
                   15  WS-TX-SUB-NO           PIC 9(3).
                   15  WS-TX-ACCT-NO          PIC 9(8).
               10  WS-TX-ENTRY-ID             PIC X(10).
               10  WS-TX-DISP-CODE            PIC X(4).
               10  WS-TX-DISP-TEXT            PIC X(40).
               10  WS-TX-REVIEWER             PIC X(10).
               10  WS-TX-USED-SW              PIC X(1).

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-MATCH-SUB                       PIC S9(4) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYY                    PIC 9(4).
           05  WS-CDT-MM                      PIC 9(2).
           05  WS-CDT-DD                      PIC 9(2).
           05  WS-CDT-HH                      PIC 9(2).
           05  WS-CDT-MI                      PIC 9(2).
           05  WS-CDT-SS                      PIC 9(2).
           05  FILLER                         PIC X(9).

       01  WS-CLOSE-DATE-DISPLAY.
           05  WS-SC-MM                       PIC 9(2).
           05  FILLER                         PIC X VALUE "/".
           05  WS-SC-DD                       PIC 9(2).
           05  FILLER                         PIC X VALUE "/".
           05  WS-SC-YYYY                     PIC 9(4).

       01  WS-CLOSE-TIME-DISPLAY.
           05  WS-CT-HH                       PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-CT-MI                       PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-CT-SS                       PIC 9(2).

       01  WS-COUNTERS.
           05  WS-TXNS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-TXNS-APPLIED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-TXNS-REJECTED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-QUEUE-READ                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-QUEUE-STILL-OPEN            PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(40)
               VALUE "SANCTIONS REVIEW CLOSE-OUT".
       01  WS-HDR-2.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(12) VALUE "ENTRY ID".
           05  FILLER             PIC X(6)  VALUE "DISP".
           05  FILLER             PIC X(12) VALUE "REVIEWER".
           05  FILLER             PIC X(12) VALUE "DISPOSITION".

       01  WS-APPLY-LINE.
           05  WS-AP-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-AP-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-AP-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-AP-ENTRY-ID                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-AP-DISP-CODE                PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-AP-REVIEWER                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-AP-DISP                     PIC X(9).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-AP-REASON                   PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "CLOSE-OUTS READ        : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "APPLIED                : ".
           05  WS-SUM-APP         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "REJECTED               : ".
           05  WS-SUM-REJ         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "QUEUE RECORDS COPIED   : ".
           05  WS-SUM-QREAD       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "STILL OPEN AFTER RUN   : ".
           05  WS-SUM-OPEN        PIC ZZZ,ZZ9.


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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9400-STAMP-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-QUEUE UNTIL WS-RVW-AT-EOF
           PERFORM 7000-REPORT-UNMATCHED-TXNS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-MM   TO WS-SC-MM
           MOVE WS-CDT-DD   TO WS-SC-DD
           MOVE WS-CDT-YYYY TO WS-SC-YYYY
           MOVE WS-CDT-HH   TO WS-CT-HH
           MOVE WS-CDT-MI   TO WS-CT-MI
           MOVE WS-CDT-SS   TO WS-CT-SS

           OPEN OUTPUT CLSRPT-FILE
           WRITE CLSRPT-RECORD FROM WS-HDR-1
           WRITE CLSRPT-RECORD FROM WS-HDR-2

           PERFORM 1100-LOAD-TXN-TABLE

           OPEN OUTPUT SANRVWO-FILE
           OPEN INPUT SANRVWI-FILE
           IF WS-RVWI-NOT-FOUND
               SET WS-RVW-AT-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-QUEUE
           END-IF.

       1100-LOAD-TXN-TABLE.
           OPEN INPUT SANCLS-FILE
           IF WS-CLS-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1110-LOAD-ONE-TXN UNTIL WS-CLS-EOF
               CLOSE SANCLS-FILE
           END-IF.

       1110-LOAD-ONE-TXN.
           READ SANCLS-FILE
               AT END
                   SET WS-CLS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
                   PERFORM 1120-VALIDATE-ONE-TXN
           END-READ.

       1120-VALIDATE-ONE-TXN.
           IF SC-DISP-CODE = SPACES
               MOVE "DISPOSITION CODE MISSING" TO WS-AP-REASON
               PERFORM 7100-WRITE-TXN-REJECT
           ELSE
               IF SC-REVIEWER = SPACES
                   MOVE "REVIEWER MISSING" TO WS-AP-REASON
                   PERFORM 7100-WRITE-TXN-REJECT
               ELSE
                   IF WS-TX-COUNT < 500
                       ADD 1 TO WS-TX-COUNT
                       MOVE SC-KEY       TO WS-TX-KEY(WS-TX-COUNT)
                       MOVE SC-ENTRY-ID  TO
                           WS-TX-ENTRY-ID(WS-TX-COUNT)
                       MOVE SC-DISP-CODE TO
                           WS-TX-DISP-CODE(WS-TX-COUNT)
                       MOVE SC-DISP-TEXT TO
                           WS-TX-DISP-TEXT(WS-TX-COUNT)
                       MOVE SC-REVIEWER  TO
                           WS-TX-REVIEWER(WS-TX-COUNT)
                       MOVE "N" TO WS-TX-USED-SW(WS-TX-COUNT)
                   ELSE
                       MOVE "TRANSACTION TABLE FULL" TO WS-AP-REASON
                       PERFORM 7100-WRITE-TXN-REJECT
                   END-IF
               END-IF
           END-IF.

       2000-COPY-QUEUE.
           ADD 1 TO WS-QUEUE-READ
           IF SR-STATUS-OPEN
               PERFORM 3000-TRY-CLOSE-RECORD
           END-IF
           IF SR-STATUS-OPEN
               ADD 1 TO WS-QUEUE-STILL-OPEN
           END-IF
           WRITE SANRVWO-RECORD FROM WB-SANRVW-RECORD
           PERFORM 2100-READ-QUEUE.

       2100-READ-QUEUE.
           READ SANRVWI-FILE
               AT END
                   SET WS-RVW-AT-EOF TO TRUE
           END-READ.

       3000-TRY-CLOSE-RECORD.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT OR WS-FOUND
               IF WS-TX-USED-SW(WS-TX-IDX) = "N"
                   AND WS-TX-KEY(WS-TX-IDX) = SR-KEY
                   AND (WS-TX-ENTRY-ID(WS-TX-IDX) = SPACES
                    OR WS-TX-ENTRY-ID(WS-TX-IDX) = SR-ENTRY-ID)
                   SET WS-MATCH-SUB TO WS-TX-IDX
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               MOVE "Y" TO WS-TX-USED-SW(WS-MATCH-SUB)
               SET SR-STATUS-CLOSED TO TRUE
               MOVE WS-TX-DISP-CODE(WS-MATCH-SUB) TO SR-DISP-CODE
               MOVE WS-TX-DISP-TEXT(WS-MATCH-SUB) TO SR-DISP-TEXT
               MOVE WS-TX-REVIEWER(WS-MATCH-SUB)  TO SR-REVIEWER
               MOVE WS-CLOSE-DATE-DISPLAY         TO SR-CLOSE-DATE
               MOVE WS-CLOSE-TIME-DISPLAY         TO SR-CLOSE-TIME
               ADD 1 TO WS-TXNS-APPLIED
               MOVE SR-FIRM-NO TO WS-AP-FIRM
               MOVE SR-SUB-NO  TO WS-AP-SUB
               MOVE SR-ACCT-NO TO WS-AP-ACCT
               MOVE SR-ENTRY-ID TO WS-AP-ENTRY-ID
               MOVE SR-DISP-CODE TO WS-AP-DISP-CODE
               MOVE SR-REVIEWER  TO WS-AP-REVIEWER
               MOVE "APPLIED"    TO WS-AP-DISP
               MOVE SPACES       TO WS-AP-REASON
               WRITE CLSRPT-RECORD FROM WS-APPLY-LINE
           END-IF.

       7000-REPORT-UNMATCHED-TXNS.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-USED-SW(WS-TX-IDX) = "N"
                   MOVE WS-TX-FIRM-NO(WS-TX-IDX)   TO WS-AP-FIRM
                   MOVE WS-TX-SUB-NO(WS-TX-IDX)    TO WS-AP-SUB
                   MOVE WS-TX-ACCT-NO(WS-TX-IDX)   TO WS-AP-ACCT
                   MOVE WS-TX-ENTRY-ID(WS-TX-IDX)  TO WS-AP-ENTRY-ID
                   MOVE WS-TX-DISP-CODE(WS-TX-IDX) TO WS-AP-DISP-CODE
                   MOVE WS-TX-REVIEWER(WS-TX-IDX)  TO WS-AP-REVIEWER
                   MOVE "REJECTED" TO WS-AP-DISP
                   MOVE "NO OPEN REVIEW FOR ACCOUNT/ENTRY"
                       TO WS-AP-REASON
                   WRITE CLSRPT-RECORD FROM WS-APPLY-LINE
                   ADD 1 TO WS-TXNS-REJECTED
               END-IF
           END-PERFORM.

       7100-WRITE-TXN-REJECT.
           MOVE SC-FIRM-NO   TO WS-AP-FIRM
           MOVE SC-SUB-NO    TO WS-AP-SUB
           MOVE SC-ACCT-NO   TO WS-AP-ACCT
           MOVE SC-ENTRY-ID  TO WS-AP-ENTRY-ID
           MOVE SC-DISP-CODE TO WS-AP-DISP-CODE
           MOVE SC-REVIEWER  TO WS-AP-REVIEWER
           MOVE "REJECTED"   TO WS-AP-DISP
           WRITE CLSRPT-RECORD FROM WS-APPLY-LINE
           ADD 1 TO WS-TXNS-REJECTED.

       8000-WRITE-SUMMARY.
           MOVE WS-TXNS-READ        TO WS-SUM-READ
           MOVE WS-TXNS-APPLIED     TO WS-SUM-APP
           MOVE WS-TXNS-REJECTED    TO WS-SUM-REJ
           MOVE WS-QUEUE-READ       TO WS-SUM-QREAD
           MOVE WS-QUEUE-STILL-OPEN TO WS-SUM-OPEN
           WRITE CLSRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE CLSRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE CLSRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE CLSRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE CLSRPT-RECORD FROM WS-SUMMARY-LINE5.

       9000-TERMINATE.
           IF NOT WS-RVWI-NOT-FOUND
               CLOSE SANRVWI-FILE
           END-IF
           CLOSE SANRVWO-FILE
           CLOSE CLSRPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACSANCLS"       TO WB-RC-JOB-NAME
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
           MOVE WS-TXNS-READ        TO WB-RC-RECS-READ
           MOVE WS-TXNS-APPLIED     TO WB-RC-RECS-WRITTEN
           MOVE WS-TXNS-REJECTED    TO WB-RC-RECS-REJECTED
           SET WB-RC-CLEAN TO TRUE
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
