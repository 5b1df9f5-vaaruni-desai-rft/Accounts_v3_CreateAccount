      ******************************************************************
      * PROGRAM-ID: ACSANRPT                                          *
      * DESC      : SANCTIONS REVIEW DAILY WORKLIST.  READS THE        *
      *             SANCTIONS REVIEW QUEUE (WBSANRVW.CPY) THAT THE     *
      *             ACSANRSC NIGHTLY RESCREEN FEEDS AND PRINTS EVERY   *
      *             OPEN ITEM FOR COMPLIANCE, AGED BY BUSINESS DAYS    *
      *             OPEN, WITH ESCALATION HIGHLIGHTING PAST 5 AND PAST *
      *             10 BUSINESS DAYS.  CLOSED ITEMS ARE COUNTED BUT    *
      *             NOT LISTED - THEY REMAIN ON THE QUEUE FILE AS THE  *
      *             DISPOSITION AUDIT TRAIL.                           *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION, ON THE       *
      *          ACCMPRPT PATTERN.  ITEMS ARE AGED AGAINST THE CYCLE'S *
      *          BUSINESS DATE WITH BUSINESS DAYS COUNTED THROUGH      *
      *          ACPRCDTE.  AN OPEN ITEM WITH AN UNPARSEABLE OPEN DATE *
      *          ESCALATES IMMEDIATELY RATHER THAN AGING AT ZERO.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSANRPT.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANRVW-FILE    ASSIGN TO "SANRVW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVW-STATUS.

           SELECT SANWRK-FILE    ASSIGN TO "SANWRKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANRVW-FILE
           RECORDING MODE IS F.
           COPY WBSANRVW.

       FD  SANWRK-FILE
           RECORDING MODE IS F.
       01  SANWRK-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-RVW-STATUS                      PIC XX.
           88  WS-RVW-NOT-FOUND               VALUE "35".
           88  WS-RVW-EOF                     VALUE "10".

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-RVW-AT-EOF-SW                   PIC X    VALUE "N".
           88  WS-RVW-AT-EOF                           VALUE "Y".

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-TODAY-INT                       PIC S9(7) COMP-3.

       01  WS-OPEN-YYYYMMDD                   PIC 9(8).
       01  WS-OPEN-INT                        PIC S9(7) COMP-3.
       01  WS-BUS-DAYS                        PIC S9(5) COMP-3.

       01  WS-DATE-OK-SW                      PIC X.
           88  WS-DATE-OK                     VALUE "Y".
           88  WS-DATE-BAD                    VALUE "N".

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-OPEN                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-CLOSED                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-PAST-5                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-PAST-10                PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(44)
               VALUE "SANCTIONS REVIEW DAILY WORKLIST".
       01  WS-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(6)  VALUE "REP".
           05  FILLER             PIC X(12) VALUE "OPENED".
           05  FILLER             PIC X(5)  VALUE "TYPE".
           05  FILLER             PIC X(12) VALUE "ENTRY ID".
           05  FILLER             PIC X(18) VALUE "MATCHED FIELD".
           05  FILLER             PIC X(32) VALUE "LISTED AS".
           05  FILLER             PIC X(10) VALUE "BUS DAYS".
           05  FILLER             PIC X(16) VALUE "ESCALATION".

       01  WS-DETAIL-LINE.
           05  WS-DL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-REP                      PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-OPENED                   PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE                     PIC X(1).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-DL-ENTRY-ID                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-FIELD                    PIC X(16).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-LIST-TEXT                PIC X(30).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-BUS-DAYS                 PIC ZZ,ZZ9.
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-DL-ESCALATION               PIC X(16).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "QUEUE RECORDS READ     : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "OPEN ITEMS             : ".
           05  WS-SUM-OPEN        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "CLOSED (AUDIT TRAIL)   : ".
           05  WS-SUM-CLOSED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "PAST 5 BUSINESS DAYS   : ".
           05  WS-SUM-PAST5       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "PAST 10 BUSINESS DAYS  : ".
           05  WS-SUM-PAST10      PIC ZZZ,ZZ9.


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
           PERFORM 2000-PROCESS-QUEUE UNTIL WS-RVW-AT-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           OPEN OUTPUT SANWRK-FILE
           WRITE SANWRK-RECORD FROM WS-HDR-1
           WRITE SANWRK-RECORD FROM WS-DETAIL-HDR

           OPEN INPUT SANRVW-FILE
           IF WS-RVW-NOT-FOUND
               SET WS-RVW-AT-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-QUEUE
           END-IF.

       2000-PROCESS-QUEUE.
           ADD 1 TO WS-RECS-READ
           IF SR-STATUS-OPEN
               ADD 1 TO WS-RECS-OPEN
               PERFORM 3000-AGE-AND-PRINT
           ELSE
               ADD 1 TO WS-RECS-CLOSED
           END-IF
           PERFORM 2100-READ-QUEUE.

       2100-READ-QUEUE.
           READ SANRVW-FILE
               AT END
                   SET WS-RVW-AT-EOF TO TRUE
           END-READ.

       3000-AGE-AND-PRINT.
           PERFORM 4000-COMPUTE-BUSINESS-DAYS

           MOVE SR-FIRM-NO       TO WS-DL-FIRM
           MOVE SR-SUB-NO        TO WS-DL-SUB
           MOVE SR-ACCT-NO       TO WS-DL-ACCT
           MOVE SR-REP           TO WS-DL-REP
           MOVE SR-OPEN-DATE     TO WS-DL-OPENED
           MOVE SR-HIT-TYPE      TO WS-DL-TYPE
           MOVE SR-ENTRY-ID      TO WS-DL-ENTRY-ID
           MOVE SR-MATCHED-FIELD TO WS-DL-FIELD
           MOVE SR-LIST-TEXT     TO WS-DL-LIST-TEXT

           IF WS-DATE-OK
               MOVE WS-BUS-DAYS TO WS-DL-BUS-DAYS
               EVALUATE TRUE
                   WHEN WS-BUS-DAYS > 10
                       MOVE "*** PAST 10 ***" TO WS-DL-ESCALATION
                       ADD 1 TO WS-RECS-PAST-10
                       ADD 1 TO WS-RECS-PAST-5
                   WHEN WS-BUS-DAYS > 5
                       MOVE "**  PAST 5  **" TO WS-DL-ESCALATION
                       ADD 1 TO WS-RECS-PAST-5
                   WHEN OTHER
                       MOVE SPACES TO WS-DL-ESCALATION
               END-EVALUATE
           ELSE
               MOVE ZERO TO WS-DL-BUS-DAYS
               MOVE "*** BAD DATE ***" TO WS-DL-ESCALATION
               ADD 1 TO WS-RECS-PAST-10
               ADD 1 TO WS-RECS-PAST-5
           END-IF

           WRITE SANWRK-RECORD FROM WS-DETAIL-LINE.

       4000-COMPUTE-BUSINESS-DAYS.
           SET WS-DATE-BAD TO TRUE
           MOVE ZERO TO WS-BUS-DAYS
           IF SR-OPEN-DATE(3:1) = "/"
               AND SR-OPEN-DATE(6:1) = "/"
               AND SR-OPEN-DATE(1:2) NUMERIC
               AND SR-OPEN-DATE(4:2) NUMERIC
               AND SR-OPEN-DATE(7:4) NUMERIC
               COMPUTE WS-OPEN-YYYYMMDD =
                   (FUNCTION NUMVAL(SR-OPEN-DATE(7:4)) * 10000)
                   + (FUNCTION NUMVAL(SR-OPEN-DATE(1:2)) * 100)
                   + FUNCTION NUMVAL(SR-OPEN-DATE(4:2))
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-YYYYMMDD)
               IF WS-OPEN-INT > ZERO
                   AND WS-OPEN-INT NOT > WS-TODAY-INT
                   MOVE WS-OPEN-YYYYMMDD TO PD-FROM-CYMD
                   SET PD-BUS-DAYS-REQ TO TRUE
                   CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
                   IF NOT PD-BAD-FROM-DATE
                       SET WS-DATE-OK TO TRUE
                       MOVE PD-BUS-DAYS TO WS-BUS-DAYS
                   END-IF
               END-IF
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ    TO WS-SUM-READ
           MOVE WS-RECS-OPEN    TO WS-SUM-OPEN
           MOVE WS-RECS-CLOSED  TO WS-SUM-CLOSED
           MOVE WS-RECS-PAST-5  TO WS-SUM-PAST5
           MOVE WS-RECS-PAST-10 TO WS-SUM-PAST10
           WRITE SANWRK-RECORD FROM WS-SUMMARY-LINE
           WRITE SANWRK-RECORD FROM WS-SUMMARY-LINE2
           WRITE SANWRK-RECORD FROM WS-SUMMARY-LINE3
           WRITE SANWRK-RECORD FROM WS-SUMMARY-LINE4
           WRITE SANWRK-RECORD FROM WS-SUMMARY-LINE5.

       9000-TERMINATE.
           IF NOT WS-RVW-NOT-FOUND
               CLOSE SANRVW-FILE
           END-IF
           CLOSE SANWRK-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACSANRPT"       TO WB-RC-JOB-NAME
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
           MOVE WS-RECS-OPEN        TO WB-RC-RECS-WRITTEN
           MOVE ZERO                TO WB-RC-RECS-REJECTED
           SET WB-RC-CLEAN TO TRUE
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
