      ******************************************************************
      * PROGRAM-ID: ACTKOVRP                                          *
      * DESC      : ACCOUNT-TAKEOVER PATTERN SUPERVISORY REPORT.       *
      *             READS THE ACCOUNT MAINTENANCE CHANGE JOURNAL       *
      *             (WBCHGJRN.CPY - WRITTEN ONLINE BY ACCHGAUD AND     *
      *             NIGHTLY BY ACACHCMP, SORTED BY FIRM/SUB/ACCOUNT BY *
      *             A PRIOR SORT STEP) AND, FOR EACH ACCOUNT, FLAGS    *
      *             EVERY REP, SWEEP-FUND OR ACH SETTING CHANGE        *
      *             JOURNALED THIS CYCLE THAT FOLLOWS A NAME/ADDRESS   *
      *             OR ZIP CHANGE ON THE SAME ACCOUNT BY NO MORE THAN  *
      *             THE TKOPARM WINDOW OF CALENDAR DAYS - THE CLASSIC  *
      *             ACCOUNT-TAKEOVER SEQUENCE.  "THIS CYCLE" IS ANY    *
      *             EVENT DATED AFTER THE PRIOR BUSINESS DATE THROUGH  *
      *             THE BUSINESS DATE FROM ACPRCDTE, SO A WEEKEND OR   *
      *             HOLIDAY'S CHANGES ARE PICKED UP BY THE NEXT RUN    *
      *             AND NOTHING IS FLAGGED TWICE.                      *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51332        INITIAL VERSION.  A MISSING   *
      *          OR NON-NUMERIC TKOPARM WINDOW DEFAULTS TO 5 DAYS.     *
      *          THE JOURNAL CARRIES DATES TO THE DAY ONLY FOR THE     *
      *          IMAGE-CAPTURED ACH CHANGES, SO A FOLLOW-ON CHANGE ON  *
      *          THE SAME DAY AS THE ADDRESS CHANGE QUALIFIES.  EACH   *
      *          ACCOUNT'S ADDRESS AND FOLLOW-ON CHANGES ARE HELD IN   *
      *          50-ENTRY TABLES; ANYTHING PAST THAT IS COUNTED ON THE *
      *          SUMMARY, NEVER DROPPED SILENTLY.  A JOURNAL RECORD    *
      *          WITH AN UNPARSEABLE EVENT DATE IS COUNTED AND         *
      *          SKIPPED.                                              *
      * T MERCER 10/15/26 WR51332        ON THE SAME DAY AS THE        *
      *          ADDRESS CHANGE, A FOLLOW-ON CHANGE IS NOW FLAGGED     *
      *          ONLY WHEN ITS CJ-EVENT-TIME IS AT OR AFTER THE        *
      *          ADDRESS CHANGE'S - AN EARLIER REP OR SWEEP CHANGE     *
      *          THAT DAY WAS BEING REPORTED AS FOLLOWING IT.  A       *
      *          CHANGE IN THE SAME TRANSACTION (SAME SECOND) STILL    *
      *          QUALIFIES.  AN IMAGE-CAPTURED ACH CHANGE CARRIES NO   *
      *          TIME, SO ON THE SAME DAY IT STILL QUALIFIES.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTKOVRP.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRN-FILE    ASSIGN TO "CHGJRNS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT TKOPARM-FILE   ASSIGN TO "TKOPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TKORPT-FILE    ASSIGN TO "TKOVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRN-FILE
           RECORDING MODE IS F.
           COPY WBCHGJRN.

       FD  TKOPARM-FILE
           RECORDING MODE IS F.
       01  TKOPARM-RECORD.
           05  TKOPARM-WINDOW-DAYS            PIC X(3).
           05  FILLER                         PIC X(77).

       FD  TKORPT-FILE
           RECORDING MODE IS F.
       01  TKORPT-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS                      PIC XX.
           88  WS-JRN-NOT-FOUND               VALUE "35".

       01  WS-PARM-STATUS                     PIC XX.
           88  WS-PARM-NOT-FOUND              VALUE "35".

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-JRN-EOF-SW                      PIC X    VALUE "N".
           88  WS-JRN-AT-EOF                           VALUE "Y".

       01  WS-WINDOW-DAYS                     PIC 9(3) VALUE 5.

       01  WS-TODAY-INT                       PIC S9(7) COMP-3.
       01  WS-PRIOR-INT                       PIC S9(7) COMP-3.

       01  WS-EVENT-YYYYMMDD                  PIC 9(8).
       01  WS-EVENT-INT                       PIC S9(7) COMP-3.
       01  WS-GAP-DAYS                        PIC S9(5) COMP-3.

       01  WS-DATE-OK-SW                      PIC X.
           88  WS-DATE-OK                     VALUE "Y".
           88  WS-DATE-BAD                    VALUE "N".

       01  WS-CURRENT-ACCT-KEY.
           05  WS-CA-FIRM-NO                  PIC 9(3).
           05  WS-CA-SUB-NO                   PIC 9(3).
           05  WS-CA-ACCT-NO                  PIC 9(8).

       01  WS-ACCT-FLAGGED-SW                 PIC X.
           88  WS-ACCT-FLAGGED                VALUE "Y".

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-ADDR-TABLE-CTL.
           05  WS-AD-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-AD-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-AD-COUNT
                   INDEXED BY WS-AD-IDX.
               10  WS-AD-EVENT-INT            PIC S9(7) COMP-3.
               10  WS-AD-EVENT-DATE           PIC X(10).
               10  WS-AD-EVENT-TIME           PIC X(8).
               10  WS-AD-FIELD                PIC X(16).
               10  WS-AD-USERID               PIC X(10).

       01  WS-FOLLOW-TABLE-CTL.
           05  WS-FO-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-FO-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FO-COUNT
                   INDEXED BY WS-FO-IDX.
               10  WS-FO-EVENT-INT            PIC S9(7) COMP-3.
               10  WS-FO-EVENT-DATE           PIC X(10).
               10  WS-FO-EVENT-TIME           PIC X(8).
               10  WS-FO-FIELD                PIC X(16).
               10  WS-FO-USERID               PIC X(10).
               10  WS-FO-OLD-VALUE            PIC X(10).
               10  WS-FO-NEW-VALUE            PIC X(10).

       01  WS-AD-MATCH-SUB                    PIC S9(4) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-ADDR-CHG               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-FOLLOW-CHG             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-FLAGGED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-FLAGGED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-BAD-DATE               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-OVERFLOW               PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(44)
               VALUE "ACCOUNT-TAKEOVER PATTERN SUPERVISORY REPORT".
       01  WS-HDR-2.
           05  FILLER             PIC X(15) VALUE "BUSINESS DATE:".
           05  WS-H2-BUS-DATE     PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "WINDOW DAYS:".
           05  WS-H2-WINDOW       PIC ZZ9.
       01  WS-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(12) VALUE "ADDR CHG".
           05  FILLER             PIC X(12) VALUE "ADDR BY".
           05  FILLER             PIC X(18) VALUE "FOLLOW-ON CHANGE".
           05  FILLER             PIC X(12) VALUE "CHANGED".
           05  FILLER             PIC X(12) VALUE "CHANGED BY".
           05  FILLER             PIC X(12) VALUE "OLD".
           05  FILLER             PIC X(12) VALUE "NEW".
           05  FILLER             PIC X(4)  VALUE "DAYS".

       01  WS-DETAIL-LINE.
           05  WS-DL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-ADDR-DATE                PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-ADDR-USER                PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-FIELD                    PIC X(16).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-CHG-DATE                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-CHG-USER                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-OLD                      PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-NEW                      PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-GAP                      PIC ZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "JOURNAL RECORDS READ   : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "ADDRESS CHGS IN WINDOW : ".
           05  WS-SUM-ADDR        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "FOLLOW-ON CHGS IN CYCLE: ".
           05  WS-SUM-FOLLOW      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "TAKEOVER PATTERNS      : ".
           05  WS-SUM-FLAGGED     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS FLAGGED       : ".
           05  WS-SUM-ACCTS       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "BAD EVENT DATES        : ".
           05  WS-SUM-BAD-DATE    PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "NOT TABLED (OVERFLOW)  : ".
           05  WS-SUM-OVERFLOW    PIC ZZZ,ZZ9.


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
           PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-JRN-AT-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(PD-BUSINESS-CYMD)
           COMPUTE WS-PRIOR-INT =
               FUNCTION INTEGER-OF-DATE(PD-PRIOR-CYMD)

           OPEN OUTPUT TKORPT-FILE
           MOVE PD-BUSINESS-DATE TO WS-H2-BUS-DATE
           MOVE WS-WINDOW-DAYS   TO WS-H2-WINDOW
           WRITE TKORPT-RECORD FROM WS-HDR-1
           WRITE TKORPT-RECORD FROM WS-HDR-2
           WRITE TKORPT-RECORD FROM WS-DETAIL-HDR

           OPEN INPUT CHGJRN-FILE
           IF WS-JRN-NOT-FOUND
               SET WS-JRN-AT-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-JOURNAL
           END-IF.

       1100-READ-PARM.
           OPEN INPUT TKOPARM-FILE
           IF WS-PARM-NOT-FOUND
               CONTINUE
           ELSE
               READ TKOPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TKOPARM-WINDOW-DAYS NUMERIC
                           AND TKOPARM-WINDOW-DAYS > ZERO
                           MOVE TKOPARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE TKOPARM-FILE
           END-IF.

       2000-PROCESS-ACCOUNT.
           MOVE CJ-KEY TO WS-CURRENT-ACCT-KEY
           MOVE ZERO TO WS-AD-COUNT
           MOVE ZERO TO WS-FO-COUNT
           PERFORM 3000-TABLE-ONE-CHANGE
               UNTIL WS-JRN-AT-EOF
                  OR CJ-KEY NOT = WS-CURRENT-ACCT-KEY
           IF WS-FO-COUNT > ZERO
               AND WS-AD-COUNT > ZERO
               PERFORM 4000-CHECK-ACCOUNT
           END-IF.

       2100-READ-JOURNAL.
           READ CHGJRN-FILE
               AT END
                   SET WS-JRN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECS-READ
           END-READ.

       3000-TABLE-ONE-CHANGE.
           PERFORM 3100-PARSE-EVENT-DATE
           IF WS-DATE-BAD
               ADD 1 TO WS-RECS-BAD-DATE
           ELSE
               EVALUATE TRUE
                   WHEN CJ-FLD-NAME-ADDR
                     OR CJ-FLD-ZIP
                       PERFORM 3200-TABLE-ADDRESS-CHANGE
                   WHEN CJ-FLD-REP
                     OR CJ-FLD-SWEEP-FUND
                     OR CJ-FLD-ACH-INCOME
                     OR CJ-FLD-ACH-CREDIT
                     OR CJ-FLD-ACH-DEBIT
                       PERFORM 3300-TABLE-FOLLOW-ON-CHANGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-JOURNAL.

       3100-PARSE-EVENT-DATE.
           SET WS-DATE-BAD TO TRUE
           IF CJ-EVENT-DATE(3:1) = "/"
               AND CJ-EVENT-DATE(6:1) = "/"
               AND CJ-EVENT-DATE(1:2) NUMERIC
               AND CJ-EVENT-DATE(4:2) NUMERIC
               AND CJ-EVENT-DATE(7:4) NUMERIC
               COMPUTE WS-EVENT-YYYYMMDD =
                   (FUNCTION NUMVAL(CJ-EVENT-DATE(7:4)) * 10000)
                   + (FUNCTION NUMVAL(CJ-EVENT-DATE(1:2)) * 100)
                   + FUNCTION NUMVAL(CJ-EVENT-DATE(4:2))
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-YYYYMMDD)
               IF WS-EVENT-INT > ZERO
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       3200-TABLE-ADDRESS-CHANGE.
           IF WS-EVENT-INT > WS-PRIOR-INT - WS-WINDOW-DAYS
               AND WS-EVENT-INT NOT > WS-TODAY-INT
               ADD 1 TO WS-RECS-ADDR-CHG
               IF WS-AD-COUNT < 50
                   ADD 1 TO WS-AD-COUNT
                   MOVE WS-EVENT-INT  TO WS-AD-EVENT-INT(WS-AD-COUNT)
                   MOVE CJ-EVENT-DATE TO WS-AD-EVENT-DATE(WS-AD-COUNT)
                   MOVE CJ-EVENT-TIME TO WS-AD-EVENT-TIME(WS-AD-COUNT)
                   MOVE CJ-FIELD-NAME TO WS-AD-FIELD(WS-AD-COUNT)
                   MOVE CJ-USERID     TO WS-AD-USERID(WS-AD-COUNT)
               ELSE
                   ADD 1 TO WS-RECS-OVERFLOW
               END-IF
           END-IF.

       3300-TABLE-FOLLOW-ON-CHANGE.
           IF WS-EVENT-INT > WS-PRIOR-INT
               AND WS-EVENT-INT NOT > WS-TODAY-INT
               ADD 1 TO WS-RECS-FOLLOW-CHG
               IF WS-FO-COUNT < 50
                   ADD 1 TO WS-FO-COUNT
                   MOVE WS-EVENT-INT  TO WS-FO-EVENT-INT(WS-FO-COUNT)
                   MOVE CJ-EVENT-DATE TO WS-FO-EVENT-DATE(WS-FO-COUNT)
                   MOVE CJ-EVENT-TIME TO WS-FO-EVENT-TIME(WS-FO-COUNT)
                   MOVE CJ-FIELD-NAME TO WS-FO-FIELD(WS-FO-COUNT)
                   MOVE CJ-USERID     TO WS-FO-USERID(WS-FO-COUNT)
                   MOVE CJ-OLD-VALUE  TO WS-FO-OLD-VALUE(WS-FO-COUNT)
                   MOVE CJ-NEW-VALUE  TO WS-FO-NEW-VALUE(WS-FO-COUNT)
               ELSE
                   ADD 1 TO WS-RECS-OVERFLOW
               END-IF
           END-IF.

       4000-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-FLAGGED-SW
           PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                   UNTIL WS-FO-IDX > WS-FO-COUNT
               PERFORM 4100-FIND-PRIOR-ADDRESS-CHANGE
               IF WS-FOUND
                   PERFORM 4200-WRITE-PATTERN-LINE
               END-IF
           END-PERFORM
           IF WS-ACCT-FLAGGED
               ADD 1 TO WS-ACCTS-FLAGGED
           END-IF.

       4100-FIND-PRIOR-ADDRESS-CHANGE.
           SET WS-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-AD-MATCH-SUB
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-COUNT
               COMPUTE WS-GAP-DAYS = WS-FO-EVENT-INT(WS-FO-IDX)
                                   - WS-AD-EVENT-INT(WS-AD-IDX)
               IF WS-GAP-DAYS = ZERO
                   AND WS-FO-EVENT-TIME(WS-FO-IDX) NOT = SPACES
                   AND WS-AD-EVENT-TIME(WS-AD-IDX) NOT = SPACES
                   AND WS-FO-EVENT-TIME(WS-FO-IDX) <
                           WS-AD-EVENT-TIME(WS-AD-IDX)
                   MOVE -1 TO WS-GAP-DAYS
               END-IF
               IF WS-GAP-DAYS NOT < ZERO
                   AND WS-GAP-DAYS NOT > WS-WINDOW-DAYS
                   IF WS-NOT-FOUND
                       SET WS-AD-MATCH-SUB TO WS-AD-IDX
                       SET WS-FOUND TO TRUE
                   ELSE
                       IF WS-AD-EVENT-INT(WS-AD-IDX) NOT <
                               WS-AD-EVENT-INT(WS-AD-MATCH-SUB)
                           SET WS-AD-MATCH-SUB TO WS-AD-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4200-WRITE-PATTERN-LINE.
           SET WS-ACCT-FLAGGED TO TRUE
           ADD 1 TO WS-RECS-FLAGGED
           COMPUTE WS-GAP-DAYS = WS-FO-EVENT-INT(WS-FO-IDX)
                               - WS-AD-EVENT-INT(WS-AD-MATCH-SUB)
           MOVE WS-CA-FIRM-NO  TO WS-DL-FIRM
           MOVE WS-CA-SUB-NO   TO WS-DL-SUB
           MOVE WS-CA-ACCT-NO  TO WS-DL-ACCT
           MOVE WS-AD-EVENT-DATE(WS-AD-MATCH-SUB) TO WS-DL-ADDR-DATE
           MOVE WS-AD-USERID(WS-AD-MATCH-SUB)     TO WS-DL-ADDR-USER
           MOVE WS-FO-FIELD(WS-FO-IDX)            TO WS-DL-FIELD
           MOVE WS-FO-EVENT-DATE(WS-FO-IDX)       TO WS-DL-CHG-DATE
           MOVE WS-FO-USERID(WS-FO-IDX)           TO WS-DL-CHG-USER
           MOVE WS-FO-OLD-VALUE(WS-FO-IDX)        TO WS-DL-OLD
           MOVE WS-FO-NEW-VALUE(WS-FO-IDX)        TO WS-DL-NEW
           MOVE WS-GAP-DAYS                       TO WS-DL-GAP
           WRITE TKORPT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ        TO WS-SUM-READ
           MOVE WS-RECS-ADDR-CHG    TO WS-SUM-ADDR
           MOVE WS-RECS-FOLLOW-CHG  TO WS-SUM-FOLLOW
           MOVE WS-RECS-FLAGGED     TO WS-SUM-FLAGGED
           MOVE WS-ACCTS-FLAGGED    TO WS-SUM-ACCTS
           MOVE WS-RECS-BAD-DATE    TO WS-SUM-BAD-DATE
           MOVE WS-RECS-OVERFLOW    TO WS-SUM-OVERFLOW
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE6
           WRITE TKORPT-RECORD FROM WS-SUMMARY-LINE7.

       9000-TERMINATE.
           IF NOT WS-JRN-NOT-FOUND
               CLOSE CHGJRN-FILE
           END-IF
           CLOSE TKORPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACTKOVRP"       TO WB-RC-JOB-NAME
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
           MOVE WS-RECS-FLAGGED     TO WB-RC-RECS-WRITTEN
           MOVE WS-RECS-BAD-DATE    TO WB-RC-RECS-REJECTED
           SET WB-RC-CLEAN TO TRUE
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
