      ******************************************************************
      * PROGRAM-ID: ACACHCMP                                          *
      * DESC      : ACH SETTINGS CHANGE CAPTURE.  MATCHES THE CURRENT  *
      *             ACTIMG FULL ACCOUNT IMAGE (WBACTIMG.CPY) AGAINST   *
      *             THE PRIOR CYCLE'S ACTIMG BY FIRM/SUB/ACCOUNT AND,  *
      *             FOR EVERY ACCOUNT WHOSE DB-ACT-ACH-INCOME,         *
      *             DB-ACT-ACH-CREDIT OR DB-ACT-ACH-DEBIT MOVED,       *
      *             APPENDS ONE RECORD PER CHANGED FIELD TO THE        *
      *             ACCOUNT MAINTENANCE CHANGE JOURNAL (WBCHGJRN.CPY)  *
      *             DATED THE CYCLE'S BUSINESS DATE.  THE DEACT2       *
      *             TRANSACTION CARRIES NO ACH BEFORE-VALUES, SO THE   *
      *             ACCHGAUD HOOK CANNOT JOURNAL THEM ONLINE; THIS     *
      *             STEP FILLS THAT GAP FOR THE ACTKOVRP TAKEOVER      *
      *             REPORT.  EVERY CAPTURED CHANGE IS ALSO LISTED.     *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51332        INITIAL VERSION.  BOTH IMAGES *
      *          ARE IN ASCENDING KEY ORDER AS ACMSTEXT WRITES THEM.   *
      *          AN ACCOUNT ON ONLY ONE OF THE TWO IMAGES (OPENED OR   *
      *          PURGED SINCE THE PRIOR CYCLE) IS COUNTED, NOT         *
      *          JOURNALED.  WITH NO PRIOR-CYCLE IMAGE (FIRST RUN),    *
      *          OR NO CURRENT ONE, NOTHING IS COMPARED AND THE REPORT *
      *          SAYS SO.  JOURNAL RECORDS FROM THIS STEP CARRY        *
      *          CJ-SOURCE-IMAGE AND THE JOB NAME IN PLACE OF A USER   *
      *          ID - THE ONLINE USER WHO MADE THE CHANGE IS NOT       *
      *          KNOWABLE FROM THE IMAGES.                             *
      * T MERCER 10/15/26 WR51332        ONLY A MISSING PRIOR-CYCLE    *
      *          IMAGE IS A NORMAL FIRST RUN.  A MISSING CURRENT IMAGE *
      *          NOW ENDS THE RUN FAILED WITH RETURN-CODE 8 INSTEAD OF *
      *          REPORTING NO ACH CHANGES.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACACHCMP.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT PRVIMG-FILE    ASSIGN TO "ACTIMGP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT CHGJRN-FILE    ASSIGN TO "CHGJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT ACHRPT-FILE    ASSIGN TO "ACHCMPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIMG-FILE
           RECORDING MODE IS F.
           COPY WBACTIMG.

       FD  PRVIMG-FILE
           RECORDING MODE IS F.
       01  PRVIMG-RECORD                      PIC X(1944).

       FD  CHGJRN-FILE
           RECORDING MODE IS F.
       01  CHGJRN-RECORD                      PIC X(457).

       FD  ACHRPT-FILE
           RECORDING MODE IS F.
       01  ACHRPT-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-IMG-STATUS                      PIC XX.
           88  WS-IMG-NOT-FOUND               VALUE "35".

       01  WS-PRV-STATUS                      PIC XX.
           88  WS-PRV-NOT-FOUND               VALUE "35".

       01  WS-JRN-STATUS                      PIC XX.
           88  WS-JRN-NOT-FOUND               VALUE "35".

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-IMG-EOF-SW                      PIC X    VALUE "N".
           88  WS-IMG-AT-EOF                           VALUE "Y".

       01  WS-PRV-EOF-SW                      PIC X    VALUE "N".
           88  WS-PRV-AT-EOF                           VALUE "Y".

       01  WS-IMAGES-OPEN-SW                  PIC X    VALUE "N".
           88  WS-IMAGES-OPEN                          VALUE "Y".

       01  WS-IMG-MISSING-SW                  PIC X    VALUE "N".
           88  WS-IMG-MISSING                          VALUE "Y".

       01  WS-CUR-KEY                         PIC X(14).
       01  WS-PRV-KEY                         PIC X(14).

       01  WS-PRIOR-IMAGE.
           05  WS-PI-KEY                      PIC X(14).
           05  FILLER                         PIC X(236).
           05  FILLER                         PIC X(266).
           05  WS-PI-ACT-DATA-IMAGE           PIC X(1408).
           05  FILLER                         PIC X(20).

       01  WS-CUR-ACH-FIELDS.
           05  WS-CUR-ACH-INCOME              PIC X(1).
           05  WS-CUR-ACH-CREDIT              PIC X(1).
           05  WS-CUR-ACH-DEBIT               PIC X(1).

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-PRIOR-READ             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-MATCHED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-NEW                    PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-GONE                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-JOURNALED              PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(44)
               VALUE "ACH SETTINGS CHANGE CAPTURE".
       01  WS-HDR-2.
           05  FILLER             PIC X(15) VALUE "BUSINESS DATE:".
           05  WS-H2-BUS-DATE     PIC X(10).
       01  WS-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(12) VALUE "FIELD".
           05  FILLER             PIC X(6)  VALUE "OLD".
           05  FILLER             PIC X(6)  VALUE "NEW".

       01  WS-NO-PRIOR-LINE.
           05  FILLER             PIC X(44)
               VALUE "PRIOR-CYCLE ACCOUNT IMAGE MISSING".
           05  FILLER             PIC X(30)
               VALUE " - NO ACH CHANGES CAPTURED".

       01  WS-MISSING-LINE.
           05  FILLER             PIC X(50)
               VALUE "*** ACTIMG FILE MISSING - RUN FAILED ***".

       01  WS-DETAIL-LINE.
           05  WS-DL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-FIELD                    PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-OLD                      PIC X(1).
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-DL-NEW                      PIC X(1).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "CURRENT IMAGES READ    : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "PRIOR IMAGES READ      : ".
           05  WS-SUM-PRIOR       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS COMPARED      : ".
           05  WS-SUM-MATCHED     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "NEW SINCE PRIOR CYCLE  : ".
           05  WS-SUM-NEW         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "GONE SINCE PRIOR CYCLE : ".
           05  WS-SUM-GONE        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "ACH CHANGES JOURNALED  : ".
           05  WS-SUM-JRN         PIC ZZZ,ZZ9.

           COPY WBCHGJRN.
           COPY WBDBACT.


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
           IF WS-IMG-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 2000-MATCH-IMAGES
               UNTIL WS-IMG-AT-EOF AND WS-PRV-AT-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT ACHRPT-FILE
           MOVE PD-BUSINESS-DATE TO WS-H2-BUS-DATE
           WRITE ACHRPT-RECORD FROM WS-HDR-1
           WRITE ACHRPT-RECORD FROM WS-HDR-2
           WRITE ACHRPT-RECORD FROM WS-DETAIL-HDR

           INITIALIZE WB-CHGJRN-RECORD
           MOVE PD-BUSINESS-DATE TO CJ-EVENT-DATE
           MOVE "ACACHCMP"       TO CJ-USERID
           SET CJ-SOURCE-IMAGE   TO TRUE

           OPEN INPUT PRVIMG-FILE
           OPEN INPUT ACTIMG-FILE
           EVALUATE TRUE
               WHEN WS-IMG-NOT-FOUND
                   WRITE ACHRPT-RECORD FROM WS-MISSING-LINE
                   SET WS-IMG-MISSING TO TRUE
                   SET WS-IMG-AT-EOF TO TRUE
                   SET WS-PRV-AT-EOF TO TRUE
                   IF NOT WS-PRV-NOT-FOUND
                       CLOSE PRVIMG-FILE
                   END-IF
               WHEN WS-PRV-NOT-FOUND
                   WRITE ACHRPT-RECORD FROM WS-NO-PRIOR-LINE
                   SET WS-IMG-AT-EOF TO TRUE
                   SET WS-PRV-AT-EOF TO TRUE
                   CLOSE ACTIMG-FILE
               WHEN OTHER
                   SET WS-IMAGES-OPEN TO TRUE
                   OPEN EXTEND CHGJRN-FILE
                   IF WS-JRN-NOT-FOUND
                       OPEN OUTPUT CHGJRN-FILE
                   END-IF
                   PERFORM 2100-READ-CURRENT
                   PERFORM 2200-READ-PRIOR
           END-EVALUATE.

       2000-MATCH-IMAGES.
           EVALUATE TRUE
               WHEN WS-CUR-KEY = WS-PRV-KEY
                   ADD 1 TO WS-RECS-MATCHED
                   PERFORM 3000-COMPARE-ACH-SETTINGS
                   PERFORM 2100-READ-CURRENT
                   PERFORM 2200-READ-PRIOR
               WHEN WS-CUR-KEY < WS-PRV-KEY
                   ADD 1 TO WS-RECS-NEW
                   PERFORM 2100-READ-CURRENT
               WHEN OTHER
                   ADD 1 TO WS-RECS-GONE
                   PERFORM 2200-READ-PRIOR
           END-EVALUATE.

       2100-READ-CURRENT.
           READ ACTIMG-FILE
               AT END
                   SET WS-IMG-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-RECS-READ
                   MOVE WB-IMG-KEY TO WS-CUR-KEY
           END-READ.

       2200-READ-PRIOR.
           READ PRVIMG-FILE INTO WS-PRIOR-IMAGE
               AT END
                   SET WS-PRV-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PRV-KEY
               NOT AT END
                   ADD 1 TO WS-RECS-PRIOR-READ
                   MOVE WS-PI-KEY TO WS-PRV-KEY
           END-READ.

       3000-COMPARE-ACH-SETTINGS.
           MOVE WB-IMG-ACT-DATA-IMAGE TO DB-ACT-DATA-FIELDS
           MOVE DB-ACT-ACH-INCOME     TO WS-CUR-ACH-INCOME
           MOVE DB-ACT-ACH-CREDIT     TO WS-CUR-ACH-CREDIT
           MOVE DB-ACT-ACH-DEBIT      TO WS-CUR-ACH-DEBIT
           MOVE WS-PI-ACT-DATA-IMAGE  TO DB-ACT-DATA-FIELDS

           MOVE WB-IMG-FIRM-NO TO CJ-FIRM-NO
           MOVE WB-IMG-SUB-NO  TO CJ-SUB-NO
           MOVE WB-IMG-ACCT-NO TO CJ-ACCT-NO

           IF WS-CUR-ACH-INCOME NOT = DB-ACT-ACH-INCOME
               SET CJ-FLD-ACH-INCOME TO TRUE
               MOVE DB-ACT-ACH-INCOME TO CJ-OLD-VALUE
               MOVE WS-CUR-ACH-INCOME TO CJ-NEW-VALUE
               PERFORM 3100-WRITE-JOURNAL-RECORD
           END-IF

           IF WS-CUR-ACH-CREDIT NOT = DB-ACT-ACH-CREDIT
               SET CJ-FLD-ACH-CREDIT TO TRUE
               MOVE DB-ACT-ACH-CREDIT TO CJ-OLD-VALUE
               MOVE WS-CUR-ACH-CREDIT TO CJ-NEW-VALUE
               PERFORM 3100-WRITE-JOURNAL-RECORD
           END-IF

           IF WS-CUR-ACH-DEBIT NOT = DB-ACT-ACH-DEBIT
               SET CJ-FLD-ACH-DEBIT TO TRUE
               MOVE DB-ACT-ACH-DEBIT  TO CJ-OLD-VALUE
               MOVE WS-CUR-ACH-DEBIT  TO CJ-NEW-VALUE
               PERFORM 3100-WRITE-JOURNAL-RECORD
           END-IF.

       3100-WRITE-JOURNAL-RECORD.
           WRITE CHGJRN-RECORD FROM WB-CHGJRN-RECORD
           ADD 1 TO WS-RECS-JOURNALED

           MOVE CJ-FIRM-NO          TO WS-DL-FIRM
           MOVE CJ-SUB-NO           TO WS-DL-SUB
           MOVE CJ-ACCT-NO          TO WS-DL-ACCT
           MOVE CJ-FIELD-NAME       TO WS-DL-FIELD
           MOVE CJ-OLD-VALUE        TO WS-DL-OLD
           MOVE CJ-NEW-VALUE        TO WS-DL-NEW
           WRITE ACHRPT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ        TO WS-SUM-READ
           MOVE WS-RECS-PRIOR-READ  TO WS-SUM-PRIOR
           MOVE WS-RECS-MATCHED     TO WS-SUM-MATCHED
           MOVE WS-RECS-NEW         TO WS-SUM-NEW
           MOVE WS-RECS-GONE        TO WS-SUM-GONE
           MOVE WS-RECS-JOURNALED   TO WS-SUM-JRN
           WRITE ACHRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE ACHRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE ACHRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE ACHRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE ACHRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE ACHRPT-RECORD FROM WS-SUMMARY-LINE6.

       9000-TERMINATE.
           IF WS-IMAGES-OPEN
               CLOSE PRVIMG-FILE
               CLOSE ACTIMG-FILE
               CLOSE CHGJRN-FILE
           END-IF
           CLOSE ACHRPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACACHCMP"       TO WB-RC-JOB-NAME
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
           MOVE WS-RECS-JOURNALED   TO WB-RC-RECS-WRITTEN
           MOVE ZERO                TO WB-RC-RECS-REJECTED
           IF WS-IMG-MISSING
               SET WB-RC-FAILED TO TRUE
           ELSE
               SET WB-RC-CLEAN TO TRUE
           END-IF
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
