      ******************************************************************
      * PROGRAM-ID: ACSANRSC                                          *
      * DESC      : NIGHTLY SANCTIONS RESCREEN.  READS THE ACTIMG FULL *
      *             ACCOUNT IMAGE FILE (WBACTIMG.CPY) THAT ACMSTEXT    *
      *             WRITES AND SCREENS EVERY ACCOUNT'S NAME/ADDRESS    *
      *             LINES DB-ACT-NAME-ADDR-1 THRU -6, DB-ACT-CITIZEN-  *
      *             COUNTRY AND DB-ACT-RESIDE-COUNTRY THROUGH THE      *
      *             ACSANCHK SANCTIONS SERVICE, SO A CUSTOMER ADDED TO *
      *             THE LIST AFTER OPENING IS CAUGHT.  EACH NEW HIT IS *
      *             APPENDED AS AN OPEN ITEM TO THE SANCTIONS REVIEW   *
      *             QUEUE (SANRVW, WBSANRVW.CPY) FOR COMPLIANCE'S      *
      *             ACSANRPT AGED WORKLIST, AND LISTED ON THE RESCREEN *
      *             REPORT.                                            *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION.  EVERY LIST  *
      *          ENTRY AN ACCOUNT MATCHES IS COLLECTED (SP-NEXT-HIT),  *
      *          AND ONE QUEUE ITEM IS OPENED PER ACCOUNT PER LIST     *
      *          ENTRY.  AN ACCOUNT/ENTRY PAIR ALREADY ON THE QUEUE,   *
      *          OPEN OR CLOSED, IS NOT QUEUED AGAIN - A CLEARED FALSE *
      *          POSITIVE STAYS CLEARED UNTIL THE LIST ENTRY ID        *
      *          CHANGES.  THE QUEUE-KEY TABLE HOLDS 50000 PAIRS; PAST *
      *          THAT, HITS ARE QUEUED WITHOUT THE DUPLICATE CHECK     *
      *          RATHER THAN DROPPED, AND THE OVERFLOW IS REPORTED.  A *
      *          MISSING OR EMPTY SANCTIONS LIST SCREENS NOTHING, AND  *
      *          THE RUN ENDS FAILED WITH RETURN-CODE 8.  QUEUE ITEMS  *
      *          ARE DATED WITH THE CYCLE'S BUSINESS DATE FROM         *
      *          ACPRCDTE SO THE WORKLIST AGES THEM FROM THE NIGHT     *
      *          THEY WERE FOUND.                                      *
      * T MERCER 10/15/26 WR51333        A MISSING ACTIMG NOW ENDS THE *
      *          RUN FAILED WITH RETURN-CODE 8, AS A MISSING LIST      *
      *          DOES, INSTEAD OF RECORDING A CLEAN RUN THAT SCREENED  *
      *          NOTHING.                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSANRSC.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT SANRVW-FILE    ASSIGN TO "SANRVW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVW-STATUS.

           SELECT SANRPT-FILE    ASSIGN TO "SANRSCRP"
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

       FD  SANRVW-FILE
           RECORDING MODE IS F.
           COPY WBSANRVW.

       FD  SANRPT-FILE
           RECORDING MODE IS F.
       01  SANRPT-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-IMG-STATUS                      PIC XX.
           88  WS-IMG-NOT-FOUND               VALUE "35".

       01  WS-RVW-STATUS                      PIC XX.
           88  WS-RVW-NOT-FOUND               VALUE "35".
           88  WS-RVW-EOF                     VALUE "10".

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-MST-AT-EOF-SW                   PIC X    VALUE "N".
           88  WS-MST-AT-EOF                           VALUE "Y".

       01  WS-LIST-MISSING-SW                 PIC X    VALUE "N".
           88  WS-LIST-MISSING                         VALUE "Y".

       01  WS-IMG-MISSING-SW                  PIC X    VALUE "N".
           88  WS-IMG-MISSING                          VALUE "Y".

       01  WS-QUEUE-KEY-CTL.
           05  WS-QK-COUNT                    PIC S9(8) COMP VALUE ZERO.
           05  WS-QK-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-QK-COUNT
                   INDEXED BY WS-QK-IDX.
               10  WS-QK-KEY.
                   15  WS-QK-FIRM-NO          PIC 9(3).
                   15  WS-QK-SUB-NO           PIC 9(3).
                   15  WS-QK-ACCT-NO          PIC 9(8).
               10  WS-QK-ENTRY-ID             PIC X(10).

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-SEARCH-KEY.
           05  WS-SK-FIRM-NO                  PIC 9(3).
           05  WS-SK-SUB-NO                   PIC 9(3).
           05  WS-SK-ACCT-NO                  PIC 9(8).

       01  WS-NAMELINE-NO                     PIC 9.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYY                    PIC 9(4).
           05  WS-CDT-MM                      PIC 9(2).
           05  WS-CDT-DD                      PIC 9(2).
           05  WS-CDT-HH                      PIC 9(2).
           05  WS-CDT-MI                      PIC 9(2).
           05  WS-CDT-SS                      PIC 9(2).
           05  FILLER                         PIC X(9).

       01  WS-OPEN-TIME-DISPLAY.
           05  WS-OT-HH                       PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-OT-MI                       PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-OT-SS                       PIC 9(2).

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-SCREENED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DB-ERROR               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-HIT                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-HITS-QUEUED                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-HITS-ON-QUEUE               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-QK-OVERFLOW                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LIST-DROPPED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCT-HIT-COUNT              PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(44)
               VALUE "NIGHTLY SANCTIONS RESCREEN".
       01  WS-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(6)  VALUE "REP".
           05  FILLER             PIC X(5)  VALUE "TYPE".
           05  FILLER             PIC X(12) VALUE "ENTRY ID".
           05  FILLER             PIC X(12) VALUE "PROGRAM".
           05  FILLER             PIC X(18) VALUE "MATCHED FIELD".
           05  FILLER             PIC X(42) VALUE "LISTED AS".
           05  FILLER             PIC X(16) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-REP                      PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE                     PIC X(1).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-DL-ENTRY-ID                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-PROGRAM                  PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-FIELD                    PIC X(16).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-LIST-TEXT                PIC X(40).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-DISP                     PIC X(16).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT                    PIC X(80).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNT IMAGES READ    : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS SCREENED      : ".
           05  WS-SUM-SCREENED    PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "BAD ACCOUNT IMAGES     : ".
           05  WS-SUM-DBERR       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS WITH HITS     : ".
           05  WS-SUM-ACCTS-HIT   PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "NEW HITS QUEUED        : ".
           05  WS-SUM-QUEUED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "HITS ALREADY ON QUEUE  : ".
           05  WS-SUM-ON-QUEUE    PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "QUEUE KEY OVERFLOW     : ".
           05  WS-SUM-QK-OVFL     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "LIST RECORDS DROPPED   : ".
           05  WS-SUM-DROPPED     PIC ZZZ,ZZ9.


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
           COPY WBSANPRM.

           COPY WBACTMST.
           COPY WBDBACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9400-STAMP-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MST-AT-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-LIST-MISSING OR WS-IMG-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-HH   TO WS-OT-HH
           MOVE WS-CDT-MI   TO WS-OT-MI
           MOVE WS-CDT-SS   TO WS-OT-SS

           PERFORM 1100-LOAD-QUEUE-KEYS

           OPEN OUTPUT SANRPT-FILE
           WRITE SANRPT-RECORD FROM WS-HDR-1
           WRITE SANRPT-RECORD FROM WS-DETAIL-HDR

           OPEN EXTEND SANRVW-FILE
           IF WS-RVW-NOT-FOUND
               OPEN OUTPUT SANRVW-FILE
           END-IF

           OPEN INPUT ACTIMG-FILE
           IF WS-IMG-NOT-FOUND
               SET WS-IMG-MISSING TO TRUE
               SET WS-MST-AT-EOF TO TRUE
               MOVE "ACTIMG FILE MISSING - NOTHING SCREENED"
                   TO WS-MSG-TEXT
               WRITE SANRPT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 2100-READ-MASTER
           END-IF.

       1100-LOAD-QUEUE-KEYS.
           OPEN INPUT SANRVW-FILE
           IF WS-RVW-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1110-LOAD-ONE-KEY UNTIL WS-RVW-EOF
               CLOSE SANRVW-FILE
           END-IF.

       1110-LOAD-ONE-KEY.
           READ SANRVW-FILE
               AT END
                   SET WS-RVW-EOF TO TRUE
               NOT AT END
                   IF WS-QK-COUNT < 50000
                       ADD 1 TO WS-QK-COUNT
                       MOVE SR-KEY      TO WS-QK-KEY(WS-QK-COUNT)
                       MOVE SR-ENTRY-ID TO WS-QK-ENTRY-ID(WS-QK-COUNT)
                   ELSE
                       ADD 1 TO WS-QK-OVERFLOW
                   END-IF
           END-READ.

       2000-PROCESS-MASTER.
           ADD 1 TO WS-RECS-READ
           IF DB-CM-OK
               PERFORM 3000-SCREEN-ONE-ACCOUNT
           ELSE
               ADD 1 TO WS-RECS-DB-ERROR
           END-IF
           IF NOT WS-LIST-MISSING
               PERFORM 2100-READ-MASTER
           END-IF.

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

       3000-SCREEN-ONE-ACCOUNT.
           INITIALIZE WB-SANPRM-PARMS
           MOVE 6 TO SP-NAME-COUNT
           MOVE DB-ACT-NAME-ADDR-1 TO SP-NAME-TEXT(1)
           MOVE DB-ACT-NAME-ADDR-2 TO SP-NAME-TEXT(2)
           MOVE DB-ACT-NAME-ADDR-3 TO SP-NAME-TEXT(3)
           MOVE DB-ACT-NAME-ADDR-4 TO SP-NAME-TEXT(4)
           MOVE DB-ACT-NAME-ADDR-5 TO SP-NAME-TEXT(5)
           MOVE DB-ACT-NAME-ADDR-6 TO SP-NAME-TEXT(6)
           MOVE 2 TO SP-COUNTRY-COUNT
           MOVE DB-ACT-CITIZEN-COUNTRY TO SP-COUNTRY-CODE(1)
           MOVE DB-ACT-RESIDE-COUNTRY  TO SP-COUNTRY-CODE(2)
           SET SP-NEW-SCREEN TO TRUE
           CALL "ACSANCHK" USING WB-SANPRM-PARMS
           MOVE SP-LIST-DROPPED TO WS-LIST-DROPPED

           IF SP-LIST-EMPTY
               SET WS-LIST-MISSING TO TRUE
               SET WS-MST-AT-EOF TO TRUE
               MOVE "SANCTIONS LIST MISSING OR EMPTY - NOTHING SCREENED"
                   TO WS-MSG-TEXT
               WRITE SANRPT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               ADD 1 TO WS-RECS-SCREENED
               MOVE ZERO TO WS-ACCT-HIT-COUNT
               PERFORM 3100-PROCESS-ONE-HIT UNTIL NOT SP-HIT
               IF WS-ACCT-HIT-COUNT > ZERO
                   ADD 1 TO WS-ACCTS-HIT
               END-IF
           END-IF.

       3100-PROCESS-ONE-HIT.
           ADD 1 TO WS-ACCT-HIT-COUNT
           MOVE DB-ACT-FIRM-NO TO WS-SK-FIRM-NO
           MOVE DB-ACT-SUB-NO  TO WS-SK-SUB-NO
           MOVE DB-ACT-ACCT-NO TO WS-SK-ACCT-NO
           PERFORM 4000-SEARCH-QUEUE-KEYS

           MOVE DB-ACT-FIRM-NO   TO WS-DL-FIRM
           MOVE DB-ACT-SUB-NO    TO WS-DL-SUB
           MOVE DB-ACT-ACCT-NO   TO WS-DL-ACCT
           MOVE DB-ACT-REP       TO WS-DL-REP
           MOVE SP-HIT-TYPE      TO WS-DL-TYPE
           MOVE SP-HIT-ENTRY-ID  TO WS-DL-ENTRY-ID
           MOVE SP-HIT-PROGRAM   TO WS-DL-PROGRAM
           MOVE SP-HIT-LIST-TEXT TO WS-DL-LIST-TEXT
           PERFORM 3200-SET-MATCHED-FIELD

           IF WS-FOUND
               ADD 1 TO WS-HITS-ON-QUEUE
               MOVE "ALREADY ON QUEUE" TO WS-DL-DISP
           ELSE
               PERFORM 5000-WRITE-QUEUE-ITEM
               MOVE "QUEUED"           TO WS-DL-DISP
           END-IF
           WRITE SANRPT-RECORD FROM WS-DETAIL-LINE

           SET SP-NEXT-HIT TO TRUE
           CALL "ACSANCHK" USING WB-SANPRM-PARMS.

       3200-SET-MATCHED-FIELD.
           MOVE SPACES TO SR-MATCHED-FIELD
           MOVE SPACES TO SR-MATCHED-TEXT
           IF SP-HIT-COUNTRY
               IF SP-HIT-SOURCE-SUB = 1
                   MOVE "CITIZEN-COUNTRY" TO SR-MATCHED-FIELD
               ELSE
                   MOVE "RESIDE-COUNTRY"  TO SR-MATCHED-FIELD
               END-IF
               MOVE SP-COUNTRY-CODE(SP-HIT-SOURCE-SUB)
                   TO SR-MATCHED-TEXT
           ELSE
               MOVE SP-HIT-SOURCE-SUB TO WS-NAMELINE-NO
               STRING "NAME-ADDR-" WS-NAMELINE-NO
                   DELIMITED BY SIZE INTO SR-MATCHED-FIELD
               MOVE SP-NAME-TEXT(SP-HIT-SOURCE-SUB)
                   TO SR-MATCHED-TEXT
           END-IF
           MOVE SR-MATCHED-FIELD TO WS-DL-FIELD.

       4000-SEARCH-QUEUE-KEYS.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-QK-IDX FROM 1 BY 1
                   UNTIL WS-QK-IDX > WS-QK-COUNT OR WS-FOUND
               IF WS-QK-KEY(WS-QK-IDX) = WS-SEARCH-KEY
                   AND WS-QK-ENTRY-ID(WS-QK-IDX) = SP-HIT-ENTRY-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       5000-WRITE-QUEUE-ITEM.
           MOVE WS-SEARCH-KEY     TO SR-KEY
           MOVE PD-BUSINESS-DATE  TO SR-OPEN-DATE
           MOVE WS-OPEN-TIME-DISPLAY TO SR-OPEN-TIME
           MOVE DB-ACT-REP        TO SR-REP
           MOVE DB-ACT-BRANCH     TO SR-BRANCH
           MOVE SP-HIT-TYPE       TO SR-HIT-TYPE
           MOVE SP-HIT-ENTRY-ID   TO SR-ENTRY-ID
           MOVE SP-HIT-PROGRAM    TO SR-PROGRAM
           MOVE SP-HIT-LIST-TEXT  TO SR-LIST-TEXT
           SET SR-STATUS-OPEN     TO TRUE
           MOVE SPACES            TO SR-DISP-CODE
           MOVE SPACES            TO SR-DISP-TEXT
           MOVE SPACES            TO SR-REVIEWER
           MOVE SPACES            TO SR-CLOSE-DATE
           MOVE SPACES            TO SR-CLOSE-TIME
           WRITE WB-SANRVW-RECORD
           ADD 1 TO WS-HITS-QUEUED

           IF WS-QK-COUNT < 50000
               ADD 1 TO WS-QK-COUNT
               MOVE WS-SEARCH-KEY   TO WS-QK-KEY(WS-QK-COUNT)
               MOVE SP-HIT-ENTRY-ID TO WS-QK-ENTRY-ID(WS-QK-COUNT)
           ELSE
               ADD 1 TO WS-QK-OVERFLOW
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ     TO WS-SUM-READ
           MOVE WS-RECS-SCREENED TO WS-SUM-SCREENED
           MOVE WS-RECS-DB-ERROR TO WS-SUM-DBERR
           MOVE WS-ACCTS-HIT     TO WS-SUM-ACCTS-HIT
           MOVE WS-HITS-QUEUED   TO WS-SUM-QUEUED
           MOVE WS-HITS-ON-QUEUE TO WS-SUM-ON-QUEUE
           MOVE WS-QK-OVERFLOW   TO WS-SUM-QK-OVFL
           MOVE WS-LIST-DROPPED  TO WS-SUM-DROPPED
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE6
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE7
           WRITE SANRPT-RECORD FROM WS-SUMMARY-LINE8.

       9000-TERMINATE.
           IF NOT WS-IMG-MISSING
               CLOSE ACTIMG-FILE
           END-IF
           CLOSE SANRVW-FILE
           CLOSE SANRPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACSANRSC"       TO WB-RC-JOB-NAME
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
           MOVE WS-RECS-READ     TO WB-RC-RECS-READ
           MOVE WS-HITS-QUEUED   TO WB-RC-RECS-WRITTEN
           MOVE WS-RECS-DB-ERROR TO WB-RC-RECS-REJECTED
           IF WS-LIST-MISSING OR WS-IMG-MISSING
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
