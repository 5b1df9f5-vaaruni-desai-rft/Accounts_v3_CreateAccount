      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        RUN DATE, W-8 MAIL-YEAR AGING *
      *          AND THE W-9 GRACE DEADLINE NOW USE THE BUSINESS DATE  *
      *          RETURNED BY THE ACPRCDTE PROCESSING-DATE SERVICE      *
      *          INSTEAD OF THE SYSTEM CLOCK; THE BUSINESS DATE AND ITS*
      *          SOURCE ARE STAMPED ON THE RUN-CONTROL RECORD.         *
      * T MERCER 10/15/26 WR51331        SCREEN FROM THE ACTIMG FULL   *
      *          ACCOUNT IMAGE FILE (WBACTIMG.CPY) THAT ACMSTEXT       *
      *          WRITES, INSTEAD OF RETRIEVING EVERY ACCOUNT THROUGH   *
      *          DBACT.  BEFORE EITHER ACT UPDATE (W9 PENDING STATUS,  *
      *          BACKUP WITHHOLDING) THE ACCOUNT IS RETRIEVED LIVE, AND*
      *          THE UPDATE IS SKIPPED WITH AN EXCEPTION LINE IF THE   *
      *          ACT DATA NO LONGER MATCHES THE IMAGE OR THE RETRIEVE  *
      *          FAILS.  A SKIPPED WITHHOLDING FLIP LEAVES THE W9      *
      *          PENDING RECORD CARRIED, THE SAME AS A REJECTED UPDATE.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACW8W9SW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  ACTIMG-FILE
           RECORDING MODE IS F.
           COPY WBACTIMG.

       FD  W8W9PARM-FILE
           RECORDING MODE IS F.
       01  WS-PARM-OK-SW                      PIC X    VALUE "N".
           88  WS-PARM-OK                              VALUE "Y".

       01  WS-LIVE-CHANGED-SW                 PIC X    VALUE "N".
           88  WS-LIVE-UNCHANGED                       VALUE "N".
           88  WS-LIVE-CHANGED                         VALUE "Y".
           88  WS-LIVE-RETRIEVE-FAILED                 VALUE "E".

       01  WS-GRACE-YEARS                     PIC 9(2) VALUE ZERO.
       01  WS-FIRM-RATE                       PIC S9(3)V9(6) COMP-3
                                                       VALUE ZERO.
               VALUE "W9 PENDING CARRIED     : ".
           05  WS-SUM-W9CR        PIC ZZZ,ZZ9.

           COPY WBACTMST.
           COPY WBDBACT.


           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-MM   TO WS-RD-MM
           MOVE WS-CDT-DD   TO WS-RD-DD
           MOVE WS-CDT-YYYY TO WS-RD-YYYY
               WRITE W8W9RPT-RECORD FROM WS-SECTION-HDR-1
               WRITE W8W9RPT-RECORD FROM WS-FLIP-HDR

               OPEN INPUT  ACTIMG-FILE
               OPEN OUTPUT SOLICIT-FILE
               OPEN OUTPUT W9PNDO-FILE
               PERFORM 1200-OPEN-PENDING-FILE
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

       3000-EXAMINE-ONE-ACCOUNT.
           IF DB-CM-OK
               IF DB-ACT-RESIDE-COUNTRY NOT = "US"
                   AND DB-ACT-RESIDE-COUNTRY NOT = SPACES
                   PERFORM 3200-CHECK-DOMESTIC-W9
               END-IF
           ELSE
               MOVE "ACCOUNT IMAGE DOES NOT MATCH EXTRACT RECORD"
                   TO WS-EX-REASON
               PERFORM 9100-WRITE-EXCEPTION
               PERFORM 3260-CARRY-PENDING-ON-ERROR
           END-IF.
           WRITE W9PNDO-RECORD FROM WB-W9PND-RECORD
           ADD 1 TO WS-RECS-W9-STARTED
           IF DB-ACT-W9-STATUS NOT = "P"
               PERFORM 5200-RETRIEVE-LIVE-ACCOUNT
               IF WS-LIVE-UNCHANGED
                   MOVE "P" TO DB-ACT-W9-STATUS
                   MOVE "U" TO DB-CM-REQUEST-IND
                   CALL "DBACT" USING WEB-DBACT-PARAMETERS
                   IF DB-CM-OK
                       CONTINUE
                   ELSE
                       MOVE "W9 PENDING STATUS UPDATE REJECTED BY ACT"
                           TO WS-EX-REASON
                       PERFORM 9100-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           IF DB-ACT-WITHHOLD = "Y"
               SET WS-ENFORCE-DONE TO TRUE
           ELSE
               PERFORM 5200-RETRIEVE-LIVE-ACCOUNT
               IF WS-LIVE-UNCHANGED
                   MOVE "Y"                 TO DB-ACT-WITHHOLD
                   MOVE WS-RUN-DATE-DISPLAY TO DB-ACT-WITHHOLD-DATE
                   MOVE WS-FIRM-RATE        TO DB-ACT-WITHHOLD-TAX-RATE
                   MOVE "U" TO DB-CM-REQUEST-IND
                   CALL "DBACT" USING WEB-DBACT-PARAMETERS
                   IF DB-CM-OK
                       SET WS-ENFORCE-DONE TO TRUE
                       ADD 1 TO WS-RECS-FLIPPED
                       PERFORM 5100-WRITE-FLIP-LINE
                   ELSE
                       MOVE "N" TO WS-ENFORCE-DONE-SW
                       MOVE "WITHHOLDING UPDATE REJECTED BY ACT"
                           TO WS-EX-REASON
                       PERFORM 9100-WRITE-EXCEPTION
                   END-IF
               ELSE
                   MOVE "N" TO WS-ENFORCE-DONE-SW
               END-IF
           END-IF.

           MOVE WS-FIRM-RATE   TO WS-FL-RATE
           WRITE W8W9RPT-RECORD FROM WS-FLIP-LINE.

       5200-RETRIEVE-LIVE-ACCOUNT.
           SET WS-LIVE-UNCHANGED TO TRUE
           MOVE WB-MST-FIRM-NO TO DB-ACT-KEY-FIRM-NO
           MOVE WB-MST-SUB-NO  TO DB-ACT-KEY-SUB-NO
           MOVE WB-MST-ACCT-NO TO DB-ACT-KEY-ACCT-NO
           MOVE "R" TO DB-CM-REQUEST-IND
           CALL "DBACT" USING WEB-DBACT-PARAMETERS
           IF DB-CM-OK
               IF DB-ACT-DATA-FIELDS NOT = WB-IMG-ACT-DATA-IMAGE
                   SET WS-LIVE-CHANGED TO TRUE
                   MOVE "ACCOUNT CHANGED SINCE EXTRACT - NOT UPDATED"
                       TO WS-EX-REASON
                   PERFORM 9100-WRITE-EXCEPTION
               END-IF
           ELSE
               SET WS-LIVE-RETRIEVE-FAILED TO TRUE
               MOVE "DBACT RETRIEVE FAILED - CHECK RETURN CODE"
                   TO WS-EX-REASON
               PERFORM 9100-WRITE-EXCEPTION
           END-IF
           IF NOT WS-LIVE-UNCHANGED
               MOVE WB-IMG-ACT-DATA-IMAGE TO DB-ACT-DATA-FIELDS
           END-IF.

       9100-WRITE-EXCEPTION.
           MOVE WB-MST-FIRM-NO TO WS-EX-FIRM
           MOVE WB-MST-SUB-NO  TO WS-EX-SUB
           IF WS-PARM-OK
               MOVE "C" TO DB-CM-REQUEST-IND
               CALL "DBACT" USING WEB-DBACT-PARAMETERS
               CLOSE ACTIMG-FILE
               CLOSE SOLICIT-FILE
               CLOSE W9PNDO-FILE
               IF NOT WS-PNDI-NOT-FOUND
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACW8W9SW"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
