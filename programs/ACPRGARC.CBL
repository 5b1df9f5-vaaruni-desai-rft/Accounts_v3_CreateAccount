      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        MEASURE INACTIVITY AND DATE   *
      *          THE ARCHIVE IMAGE BY THE BUSINESS DATE RETURNED BY THE*
      *          ACPRCDTE PROCESSING-DATE SERVICE INSTEAD OF THE SYSTEM*
      *          CLOCK (THE ARCHIVE TIME STAYS WALL-CLOCK), AND STAMP  *
      *          THE BUSINESS DATE AND ITS SOURCE ON THE RUN-CONTROL   *
      *          RECORD.                                               *
      * T MERCER 10/15/26 WR51331        SCREEN FROM THE ACTIMG FULL   *
      *          ACCOUNT IMAGE FILE (WBACTIMG.CPY) THAT ACMSTEXT       *
      *          WRITES, INSTEAD OF RETRIEVING EVERY ACCOUNT THROUGH   *
      *          DBACT.  AN ACCOUNT THAT QUALIFIES FOR PURGE IS        *
      *          RETRIEVED LIVE BEFORE IT IS ARCHIVED AND DELETED, AND *
      *          IS LEFT ALONE (WITH AN EXCEPTION LINE) IF ITS ACT DATA*
      *          NO LONGER MATCHES THE IMAGE - SOMEBODY TOUCHED IT     *
      *          SINCE THE EXTRACT.  THE ARCHIVE IMAGE IS TAKEN FROM   *
      *          THE LIVE RETRIEVE.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACPRGARC.
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

       FD  PRGPARM-FILE
           RECORDING MODE IS F.
       01  WS-PARM-OK-SW                      PIC X    VALUE "N".
           88  WS-PARM-OK                              VALUE "Y".

       01  WS-LIVE-CHANGED-SW                 PIC X    VALUE "N".
           88  WS-LIVE-CHANGED                         VALUE "Y".
           88  WS-LIVE-UNCHANGED                       VALUE "N".

       01  WS-INACTIVE-CYCLES                 PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
               VALUE "EXCEPTIONS             : ".
           05  WS-SUM-EXC         PIC ZZZ,ZZ9.

           COPY WBACTMST.
           COPY WBDBACT.


           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE PD-BUSINESS-CYMD      TO WS-CURRENT-DATE-TIME(1:8)
           MOVE WS-CDT-MM   TO WS-RD-MM
           MOVE WS-CDT-DD   TO WS-RD-DD
           MOVE WS-CDT-YYYY TO WS-RD-YYYY
               MOVE WS-INACTIVE-CYCLES TO WS-H2-CYCLES
               WRITE PRGRPT-RECORD FROM WS-HDR-2

               OPEN INPUT  ACTIMG-FILE
               OPEN EXTEND ACTARC-FILE
               IF WS-ARC-STATUS = "35"
                   OPEN OUTPUT ACTARC-FILE
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
               IF DB-ACT-PURGE-IND NOT = SPACE
                   ADD 1 TO WS-RECS-FLAGGED
                   PERFORM 3100-CHECK-INACTIVITY
               END-IF
           ELSE
               MOVE "ACCOUNT IMAGE DOES NOT MATCH EXTRACT RECORD"
                   TO WS-EX-REASON
               PERFORM 9100-WRITE-EXCEPTION
           END-IF.

                       TO WS-EX-REASON
                   PERFORM 9100-WRITE-EXCEPTION
               ELSE
                   PERFORM 4200-RECHECK-LIVE-ACCOUNT
               END-IF
           END-IF.

               PERFORM 9100-WRITE-EXCEPTION
           END-IF.

       4200-RECHECK-LIVE-ACCOUNT.
           SET WS-LIVE-UNCHANGED TO TRUE
           MOVE WB-MST-FIRM-NO TO DB-ACT-KEY-FIRM-NO
           MOVE WB-MST-SUB-NO  TO DB-ACT-KEY-SUB-NO
           MOVE WB-MST-ACCT-NO TO DB-ACT-KEY-ACCT-NO
           MOVE "R" TO DB-CM-REQUEST-IND
           CALL "DBACT" USING WEB-DBACT-PARAMETERS
           IF DB-CM-OK
               AND DB-ACT-DATA-FIELDS NOT = WB-IMG-ACT-DATA-IMAGE
               SET WS-LIVE-CHANGED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN DB-CM-NOT-FOUND
                   MOVE "ON EXTRACT BUT NOT FOUND ON ACT"
                       TO WS-EX-REASON
                   PERFORM 9100-WRITE-EXCEPTION
               WHEN NOT DB-CM-OK
                   MOVE "DBACT RETRIEVE FAILED - CHECK RETURN CODE"
                       TO WS-EX-REASON
                   PERFORM 9100-WRITE-EXCEPTION
               WHEN WS-LIVE-CHANGED
                   MOVE "ACCOUNT CHANGED SINCE EXTRACT - NOT PURGED"
                       TO WS-EX-REASON
                   PERFORM 9100-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 4000-ARCHIVE-AND-DELETE
           END-EVALUATE.

       9100-WRITE-EXCEPTION.
           MOVE WB-MST-FIRM-NO TO WS-EX-FIRM
           MOVE WB-MST-SUB-NO  TO WS-EX-SUB
           IF WS-PARM-OK
               MOVE "C" TO DB-CM-REQUEST-IND
               CALL "DBACT" USING WEB-DBACT-PARAMETERS
               CLOSE ACTIMG-FILE
               CLOSE ACTARC-FILE
           END-IF
           CLOSE PRGRPT-FILE.
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACPRGARC"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
