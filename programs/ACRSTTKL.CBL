      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        AGE RESTRICTIONS AND REVIEW   *
      *          DATES AGAINST THE BUSINESS DATE RETURNED BY THE       *
      *          ACPRCDTE PROCESSING-DATE SERVICE INSTEAD OF THE SYSTEM*
      *          CLOCK, AND STAMP IT AND ITS SOURCE ON THE RUN-CONTROL *
      *          RECORD.                                               *
      * T MERCER 10/15/26 WR51331        AGE FROM THE ACTIMG FULL      *
      *          ACCOUNT IMAGE FILE (WBACTIMG.CPY) THAT ACMSTEXT       *
      *          WRITES, INSTEAD OF RETRIEVING EVERY ACCOUNT THROUGH   *
      *          DBACT.  AN AUTO-RELEASE NOW RETRIEVES THE ACCOUNT LIVE*
      *          FIRST AND ONLY CLEARS THE RESTRICTION IF THE ACT DATA *
      *          STILL MATCHES THE IMAGE; A CHANGED ACCOUNT OR A FAILED*
      *          RETRIEVE IS COUNTED AS A REJECTED RELEASE AND SAID ON *
      *          THE AUDIT SECTION.  AN IMAGE WHOSE KEY DOES NOT MATCH *
      *          ITS EXTRACT RECORD IS COUNTED ON THE OLD              *
      *          RETRIEVE-ERROR LINE, NOW BAD ACCOUNT IMAGES.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRSTTKL.
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

       FD  TKLPARM-FILE
           RECORDING MODE IS F.
       01  WS-MST-EOF-SW                      PIC X    VALUE "N".
           88  WS-MST-AT-EOF                           VALUE "Y".

       01  WS-LIVE-CHANGED-SW                 PIC X    VALUE "N".
           88  WS-LIVE-UNCHANGED                       VALUE "N".
           88  WS-LIVE-CHANGED                         VALUE "Y".
           88  WS-LIVE-RETRIEVE-FAILED                 VALUE "E".

       01  WS-AUTO-RELEASE-SW                 PIC X    VALUE "N".
           88  WS-AUTO-RELEASE                         VALUE "Y".

           05  WS-SUM-BADDT       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "BAD ACCOUNT IMAGES     : ".
           05  WS-SUM-DBERR       PIC ZZZ,ZZ9.

           COPY WBACTMST.
           COPY WBDBACT.


           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-CURRENT-DATE-DATA
           COMPUTE WS-TODAY-YYYYMMDD =
               (WS-CD-YYYY * 10000) + (WS-CD-MM * 100) + WS-CD-DD
           COMPUTE WS-TODAY-INT =
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-RSTREL-TABLE

           OPEN INPUT  ACTIMG-FILE
           OPEN OUTPUT TKLRPT-FILE
           WRITE TKLRPT-RECORD FROM WS-HDR-1
           IF WS-AUTO-RELEASE
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
               PERFORM 3100-AGE-RESTRICTION
               PERFORM 3200-AGE-DOC-RESTRICTION
           PERFORM 5300-FIND-RELEASE-ENTRY-RST
           IF WS-FOUND
               AND WS-AGE-DAYS > WS-RELEASE-DAYS
               PERFORM 5600-RETRIEVE-LIVE-ACCOUNT
               IF WS-LIVE-UNCHANGED
                   MOVE SPACE  TO DB-ACT-RESTRICT-CODE
                   MOVE SPACES TO DB-ACT-RESTRICT-DATE
                   MOVE "U" TO DB-CM-REQUEST-IND
                   CALL "DBACT" USING WEB-DBACT-PARAMETERS
               END-IF
               MOVE "RST" TO WS-AU-TYPE-WORK
               PERFORM 5500-RECORD-RELEASE-RESULT
           END-IF.
           PERFORM 5400-FIND-RELEASE-ENTRY-DOC
           IF WS-FOUND
               AND WS-AGE-DAYS > WS-RELEASE-DAYS
               PERFORM 5600-RETRIEVE-LIVE-ACCOUNT
               IF WS-LIVE-UNCHANGED
                   MOVE SPACE  TO DB-ACT-DOC-RESTRICT-CODE
                   MOVE SPACES TO DB-ACT-DOC-RESTRICT-DATE
                   MOVE "U" TO DB-CM-REQUEST-IND
                   CALL "DBACT" USING WEB-DBACT-PARAMETERS
               END-IF
               MOVE "DOC" TO WS-AU-TYPE-WORK
               PERFORM 5500-RECORD-RELEASE-RESULT
           END-IF.
           END-PERFORM.

       5500-RECORD-RELEASE-RESULT.
           EVALUATE TRUE
               WHEN WS-LIVE-CHANGED
                   ADD 1 TO WS-RECS-REL-REJECTED
                   MOVE "CHANGED ON ACT" TO WS-AU-DISP-WORK
               WHEN WS-LIVE-RETRIEVE-FAILED
                   ADD 1 TO WS-RECS-REL-REJECTED
                   MOVE "RETRIEVE FAILED" TO WS-AU-DISP-WORK
               WHEN DB-CM-OK
                   ADD 1 TO WS-RECS-RELEASED
                   MOVE "RELEASED" TO WS-AU-DISP-WORK
                   MOVE DB-ACT-DATA-FIELDS TO WB-IMG-ACT-DATA-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-RECS-REL-REJECTED
                   MOVE "UPDATE REJECTED" TO WS-AU-DISP-WORK
           END-EVALUATE
           IF WS-AU-COUNT < 1000
               ADD 1 TO WS-AU-COUNT
               MOVE WB-MST-FIRM-NO  TO WS-AU-FIRM(WS-AU-COUNT)
               ADD 1 TO WS-AU-OVERFLOW
           END-IF.

       5600-RETRIEVE-LIVE-ACCOUNT.
           SET WS-LIVE-UNCHANGED TO TRUE
           MOVE WB-MST-FIRM-NO TO DB-ACT-KEY-FIRM-NO
           MOVE WB-MST-SUB-NO  TO DB-ACT-KEY-SUB-NO
           MOVE WB-MST-ACCT-NO TO DB-ACT-KEY-ACCT-NO
           MOVE "R" TO DB-CM-REQUEST-IND
           CALL "DBACT" USING WEB-DBACT-PARAMETERS
           IF DB-CM-OK
               IF DB-ACT-DATA-FIELDS NOT = WB-IMG-ACT-DATA-IMAGE
                   SET WS-LIVE-CHANGED TO TRUE
               END-IF
           ELSE
               SET WS-LIVE-RETRIEVE-FAILED TO TRUE
           END-IF
           IF NOT WS-LIVE-UNCHANGED
               MOVE WB-IMG-ACT-DATA-IMAGE TO DB-ACT-DATA-FIELDS
           END-IF.

       6000-WRITE-BRANCH-REP-SECTION.
           WRITE TKLRPT-RECORD FROM WS-SECTION-HDR-2
           WRITE TKLRPT-RECORD FROM WS-BR-DETAIL-HDR1
       9000-TERMINATE.
           MOVE "C" TO DB-CM-REQUEST-IND
           CALL "DBACT" USING WEB-DBACT-PARAMETERS
           CLOSE ACTIMG-FILE
           CLOSE TKLRPT-FILE.

       9400-STAMP-RUN-START.
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACRSTTKL"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
