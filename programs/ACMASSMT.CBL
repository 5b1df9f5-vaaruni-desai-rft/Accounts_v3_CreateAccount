      ******************************************************************
      * PROGRAM-ID: ACMASSMT                                          *
      * DESC      : MASS FIELD-MAINTENANCE UTILITY.  READS A FIELD-    *
      *             LEVEL CHANGE FILE (WBMASCHG.CPY) IN ASCENDING      *
      *             FIRM/SUB/ACCT-NO SEQUENCE, RETRIEVES EACH ACCOUNT  *
      *             FROM DBACT, APPLIES ALL OF THAT ACCOUNT'S CHANGES  *
      *             TO THE RETRIEVED IMAGE, RUNS THE SAME PRE-UPDATE   *
      *             GATES THE SERVICE USES (ACCLRVAL FOR CLEARING      *
      *             NUMBERS, ACMMFVAL FOR SWEEP FUNDS, ACREPVAL FOR    *
      *             REP CODES) AND ISSUES ONE DB-CM-REQ-UPDATE.  EVERY *
      *             FIELD CHANGED IS WRITTEN TO A BEFORE-IMAGE BACKOUT *
      *             FILE (WBMASBKO.CPY).  RUN WITH MODE "B" ON THE     *
      *             MASPARM CARD, THE SAME PROGRAM READS A BACKOUT     *
      *             FILE AND PUTS EVERY FIELD THE RUN CHANGED BACK TO  *
      *             ITS BEFORE VALUE.  RESTARTABLE LIKE ACBULKLD: THE  *
      *             LAST UPDATED KEY IS CHECKPOINTED (WBMASCK.CPY)     *
      *             EVERY WS-CKPT-INTERVAL ACCOUNTS.  ONE LINE IS      *
      *             PRINTED PER CHANGE WITH ITS BEFORE AND AFTER       *
      *             VALUE, REQUESTER AND RESULT.                       *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51336        INITIAL VERSION.  THE FIELDS  *
      *          THAT MAY BE CHANGED ARE LISTED IN 4000-LOCATE-FIELD   *
      *          AND 4100-STORE-FIELD; A FIELD WITH A KEY MIRROR       *
      *          (REP, BRANCH, TAXID, CLEARING NUMBERS) IS SET IN      *
      *          BOTH.  REP/BRANCH CHANGES HERE DO NOT ROLL THE        *
      *          -PREVIOUS FIELDS - BOOK TRANSFERS STAY WITH ACREPXFR. *
      *          A GATE FAILURE REJECTS EVERY CHANGE FOR THE ACCOUNT,  *
      *          SINCE THE GATES CANNOT SAY WHICH FIELD FAILED.  A     *
      *          CHANGE THAT FINDS THE FIELD ALREADY AT ITS NEW VALUE  *
      *          IS COUNTED BUT NOT UPDATED AND GETS NO BACKOUT        *
      *          RECORD, SO REPROCESSING PAST THE LAST CHECKPOINT ON A *
      *          RESTART IS HARMLESS.  BACKOUT RESTORES A FIELD ONLY   *
      *          WHERE IT STILL HOLDS THE VALUE THE RUN SET; ANYTHING  *
      *          CHANGED SINCE IS REPORTED AND LEFT ALONE.  BACKOUT    *
      *          DOES NOT RE-RUN THE GATES - IT PUTS BACK VALUES THAT  *
      *          WERE ALREADY ON ACT.  AN UNKNOWN RUN MODE, A MISSING  *
      *          INPUT FILE OR A CHECKPOINT FILE LEFT BY A RUN IN THE  *
      *          OTHER MODE ENDS THE RUN WITH RETURN-CODE 8 BEFORE     *
      *          ANY ACCOUNT IS TOUCHED.                               *
      * T MERCER 10/15/26 WR51336        A RUN THAT REACHES THE END OF *
      *          ITS INPUT NOW EMPTIES MASCKPT INSTEAD OF TAKING A     *
      *          FINAL CHECKPOINT.  THE LAST KEY WAS BEING LEFT ON THE *
      *          FILE, SO THE NEXT APPLY RUN SKIPPED EVERY ACCOUNT AT  *
      *          OR BELOW IT AND A BACKOUT OF A FINISHED APPLY FAILED  *
      *          AS A CHECKPOINT FROM THE OTHER RUN MODE.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMASSMT.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASPARM-FILE   ASSIGN TO "MASPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASCHG-FILE    ASSIGN TO "MASCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT MASBKO-FILE    ASSIGN TO "MASBKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT CKPT-FILE      ASSIGN TO "MASCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT MASRPT-FILE    ASSIGN TO "MASSMTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASPARM-FILE
           RECORDING MODE IS F.
       01  MASPARM-RECORD.
           05  MASPARM-RUN-MODE               PIC X(1).
           05  FILLER                         PIC X(79).

       FD  MASCHG-FILE
           RECORDING MODE IS F.
           COPY WBMASCHG.

       FD  MASBKO-FILE
           RECORDING MODE IS F.
           COPY WBMASBKO.

       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY WBMASCK.

       FD  MASRPT-FILE
           RECORDING MODE IS F.
       01  MASRPT-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                     PIC XX.
           88  WS-PARM-NOT-FOUND              VALUE "35".

       01  WS-CHG-STATUS                      PIC XX.
           88  WS-CHG-NOT-FOUND               VALUE "35".

       01  WS-BKO-STATUS                      PIC XX.
           88  WS-BKO-NOT-FOUND               VALUE "35".

       01  WS-CKPT-STATUS                     PIC XX.
           88  WS-CKPT-NOT-FOUND              VALUE "35".
           88  WS-CKPT-EOF                    VALUE "10".

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-IN-EOF-SW                       PIC X    VALUE "N".
           88  WS-IN-AT-EOF                            VALUE "Y".

       01  WS-RUN-MODE                        PIC X    VALUE "A".
           88  WS-MODE-APPLY                           VALUE "A".
           88  WS-MODE-BACKOUT                         VALUE "B".

       01  WS-RUN-OK-SW                       PIC X    VALUE "Y".
           88  WS-RUN-OK                               VALUE "Y".
           88  WS-RUN-FAILED                           VALUE "N".

       01  WS-FILES-OPEN-SW                   PIC X    VALUE "N".
           88  WS-FILES-OPEN                           VALUE "Y".

       01  WS-CKPT-INTERVAL                   PIC 9(4) VALUE 100.

       01  WS-SINCE-CKPT                      PIC 9(9) VALUE ZERO.

       01  WS-HAVE-RESTART-KEY-SW             PIC X    VALUE "N".
           88  WS-HAVE-RESTART-KEY                     VALUE "Y".

       01  WS-RESTART-KEY.
           05  WS-RK-FIRM-NO                  PIC 9(3) VALUE ZERO.
           05  WS-RK-SUB-NO                   PIC 9(3) VALUE ZERO.
           05  WS-RK-ACCT-NO                  PIC 9(8) VALUE ZERO.
       01  WS-RK-RUN-MODE                     PIC X    VALUE SPACE.

       01  WS-IN-RECORD.
           05  WS-IN-KEY.
               10  WS-IN-FIRM-NO              PIC 9(3).
               10  WS-IN-SUB-NO               PIC 9(3).
               10  WS-IN-ACCT-NO              PIC 9(8).
           05  WS-IN-FIELD-NAME               PIC X(20).
           05  WS-IN-NEW-VALUE                PIC X(64).
           05  WS-IN-EXPECT-VALUE             PIC X(64).
           05  WS-IN-REQUESTER                PIC X(8).

       01  WS-LAST-IN-KEY.
           05  WS-LK-FIRM-NO                  PIC 9(3) VALUE ZERO.
           05  WS-LK-SUB-NO                   PIC 9(3) VALUE ZERO.
           05  WS-LK-ACCT-NO                  PIC 9(8) VALUE ZERO.

       01  WS-GROUP-KEY.
           05  WS-GK-FIRM-NO                  PIC 9(3) VALUE ZERO.
           05  WS-GK-SUB-NO                   PIC 9(3) VALUE ZERO.
           05  WS-GK-ACCT-NO                  PIC 9(8) VALUE ZERO.

       01  WS-GROUP-TABLE-CTL.
           05  WS-GROUP-COUNT                 PIC S9(4) COMP VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-GROUP-COUNT
                   INDEXED BY WS-GP-IDX WS-GP-IDX2.
               10  WS-GP-FIELD-NAME           PIC X(20).
               10  WS-GP-NEW-VALUE            PIC X(64).
               10  WS-GP-EXPECT-VALUE         PIC X(64).
               10  WS-GP-BEFORE-VALUE         PIC X(64).
               10  WS-GP-REQUESTER            PIC X(8).
               10  WS-GP-STATUS               PIC X(1).
                   88  WS-GP-PENDING          VALUE "P".
                   88  WS-GP-REJECTED         VALUE "R".
                   88  WS-GP-NO-CHANGE        VALUE "N".
                   88  WS-GP-APPLIED          VALUE "A".
               10  WS-GP-RESULT               PIC X(32).

       01  WS-PENDING-COUNT                   PIC S9(4) COMP VALUE ZERO.

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-FIELD-KNOWN-SW                  PIC X.
           88  WS-FIELD-KNOWN                 VALUE "Y".
           88  WS-FIELD-UNKNOWN               VALUE "N".

       01  WS-FIELD-TYPE                      PIC X.
           88  WS-FIELD-ALPHA                 VALUE "A".
           88  WS-FIELD-NUMERIC               VALUE "N".

       01  WS-FIELD-GATE                      PIC X.
           88  WS-GATE-NONE                   VALUE SPACE.
           88  WS-GATE-CLR                    VALUE "C".
           88  WS-GATE-MMF                    VALUE "M".
           88  WS-GATE-REP                    VALUE "R".

       01  WS-FIELD-LEN                       PIC S9(4) COMP.

       01  WS-VALUE-OK-SW                     PIC X.
           88  WS-VALUE-OK                    VALUE "Y".
           88  WS-VALUE-BAD                   VALUE "N".

       01  WS-CLR-GATE-SW                     PIC X.
           88  WS-CLR-GATE-NEEDED             VALUE "Y".
       01  WS-MMF-GATE-SW                     PIC X.
           88  WS-MMF-GATE-NEEDED             VALUE "Y".
       01  WS-REP-GATE-SW                     PIC X.
           88  WS-REP-GATE-NEEDED             VALUE "Y".

       01  WS-FIELD-NAME                      PIC X(20).
       01  WS-REJECT-REASON                   PIC X(32).

       01  WS-CUR-VALUE                       PIC X(64).
       01  WS-CUR-VALUE-N1 REDEFINES WS-CUR-VALUE.
           05  WS-CUR-N1                      PIC 9(1).
           05  FILLER                         PIC X(63).
       01  WS-CUR-VALUE-N5 REDEFINES WS-CUR-VALUE.
           05  WS-CUR-N5                      PIC 9(5).
           05  FILLER                         PIC X(59).
       01  WS-CUR-VALUE-N9 REDEFINES WS-CUR-VALUE.
           05  WS-CUR-N9                      PIC 9(9).
           05  FILLER                         PIC X(55).

       01  WS-NEW-VALUE                       PIC X(64).
       01  WS-NEW-VALUE-N1 REDEFINES WS-NEW-VALUE.
           05  WS-NEW-N1                      PIC 9(1).
           05  FILLER                         PIC X(63).
       01  WS-NEW-VALUE-N5 REDEFINES WS-NEW-VALUE.
           05  WS-NEW-N5                      PIC 9(5).
           05  FILLER                         PIC X(59).
       01  WS-NEW-VALUE-N9 REDEFINES WS-NEW-VALUE.
           05  WS-NEW-N9                      PIC 9(9).
           05  FILLER                         PIC X(55).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYY                    PIC 9(4).
           05  WS-CDT-MM                      PIC 9(2).
           05  WS-CDT-DD                      PIC 9(2).
           05  WS-CDT-HH                      PIC 9(2).
           05  WS-CDT-MI                      PIC 9(2).
           05  WS-CDT-SS                      PIC 9(2).
           05  FILLER                         PIC X(9).

       01  WS-CKPT-DATE-DISPLAY.
           05  WS-CKD-MM                      PIC 9(2).
           05  FILLER                         PIC X VALUE "/".
           05  WS-CKD-DD                      PIC 9(2).
           05  FILLER                         PIC X VALUE "/".
           05  WS-CKD-YYYY                    PIC 9(4).

       01  WS-CKPT-TIME-DISPLAY.
           05  WS-CKT-HH                      PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-CKT-MI                      PIC 9(2).
           05  FILLER                         PIC X VALUE ":".
           05  WS-CKT-SS                      PIC 9(2).

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-SKIPPED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-CHG-APPLIED                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-CHG-NO-CHANGE               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-CHG-REJECTED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-UPDATED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-BKO-WRITTEN                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(30)
               VALUE "MASS FIELD MAINTENANCE  MODE:".
           05  WS-HDR-MODE                    PIC X(7).

       01  WS-FAIL-LINE.
           05  FILLER                         PIC X(4) VALUE "*** ".
           05  WS-FL-REASON                   PIC X(60).

       01  WS-RESTART-LINE.
           05  FILLER                         PIC X(34)
               VALUE "RESUMING AFTER CHECKPOINTED KEY: ".
           05  WS-RL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-RL-SUB                      PIC 9(3).
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-RL-ACCT                     PIC 9(8).

       01  WS-CHANGE-HDR.
           05  FILLER             PIC X(18) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(21) VALUE "FIELD".
           05  FILLER             PIC X(26) VALUE "BEFORE".
           05  FILLER             PIC X(26) VALUE "AFTER".
           05  FILLER             PIC X(9)  VALUE "REQUESTR".
           05  FILLER             PIC X(6)  VALUE "RESULT".

       01  WS-CHANGE-LINE.
           05  WS-CL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-CL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-CL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-CL-FIELD                    PIC X(20).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-CL-BEFORE                   PIC X(25).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-CL-AFTER                    PIC X(25).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-CL-REQUESTER                PIC X(8).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-CL-RESULT                   PIC X(32).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "INPUT RECORDS READ     : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "SKIPPED (RESTART)      : ".
           05  WS-SUM-SKIP        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "FIELDS CHANGED         : ".
           05  WS-SUM-APPLIED     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "ALREADY AT VALUE       : ".
           05  WS-SUM-NOCHG       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "REJECTED               : ".
           05  WS-SUM-REJ         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS UPDATED       : ".
           05  WS-SUM-ACCTS       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "BACKOUT RECORDS WRITTEN: ".
           05  WS-SUM-BKO         PIC ZZZ,ZZ9.

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
           IF WS-RUN-OK
               PERFORM 2000-PROCESS-INPUT UNTIL WS-IN-AT-EOF
               IF WS-GROUP-COUNT > ZERO
                   PERFORM 3000-PROCESS-ACCOUNT-GROUP
               END-IF
               PERFORM 7000-CLEAR-CHECKPOINT
           ELSE
               WRITE MASRPT-RECORD FROM WS-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM

           OPEN OUTPUT MASRPT-FILE
           IF WS-MODE-BACKOUT
               MOVE "BACKOUT" TO WS-HDR-MODE
           ELSE
               MOVE "APPLY"   TO WS-HDR-MODE
           END-IF
           WRITE MASRPT-RECORD FROM WS-HDR-1

           IF WS-RUN-OK
               PERFORM 1200-READ-LAST-CHECKPOINT
           END-IF
           IF WS-RUN-OK
               PERFORM 1300-OPEN-INPUT
           END-IF
           IF WS-RUN-OK
               PERFORM 1400-OPEN-RUN-FILES
           END-IF.

       1100-READ-PARM.
           OPEN INPUT MASPARM-FILE
           IF WS-PARM-NOT-FOUND
               CONTINUE
           ELSE
               READ MASPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE MASPARM-RUN-MODE
                           WHEN "A"
                           WHEN SPACE
                               SET WS-MODE-APPLY TO TRUE
                           WHEN "B"
                               SET WS-MODE-BACKOUT TO TRUE
                           WHEN OTHER
                               SET WS-RUN-FAILED TO TRUE
                               MOVE "INVALID RUN MODE - RUN FAILED ***"
                                   TO WS-FL-REASON
                       END-EVALUATE
               END-READ
               CLOSE MASPARM-FILE
           END-IF.

       1200-READ-LAST-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1210-READ-ONE-CHECKPOINT UNTIL WS-CKPT-EOF
               CLOSE CKPT-FILE
           END-IF

           IF WS-HAVE-RESTART-KEY
               AND WS-RK-RUN-MODE NOT = WS-RUN-MODE
               SET WS-RUN-FAILED TO TRUE
               MOVE "CHECKPOINT IS FROM OTHER RUN MODE - RUN FAILED ***"
                   TO WS-FL-REASON
           END-IF.

       1210-READ-ONE-CHECKPOINT.
           READ CKPT-FILE
               AT END
                   SET WS-CKPT-EOF TO TRUE
               NOT AT END
                   MOVE WB-MC-FIRM-NO  TO WS-RK-FIRM-NO
                   MOVE WB-MC-SUB-NO   TO WS-RK-SUB-NO
                   MOVE WB-MC-ACCT-NO  TO WS-RK-ACCT-NO
                   MOVE WB-MC-RUN-MODE TO WS-RK-RUN-MODE
                   SET WS-HAVE-RESTART-KEY TO TRUE
           END-READ.

       1300-OPEN-INPUT.
           IF WS-MODE-APPLY
               OPEN INPUT MASCHG-FILE
               IF WS-CHG-NOT-FOUND
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "CHANGE FILE MISSING - RUN FAILED ***"
                       TO WS-FL-REASON
               END-IF
           ELSE
               OPEN INPUT MASBKO-FILE
               IF WS-BKO-NOT-FOUND
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "BACKOUT FILE MISSING - RUN FAILED ***"
                       TO WS-FL-REASON
               END-IF
           END-IF.

       1400-OPEN-RUN-FILES.
           IF WS-HAVE-RESTART-KEY
               MOVE WS-RK-FIRM-NO TO WS-RL-FIRM
               MOVE WS-RK-SUB-NO  TO WS-RL-SUB
               MOVE WS-RK-ACCT-NO TO WS-RL-ACCT
               WRITE MASRPT-RECORD FROM WS-RESTART-LINE
               OPEN EXTEND CKPT-FILE
           ELSE
               OPEN OUTPUT CKPT-FILE
           END-IF

           IF WS-MODE-APPLY
               IF WS-HAVE-RESTART-KEY
                   OPEN EXTEND MASBKO-FILE
                   IF WS-BKO-NOT-FOUND
                       OPEN OUTPUT MASBKO-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT MASBKO-FILE
               END-IF
           END-IF

           WRITE MASRPT-RECORD FROM WS-CHANGE-HDR

           MOVE "O"  TO DB-CM-REQUEST-IND
           MOVE "01" TO DB-CM-VIEW-ID
           MOVE "01" TO DB-CM-KEY-ID
           CALL "DBACT" USING WEB-DBACT-PARAMETERS

           SET WS-FILES-OPEN TO TRUE
           PERFORM 2100-READ-INPUT.

       2000-PROCESS-INPUT.
           ADD 1 TO WS-RECS-READ
           EVALUATE TRUE
               WHEN WS-IN-KEY < WS-LAST-IN-KEY
                   MOVE "OUT OF SEQUENCE - DROPPED"
                       TO WS-REJECT-REASON
                   PERFORM 9110-WRITE-INPUT-REJECT
               WHEN WS-HAVE-RESTART-KEY
                   AND WS-IN-KEY NOT > WS-RESTART-KEY
                   ADD 1 TO WS-RECS-SKIPPED
               WHEN WS-MODE-APPLY AND WS-IN-REQUESTER = SPACES
                   MOVE "REQUESTER MISSING - DROPPED"
                       TO WS-REJECT-REASON
                   PERFORM 9110-WRITE-INPUT-REJECT
               WHEN OTHER
                   PERFORM 2200-ADD-TO-GROUP
           END-EVALUATE
           PERFORM 2100-READ-INPUT.

       2100-READ-INPUT.
           IF WS-MODE-APPLY
               READ MASCHG-FILE
                   AT END
                       SET WS-IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE MCH-KEY         TO WS-IN-KEY
                       MOVE MCH-FIELD-NAME  TO WS-IN-FIELD-NAME
                       MOVE MCH-NEW-VALUE   TO WS-IN-NEW-VALUE
                       MOVE SPACES          TO WS-IN-EXPECT-VALUE
                       MOVE MCH-REQUESTER   TO WS-IN-REQUESTER
               END-READ
           ELSE
               READ MASBKO-FILE
                   AT END
                       SET WS-IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE MBK-KEY          TO WS-IN-KEY
                       MOVE MBK-FIELD-NAME   TO WS-IN-FIELD-NAME
                       MOVE MBK-BEFORE-VALUE TO WS-IN-NEW-VALUE
                       MOVE MBK-AFTER-VALUE  TO WS-IN-EXPECT-VALUE
                       MOVE MBK-REQUESTER    TO WS-IN-REQUESTER
               END-READ
           END-IF.

       2200-ADD-TO-GROUP.
           IF WS-GROUP-COUNT > ZERO
               AND WS-IN-KEY NOT = WS-GROUP-KEY
               PERFORM 3000-PROCESS-ACCOUNT-GROUP
           END-IF
           MOVE WS-IN-KEY TO WS-LAST-IN-KEY
           MOVE WS-IN-KEY TO WS-GROUP-KEY

           IF WS-GROUP-COUNT < 50
               ADD 1 TO WS-GROUP-COUNT
               SET WS-GP-IDX TO WS-GROUP-COUNT
               MOVE WS-IN-FIELD-NAME   TO WS-GP-FIELD-NAME(WS-GP-IDX)
               MOVE WS-IN-NEW-VALUE    TO WS-GP-NEW-VALUE(WS-GP-IDX)
               MOVE WS-IN-EXPECT-VALUE TO WS-GP-EXPECT-VALUE(WS-GP-IDX)
               MOVE SPACES             TO WS-GP-BEFORE-VALUE(WS-GP-IDX)
               MOVE WS-IN-REQUESTER    TO WS-GP-REQUESTER(WS-GP-IDX)
               MOVE SPACE              TO WS-GP-STATUS(WS-GP-IDX)
               MOVE SPACES             TO WS-GP-RESULT(WS-GP-IDX)
           ELSE
               MOVE "TOO MANY CHANGES FOR ACCOUNT"
                   TO WS-REJECT-REASON
               PERFORM 9110-WRITE-INPUT-REJECT
           END-IF.

       3000-PROCESS-ACCOUNT-GROUP.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE "N"  TO WS-CLR-GATE-SW
           MOVE "N"  TO WS-MMF-GATE-SW
           MOVE "N"  TO WS-REP-GATE-SW

           MOVE WS-GK-FIRM-NO TO DB-ACT-KEY-FIRM-NO
           MOVE WS-GK-SUB-NO  TO DB-ACT-KEY-SUB-NO
           MOVE WS-GK-ACCT-NO TO DB-ACT-KEY-ACCT-NO
           MOVE "R" TO DB-CM-REQUEST-IND
           CALL "DBACT" USING WEB-DBACT-PARAMETERS

           IF DB-CM-OK
               PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                       UNTIL WS-GP-IDX > WS-GROUP-COUNT
                   PERFORM 3100-PREPARE-ONE-CHANGE
               END-PERFORM
               IF WS-PENDING-COUNT > ZERO AND WS-MODE-APPLY
                   PERFORM 3300-RUN-GATES
               END-IF
               IF WS-PENDING-COUNT > ZERO
                   PERFORM 3400-UPDATE-ACCOUNT
               END-IF
           ELSE
               IF DB-CM-NOT-FOUND
                   MOVE "ACCOUNT NOT FOUND ON ACT"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "DBACT RETRIEVE FAILED"
                       TO WS-REJECT-REASON
               END-IF
               PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                       UNTIL WS-GP-IDX > WS-GROUP-COUNT
                   PERFORM 3190-REJECT-ENTRY
               END-PERFORM
           END-IF

           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GROUP-COUNT
               PERFORM 3500-WRITE-CHANGE-LINE
           END-PERFORM

           MOVE ZERO TO WS-GROUP-COUNT.

       3100-PREPARE-ONE-CHANGE.
           MOVE WS-GP-FIELD-NAME(WS-GP-IDX) TO WS-FIELD-NAME
           MOVE WS-GP-NEW-VALUE(WS-GP-IDX)  TO WS-NEW-VALUE
           PERFORM 4000-LOCATE-FIELD
           IF WS-FIELD-KNOWN
               PERFORM 3120-VALIDATE-NEW-VALUE
               MOVE WS-CUR-VALUE TO WS-GP-BEFORE-VALUE(WS-GP-IDX)
           ELSE
               MOVE "UNKNOWN FIELD NAME" TO WS-REJECT-REASON
               SET WS-VALUE-BAD TO TRUE
           END-IF

           IF WS-VALUE-OK
               PERFORM 3110-CHECK-REPEATED-FIELD
               IF WS-FOUND
                   MOVE "FIELD REPEATED FOR ACCOUNT"
                       TO WS-REJECT-REASON
                   SET WS-VALUE-BAD TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-VALUE-BAD
                   PERFORM 3190-REJECT-ENTRY
               WHEN WS-CUR-VALUE = WS-NEW-VALUE
                   SET WS-GP-NO-CHANGE(WS-GP-IDX) TO TRUE
                   MOVE "NO CHANGE - ALREADY AT VALUE"
                       TO WS-GP-RESULT(WS-GP-IDX)
               WHEN WS-MODE-BACKOUT
                   AND WS-CUR-VALUE NOT = WS-GP-EXPECT-VALUE(WS-GP-IDX)
                   MOVE "CHANGED SINCE RUN - NOT RESTORED"
                       TO WS-REJECT-REASON
                   PERFORM 3190-REJECT-ENTRY
               WHEN OTHER
                   PERFORM 4100-STORE-FIELD
                   SET WS-GP-PENDING(WS-GP-IDX) TO TRUE
                   ADD 1 TO WS-PENDING-COUNT
                   EVALUATE TRUE
                       WHEN WS-GATE-CLR
                           SET WS-CLR-GATE-NEEDED TO TRUE
                       WHEN WS-GATE-MMF
                           SET WS-MMF-GATE-NEEDED TO TRUE
                       WHEN WS-GATE-REP
                           SET WS-REP-GATE-NEEDED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       3110-CHECK-REPEATED-FIELD.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GP-IDX2 FROM 1 BY 1
                   UNTIL WS-GP-IDX2 >= WS-GP-IDX OR WS-FOUND
               IF WS-GP-FIELD-NAME(WS-GP-IDX2) = WS-FIELD-NAME
                   AND NOT WS-GP-REJECTED(WS-GP-IDX2)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3120-VALIDATE-NEW-VALUE.
           SET WS-VALUE-OK TO TRUE
           IF WS-FIELD-LEN < 64
               IF WS-NEW-VALUE(WS-FIELD-LEN + 1:) NOT = SPACES
                   MOVE "VALUE TOO LONG FOR FIELD"
                       TO WS-REJECT-REASON
                   SET WS-VALUE-BAD TO TRUE
               END-IF
           END-IF
           IF WS-VALUE-OK AND WS-FIELD-NUMERIC
               IF WS-NEW-VALUE(1:WS-FIELD-LEN) NOT NUMERIC
                   MOVE "VALUE NOT NUMERIC FOR FIELD"
                       TO WS-REJECT-REASON
                   SET WS-VALUE-BAD TO TRUE
               END-IF
           END-IF.

       3190-REJECT-ENTRY.
           SET WS-GP-REJECTED(WS-GP-IDX) TO TRUE
           MOVE WS-REJECT-REASON TO WS-GP-RESULT(WS-GP-IDX).

       3300-RUN-GATES.
           IF WS-CLR-GATE-NEEDED
               CALL "ACCLRVAL" USING WEB-DBACT-PARAMETERS
               IF NOT DB-CM-OK
                   MOVE "FAILED ACCLRVAL CLEARING CHECK"
                       TO WS-REJECT-REASON
                   PERFORM 3390-REJECT-PENDING
               END-IF
           END-IF
           IF WS-MMF-GATE-NEEDED AND WS-PENDING-COUNT > ZERO
               CALL "ACMMFVAL" USING WEB-DBACT-PARAMETERS
               IF NOT DB-CM-OK
                   MOVE "FAILED ACMMFVAL SWEEP FUND CHECK"
                       TO WS-REJECT-REASON
                   PERFORM 3390-REJECT-PENDING
               END-IF
           END-IF
           IF WS-REP-GATE-NEEDED AND WS-PENDING-COUNT > ZERO
               CALL "ACREPVAL" USING WEB-DBACT-PARAMETERS
               IF NOT DB-CM-OK
                   MOVE "FAILED ACREPVAL REP CHECK"
                       TO WS-REJECT-REASON
                   PERFORM 3390-REJECT-PENDING
               END-IF
           END-IF.

       3390-REJECT-PENDING.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GROUP-COUNT
               IF WS-GP-PENDING(WS-GP-IDX)
                   PERFORM 3190-REJECT-ENTRY
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PENDING-COUNT.

       3400-UPDATE-ACCOUNT.
           MOVE "U" TO DB-CM-REQUEST-IND
           CALL "DBACT" USING WEB-DBACT-PARAMETERS
           IF DB-CM-OK
               ADD 1 TO WS-ACCTS-UPDATED
               PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                       UNTIL WS-GP-IDX > WS-GROUP-COUNT
                   IF WS-GP-PENDING(WS-GP-IDX)
                       PERFORM 3410-CONFIRM-ONE-CHANGE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SINCE-CKPT
               MOVE WS-GROUP-KEY TO WS-RESTART-KEY
               SET WS-HAVE-RESTART-KEY TO TRUE
               IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
                   PERFORM 5000-WRITE-CHECKPOINT
               END-IF
           ELSE
               MOVE "ACT UPDATE REJECTED" TO WS-REJECT-REASON
               PERFORM 3390-REJECT-PENDING
           END-IF.

       3410-CONFIRM-ONE-CHANGE.
           SET WS-GP-APPLIED(WS-GP-IDX) TO TRUE
           IF WS-MODE-APPLY
               MOVE "APPLIED" TO WS-GP-RESULT(WS-GP-IDX)
               INITIALIZE WB-MASBKO-RECORD
               MOVE WS-GROUP-KEY                TO MBK-KEY
               MOVE WS-GP-FIELD-NAME(WS-GP-IDX) TO MBK-FIELD-NAME
               MOVE WS-GP-BEFORE-VALUE(WS-GP-IDX)
                   TO MBK-BEFORE-VALUE
               MOVE WS-GP-NEW-VALUE(WS-GP-IDX)  TO MBK-AFTER-VALUE
               MOVE WS-GP-REQUESTER(WS-GP-IDX)  TO MBK-REQUESTER
               MOVE WB-RC-START-DATE            TO MBK-RUN-DATE
               MOVE WB-RC-START-TIME            TO MBK-RUN-TIME
               WRITE WB-MASBKO-RECORD
               ADD 1 TO WS-BKO-WRITTEN
           ELSE
               MOVE "BACKED OUT" TO WS-GP-RESULT(WS-GP-IDX)
           END-IF.

       3500-WRITE-CHANGE-LINE.
           EVALUATE TRUE
               WHEN WS-GP-APPLIED(WS-GP-IDX)
                   ADD 1 TO WS-CHG-APPLIED
               WHEN WS-GP-NO-CHANGE(WS-GP-IDX)
                   ADD 1 TO WS-CHG-NO-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-CHG-REJECTED
           END-EVALUATE
           MOVE WS-GK-FIRM-NO                 TO WS-CL-FIRM
           MOVE WS-GK-SUB-NO                  TO WS-CL-SUB
           MOVE WS-GK-ACCT-NO                 TO WS-CL-ACCT
           MOVE WS-GP-FIELD-NAME(WS-GP-IDX)   TO WS-CL-FIELD
           MOVE WS-GP-BEFORE-VALUE(WS-GP-IDX) TO WS-CL-BEFORE
           MOVE WS-GP-NEW-VALUE(WS-GP-IDX)    TO WS-CL-AFTER
           MOVE WS-GP-REQUESTER(WS-GP-IDX)    TO WS-CL-REQUESTER
           MOVE WS-GP-RESULT(WS-GP-IDX)       TO WS-CL-RESULT
           WRITE MASRPT-RECORD FROM WS-CHANGE-LINE.

       4000-LOCATE-FIELD.
           SET WS-FIELD-KNOWN TO TRUE
           SET WS-FIELD-ALPHA TO TRUE
           SET WS-GATE-NONE   TO TRUE
           MOVE 1      TO WS-FIELD-LEN
           MOVE SPACES TO WS-CUR-VALUE
           EVALUATE WS-FIELD-NAME
               WHEN "REP"
                   MOVE DB-ACT-REP TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "BRANCH"
                   MOVE DB-ACT-BRANCH TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "REP-KEY-1"
                   MOVE DB-ACT-REP-KEY-1 TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "REP-KEY-2"
                   MOVE DB-ACT-REP-KEY-2 TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "REP-KEY-3"
                   MOVE DB-ACT-REP-KEY-3 TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "REP-KEY-4"
                   MOVE DB-ACT-REP-KEY-4 TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "REP-KEY-5"
                   MOVE DB-ACT-REP-KEY-5 TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
                   SET WS-GATE-REP TO TRUE
               WHEN "CMTA-NO"
                   MOVE DB-ACT-CMTA-NO TO WS-CUR-N5
                   MOVE 5 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
                   SET WS-GATE-CLR TO TRUE
               WHEN "GSCC-NO"
                   MOVE DB-ACT-GSCC-NO TO WS-CUR-N5
                   MOVE 5 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
                   SET WS-GATE-CLR TO TRUE
               WHEN "NCC-NO"
                   MOVE DB-ACT-NCC-NO TO WS-CUR-N5
                   MOVE 5 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
                   SET WS-GATE-CLR TO TRUE
               WHEN "MBSCC-NO"
                   MOVE DB-ACT-MBSCC-NO TO WS-CUR-VALUE
                   MOVE 5 TO WS-FIELD-LEN
                   SET WS-GATE-CLR TO TRUE
               WHEN "MMF-FUND-SEC-NO"
                   MOVE DB-ACT-MMF-FUND-SEC-NO TO WS-CUR-N9
                   MOVE 9 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
                   SET WS-GATE-MMF TO TRUE
               WHEN "MMF-SELL-FIRST-SEC-NO"
                   MOVE DB-ACT-MMF-SELL-FIRST-SEC-NO TO WS-CUR-N9
                   MOVE 9 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
                   SET WS-GATE-MMF TO TRUE
               WHEN "NAME-ADDR-1"
                   MOVE DB-ACT-NAME-ADDR-1 TO WS-CUR-VALUE
                   MOVE 64 TO WS-FIELD-LEN
               WHEN "NAME-ADDR-2"
                   MOVE DB-ACT-NAME-ADDR-2 TO WS-CUR-VALUE
                   MOVE 64 TO WS-FIELD-LEN
               WHEN "NAME-ADDR-3"
                   MOVE DB-ACT-NAME-ADDR-3 TO WS-CUR-VALUE
                   MOVE 64 TO WS-FIELD-LEN
               WHEN "NAME-ADDR-4"
                   MOVE DB-ACT-NAME-ADDR-4 TO WS-CUR-VALUE
                   MOVE 64 TO WS-FIELD-LEN
               WHEN "NAME-ADDR-5"
                   MOVE DB-ACT-NAME-ADDR-5 TO WS-CUR-VALUE
                   MOVE 64 TO WS-FIELD-LEN
               WHEN "NAME-ADDR-6"
                   MOVE DB-ACT-NAME-ADDR-6 TO WS-CUR-VALUE
                   MOVE 64 TO WS-FIELD-LEN
               WHEN "CITY"
                   MOVE DB-ACT-CITY TO WS-CUR-VALUE
                   MOVE 30 TO WS-FIELD-LEN
               WHEN "STATE-CODE"
                   MOVE DB-ACT-STATE-CODE TO WS-CUR-VALUE
                   MOVE 2 TO WS-FIELD-LEN
               WHEN "ZIP-CODE"
                   MOVE DB-ACT-ZIP-CODE TO WS-CUR-N5
                   MOVE 5 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "ZIP-PLUS4"
                   MOVE DB-ACT-ZIP-PLUS4 TO WS-CUR-N5
                   MOVE 5 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "USE-ZIP4"
                   MOVE DB-ACT-USE-ZIP4 TO WS-CUR-VALUE
               WHEN "FOREIGN-POSTAL"
                   MOVE DB-ACT-FOREIGN-POSTAL TO WS-CUR-VALUE
                   MOVE 10 TO WS-FIELD-LEN
               WHEN "PROVINCE-CODE"
                   MOVE DB-ACT-PROVINCE-CODE TO WS-CUR-VALUE
                   MOVE 2 TO WS-FIELD-LEN
               WHEN "CITIZEN-COUNTRY"
                   MOVE DB-ACT-CITIZEN-COUNTRY TO WS-CUR-VALUE
                   MOVE 2 TO WS-FIELD-LEN
               WHEN "RESIDE-COUNTRY"
                   MOVE DB-ACT-RESIDE-COUNTRY TO WS-CUR-VALUE
                   MOVE 2 TO WS-FIELD-LEN
               WHEN "TAXID"
                   MOVE DB-ACT-TAXID TO WS-CUR-N9
                   MOVE 9 TO WS-FIELD-LEN
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "TAXID-FORMAT"
                   MOVE DB-ACT-TAXID-FORMAT TO WS-CUR-VALUE
               WHEN "NO-TAXID"
                   MOVE DB-ACT-NO-TAXID TO WS-CUR-VALUE
               WHEN "SOCIAL-CODE"
                   MOVE DB-ACT-SOCIAL-CODE TO WS-CUR-VALUE
                   MOVE 2 TO WS-FIELD-LEN
               WHEN "W9-STATUS"
                   MOVE DB-ACT-W9-STATUS TO WS-CUR-VALUE
               WHEN "W8-STATUS"
                   MOVE DB-ACT-W8-STATUS TO WS-CUR-VALUE
               WHEN "NATURAL-PERSON"
                   MOVE DB-ACT-NATURAL-PERSON TO WS-CUR-VALUE
               WHEN "MAIL-DIVERT-CODE"
                   MOVE DB-ACT-MAIL-DIVERT-CODE TO WS-CUR-VALUE
                   MOVE 4 TO WS-FIELD-LEN
               WHEN "STATEMENT-CODE"
                   MOVE DB-ACT-STATEMENT-CODE TO WS-CUR-VALUE
               WHEN "ACCESS-EQ-DELIVERY"
                   MOVE DB-ACT-ACCESS-EQ-DELIVERY TO WS-CUR-VALUE
               WHEN "EXCLUDE-MAIL-LINE1"
                   MOVE DB-ACT-EXCLUDE-MAIL-LINE1 TO WS-CUR-VALUE
               WHEN "EXCLUDE-MAIL-LINE2"
                   MOVE DB-ACT-EXCLUDE-MAIL-LINE2 TO WS-CUR-VALUE
               WHEN "EXCLUDE-MAIL-LINE3"
                   MOVE DB-ACT-EXCLUDE-MAIL-LINE3 TO WS-CUR-VALUE
               WHEN "SHIP-DUP-STMT"
                   MOVE DB-ACT-SHIP-DUP-STMT TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "SHIP-DUP-CONFIRM"
                   MOVE DB-ACT-SHIP-DUP-CONFIRM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "RESTRICT-CODE"
                   MOVE DB-ACT-RESTRICT-CODE TO WS-CUR-VALUE
               WHEN "RESTRICT-DATE"
                   MOVE DB-ACT-RESTRICT-DATE TO WS-CUR-VALUE
                   MOVE 10 TO WS-FIELD-LEN
               WHEN "DOC-RESTRICT-CODE"
                   MOVE DB-ACT-DOC-RESTRICT-CODE TO WS-CUR-VALUE
               WHEN "DOC-RESTRICT-DATE"
                   MOVE DB-ACT-DOC-RESTRICT-DATE TO WS-CUR-VALUE
                   MOVE 10 TO WS-FIELD-LEN
               WHEN "IPO-ELIGIBLE"
                   MOVE DB-ACT-IPO-ELIGIBLE TO WS-CUR-VALUE
               WHEN "ACCT-STATUS-IND"
                   MOVE DB-ACT-ACCT-STATUS-IND TO WS-CUR-VALUE
               WHEN "ACCT-TYPE-IND"
                   MOVE DB-ACT-ACCT-TYPE-IND TO WS-CUR-VALUE
               WHEN "CLASS"
                   MOVE DB-ACT-CLASS TO WS-CUR-VALUE
               WHEN "DISCRETION"
                   MOVE DB-ACT-DISCRETION TO WS-CUR-VALUE
               WHEN "INVESTMENT-OBJ"
                   MOVE DB-ACT-INVESTMENT-OBJ TO WS-CUR-VALUE
               WHEN "OPTION-INV-OBJ"
                   MOVE DB-ACT-OPTION-INV-OBJ TO WS-CUR-VALUE
               WHEN "INV-OPTION-CODE"
                   MOVE DB-ACT-INV-OPTION-CODE TO WS-CUR-VALUE
               WHEN "NEW-ACCT-FORM"
                   MOVE DB-ACT-NEW-ACCT-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "JOINT-ACCT-FORM"
                   MOVE DB-ACT-JOINT-ACCT-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "PARTNERSHIP-FORM"
                   MOVE DB-ACT-PARTNERSHIP-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "CORPORATION-FORM"
                   MOVE DB-ACT-CORPORATION-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "TRUST-ACCT-FORM"
                   MOVE DB-ACT-TRUST-ACCT-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "MARGIN-FORM"
                   MOVE DB-ACT-MARGIN-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "OPTION-FORM"
                   MOVE DB-ACT-OPTION-FORM TO WS-CUR-N1
                   SET WS-FIELD-NUMERIC TO TRUE
               WHEN "F121-FORM"
                   MOVE DB-ACT-F121-FORM TO WS-CUR-VALUE
               WHEN OTHER
                   SET WS-FIELD-UNKNOWN TO TRUE
           END-EVALUATE.

       4100-STORE-FIELD.
           EVALUATE WS-FIELD-NAME
               WHEN "REP"
                   MOVE WS-NEW-VALUE TO DB-ACT-REP
                                        DB-ACT-KEY-REP
               WHEN "BRANCH"
                   MOVE WS-NEW-VALUE TO DB-ACT-BRANCH
                                        DB-ACT-KEY-BRS-BRANCH
               WHEN "REP-KEY-1"
                   MOVE WS-NEW-VALUE TO DB-ACT-REP-KEY-1
               WHEN "REP-KEY-2"
                   MOVE WS-NEW-VALUE TO DB-ACT-REP-KEY-2
               WHEN "REP-KEY-3"
                   MOVE WS-NEW-VALUE TO DB-ACT-REP-KEY-3
               WHEN "REP-KEY-4"
                   MOVE WS-NEW-VALUE TO DB-ACT-REP-KEY-4
               WHEN "REP-KEY-5"
                   MOVE WS-NEW-VALUE TO DB-ACT-REP-KEY-5
               WHEN "CMTA-NO"
                   MOVE WS-NEW-N5 TO DB-ACT-CMTA-NO
                                     DB-ACT-KEY-CMTA-NO
               WHEN "GSCC-NO"
                   MOVE WS-NEW-N5 TO DB-ACT-GSCC-NO
                                     DB-ACT-KEY-GSCC-NO
               WHEN "NCC-NO"
                   MOVE WS-NEW-N5 TO DB-ACT-NCC-NO
                                     DB-ACT-KEY-NCC-NO
               WHEN "MBSCC-NO"
                   MOVE WS-NEW-VALUE TO DB-ACT-MBSCC-NO
                                        DB-ACT-KEY-MBSCC
               WHEN "MMF-FUND-SEC-NO"
                   MOVE WS-NEW-N9 TO DB-ACT-MMF-FUND-SEC-NO
               WHEN "MMF-SELL-FIRST-SEC-NO"
                   MOVE WS-NEW-N9 TO DB-ACT-MMF-SELL-FIRST-SEC-NO
               WHEN "NAME-ADDR-1"
                   MOVE WS-NEW-VALUE TO DB-ACT-NAME-ADDR-1
               WHEN "NAME-ADDR-2"
                   MOVE WS-NEW-VALUE TO DB-ACT-NAME-ADDR-2
               WHEN "NAME-ADDR-3"
                   MOVE WS-NEW-VALUE TO DB-ACT-NAME-ADDR-3
               WHEN "NAME-ADDR-4"
                   MOVE WS-NEW-VALUE TO DB-ACT-NAME-ADDR-4
               WHEN "NAME-ADDR-5"
                   MOVE WS-NEW-VALUE TO DB-ACT-NAME-ADDR-5
               WHEN "NAME-ADDR-6"
                   MOVE WS-NEW-VALUE TO DB-ACT-NAME-ADDR-6
               WHEN "CITY"
                   MOVE WS-NEW-VALUE TO DB-ACT-CITY
               WHEN "STATE-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-STATE-CODE
               WHEN "ZIP-CODE"
                   MOVE WS-NEW-N5 TO DB-ACT-ZIP-CODE
               WHEN "ZIP-PLUS4"
                   MOVE WS-NEW-N5 TO DB-ACT-ZIP-PLUS4
               WHEN "USE-ZIP4"
                   MOVE WS-NEW-VALUE TO DB-ACT-USE-ZIP4
               WHEN "FOREIGN-POSTAL"
                   MOVE WS-NEW-VALUE TO DB-ACT-FOREIGN-POSTAL
               WHEN "PROVINCE-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-PROVINCE-CODE
               WHEN "CITIZEN-COUNTRY"
                   MOVE WS-NEW-VALUE TO DB-ACT-CITIZEN-COUNTRY
               WHEN "RESIDE-COUNTRY"
                   MOVE WS-NEW-VALUE TO DB-ACT-RESIDE-COUNTRY
               WHEN "TAXID"
                   MOVE WS-NEW-N9 TO DB-ACT-TAXID
                                     DB-ACT-KEY-TAXID
               WHEN "TAXID-FORMAT"
                   MOVE WS-NEW-VALUE TO DB-ACT-TAXID-FORMAT
               WHEN "NO-TAXID"
                   MOVE WS-NEW-VALUE TO DB-ACT-NO-TAXID
               WHEN "SOCIAL-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-SOCIAL-CODE
               WHEN "W9-STATUS"
                   MOVE WS-NEW-VALUE TO DB-ACT-W9-STATUS
               WHEN "W8-STATUS"
                   MOVE WS-NEW-VALUE TO DB-ACT-W8-STATUS
               WHEN "NATURAL-PERSON"
                   MOVE WS-NEW-VALUE TO DB-ACT-NATURAL-PERSON
               WHEN "MAIL-DIVERT-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-MAIL-DIVERT-CODE
               WHEN "STATEMENT-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-STATEMENT-CODE
               WHEN "ACCESS-EQ-DELIVERY"
                   MOVE WS-NEW-VALUE TO DB-ACT-ACCESS-EQ-DELIVERY
               WHEN "EXCLUDE-MAIL-LINE1"
                   MOVE WS-NEW-VALUE TO DB-ACT-EXCLUDE-MAIL-LINE1
               WHEN "EXCLUDE-MAIL-LINE2"
                   MOVE WS-NEW-VALUE TO DB-ACT-EXCLUDE-MAIL-LINE2
               WHEN "EXCLUDE-MAIL-LINE3"
                   MOVE WS-NEW-VALUE TO DB-ACT-EXCLUDE-MAIL-LINE3
               WHEN "SHIP-DUP-STMT"
                   MOVE WS-NEW-N1 TO DB-ACT-SHIP-DUP-STMT
               WHEN "SHIP-DUP-CONFIRM"
                   MOVE WS-NEW-N1 TO DB-ACT-SHIP-DUP-CONFIRM
               WHEN "RESTRICT-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-RESTRICT-CODE
               WHEN "RESTRICT-DATE"
                   MOVE WS-NEW-VALUE TO DB-ACT-RESTRICT-DATE
               WHEN "DOC-RESTRICT-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-DOC-RESTRICT-CODE
               WHEN "DOC-RESTRICT-DATE"
                   MOVE WS-NEW-VALUE TO DB-ACT-DOC-RESTRICT-DATE
               WHEN "IPO-ELIGIBLE"
                   MOVE WS-NEW-VALUE TO DB-ACT-IPO-ELIGIBLE
               WHEN "ACCT-STATUS-IND"
                   MOVE WS-NEW-VALUE TO DB-ACT-ACCT-STATUS-IND
               WHEN "ACCT-TYPE-IND"
                   MOVE WS-NEW-VALUE TO DB-ACT-ACCT-TYPE-IND
               WHEN "CLASS"
                   MOVE WS-NEW-VALUE TO DB-ACT-CLASS
               WHEN "DISCRETION"
                   MOVE WS-NEW-VALUE TO DB-ACT-DISCRETION
               WHEN "INVESTMENT-OBJ"
                   MOVE WS-NEW-VALUE TO DB-ACT-INVESTMENT-OBJ
               WHEN "OPTION-INV-OBJ"
                   MOVE WS-NEW-VALUE TO DB-ACT-OPTION-INV-OBJ
               WHEN "INV-OPTION-CODE"
                   MOVE WS-NEW-VALUE TO DB-ACT-INV-OPTION-CODE
               WHEN "NEW-ACCT-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-NEW-ACCT-FORM
               WHEN "JOINT-ACCT-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-JOINT-ACCT-FORM
               WHEN "PARTNERSHIP-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-PARTNERSHIP-FORM
               WHEN "CORPORATION-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-CORPORATION-FORM
               WHEN "TRUST-ACCT-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-TRUST-ACCT-FORM
               WHEN "MARGIN-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-MARGIN-FORM
               WHEN "OPTION-FORM"
                   MOVE WS-NEW-N1 TO DB-ACT-OPTION-FORM
               WHEN "F121-FORM"
                   MOVE WS-NEW-VALUE TO DB-ACT-F121-FORM
           END-EVALUATE.

       5000-WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-MM   TO WS-CKD-MM
           MOVE WS-CDT-DD   TO WS-CKD-DD
           MOVE WS-CDT-YYYY TO WS-CKD-YYYY
           MOVE WS-CDT-HH   TO WS-CKT-HH
           MOVE WS-CDT-MI   TO WS-CKT-MI
           MOVE WS-CDT-SS   TO WS-CKT-SS

           INITIALIZE WB-MASCK-RECORD
           MOVE WS-RK-FIRM-NO        TO WB-MC-FIRM-NO
           MOVE WS-RK-SUB-NO         TO WB-MC-SUB-NO
           MOVE WS-RK-ACCT-NO        TO WB-MC-ACCT-NO
           MOVE WS-CKPT-DATE-DISPLAY TO WB-MC-CHECKPOINT-DATE
           MOVE WS-CKPT-TIME-DISPLAY TO WB-MC-CHECKPOINT-TIME
           MOVE WS-ACCTS-UPDATED     TO WB-MC-UPDATED-COUNT
           MOVE WS-RECS-SKIPPED      TO WB-MC-SKIPPED-COUNT
           MOVE WS-RUN-MODE          TO WB-MC-RUN-MODE
           WRITE WB-MASCK-RECORD

           MOVE ZERO TO WS-SINCE-CKPT.

       7000-CLEAR-CHECKPOINT.
           CLOSE CKPT-FILE
           OPEN OUTPUT CKPT-FILE
           MOVE ZERO TO WS-SINCE-CKPT.

       9110-WRITE-INPUT-REJECT.
           ADD 1 TO WS-CHG-REJECTED
           MOVE WS-IN-FIRM-NO    TO WS-CL-FIRM
           MOVE WS-IN-SUB-NO     TO WS-CL-SUB
           MOVE WS-IN-ACCT-NO    TO WS-CL-ACCT
           MOVE WS-IN-FIELD-NAME TO WS-CL-FIELD
           MOVE SPACES           TO WS-CL-BEFORE
           MOVE WS-IN-NEW-VALUE  TO WS-CL-AFTER
           MOVE WS-IN-REQUESTER  TO WS-CL-REQUESTER
           MOVE WS-REJECT-REASON TO WS-CL-RESULT
           WRITE MASRPT-RECORD FROM WS-CHANGE-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ     TO WS-SUM-READ
           MOVE WS-RECS-SKIPPED  TO WS-SUM-SKIP
           MOVE WS-CHG-APPLIED   TO WS-SUM-APPLIED
           MOVE WS-CHG-NO-CHANGE TO WS-SUM-NOCHG
           MOVE WS-CHG-REJECTED  TO WS-SUM-REJ
           MOVE WS-ACCTS-UPDATED TO WS-SUM-ACCTS
           MOVE WS-BKO-WRITTEN   TO WS-SUM-BKO
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE6
           WRITE MASRPT-RECORD FROM WS-SUMMARY-LINE7.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE "C" TO DB-CM-REQUEST-IND
               CALL "DBACT" USING WEB-DBACT-PARAMETERS
               IF WS-MODE-APPLY
                   CLOSE MASCHG-FILE
               END-IF
               CLOSE MASBKO-FILE
               CLOSE CKPT-FILE
           END-IF
           CLOSE MASRPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACMASSMT"       TO WB-RC-JOB-NAME
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
           MOVE WS-CHG-APPLIED      TO WB-RC-RECS-WRITTEN
           MOVE WS-CHG-REJECTED     TO WB-RC-RECS-REJECTED
           IF WS-RUN-OK
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
