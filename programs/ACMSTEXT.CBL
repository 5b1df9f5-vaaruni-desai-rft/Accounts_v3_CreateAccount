      *             SURVIVES EVERY REBUILD.  THE LAST WRITTEN KEY IS   *
      *             CHECKPOINTED (WBEXTCK.CPY) EVERY WS-CKPT-INTERVAL  *
      *             RECORDS SO A FAILED RUN RESUMES MID-POPULATION     *
      *             INSTEAD OF STARTING OVER FROM FIRM 001.  THE SAME  *
      *             WALK ALSO WRITES THE FULL ACCOUNT IMAGE FILE       *
      *             (WBACTIMG.CPY) THE READ-ONLY SCRUBS RUN FROM.      *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *          TOUCHED THIS CYCLE, OTHERWISE FROM THE PRIOR          *
      *          EXTRACT - SO THE IRA MILESTONE SWEEP (ACIRASWP) CAN   *
      *          SCAN THE FULL POPULATION.                             *
      * T MERCER 10/15/26 WR51330        STAMP THE CYCLE'S BUSINESS    *
      *          DATE, AS RETURNED BY THE ACPRCDTE PROCESSING-DATE     *
      *          SERVICE, AND ITS SOURCE ON THE RUN-CONTROL RECORD SO  *
      *          ACOPSCTL CAN FLAG A JOB THAT RAN AGAINST A DIFFERENT  *
      *          DAY THAN THE REST OF THE CYCLE.                       *
      * T MERCER 10/15/26 WR51331        THE WALK NOW ALSO WRITES THE  *
      *          FULL ACCOUNT IMAGE FILE ACTIMG (WBACTIMG.CPY) - THE   *
      *          EXTRACT RECORD PLUS BYTE IMAGES OF DB-ACT-KEY-FIELDS  *
      *          AND DB-ACT-DATA-FIELDS - SO THE NIGHTLY SCRUBS STOP   *
      *          MAKING THEIR OWN FULL-POPULATION DBACT PASSES.  ON    *
      *          RESTART THE IMAGE FILE IS SCANNED FOR ITS OWN LAST KEY*
      *          THE SAME WAY ACTMSTR IS; IF IT IS BEHIND, THE WALK    *
      *          RESUMES FROM THE IMAGE KEY AND ACTMSTR WRITES ARE     *
      *          SUPPRESSED UNTIL THE WALK PASSES ACTMSTR'S LAST KEY   *
      *          (AND THE REVERSE), SO NEITHER FILE DUPLICATES OR DROPS*
      *          AN ACCOUNT.  A FRESH CYCLE OPENS BOTH FILES OUTPUT.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMSTEXT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTO-STATUS.

           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT CKPT-FILE      ASSIGN TO "EXTCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           RECORDING MODE IS F.
           COPY WBACTMST.

       FD  ACTIMG-FILE
           RECORDING MODE IS F.
           COPY WBACTIMG.

       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY WBEXTCK.
       01  WS-MSTO-STATUS                     PIC XX.
           88  WS-MSTO-NOT-FOUND              VALUE "35".

       01  WS-IMG-STATUS                      PIC XX.
           88  WS-IMG-NOT-FOUND               VALUE "35".

       01  WS-CKPT-STATUS                     PIC XX.
           88  WS-CKPT-NOT-FOUND              VALUE "35".
           88  WS-CKPT-EOF                    VALUE "10".
       01  WS-SCAN-AT-EOF-SW                  PIC X    VALUE "N".
           88  WS-SCAN-AT-EOF                          VALUE "Y".

       01  WS-IMG-SCAN-AT-EOF-SW              PIC X    VALUE "N".
           88  WS-IMG-SCAN-AT-EOF                      VALUE "Y".

       01  WS-MST-FILE-KEY.
           05  WS-MF-FIRM-NO                  PIC 9(3) VALUE ZERO.
           05  WS-MF-SUB-NO                   PIC 9(3) VALUE ZERO.
           05  WS-MF-ACCT-NO                  PIC 9(8) VALUE ZERO.

       01  WS-IMG-FILE-KEY.
           05  WS-IF-FIRM-NO                  PIC 9(3) VALUE ZERO.
           05  WS-IF-SUB-NO                   PIC 9(3) VALUE ZERO.
           05  WS-IF-ACCT-NO                  PIC 9(8) VALUE ZERO.

       01  WS-CURRENT-KEY.
           05  WS-CK-FIRM-NO                  PIC 9(3).
           05  WS-CK-SUB-NO                   PIC 9(3).
                                                               ZERO.
           05  WS-FLAGS-FROM-PRIOR            PIC S9(9) COMP-3 VALUE
                                                               ZERO.
           05  WS-IMAGES-WRITTEN              PIC S9(9) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(40)
           05  FILLER                         PIC X(28)
               VALUE " EXTRACT FILE KEY USED".

       01  WS-IMG-BEHIND-LINE.
           05  FILLER                         PIC X(40)
               VALUE "IMAGE FILE BEHIND EXTRACT FILE - WALK RE".
           05  FILLER                         PIC X(28)
               VALUE "SUMES FROM IMAGE FILE KEY".

       01  WS-WALK-ERROR-LINE.
           05  FILLER                         PIC X(39)
               VALUE "WALK ENDED ON DBACT ERROR - RESUBMIT TO".
           05  FILLER             PIC X(25)
               VALUE "FLAGS FROM PRIOR EXTRCT: ".
           05  WS-SUM-PRIOR       PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "IMAGE RECORDS WRITTEN  : ".
           05  WS-SUM-IMAGES      PIC ZZZ,ZZZ,ZZ9.

           COPY WBDBACT.

           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 1100-READ-LAST-CHECKPOINT
           PERFORM 1150-SCAN-EXISTING-EXTRACT
           PERFORM 1170-SCAN-EXISTING-IMAGE

           PERFORM 1200-OPEN-SNAPSHOT
           PERFORM 1300-OPEN-PRIOR-EXTRACT

           IF WS-HAVE-RESTART-KEY
               IF WS-HAVE-CKPT-KEY
                   AND WS-CKPT-KEY NOT = WS-RESTART-KEY
                   WRITE EXTRPT-RECORD FROM WS-CKPT-MISMATCH-LINE
               END-IF
               MOVE WS-RESTART-KEY TO WS-MST-FILE-KEY
               IF WS-IMG-FILE-KEY < WS-RESTART-KEY
                   WRITE EXTRPT-RECORD FROM WS-IMG-BEHIND-LINE
                   MOVE WS-IMG-FILE-KEY TO WS-RESTART-KEY
               END-IF
               MOVE WS-RK-FIRM-NO TO WS-RL-FIRM
               MOVE WS-RK-SUB-NO  TO WS-RL-SUB
               MOVE WS-RK-ACCT-NO TO WS-RL-ACCT
               WRITE EXTRPT-RECORD FROM WS-RESTART-LINE
               OPEN EXTEND ACTMSTO-FILE
               OPEN EXTEND ACTIMG-FILE
               IF WS-IMG-NOT-FOUND
                   OPEN OUTPUT ACTIMG-FILE
               END-IF
               PERFORM 1400-SKIP-INPUTS-TO-RESTART
           ELSE
               MOVE ZERO TO WS-IMG-FILE-KEY
               OPEN OUTPUT ACTMSTO-FILE
               OPEN OUTPUT ACTIMG-FILE
           END-IF

           MOVE "O"  TO DB-CM-REQUEST-IND
                   SET WS-HAVE-RESTART-KEY TO TRUE
           END-READ.

       1170-SCAN-EXISTING-IMAGE.
           OPEN INPUT ACTIMG-FILE
           IF WS-IMG-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1180-READ-ONE-IMAGE UNTIL WS-IMG-SCAN-AT-EOF
               CLOSE ACTIMG-FILE
           END-IF.

       1180-READ-ONE-IMAGE.
           READ ACTIMG-FILE
               AT END
                   SET WS-IMG-SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE WB-IMG-KEY TO WS-IMG-FILE-KEY
           END-READ.

       1200-OPEN-SNAPSHOT.
           OPEN INPUT ACTSNAP-FILE
           IF WS-SNAP-NOT-FOUND
           MOVE WS-SF-IRA-BIRTH-CYMD     TO WB-MST-IRA-BIRTH-CYMD
           MOVE WS-SF-IRA-XREF-ACCT      TO WB-MST-IRA-XREF-ACCT
           MOVE WS-SF-IRA-FEE-SCHEDULE   TO WB-MST-IRA-FEE-SCHEDULE
           IF WS-CURRENT-KEY > WS-MST-FILE-KEY
               WRITE WB-ACTMST-RECORD
               ADD 1 TO WS-RECS-WRITTEN
           END-IF
           IF WS-CURRENT-KEY > WS-IMG-FILE-KEY
               PERFORM 5100-WRITE-IMAGE-RECORD
           END-IF

           ADD 1 TO WS-SINCE-CKPT
           MOVE WS-CURRENT-KEY TO WS-LAST-WRITTEN-KEY
           MOVE WS-CK-FIRM-NO  TO WS-RK-FIRM-NO
               PERFORM 6000-WRITE-CHECKPOINT
           END-IF.

       5100-WRITE-IMAGE-RECORD.
           INITIALIZE WB-ACTIMG-RECORD
           MOVE WS-CURRENT-KEY           TO WB-IMG-KEY
           MOVE WB-ACTMST-RECORD         TO WB-IMG-MST-IMAGE
           MOVE DB-ACT-KEY-FIELDS        TO WB-IMG-ACT-KEY-IMAGE
           MOVE DB-ACT-DATA-FIELDS       TO WB-IMG-ACT-DATA-IMAGE
           WRITE WB-ACTIMG-RECORD
           ADD 1 TO WS-IMAGES-WRITTEN.

       6000-WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-MM   TO WS-CKD-MM
           MOVE WS-RECS-DROPPED    TO WS-SUM-DROPPED
           MOVE WS-FLAGS-FROM-SNAP TO WS-SUM-SNAP
           MOVE WS-FLAGS-FROM-PRIOR TO WS-SUM-PRIOR
           MOVE WS-IMAGES-WRITTEN  TO WS-SUM-IMAGES
           WRITE EXTRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE EXTRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE EXTRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE EXTRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE EXTRPT-RECORD FROM WS-SUMMARY-LINE5.

       9000-TERMINATE.
           MOVE "C" TO DB-CM-REQUEST-IND
               CLOSE ACTMSTI-FILE
           END-IF
           CLOSE ACTMSTO-FILE
           CLOSE ACTIMG-FILE
           CLOSE CKPT-FILE
           CLOSE EXTRPT-FILE.

           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACMSTEXT"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
