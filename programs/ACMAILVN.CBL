      ******************************************************************
      * PROGRAM-ID: ACMAILVN                                          *
      * DESC      : PRINT VENDOR MAILING FILE AND CONTROL REPORT.      *
      *             READS THE SORTED MAILING DISPOSITION EXTRACT       *
      *             (WBMAILX.CPY - BUILT BY ACMAILEX) AND WRITES THE   *
      *             VENDOR MAILING FILE (WBMAILV.CPY): ONE ENVELOPE    *
      *             PER HOUSEHOLD OF MAILED ACCOUNTS AT THE SAME       *
      *             NORMALIZED NAME/ADDRESS AND ZIP+4, ONE PIECE PER   *
      *             DIVERTED ACCOUNT, AND A COPIES-ONLY PIECE FOR AN   *
      *             E-DELIVERED ACCOUNT THAT SHIPS DUPLICATES.  THE    *
      *             CONTROL REPORT LISTS THE ACCOUNTS HELD FOR OPEN    *
      *             ADDRESS EXCEPTIONS AND SHOWS MAILED, E-DELIVERED,  *
      *             DIVERTED, HOUSEHOLDED AND HELD COUNTS WITH THE     *
      *             PROJECTED POSTAGE.                                 *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51339        INITIAL VERSION.  HOUSEHOLDS  *
      *          ARE BUILT ON A CONTROL BREAK THE WAY ACDUPCHK BUILDS  *
      *          ITS GROUPS.  AN ENVELOPE HOLDS UP TO 20 ACCOUNTS; A   *
      *          LARGER HOUSEHOLD SPILLS INTO ANOTHER ENVELOPE AT THE  *
      *          SAME ADDRESS.  AN ENVELOPE PAYS THE HIGHEST POSTAGE   *
      *          OF ITS ACCOUNTS; EACH DUPLICATE COPY PAYS ITS OWN     *
      *          ACCOUNT'S POSTAGE.  A MISSING EXTRACT ENDS THE RUN    *
      *          WITH RETURN CODE 8.                                   *
      * T MERCER 10/15/26 WR51339        THE PIECE TOTALS ARE TAKEN    *
      *          BEFORE THE VENDOR RECORD IS WRITTEN AND WHETHER AN    *
      *          ENVELOPE IS STILL BEING FILLED IS HELD IN WORKING     *
      *          STORAGE - THE RECORD AREA IS NOT AVAILABLE AFTER THE  *
      *          WRITE.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMAILVN.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILXS-FILE    ASSIGN TO "MAILXS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLX-STATUS.

           SELECT MAILVND-FILE   ASSIGN TO "MAILVND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT MAILRPT-FILE   ASSIGN TO "MAILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILXS-FILE
           RECORDING MODE IS F.
           COPY WBMAILX.

       FD  MAILVND-FILE
           RECORDING MODE IS F.
           COPY WBMAILV.

       FD  MAILRPT-FILE
           RECORDING MODE IS F.
       01  MAILRPT-RECORD                     PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-MLX-STATUS                      PIC XX.
           88  WS-MLX-NOT-FOUND               VALUE "35".

       01  WS-VND-STATUS                      PIC XX.
       01  WS-RPT-STATUS                      PIC XX.

       01  WS-MLX-EOF-SW                      PIC X    VALUE "N".
           88  WS-MLX-AT-EOF                           VALUE "Y".

       01  WS-MLX-INPUT-OK-SW                 PIC X    VALUE "N".
           88  WS-MLX-INPUT-OK                         VALUE "Y".

       01  WS-FIRST-RECORD-SW                 PIC X    VALUE "Y".
           88  WS-FIRST-RECORD                         VALUE "Y".

       01  WS-HELD-HDR-SW                     PIC X    VALUE "N".
           88  WS-HELD-HDR-WRITTEN                     VALUE "Y".

       01  WS-PIECE-OPEN-SW                   PIC X    VALUE "N".
           88  WS-PIECE-OPEN                           VALUE "Y".

       01  WS-RUN-TYPE                        PIC X    VALUE "S".
           88  WS-CONFIRM-RUN                          VALUE "C".

       01  WS-CURRENT-GROUP-KEY               PIC X(440).

       01  WS-HH-ACCT-COUNT                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
       01  WS-PIECE-NO                        PIC 9(7) VALUE ZERO.
       01  WS-COPY-POSTAGE                    PIC 9(5)V9(2).

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-MAILED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ENVELOPES                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-HOUSEHOLDS                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-HOUSEHOLDED           PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-EDELIVERED            PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-COPIES-ONLY                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-DIVERTED              PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-HELD                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-DUP-COPIES                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-PIECES-WRITTEN              PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-POSTAGE-TOTALS.
           05  WS-ENVELOPE-POSTAGE            PIC S9(9)V9(2) COMP-3
                                              VALUE ZERO.
           05  WS-DIVERT-POSTAGE              PIC S9(9)V9(2) COMP-3
                                              VALUE ZERO.
           05  WS-DUP-POSTAGE                 PIC S9(9)V9(2) COMP-3
                                              VALUE ZERO.
           05  WS-TOTAL-POSTAGE               PIC S9(9)V9(2) COMP-3
                                              VALUE ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(40)
               VALUE "MAILING VENDOR FILE CONTROL REPORT".

       01  WS-RUN-LINE.
           05  FILLER                         PIC X(11)
               VALUE "RUN TYPE : ".
           05  WS-RL-RUN-TYPE                 PIC X(10).
           05  FILLER                         PIC X(18)
               VALUE "  BUSINESS DATE: ".
           05  WS-RL-BUSINESS-DATE            PIC X(10).

       01  WS-MISSING-LINE.
           05  FILLER                         PIC X(50)
               VALUE "*** MAILXS FILE MISSING - RUN FAILED ***".

       01  WS-HELD-HDR.
           05  FILLER             PIC X(40)
               VALUE "ACCOUNTS HELD FOR ADDRESS EXCEPTIONS".
       01  WS-HELD-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(7)  VALUE "REP".
           05  FILLER             PIC X(6)  VALUE "CODE".
           05  FILLER             PIC X(20) VALUE "OPEN ITEMS".

       01  WS-HELD-LINE.
           05  WS-HL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-HL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-HL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-HL-BRANCH                   PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-HL-REP                      PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-HL-CODE                     PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-HL-COUNT                    PIC Z9.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "EXTRACT RECORDS READ   : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS MAILED        : ".
           05  WS-SUM-MAILED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "ENVELOPES MAILED       : ".
           05  WS-SUM-ENVS        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "HOUSEHOLDS             : ".
           05  WS-SUM-HHS         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS HOUSEHOLDED   : ".
           05  WS-SUM-HHACCTS     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS E-DELIVERED   : ".
           05  WS-SUM-EDEL        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "COPIES-ONLY PIECES     : ".
           05  WS-SUM-COPYONLY    PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS DIVERTED      : ".
           05  WS-SUM-DIVERT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE9.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS HELD          : ".
           05  WS-SUM-HELD        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE10.
           05  FILLER             PIC X(25)
               VALUE "DUPLICATE COPIES       : ".
           05  WS-SUM-DUPS        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE11.
           05  FILLER             PIC X(25)
               VALUE "VENDOR PIECES WRITTEN  : ".
           05  WS-SUM-PIECES      PIC ZZZ,ZZ9.
       01  WS-POSTAGE-LINE.
           05  FILLER             PIC X(25)
               VALUE "ENVELOPE POSTAGE       : ".
           05  WS-PL-ENVELOPE     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-POSTAGE-LINE2.
           05  FILLER             PIC X(25)
               VALUE "DIVERTED POSTAGE       : ".
           05  WS-PL-DIVERT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-POSTAGE-LINE3.
           05  FILLER             PIC X(25)
               VALUE "DUPLICATE COPY POSTAGE : ".
           05  WS-PL-DUP          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-POSTAGE-LINE4.
           05  FILLER             PIC X(25)
               VALUE "PROJECTED POSTAGE      : ".
           05  WS-PL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.

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
           IF WS-MLX-INPUT-OK
               PERFORM 2000-PROCESS-EXTRACT UNTIL WS-MLX-AT-EOF
               PERFORM 7000-END-HOUSEHOLD
           ELSE
               WRITE MAILRPT-RECORD FROM WS-MISSING-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT MAILRPT-FILE
           WRITE MAILRPT-RECORD FROM WS-HDR-1

           OPEN INPUT MAILXS-FILE
           IF WS-MLX-NOT-FOUND
               SET WS-MLX-AT-EOF TO TRUE
           ELSE
               SET WS-MLX-INPUT-OK TO TRUE
               OPEN OUTPUT MAILVND-FILE
               PERFORM 2100-READ-EXTRACT
           END-IF.

       2000-PROCESS-EXTRACT.
           ADD 1 TO WS-RECS-READ
           IF WS-FIRST-RECORD
               MOVE MX-GROUP-KEY TO WS-CURRENT-GROUP-KEY
               MOVE MX-RUN-TYPE  TO WS-RUN-TYPE
               MOVE "N" TO WS-FIRST-RECORD-SW
           ELSE
               IF MX-GROUP-KEY NOT = WS-CURRENT-GROUP-KEY
                   PERFORM 7000-END-HOUSEHOLD
                   MOVE MX-GROUP-KEY TO WS-CURRENT-GROUP-KEY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MX-MAILED
                   PERFORM 3000-ADD-TO-ENVELOPE
               WHEN MX-DIVERTED
                   PERFORM 4000-WRITE-DIVERTED-PIECE
               WHEN MX-EDELIVERED
                   PERFORM 4100-EDELIVERED-ACCOUNT
               WHEN OTHER
                   PERFORM 4200-LIST-HELD-ACCOUNT
           END-EVALUATE
           PERFORM 2100-READ-EXTRACT.

       2100-READ-EXTRACT.
           READ MAILXS-FILE
               AT END
                   SET WS-MLX-AT-EOF TO TRUE
           END-READ.

       3000-ADD-TO-ENVELOPE.
           IF WS-PIECE-OPEN
               IF MV-ACCT-COUNT = 20
                   PERFORM 5000-WRITE-PIECE
               END-IF
           END-IF
           IF NOT WS-PIECE-OPEN
               PERFORM 3100-START-PIECE
               SET MV-HOUSEHOLD-ENVELOPE TO TRUE
           END-IF
           ADD 1 TO WS-HH-ACCT-COUNT
           ADD 1 TO WS-ACCTS-MAILED
           IF MX-POSTAGE > MV-ENVELOPE-POSTAGE
               MOVE MX-POSTAGE TO MV-ENVELOPE-POSTAGE
           END-IF
           PERFORM 3200-ADD-ACCOUNT-ENTRY.

       3100-START-PIECE.
           INITIALIZE WB-MAILV-RECORD
           SET WS-PIECE-OPEN TO TRUE
           MOVE WS-RUN-TYPE       TO MV-RUN-TYPE
           MOVE PD-BUSINESS-DATE  TO MV-BUSINESS-DATE
           MOVE MX-DIVERT-CODE    TO MV-DIVERT-CODE
           MOVE MX-ADDR-COUNT     TO MV-ADDR-COUNT
           MOVE MX-ADDR-LINE(1)   TO MV-ADDR-LINE(1)
           MOVE MX-ADDR-LINE(2)   TO MV-ADDR-LINE(2)
           MOVE MX-ADDR-LINE(3)   TO MV-ADDR-LINE(3)
           MOVE MX-ADDR-LINE(4)   TO MV-ADDR-LINE(4)
           MOVE MX-ADDR-LINE(5)   TO MV-ADDR-LINE(5)
           MOVE MX-ADDR-LINE(6)   TO MV-ADDR-LINE(6)
           MOVE MX-CITY           TO MV-CITY
           MOVE MX-STATE          TO MV-STATE
           MOVE MX-ZIP            TO MV-ZIP
           MOVE MX-ZIP4           TO MV-ZIP4
           MOVE MX-FOREIGN-POSTAL TO MV-FOREIGN-POSTAL
           MOVE MX-COUNTRY        TO MV-COUNTRY.

       3200-ADD-ACCOUNT-ENTRY.
           ADD 1 TO MV-ACCT-COUNT
           MOVE MX-FIRM-NO        TO MV-FIRM-NO(MV-ACCT-COUNT)
           MOVE MX-SUB-NO         TO MV-SUB-NO(MV-ACCT-COUNT)
           MOVE MX-ACCT-NO        TO MV-ACCT-NO(MV-ACCT-COUNT)
           MOVE MX-STATEMENT-CODE TO MV-STATEMENT-CODE(MV-ACCT-COUNT)
           MOVE MX-DUP-COPIES     TO MV-DUP-COPIES(MV-ACCT-COUNT)
           IF MX-DUP-COPIES > ZERO
               ADD MX-DUP-COPIES TO WS-DUP-COPIES
               COMPUTE WS-COPY-POSTAGE = MX-DUP-COPIES * MX-POSTAGE
               ADD WS-COPY-POSTAGE TO MV-COPY-POSTAGE
           END-IF.

       4000-WRITE-DIVERTED-PIECE.
           ADD 1 TO WS-ACCTS-DIVERTED
           PERFORM 3100-START-PIECE
           SET MV-DIVERTED-PIECE TO TRUE
           MOVE MX-POSTAGE TO MV-ENVELOPE-POSTAGE
           PERFORM 3200-ADD-ACCOUNT-ENTRY
           PERFORM 5000-WRITE-PIECE.

       4100-EDELIVERED-ACCOUNT.
           ADD 1 TO WS-ACCTS-EDELIVERED
           IF MX-DUP-COPIES > ZERO
               ADD 1 TO WS-COPIES-ONLY
               PERFORM 3100-START-PIECE
               SET MV-COPIES-ONLY TO TRUE
               MOVE ZERO   TO MV-ADDR-COUNT
               MOVE SPACES TO MV-ADDR-LINE(1)
               MOVE SPACES TO MV-ADDR-LINE(2)
               MOVE SPACES TO MV-ADDR-LINE(3)
               MOVE SPACES TO MV-ADDR-LINE(4)
               MOVE SPACES TO MV-ADDR-LINE(5)
               MOVE SPACES TO MV-ADDR-LINE(6)
               PERFORM 3200-ADD-ACCOUNT-ENTRY
               PERFORM 5000-WRITE-PIECE
           END-IF.

       4200-LIST-HELD-ACCOUNT.
           ADD 1 TO WS-ACCTS-HELD
           IF NOT WS-HELD-HDR-WRITTEN
               WRITE MAILRPT-RECORD FROM WS-HELD-HDR
               WRITE MAILRPT-RECORD FROM WS-HELD-DETAIL-HDR
               SET WS-HELD-HDR-WRITTEN TO TRUE
           END-IF
           MOVE MX-FIRM-NO    TO WS-HL-FIRM
           MOVE MX-SUB-NO     TO WS-HL-SUB
           MOVE MX-ACCT-NO    TO WS-HL-ACCT
           MOVE MX-BRANCH     TO WS-HL-BRANCH
           MOVE MX-REP        TO WS-HL-REP
           MOVE MX-HOLD-CODE  TO WS-HL-CODE
           MOVE MX-HOLD-COUNT TO WS-HL-COUNT
           WRITE MAILRPT-RECORD FROM WS-HELD-LINE.

       5000-WRITE-PIECE.
           ADD 1 TO WS-PIECE-NO
           MOVE WS-PIECE-NO TO MV-PIECE-NO
           ADD 1 TO WS-PIECES-WRITTEN
           ADD MV-COPY-POSTAGE TO WS-DUP-POSTAGE
           IF MV-DIVERTED-PIECE
               ADD MV-ENVELOPE-POSTAGE TO WS-DIVERT-POSTAGE
           ELSE
               ADD MV-ENVELOPE-POSTAGE TO WS-ENVELOPE-POSTAGE
           END-IF
           IF MV-HOUSEHOLD-ENVELOPE
               ADD 1 TO WS-ENVELOPES
           END-IF
           WRITE WB-MAILV-RECORD
           MOVE "N" TO WS-PIECE-OPEN-SW.

       7000-END-HOUSEHOLD.
           IF WS-HH-ACCT-COUNT > ZERO
               IF WS-PIECE-OPEN
                   PERFORM 5000-WRITE-PIECE
               END-IF
               IF WS-HH-ACCT-COUNT > 1
                   ADD 1 TO WS-HOUSEHOLDS
                   ADD WS-HH-ACCT-COUNT TO WS-ACCTS-HOUSEHOLDED
               END-IF
               MOVE ZERO TO WS-HH-ACCT-COUNT
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO MAILRPT-RECORD
           WRITE MAILRPT-RECORD
           IF WS-CONFIRM-RUN
               MOVE "CONFIRMS"   TO WS-RL-RUN-TYPE
           ELSE
               MOVE "STATEMENTS" TO WS-RL-RUN-TYPE
           END-IF
           MOVE PD-BUSINESS-DATE TO WS-RL-BUSINESS-DATE
           WRITE MAILRPT-RECORD FROM WS-RUN-LINE
           MOVE WS-RECS-READ         TO WS-SUM-READ
           MOVE WS-ACCTS-MAILED      TO WS-SUM-MAILED
           MOVE WS-ENVELOPES         TO WS-SUM-ENVS
           MOVE WS-HOUSEHOLDS        TO WS-SUM-HHS
           MOVE WS-ACCTS-HOUSEHOLDED TO WS-SUM-HHACCTS
           MOVE WS-ACCTS-EDELIVERED  TO WS-SUM-EDEL
           MOVE WS-COPIES-ONLY       TO WS-SUM-COPYONLY
           MOVE WS-ACCTS-DIVERTED    TO WS-SUM-DIVERT
           MOVE WS-ACCTS-HELD        TO WS-SUM-HELD
           MOVE WS-DUP-COPIES        TO WS-SUM-DUPS
           MOVE WS-PIECES-WRITTEN    TO WS-SUM-PIECES
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE6
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE7
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE8
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE9
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE10
           WRITE MAILRPT-RECORD FROM WS-SUMMARY-LINE11
           COMPUTE WS-TOTAL-POSTAGE = WS-ENVELOPE-POSTAGE
               + WS-DIVERT-POSTAGE + WS-DUP-POSTAGE
           MOVE WS-ENVELOPE-POSTAGE  TO WS-PL-ENVELOPE
           MOVE WS-DIVERT-POSTAGE    TO WS-PL-DIVERT
           MOVE WS-DUP-POSTAGE       TO WS-PL-DUP
           MOVE WS-TOTAL-POSTAGE     TO WS-PL-TOTAL
           WRITE MAILRPT-RECORD FROM WS-POSTAGE-LINE
           WRITE MAILRPT-RECORD FROM WS-POSTAGE-LINE2
           WRITE MAILRPT-RECORD FROM WS-POSTAGE-LINE3
           WRITE MAILRPT-RECORD FROM WS-POSTAGE-LINE4.

       9000-TERMINATE.
           IF WS-MLX-INPUT-OK
               CLOSE MAILXS-FILE
               CLOSE MAILVND-FILE
           END-IF
           CLOSE MAILRPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACMAILVN"       TO WB-RC-JOB-NAME
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
           MOVE WS-RC-STAMP-DATE  TO WB-RC-END-DATE
           MOVE WS-RC-STAMP-TIME  TO WB-RC-END-TIME
           MOVE WS-RECS-READ      TO WB-RC-RECS-READ
           MOVE WS-PIECES-WRITTEN TO WB-RC-RECS-WRITTEN
           MOVE ZERO              TO WB-RC-RECS-REJECTED
           IF WS-MLX-INPUT-OK
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
