      ******************************************************************
      * PROGRAM-ID: ACMAILEX                                          *
      * DESC      : STATEMENT/CONFIRM MAILING DISPOSITION EXTRACT.     *
      *             READS THE ACTIMG FULL ACCOUNT IMAGE FILE AGAINST   *
      *             THE ADRFIXQ ADDRESS FIX QUEUE (WBADRFIX.CPY, BOTH  *
      *             IN ACCOUNT-KEY ORDER) AND DECIDES, FOR EVERY       *
      *             ACCOUNT IN THE CYCLE, WHETHER ITS PIECE IS         *
      *             E-DELIVERED (DB-ACT-ACCESS-EQ-DELIVERY), DIVERTED  *
      *             (DB-ACT-MAIL-DIVERT-CODE), HELD FOR AN OPEN        *
      *             ADDRESS EXCEPTION, OR MAILED.  THE MAILING ADDRESS *
      *             DROPS ANY LINE FLAGGED ON DB-ACT-EXCLUDE-MAIL-     *
      *             LINE1-3, THE DUPLICATE-COPY COUNT COMES FROM       *
      *             DB-ACT-SHIP-DUP-STMT OR -SHIP-DUP-CONFIRM, AND THE *
      *             PIECE POSTAGE FROM DB-ACT-POSTAGE-AMT.  ONE        *
      *             DISPOSITION RECORD (WBMAILX.CPY) IS WRITTEN PER    *
      *             ACCOUNT FOR ACMAILVN, WHICH HOUSEHOLDS THE MAILED  *
      *             ACCOUNTS AND WRITES THE PRINT VENDOR FILE.         *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51339        INITIAL VERSION.  THE OPTIONAL*
      *          MAILPARM CARD GIVES THE RUN TYPE (S STATEMENTS, THE   *
      *          DEFAULT, OR C CONFIRMS), THE DB-ACT-STATEMENT-CODE    *
      *          VALUES THAT RECEIVE A STATEMENT THIS CYCLE (SPACES    *
      *          MEANS EVERY ACCOUNT) AND THE POSTAGE FOR AN ACCOUNT   *
      *          WITH NO DB-ACT-POSTAGE-AMT OF ITS OWN (DEFAULT .73).  *
      *          AN ACCOUNT IS E-DELIVERED OR EXCLUDES A LINE WHEN THE *
      *          SWITCH IS NOT SPACE OR "N".  E-DELIVERY AND A DIVERT  *
      *          CODE COME BEFORE THE HOLD, SINCE NEITHER PIECE GOES   *
      *          TO THE ADDRESS IN QUESTION.  ADRFIXQ IS REBUILT BY    *
      *          ACADRSCR EACH NIGHT, SO EVERY RECORD ON IT IS OPEN.   *
      *          A MISSING ACTIMG OR ADRFIXQ FILE ENDS THE RUN WITH    *
      *          RETURN CODE 8 RATHER THAN MAIL UNCHECKED ADDRESSES.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMAILEX.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT ADRFIXQ-FILE   ASSIGN TO "ADRFIXQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.

           SELECT MAILPARM-FILE  ASSIGN TO "MAILPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MAILX-FILE     ASSIGN TO "MAILX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLX-STATUS.

           SELECT MAILEXRP-FILE  ASSIGN TO "MAILEXRP"
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

       FD  ADRFIXQ-FILE
           RECORDING MODE IS F.
           COPY WBADRFIX.

       FD  MAILPARM-FILE
           RECORDING MODE IS F.
       01  MAILPARM-RECORD.
           05  MAILPARM-RUN-TYPE              PIC X(1).
           05  MAILPARM-STMT-CODES            PIC X(10).
           05  MAILPARM-DEFAULT-POSTAGE       PIC X(5).
           05  MAILPARM-DEFAULT-POSTAGE-N REDEFINES
               MAILPARM-DEFAULT-POSTAGE       PIC 9(3)V9(2).
           05  FILLER                         PIC X(64).

       FD  MAILX-FILE
           RECORDING MODE IS F.
           COPY WBMAILX.

       FD  MAILEXRP-FILE
           RECORDING MODE IS F.
       01  MAILEXRP-RECORD                    PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-IMG-STATUS                      PIC XX.
           88  WS-IMG-NOT-FOUND               VALUE "35".

       01  WS-FIX-STATUS                      PIC XX.
           88  WS-FIX-NOT-FOUND               VALUE "35".

       01  WS-PARM-STATUS                     PIC XX.
           88  WS-PARM-NOT-FOUND              VALUE "35".

       01  WS-MLX-STATUS                      PIC XX.
       01  WS-RPT-STATUS                      PIC XX.

       01  WS-IMG-EOF-SW                      PIC X    VALUE "N".
           88  WS-IMG-AT-EOF                           VALUE "Y".

       01  WS-INPUTS-OK-SW                    PIC X    VALUE "N".
           88  WS-INPUTS-OK                            VALUE "Y".

       01  WS-RUN-TYPE                        PIC X    VALUE "S".
           88  WS-STATEMENT-RUN                        VALUE "S".
           88  WS-CONFIRM-RUN                          VALUE "C".

       01  WS-STMT-CODE-LIST                  PIC X(10) VALUE SPACES.
       01  WS-DEFAULT-POSTAGE                 PIC 9(3)V9(2) VALUE .73.

       01  WS-CUR-KEY                         PIC X(14).
       01  WS-FIX-KEY                         PIC X(14).

       01  WS-HOLD-CODE                       PIC X(4).
       01  WS-HOLD-COUNT                      PIC S9(4) COMP VALUE ZERO.

       01  WS-TALLY                           PIC S9(4) COMP VALUE ZERO.

       01  WS-LINES-TO-USE                    PIC S9(4) COMP VALUE ZERO.
       01  WS-LINE-NO                         PIC S9(4) COMP VALUE ZERO.
       01  WS-CHECK-LINE                      PIC X(64).
       01  WS-EXCLUDE-SW                      PIC X(1).

       01  WS-HOUSEHOLD-SW                    PIC X.
           88  WS-CAN-HOUSEHOLD               VALUE "Y".

       01  WS-LOWER-CASE                      PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PUNCT-CHARS                     PIC X(16)
               VALUE ".,-'/&()#;:""*!?+".
       01  WS-PUNCT-SPACES                    PIC X(16) VALUE SPACES.

       01  WS-NORM-IN                         PIC X(64).
       01  WS-NORM-OUT                        PIC X(66).
       01  WS-NORM-LEN                        PIC S9(4) COMP.
       01  WS-CH-SUB                          PIC S9(4) COMP.

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-NOT-IN-CYCLE           PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-MAILED                 PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-EDELIVERED             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DIVERTED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-HELD                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-WRITTEN                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FIX-NO-ACCOUNT              PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DB-ERROR               PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(40)
               VALUE "MAILING DISPOSITION EXTRACT CONTROL".

       01  WS-RUN-LINE.
           05  FILLER                         PIC X(11)
               VALUE "RUN TYPE : ".
           05  WS-RL-RUN-TYPE                 PIC X(10).
           05  FILLER                         PIC X(19)
               VALUE "  STATEMENT CODES: ".
           05  WS-RL-CODES                    PIC X(10).
           05  FILLER                         PIC X(19)
               VALUE "  DEFAULT POSTAGE: ".
           05  WS-RL-POSTAGE                  PIC ZZ9.99.

       01  WS-MISSING-LINE.
           05  FILLER                         PIC X(50)
               VALUE "*** ACTIMG OR ADRFIXQ MISSING - RUN FAILED ***".

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNT IMAGES READ    : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "NOT IN STATEMENT CYCLE : ".
           05  WS-SUM-NOCYC       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "TO BE MAILED           : ".
           05  WS-SUM-MAILED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "E-DELIVERED            : ".
           05  WS-SUM-EDEL        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "DIVERTED               : ".
           05  WS-SUM-DIVERT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "HELD - ADDRESS FIX     : ".
           05  WS-SUM-HELD        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "EXTRACT RECORDS WRITTEN: ".
           05  WS-SUM-WRITTEN     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "FIX ITEMS NO ACCOUNT   : ".
           05  WS-SUM-FIXNOACCT   PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE9.
           05  FILLER             PIC X(25)
               VALUE "BAD ACCOUNT IMAGES     : ".
           05  WS-SUM-DBERR       PIC ZZZ,ZZ9.

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

           COPY WBACTMST.
           COPY WBDBACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9400-STAMP-RUN-START
           PERFORM 1000-INITIALIZE
           IF WS-INPUTS-OK
               PERFORM 2000-PROCESS-MASTER UNTIL WS-IMG-AT-EOF
               PERFORM 2400-DRAIN-FIXQ UNTIL WS-FIX-KEY = HIGH-VALUES
           ELSE
               WRITE MAILEXRP-RECORD FROM WS-MISSING-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM

           OPEN OUTPUT MAILEXRP-FILE
           WRITE MAILEXRP-RECORD FROM WS-HDR-1
           IF WS-CONFIRM-RUN
               MOVE "CONFIRMS"   TO WS-RL-RUN-TYPE
           ELSE
               MOVE "STATEMENTS" TO WS-RL-RUN-TYPE
           END-IF
           IF WS-STMT-CODE-LIST = SPACES
               MOVE "ALL"        TO WS-RL-CODES
           ELSE
               MOVE WS-STMT-CODE-LIST TO WS-RL-CODES
           END-IF
           MOVE WS-DEFAULT-POSTAGE TO WS-RL-POSTAGE
           WRITE MAILEXRP-RECORD FROM WS-RUN-LINE

           OPEN INPUT ACTIMG-FILE
           OPEN INPUT ADRFIXQ-FILE
           IF WS-IMG-NOT-FOUND OR WS-FIX-NOT-FOUND
               IF NOT WS-IMG-NOT-FOUND
                   CLOSE ACTIMG-FILE
               END-IF
               IF NOT WS-FIX-NOT-FOUND
                   CLOSE ADRFIXQ-FILE
               END-IF
               SET WS-IMG-AT-EOF TO TRUE
           ELSE
               SET WS-INPUTS-OK TO TRUE
               OPEN OUTPUT MAILX-FILE
               PERFORM 2200-READ-FIXQ
               PERFORM 2100-READ-IMAGE
           END-IF.

       1100-READ-PARM.
           OPEN INPUT MAILPARM-FILE
           IF WS-PARM-NOT-FOUND
               CONTINUE
           ELSE
               READ MAILPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAILPARM-RUN-TYPE = "C"
                           SET WS-CONFIRM-RUN TO TRUE
                       END-IF
                       MOVE MAILPARM-STMT-CODES TO WS-STMT-CODE-LIST
                       IF MAILPARM-DEFAULT-POSTAGE NUMERIC
                           AND MAILPARM-DEFAULT-POSTAGE-N > ZERO
                           MOVE MAILPARM-DEFAULT-POSTAGE-N
                               TO WS-DEFAULT-POSTAGE
                       END-IF
               END-READ
               CLOSE MAILPARM-FILE
           END-IF.

       2000-PROCESS-MASTER.
           ADD 1 TO WS-RECS-READ
           PERFORM 2300-MATCH-FIXQ
           PERFORM 3000-DISPOSE-ONE-ACCOUNT
           PERFORM 2100-READ-IMAGE.

       2100-READ-IMAGE.
           READ ACTIMG-FILE
               AT END
                   SET WS-IMG-AT-EOF TO TRUE
               NOT AT END
                   MOVE WB-IMG-KEY TO WS-CUR-KEY
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

       2200-READ-FIXQ.
           READ ADRFIXQ-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-FIX-KEY
               NOT AT END
                   MOVE AFX-KEY TO WS-FIX-KEY
           END-READ.

       2300-MATCH-FIXQ.
           MOVE ZERO   TO WS-HOLD-COUNT
           MOVE SPACES TO WS-HOLD-CODE
           PERFORM 2310-TAKE-FIX-ITEM
               UNTIL WS-FIX-KEY > WS-CUR-KEY.

       2310-TAKE-FIX-ITEM.
           IF WS-FIX-KEY = WS-CUR-KEY
               ADD 1 TO WS-HOLD-COUNT
               IF WS-HOLD-CODE = SPACES
                   MOVE AFX-EXCEPTION-CODE TO WS-HOLD-CODE
               END-IF
           ELSE
               ADD 1 TO WS-FIX-NO-ACCOUNT
           END-IF
           PERFORM 2200-READ-FIXQ.

       2400-DRAIN-FIXQ.
           ADD 1 TO WS-FIX-NO-ACCOUNT
           PERFORM 2200-READ-FIXQ.

       3000-DISPOSE-ONE-ACCOUNT.
           IF DB-CM-OK
               MOVE ZERO TO WS-TALLY
               IF WS-STATEMENT-RUN
                   AND WS-STMT-CODE-LIST NOT = SPACES
                   IF DB-ACT-STATEMENT-CODE NOT = SPACE
                       INSPECT WS-STMT-CODE-LIST TALLYING WS-TALLY
                           FOR ALL DB-ACT-STATEMENT-CODE
                   END-IF
               ELSE
                   MOVE 1 TO WS-TALLY
               END-IF
               IF WS-TALLY = ZERO
                   ADD 1 TO WS-RECS-NOT-IN-CYCLE
               ELSE
                   PERFORM 3100-BUILD-MAILX-RECORD
                   EVALUATE TRUE
                       WHEN DB-ACT-ACCESS-EQ-DELIVERY NOT = SPACE
                           AND DB-ACT-ACCESS-EQ-DELIVERY NOT = "N"
                           SET MX-EDELIVERED TO TRUE
                           ADD 1 TO WS-RECS-EDELIVERED
                       WHEN DB-ACT-MAIL-DIVERT-CODE NOT = SPACES
                           SET MX-DIVERTED TO TRUE
                           ADD 1 TO WS-RECS-DIVERTED
                       WHEN WS-HOLD-COUNT > ZERO
                           SET MX-HELD TO TRUE
                           ADD 1 TO WS-RECS-HELD
                       WHEN OTHER
                           SET MX-MAILED TO TRUE
                           ADD 1 TO WS-RECS-MAILED
                   END-EVALUATE
                   PERFORM 3300-SET-HOUSEHOLD-KEY
                   WRITE WB-MAILX-RECORD
                   ADD 1 TO WS-RECS-WRITTEN
               END-IF
           ELSE
               ADD 1 TO WS-RECS-DB-ERROR
           END-IF.

       3100-BUILD-MAILX-RECORD.
           MOVE SPACES                TO WB-MAILX-RECORD
           MOVE WB-MST-FIRM-NO        TO MX-FIRM-NO
           MOVE WB-MST-SUB-NO         TO MX-SUB-NO
           MOVE WB-MST-ACCT-NO        TO MX-ACCT-NO
           MOVE WS-RUN-TYPE           TO MX-RUN-TYPE
           MOVE DB-ACT-REP            TO MX-REP
           MOVE DB-ACT-BRANCH         TO MX-BRANCH
           MOVE DB-ACT-STATEMENT-CODE TO MX-STATEMENT-CODE
           MOVE DB-ACT-MAIL-DIVERT-CODE
                                      TO MX-DIVERT-CODE
           MOVE DB-ACT-CITY           TO MX-CITY
           MOVE DB-ACT-STATE-CODE     TO MX-STATE
           MOVE ZERO                  TO MX-ZIP
           IF DB-ACT-ZIP-CODE > ZERO
               MOVE DB-ACT-ZIP-CODE   TO MX-ZIP
           END-IF
           MOVE ZERO                  TO MX-ZIP4
           IF DB-ACT-ZIP-PLUS4 > ZERO
               MOVE DB-ACT-ZIP-PLUS4  TO MX-ZIP4
           END-IF
           MOVE DB-ACT-FOREIGN-POSTAL TO MX-FOREIGN-POSTAL
           MOVE DB-ACT-RESIDE-COUNTRY TO MX-COUNTRY

           IF DB-ACT-POSTAGE-AMT > ZERO
               MOVE DB-ACT-POSTAGE-AMT TO MX-POSTAGE
           ELSE
               MOVE WS-DEFAULT-POSTAGE TO MX-POSTAGE
           END-IF

           MOVE ZERO TO MX-DUP-COPIES
           IF WS-CONFIRM-RUN
               IF DB-ACT-SHIP-DUP-CONFIRM > ZERO
                   MOVE DB-ACT-SHIP-DUP-CONFIRM TO MX-DUP-COPIES
               END-IF
           ELSE
               IF DB-ACT-SHIP-DUP-STMT > ZERO
                   MOVE DB-ACT-SHIP-DUP-STMT    TO MX-DUP-COPIES
               END-IF
           END-IF

           MOVE WS-HOLD-CODE          TO MX-HOLD-CODE
           MOVE WS-HOLD-COUNT         TO MX-HOLD-COUNT

           PERFORM 3200-BUILD-ADDRESS-LINES.

       3200-BUILD-ADDRESS-LINES.
           MOVE ZERO TO MX-ADDR-COUNT
           MOVE 6 TO WS-LINES-TO-USE
           IF DB-ACT-NAMELINES IS NUMERIC
               AND DB-ACT-NAMELINES > ZERO
               AND DB-ACT-NAMELINES < 6
               MOVE DB-ACT-NAMELINES TO WS-LINES-TO-USE
           END-IF
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > WS-LINES-TO-USE
               MOVE SPACE TO WS-EXCLUDE-SW
               EVALUATE WS-LINE-NO
                   WHEN 1
                       MOVE DB-ACT-NAME-ADDR-1 TO WS-CHECK-LINE
                       MOVE DB-ACT-EXCLUDE-MAIL-LINE1 TO WS-EXCLUDE-SW
                   WHEN 2
                       MOVE DB-ACT-NAME-ADDR-2 TO WS-CHECK-LINE
                       MOVE DB-ACT-EXCLUDE-MAIL-LINE2 TO WS-EXCLUDE-SW
                   WHEN 3
                       MOVE DB-ACT-NAME-ADDR-3 TO WS-CHECK-LINE
                       MOVE DB-ACT-EXCLUDE-MAIL-LINE3 TO WS-EXCLUDE-SW
                   WHEN 4
                       MOVE DB-ACT-NAME-ADDR-4 TO WS-CHECK-LINE
                   WHEN 5
                       MOVE DB-ACT-NAME-ADDR-5 TO WS-CHECK-LINE
                   WHEN OTHER
                       MOVE DB-ACT-NAME-ADDR-6 TO WS-CHECK-LINE
               END-EVALUATE
               IF WS-CHECK-LINE NOT = SPACES
                   AND (WS-EXCLUDE-SW = SPACE OR WS-EXCLUDE-SW = "N")
                   ADD 1 TO MX-ADDR-COUNT
                   MOVE WS-CHECK-LINE TO MX-ADDR-LINE(MX-ADDR-COUNT)
               END-IF
           END-PERFORM.

       3300-SET-HOUSEHOLD-KEY.
           MOVE "N" TO WS-HOUSEHOLD-SW
           IF MX-MAILED
               AND MX-ZIP4 > ZERO
               AND MX-ADDR-COUNT > ZERO
               AND (MX-COUNTRY = "US" OR MX-COUNTRY = SPACES)
               SET WS-CAN-HOUSEHOLD TO TRUE
           END-IF
           MOVE SPACES TO MX-HOUSEHOLD-KEY
           MOVE ZERO   TO MX-HH-ZIP
           MOVE ZERO   TO MX-HH-ZIP4
           IF WS-CAN-HOUSEHOLD
               MOVE MX-ZIP   TO MX-HH-ZIP
               MOVE MX-ZIP4  TO MX-HH-ZIP4
               MOVE MX-STATE TO MX-HH-STATE
               INSPECT MX-HH-STATE CONVERTING WS-LOWER-CASE
                                           TO WS-UPPER-CASE
               MOVE MX-CITY  TO WS-NORM-IN
               PERFORM 4000-NORMALIZE-TEXT
               MOVE WS-NORM-OUT(2:30) TO MX-HH-CITY
               PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                       UNTIL WS-LINE-NO > MX-ADDR-COUNT
                   MOVE MX-ADDR-LINE(WS-LINE-NO) TO WS-NORM-IN
                   PERFORM 4000-NORMALIZE-TEXT
                   MOVE WS-NORM-OUT(2:64) TO MX-HH-LINE(WS-LINE-NO)
               END-PERFORM
           ELSE
               MOVE MX-ACCT-KEY TO MX-HH-SINGLE-KEY
           END-IF.

       4000-NORMALIZE-TEXT.
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-IN CONVERTING WS-PUNCT-CHARS
                                      TO WS-PUNCT-SPACES
           MOVE SPACES TO WS-NORM-OUT
           MOVE 1 TO WS-NORM-LEN
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1 UNTIL WS-CH-SUB > 64
               IF WS-NORM-IN(WS-CH-SUB:1) NOT = SPACE
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-IN(WS-CH-SUB:1) TO
                                    WS-NORM-OUT(WS-NORM-LEN:1)
               ELSE
                   IF WS-NORM-OUT(WS-NORM-LEN:1) NOT = SPACE
                       ADD 1 TO WS-NORM-LEN
                   END-IF
               END-IF
           END-PERFORM.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ         TO WS-SUM-READ
           MOVE WS-RECS-NOT-IN-CYCLE TO WS-SUM-NOCYC
           MOVE WS-RECS-MAILED       TO WS-SUM-MAILED
           MOVE WS-RECS-EDELIVERED   TO WS-SUM-EDEL
           MOVE WS-RECS-DIVERTED     TO WS-SUM-DIVERT
           MOVE WS-RECS-HELD         TO WS-SUM-HELD
           MOVE WS-RECS-WRITTEN      TO WS-SUM-WRITTEN
           MOVE WS-FIX-NO-ACCOUNT    TO WS-SUM-FIXNOACCT
           MOVE WS-RECS-DB-ERROR     TO WS-SUM-DBERR
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE2
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE3
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE4
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE5
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE6
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE7
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE8
           WRITE MAILEXRP-RECORD FROM WS-SUMMARY-LINE9.

       9000-TERMINATE.
           IF WS-INPUTS-OK
               CLOSE ACTIMG-FILE
               CLOSE ADRFIXQ-FILE
               CLOSE MAILX-FILE
           END-IF
           CLOSE MAILEXRP-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACMAILEX"       TO WB-RC-JOB-NAME
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
           MOVE WS-RECS-WRITTEN  TO WB-RC-RECS-WRITTEN
           MOVE WS-RECS-DB-ERROR TO WB-RC-RECS-REJECTED
           IF WS-INPUTS-OK
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
