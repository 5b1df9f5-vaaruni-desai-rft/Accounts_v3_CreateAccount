      ******************************************************************
      * PROGRAM-ID: ACDOCSCR                                          *
      * DESC      : NIGHTLY ACCOUNT DOCUMENTATION AND OPTIONS/MARGIN   *
      *             APPROVAL DEFICIENCY SCRUB, IN THE ACINSSCR MOLD.   *
      *             READS THE ACTIMG FULL ACCOUNT IMAGE FILE AND       *
      *             CHECKS THE FORM-RECEIVED INDICATORS ON EVERY       *
      *             ACCOUNT AGAINST THE FORMS THE NEW-ACCOUNTS DESK'S  *
      *             WBDOCPOL POLICY FILE REQUIRES FOR ITS SOCIAL-CODE, *
      *             ACCT-TYPE-IND AND CLASS.  ALSO FLAGS ANY ACCOUNT   *
      *             TRADING ON MARGIN WITH NO MARGIN AGREEMENT, ANY    *
      *             ACCOUNT APPROVED FOR OPTIONS WITH NO OPTION        *
      *             AGREEMENT, AND ANY INV-OPTION-CODE LEVEL THE       *
      *             ACCOUNT'S INVESTMENT-OBJ / OPTION-INV-OBJ DO NOT   *
      *             SUPPORT.  ONE DETAIL LINE PRINTS PER DEFICIENCY,   *
      *             ROLLED UP BY BRANCH/REP, AND ONE DEFICIENCY-LETTER *
      *             RECORD (WBDOCLTR.CPY) IS WRITTEN PER ACCOUNT FOR   *
      *             ITS REP, AGED FROM THE ACCOUNT'S OPEN DATE.        *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51337        INITIAL VERSION.  THE         *
      *          ACCT-TYPE-IND, CLASS, INVESTMENT-OBJ AND STATUS CODE  *
      *          SETS ARE NOT DOCUMENTED ON WBDBACT.CPY, SO WHICH      *
      *          VALUES MEAN MARGIN, WHICH OBJECTIVES SUPPORT EACH     *
      *          OPTION LEVEL AND WHICH STATUSES ARE LEFT OUT ALL COME *
      *          FROM THE POLICY FILE; A MISSING POLICY RECORD         *
      *          DISABLES THAT CHECK, THE SAME CONVENTION ACINSSCR     *
      *          USES.  THE OPTIONS-WITH-NO-AGREEMENT CHECK NEEDS NO   *
      *          POLICY AND IS ALWAYS ON - AN OPTION LEVEL WITH NO     *
      *          OPTION FORM IS A DEFICIENCY ON ITS FACE.  A FORM      *
      *          ALREADY FLAGGED FOR AN ACCOUNT IS NOT FLAGGED AGAIN   *
      *          BY A SECOND MATCHING REQUIREMENT.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACDOCSCR.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT DOCPOL-FILE    ASSIGN TO "DOCPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.

           SELECT DOCRPT-FILE    ASSIGN TO "DOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DOCLTR-FILE    ASSIGN TO "DOCLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIMG-FILE
           RECORDING MODE IS F.
           COPY WBACTIMG.

       FD  DOCPOL-FILE
           RECORDING MODE IS F.
           COPY WBDOCPOL.

       FD  DOCRPT-FILE
           RECORDING MODE IS F.
       01  DOCRPT-RECORD                      PIC X(132).

       FD  DOCLTR-FILE
           RECORDING MODE IS F.
           COPY WBDOCLTR.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                      PIC XX.
           88  WS-MST-EOF                     VALUE "10".

       01  WS-POL-STATUS                      PIC XX.
           88  WS-POL-NOT-FOUND               VALUE "35".
           88  WS-POL-EOF                     VALUE "10".

       01  WS-RPT-STATUS                      PIC XX.
       01  WS-LTR-STATUS                      PIC XX.

       01  WS-MST-EOF-SW                      PIC X    VALUE "N".
           88  WS-MST-AT-EOF                           VALUE "Y".

       01  WS-MRG-TYPE-LIST                   PIC X(10) VALUE SPACES.
       01  WS-MRG-CLASS-LIST                  PIC X(10) VALUE SPACES.
       01  WS-MRG-SW                          PIC X    VALUE "N".
           88  WS-MRG-ON                               VALUE "Y".

       01  WS-XSTAT-LIST                      PIC X(10) VALUE SPACES.
       01  WS-XSTAT-SW                        PIC X    VALUE "N".
           88  WS-XSTAT-ON                             VALUE "Y".

       01  WS-REQFM-TABLE-CTL.
           05  WS-RQ-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-RQ-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RQ-COUNT
                   INDEXED BY WS-RQ-IDX.
               10  WS-RQ-SOCIAL-CODE          PIC X(2).
               10  WS-RQ-ACCT-TYPE-IND        PIC X(1).
               10  WS-RQ-CLASS                PIC X(1).
               10  WS-RQ-FORM-CODE            PIC X(4)
                                              OCCURS 10 TIMES
                                              INDEXED BY WS-FM-IDX.

       01  WS-OPTLV-TABLE-CTL.
           05  WS-OL-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-OL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-OL-COUNT
                   INDEXED BY WS-OL-IDX.
               10  WS-OL-LEVEL                PIC X(1).
               10  WS-OL-INV-OBJ-LIST         PIC X(10).
               10  WS-OL-OPT-OBJ-LIST         PIC X(10).

       01  WS-BRANCH-REP-TABLE-CTL.
           05  WS-BR-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-BRANCH               PIC X(4).
               10  WS-BR-REP                  PIC X(4).
               10  WS-BR-ACCT-COUNT           PIC S9(7) COMP-3.
               10  WS-BR-FLAG-COUNT           PIC S9(7) COMP-3.
               10  WS-BR-OV90-COUNT           PIC S9(7) COMP-3.

       01  WS-ACCT-DEFICIENCIES.
           05  WS-AD-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-AD-CODE                     PIC X(4)
                                              OCCURS 12 TIMES
                                              INDEXED BY WS-AD-IDX.

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-ON-FILE-SW                      PIC X.
           88  WS-FORM-ON-FILE                VALUE "Y".
           88  WS-FORM-MISSING                VALUE "N".

       01  WS-DEF-ADDED-SW                    PIC X.
           88  WS-DEF-ADDED                   VALUE "Y".
           88  WS-DEF-ALREADY-LISTED          VALUE "N".

       01  WS-ACCT-FLAGGED-SW                 PIC X.
           88  WS-ACCT-FLAGGED                VALUE "Y".

       01  WS-ACCT-FLAG-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-TALLY                           PIC S9(4) COMP VALUE ZERO.
       01  WS-TEST-FORM                       PIC X(4).
       01  WS-DEF-CODE                        PIC X(4).

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-TODAY-INT                       PIC S9(7) COMP-3.

       01  WS-OPEN-YYYYMMDD                   PIC 9(8).
       01  WS-OPEN-INT                        PIC S9(7) COMP-3.
       01  WS-DAYS-OPEN                       PIC S9(5) COMP-3.
       01  WS-AGE-BUCKET                      PIC X(4).

       01  WS-DATE-OK-SW                      PIC X.
           88  WS-DATE-OK                     VALUE "Y".
           88  WS-DATE-BAD                    VALUE "N".

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-EXCLUDED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-FLAGGED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-MISSING-FORM          PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-MARGIN                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-OPTION                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-OPT-LEVEL             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LETTERS-WRITTEN             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LETTERS-OV90                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DB-ERROR               PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(44)
               VALUE "DOCUMENTATION AND OPTIONS/MARGIN DEFICIENCY".
       01  WS-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(7)  VALUE "REP".
           05  FILLER             PIC X(38) VALUE "DEFICIENCY".
           05  FILLER             PIC X(14) VALUE "VALUES".
           05  FILLER             PIC X(10) VALUE "DAYS OPEN".

       01  WS-DETAIL-LINE.
           05  WS-DL-FIRM                     PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-SUB                      PIC 9(3).
           05  FILLER                         PIC X   VALUE SPACE.
           05  WS-DL-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-BRANCH                   PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-DL-REP                      PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-DL-REASON                   PIC X(38).
           05  WS-DL-VALUE                    PIC X(12).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-DAYS                     PIC ZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-BAD-DATE                 PIC X(16).

       01  WS-SECTION-HDR-1.
           05  FILLER             PIC X(44)
               VALUE "DEFICIENT ACCOUNTS BY BRANCH AND REP".
       01  WS-BR-DETAIL-HDR.
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(8)  VALUE "REP".
           05  FILLER             PIC X(12) VALUE "ACCOUNTS".
           05  FILLER             PIC X(14) VALUE "DEFICIENCIES".
           05  FILLER             PIC X(12) VALUE "OVER 90".

       01  WS-BR-DETAIL-LINE.
           05  WS-BRD-BRANCH                  PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-BRD-REP                     PIC X(4).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-BRD-ACCTS                   PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-BRD-FLAGS                   PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  WS-BRD-OV90                    PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS READ          : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "EXCLUDED BY STATUS     : ".
           05  WS-SUM-EXCL        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS FLAGGED       : ".
           05  WS-SUM-FLAG        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "REQUIRED FORM MISSING  : ".
           05  WS-SUM-FORM        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "MARGIN NO AGREEMENT    : ".
           05  WS-SUM-MRGN        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "OPTIONS NO AGREEMENT   : ".
           05  WS-SUM-OPTN        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "OPTION LEVEL VS OBJ    : ".
           05  WS-SUM-OLVL        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "LETTERS WRITTEN        : ".
           05  WS-SUM-LTRS        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE9.
           05  FILLER             PIC X(25)
               VALUE "LETTERS OVER 90 DAYS   : ".
           05  WS-SUM-OV90        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE10.
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
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MST-AT-EOF
           PERFORM 6000-WRITE-BRANCH-REP-SECTION
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           PERFORM 1100-LOAD-POLICY-FILE

           OPEN INPUT  ACTIMG-FILE
           OPEN OUTPUT DOCRPT-FILE
           OPEN OUTPUT DOCLTR-FILE
           WRITE DOCRPT-RECORD FROM WS-HDR-1
           WRITE DOCRPT-RECORD FROM WS-DETAIL-HDR

           PERFORM 2100-READ-MASTER.

       1100-LOAD-POLICY-FILE.
           OPEN INPUT DOCPOL-FILE
           IF WS-POL-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1110-LOAD-ONE-POLICY UNTIL WS-POL-EOF
               CLOSE DOCPOL-FILE
           END-IF.

       1110-LOAD-ONE-POLICY.
           READ DOCPOL-FILE
               AT END
                   SET WS-POL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DOCPOL-REQFM-REC
                           IF WS-RQ-COUNT < 200
                               ADD 1 TO WS-RQ-COUNT
                               MOVE DOCPOL-REQFM-DATA
                                   TO WS-RQ-ENTRY(WS-RQ-COUNT)
                           END-IF
                       WHEN DOCPOL-MARGN-REC
                           MOVE DOCPOL-MRG-TYPE-LIST
                               TO WS-MRG-TYPE-LIST
                           MOVE DOCPOL-MRG-CLASS-LIST
                               TO WS-MRG-CLASS-LIST
                           SET WS-MRG-ON TO TRUE
                       WHEN DOCPOL-OPTLV-REC
                           IF WS-OL-COUNT < 50
                               ADD 1 TO WS-OL-COUNT
                               MOVE DOCPOL-OPT-LEVEL
                                   TO WS-OL-LEVEL(WS-OL-COUNT)
                               MOVE DOCPOL-OPT-INV-OBJ-LIST
                                   TO WS-OL-INV-OBJ-LIST(WS-OL-COUNT)
                               MOVE DOCPOL-OPT-OPT-OBJ-LIST
                                   TO WS-OL-OPT-OBJ-LIST(WS-OL-COUNT)
                           END-IF
                       WHEN DOCPOL-XSTAT-REC
                           MOVE DOCPOL-XSTAT-LIST TO WS-XSTAT-LIST
                           SET WS-XSTAT-ON TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2000-PROCESS-MASTER.
           ADD 1 TO WS-RECS-READ
           PERFORM 3000-EXAMINE-ONE-ACCOUNT
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
               MOVE ZERO TO WS-TALLY
               IF WS-XSTAT-ON
                   AND DB-ACT-ACCT-STATUS-IND NOT = SPACE
                   INSPECT WS-XSTAT-LIST TALLYING WS-TALLY
                       FOR ALL DB-ACT-ACCT-STATUS-IND
               END-IF
               IF WS-TALLY > ZERO
                   ADD 1 TO WS-RECS-EXCLUDED
               ELSE
                   MOVE "N"  TO WS-ACCT-FLAGGED-SW
                   MOVE ZERO TO WS-ACCT-FLAG-COUNT
                   MOVE ZERO TO WS-AD-COUNT
                   PERFORM 4300-COMPUTE-DAYS-OPEN
                   PERFORM 3100-CHECK-MARGIN
                   PERFORM 3200-CHECK-OPTION-AGREEMENT
                   PERFORM 3300-CHECK-OPTION-LEVEL
                   PERFORM 3400-CHECK-REQUIRED-FORMS
                   IF WS-ACCT-FLAGGED
                       ADD 1 TO WS-RECS-FLAGGED
                       PERFORM 4000-ADD-TO-BRANCH-REP-TABLE
                       PERFORM 5100-WRITE-LETTER
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-RECS-DB-ERROR
           END-IF.

       3100-CHECK-MARGIN.
           MOVE ZERO TO WS-TALLY
           IF WS-MRG-ON
               IF DB-ACT-ACCT-TYPE-IND NOT = SPACE
                   INSPECT WS-MRG-TYPE-LIST TALLYING WS-TALLY
                       FOR ALL DB-ACT-ACCT-TYPE-IND
               END-IF
               IF DB-ACT-CLASS NOT = SPACE
                   INSPECT WS-MRG-CLASS-LIST TALLYING WS-TALLY
                       FOR ALL DB-ACT-CLASS
               END-IF
           END-IF
           IF WS-TALLY > ZERO
               MOVE "MRGN" TO WS-TEST-FORM
               PERFORM 4100-TEST-FORM-ON-FILE
               IF WS-FORM-MISSING
                   MOVE "MRGN" TO WS-DEF-CODE
                   PERFORM 4200-ADD-DEFICIENCY
                   IF WS-DEF-ADDED
                       ADD 1 TO WS-FLAGS-MARGIN
                       MOVE "MARGIN TRADING, NO MARGIN AGREEMENT"
                           TO WS-DL-REASON
                       MOVE SPACES TO WS-DL-VALUE
                       STRING "TYPE " DB-ACT-ACCT-TYPE-IND
                           " CL " DB-ACT-CLASS
                           DELIMITED BY SIZE INTO WS-DL-VALUE
                       PERFORM 5000-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-OPTION-AGREEMENT.
           IF DB-ACT-INV-OPTION-CODE NOT = SPACE
               MOVE "OPTN" TO WS-TEST-FORM
               PERFORM 4100-TEST-FORM-ON-FILE
               IF WS-FORM-MISSING
                   MOVE "OPTN" TO WS-DEF-CODE
                   PERFORM 4200-ADD-DEFICIENCY
                   IF WS-DEF-ADDED
                       ADD 1 TO WS-FLAGS-OPTION
                       MOVE "OPTIONS APPROVED, NO OPTION AGREEMENT"
                           TO WS-DL-REASON
                       MOVE SPACES TO WS-DL-VALUE
                       STRING "LEVEL " DB-ACT-INV-OPTION-CODE
                           DELIMITED BY SIZE INTO WS-DL-VALUE
                       PERFORM 5000-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       3300-CHECK-OPTION-LEVEL.
           IF DB-ACT-INV-OPTION-CODE NOT = SPACE
               AND WS-OL-COUNT > ZERO
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                       UNTIL WS-OL-IDX > WS-OL-COUNT OR WS-FOUND
                   IF WS-OL-LEVEL(WS-OL-IDX) = DB-ACT-INV-OPTION-CODE
                       SET WS-FOUND TO TRUE
                       PERFORM 3310-CHECK-LEVEL-OBJECTIVES
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   MOVE "OLVL" TO WS-DEF-CODE
                   PERFORM 4200-ADD-DEFICIENCY
                   IF WS-DEF-ADDED
                       ADD 1 TO WS-FLAGS-OPT-LEVEL
                       MOVE "OPTION LEVEL NOT ON POLICY FILE"
                           TO WS-DL-REASON
                       MOVE SPACES TO WS-DL-VALUE
                       STRING "LEVEL " DB-ACT-INV-OPTION-CODE
                           DELIMITED BY SIZE INTO WS-DL-VALUE
                       PERFORM 5000-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       3310-CHECK-LEVEL-OBJECTIVES.
           IF WS-OL-INV-OBJ-LIST(WS-OL-IDX) NOT = SPACES
               MOVE ZERO TO WS-TALLY
               IF DB-ACT-INVESTMENT-OBJ NOT = SPACE
                   INSPECT WS-OL-INV-OBJ-LIST(WS-OL-IDX)
                       TALLYING WS-TALLY
                       FOR ALL DB-ACT-INVESTMENT-OBJ
               END-IF
               IF WS-TALLY = ZERO
                   MOVE "OINV" TO WS-DEF-CODE
                   PERFORM 4200-ADD-DEFICIENCY
                   IF WS-DEF-ADDED
                       ADD 1 TO WS-FLAGS-OPT-LEVEL
                       MOVE "OPTION LEVEL VS INVESTMENT OBJECTIVE"
                           TO WS-DL-REASON
                       MOVE SPACES TO WS-DL-VALUE
                       STRING "LVL " DB-ACT-INV-OPTION-CODE
                           " OBJ " DB-ACT-INVESTMENT-OBJ
                           DELIMITED BY SIZE INTO WS-DL-VALUE
                       PERFORM 5000-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF

           IF WS-OL-OPT-OBJ-LIST(WS-OL-IDX) NOT = SPACES
               MOVE ZERO TO WS-TALLY
               IF DB-ACT-OPTION-INV-OBJ NOT = SPACE
                   INSPECT WS-OL-OPT-OBJ-LIST(WS-OL-IDX)
                       TALLYING WS-TALLY
                       FOR ALL DB-ACT-OPTION-INV-OBJ
               END-IF
               IF WS-TALLY = ZERO
                   MOVE "OOPT" TO WS-DEF-CODE
                   PERFORM 4200-ADD-DEFICIENCY
                   IF WS-DEF-ADDED
                       ADD 1 TO WS-FLAGS-OPT-LEVEL
                       MOVE "OPTION LEVEL VS OPTION OBJECTIVE"
                           TO WS-DL-REASON
                       MOVE SPACES TO WS-DL-VALUE
                       STRING "LVL " DB-ACT-INV-OPTION-CODE
                           " OBJ " DB-ACT-OPTION-INV-OBJ
                           DELIMITED BY SIZE INTO WS-DL-VALUE
                       PERFORM 5000-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       3400-CHECK-REQUIRED-FORMS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF (WS-RQ-SOCIAL-CODE(WS-RQ-IDX) = "**"
                       OR WS-RQ-SOCIAL-CODE(WS-RQ-IDX) =
                           DB-ACT-SOCIAL-CODE)
                   AND (WS-RQ-ACCT-TYPE-IND(WS-RQ-IDX) = "*"
                       OR WS-RQ-ACCT-TYPE-IND(WS-RQ-IDX) =
                           DB-ACT-ACCT-TYPE-IND)
                   AND (WS-RQ-CLASS(WS-RQ-IDX) = "*"
                       OR WS-RQ-CLASS(WS-RQ-IDX) = DB-ACT-CLASS)
                   PERFORM 3410-CHECK-ONE-REQUIREMENT
               END-IF
           END-PERFORM.

       3410-CHECK-ONE-REQUIREMENT.
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > 10
               IF WS-RQ-FORM-CODE(WS-RQ-IDX, WS-FM-IDX) NOT = SPACES
                   MOVE WS-RQ-FORM-CODE(WS-RQ-IDX, WS-FM-IDX)
                       TO WS-TEST-FORM
                   PERFORM 4100-TEST-FORM-ON-FILE
                   IF WS-FORM-MISSING
                       MOVE WS-TEST-FORM TO WS-DEF-CODE
                       PERFORM 4200-ADD-DEFICIENCY
                       IF WS-DEF-ADDED
                           ADD 1 TO WS-FLAGS-MISSING-FORM
                           MOVE "REQUIRED FORM NOT ON FILE"
                               TO WS-DL-REASON
                           MOVE SPACES TO WS-DL-VALUE
                           STRING WS-TEST-FORM " "
                               DB-ACT-SOCIAL-CODE "/"
                               DB-ACT-ACCT-TYPE-IND "/"
                               DB-ACT-CLASS
                               DELIMITED BY SIZE INTO WS-DL-VALUE
                           PERFORM 5000-WRITE-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4000-ADD-TO-BRANCH-REP-TABLE.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-BRANCH(WS-BR-IDX) = DB-ACT-BRANCH
                   AND WS-BR-REP(WS-BR-IDX) = DB-ACT-REP
                   ADD 1 TO WS-BR-ACCT-COUNT(WS-BR-IDX)
                   ADD WS-ACCT-FLAG-COUNT
                       TO WS-BR-FLAG-COUNT(WS-BR-IDX)
                   IF WS-AGE-BUCKET = "OV90"
                       ADD 1 TO WS-BR-OV90-COUNT(WS-BR-IDX)
                   END-IF
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-NOT-FOUND
               AND WS-BR-COUNT < 500
               ADD 1 TO WS-BR-COUNT
               MOVE DB-ACT-BRANCH TO WS-BR-BRANCH(WS-BR-COUNT)
               MOVE DB-ACT-REP    TO WS-BR-REP(WS-BR-COUNT)
               MOVE 1             TO WS-BR-ACCT-COUNT(WS-BR-COUNT)
               MOVE WS-ACCT-FLAG-COUNT
                   TO WS-BR-FLAG-COUNT(WS-BR-COUNT)
               MOVE ZERO          TO WS-BR-OV90-COUNT(WS-BR-COUNT)
               IF WS-AGE-BUCKET = "OV90"
                   MOVE 1 TO WS-BR-OV90-COUNT(WS-BR-COUNT)
               END-IF
           END-IF.

       4100-TEST-FORM-ON-FILE.
           SET WS-FORM-ON-FILE TO TRUE
           EVALUATE WS-TEST-FORM
               WHEN "NEWA"
                   IF DB-ACT-NEW-ACCT-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "JONT"
                   IF DB-ACT-JOINT-ACCT-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "PART"
                   IF DB-ACT-PARTNERSHIP-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "CORP"
                   IF DB-ACT-CORPORATION-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "MRGN"
                   IF DB-ACT-MARGIN-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "OPTN"
                   IF DB-ACT-OPTION-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "ORGN"
                   IF DB-ACT-ORGANIZATION-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "TRST"
                   IF DB-ACT-TRUST-ACCT-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "SOLE"
                   IF DB-ACT-SOLE-PROP-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "RSTR"
                   IF DB-ACT-RESTRICT-FORM NOT > ZERO
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "1001"
                   IF DB-ACT-F1001-FORM = SPACE OR "N" OR "0"
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "REPO"
                   IF DB-ACT-REPO-FORM = SPACE OR "N" OR "0"
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "F121"
                   IF DB-ACT-F121-FORM = SPACE OR "N" OR "0"
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN "COLL"
                   IF DB-ACT-COLLATERAL-FORM = SPACE OR "N" OR "0"
                       SET WS-FORM-MISSING TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-ADD-DEFICIENCY.
           SET WS-DEF-ADDED TO TRUE
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-COUNT
               IF WS-AD-CODE(WS-AD-IDX) = WS-DEF-CODE
                   SET WS-DEF-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF WS-DEF-ADDED
               AND WS-AD-COUNT < 12
               ADD 1 TO WS-AD-COUNT
               MOVE WS-DEF-CODE TO WS-AD-CODE(WS-AD-COUNT)
           END-IF.

       4300-COMPUTE-DAYS-OPEN.
           SET WS-DATE-BAD TO TRUE
           MOVE ZERO   TO WS-DAYS-OPEN
           MOVE "BADT" TO WS-AGE-BUCKET
           IF DB-ACT-OPEN-DATE(3:1) = "/"
               AND DB-ACT-OPEN-DATE(6:1) = "/"
               AND DB-ACT-OPEN-DATE(1:2) NUMERIC
               AND DB-ACT-OPEN-DATE(4:2) NUMERIC
               AND DB-ACT-OPEN-DATE(7:4) NUMERIC
               COMPUTE WS-OPEN-YYYYMMDD =
                   (FUNCTION NUMVAL(DB-ACT-OPEN-DATE(7:4)) * 10000)
                   + (FUNCTION NUMVAL(DB-ACT-OPEN-DATE(1:2)) * 100)
                   + FUNCTION NUMVAL(DB-ACT-OPEN-DATE(4:2))
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-YYYYMMDD)
               IF WS-OPEN-INT > ZERO
                   AND WS-OPEN-INT NOT > WS-TODAY-INT
                   SET WS-DATE-OK TO TRUE
                   COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPEN-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-OPEN > 90
                           MOVE "OV90" TO WS-AGE-BUCKET
                       WHEN WS-DAYS-OPEN > 60
                           MOVE "0090" TO WS-AGE-BUCKET
                       WHEN WS-DAYS-OPEN > 30
                           MOVE "0060" TO WS-AGE-BUCKET
                       WHEN OTHER
                           MOVE "0030" TO WS-AGE-BUCKET
                   END-EVALUATE
               END-IF
           END-IF.

       5000-WRITE-DETAIL.
           MOVE WB-MST-FIRM-NO TO WS-DL-FIRM
           MOVE WB-MST-SUB-NO  TO WS-DL-SUB
           MOVE WB-MST-ACCT-NO TO WS-DL-ACCT
           MOVE DB-ACT-BRANCH  TO WS-DL-BRANCH
           MOVE DB-ACT-REP     TO WS-DL-REP
           MOVE WS-DAYS-OPEN   TO WS-DL-DAYS
           IF WS-DATE-OK
               MOVE SPACES TO WS-DL-BAD-DATE
           ELSE
               MOVE "*** BAD DATE ***" TO WS-DL-BAD-DATE
           END-IF
           WRITE DOCRPT-RECORD FROM WS-DETAIL-LINE
           SET WS-ACCT-FLAGGED TO TRUE
           ADD 1 TO WS-ACCT-FLAG-COUNT.

       5100-WRITE-LETTER.
           MOVE SPACES TO WB-DOCLTR-RECORD
           INITIALIZE WB-DOCLTR-RECORD
           MOVE WB-MST-FIRM-NO           TO DLT-FIRM-NO
           MOVE WB-MST-SUB-NO            TO DLT-SUB-NO
           MOVE WB-MST-ACCT-NO           TO DLT-ACCT-NO
           MOVE DB-ACT-REP               TO DLT-REP
           MOVE DB-ACT-BRANCH            TO DLT-BRANCH
           MOVE DB-ACT-NAME-ADDR-1(1:40) TO DLT-NAME
           MOVE DB-ACT-OPEN-DATE         TO DLT-OPEN-DATE
           MOVE WS-DAYS-OPEN             TO DLT-DAYS-OPEN
           MOVE WS-AGE-BUCKET            TO DLT-AGE-BUCKET
           MOVE WS-AD-COUNT              TO DLT-DEFICIENCY-COUNT
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-COUNT
               MOVE WS-AD-CODE(WS-AD-IDX)
                   TO DLT-DEFICIENCY-CODE(WS-AD-IDX)
           END-PERFORM
           WRITE WB-DOCLTR-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN
           IF WS-AGE-BUCKET = "OV90"
               ADD 1 TO WS-LETTERS-OV90
           END-IF.

       6000-WRITE-BRANCH-REP-SECTION.
           WRITE DOCRPT-RECORD FROM WS-SECTION-HDR-1
           WRITE DOCRPT-RECORD FROM WS-BR-DETAIL-HDR
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-BRANCH(WS-BR-IDX)     TO WS-BRD-BRANCH
               MOVE WS-BR-REP(WS-BR-IDX)        TO WS-BRD-REP
               MOVE WS-BR-ACCT-COUNT(WS-BR-IDX) TO WS-BRD-ACCTS
               MOVE WS-BR-FLAG-COUNT(WS-BR-IDX) TO WS-BRD-FLAGS
               MOVE WS-BR-OV90-COUNT(WS-BR-IDX) TO WS-BRD-OV90
               WRITE DOCRPT-RECORD FROM WS-BR-DETAIL-LINE
           END-PERFORM.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ           TO WS-SUM-READ
           MOVE WS-RECS-EXCLUDED       TO WS-SUM-EXCL
           MOVE WS-RECS-FLAGGED        TO WS-SUM-FLAG
           MOVE WS-FLAGS-MISSING-FORM  TO WS-SUM-FORM
           MOVE WS-FLAGS-MARGIN        TO WS-SUM-MRGN
           MOVE WS-FLAGS-OPTION        TO WS-SUM-OPTN
           MOVE WS-FLAGS-OPT-LEVEL     TO WS-SUM-OLVL
           MOVE WS-LETTERS-WRITTEN     TO WS-SUM-LTRS
           MOVE WS-LETTERS-OV90        TO WS-SUM-OV90
           MOVE WS-RECS-DB-ERROR       TO WS-SUM-DBERR
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE6
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE7
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE8
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE9
           WRITE DOCRPT-RECORD FROM WS-SUMMARY-LINE10.

       9000-TERMINATE.
           CLOSE ACTIMG-FILE
           CLOSE DOCRPT-FILE
           CLOSE DOCLTR-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACDOCSCR"       TO WB-RC-JOB-NAME
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
           MOVE WS-RC-STAMP-DATE   TO WB-RC-END-DATE
           MOVE WS-RC-STAMP-TIME   TO WB-RC-END-TIME
           MOVE WS-RECS-READ       TO WB-RC-RECS-READ
           MOVE WS-LETTERS-WRITTEN TO WB-RC-RECS-WRITTEN
           MOVE WS-RECS-DB-ERROR   TO WB-RC-RECS-REJECTED
           SET WB-RC-CLEAN TO TRUE
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
