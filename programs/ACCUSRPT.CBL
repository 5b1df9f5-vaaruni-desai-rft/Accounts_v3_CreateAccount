      ******************************************************************
      * PROGRAM-ID: ACCUSRPT                                          *
      * DESC      : CUSTOMER RELATIONSHIP REPORT.  READS THE SORTED    *
      *             CUSTOMER CROSS-REFERENCE (WBCUSXRF.CPY - BUILT BY  *
      *             ACCUSEXT, ASCENDING BY LOOKUP KEY) AND, FOR EVERY  *
      *             CUSTOMER ID OR TAX ID HELD BY TWO OR MORE ACCOUNTS,*
      *             FLAGS ACCOUNTS OF THE SAME CUSTOMER THAT DISAGREE  *
      *             ON NATURAL-PERSON, CITIZENSHIP COUNTRY, RESIDENCE  *
      *             COUNTRY, W-9 STATUS OR W-8 STATUS, AND CUSTOMERS   *
      *             WITH ACCOUNTS UNDER A REP WHO IS NOT ACTIVE ON THE *
      *             REP REGISTRATION MASTER (WBREPMST.CPY).            *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51338        INITIAL VERSION.  GROUPS ARE  *
      *          BUILT THE WAY ACDUPCHK BUILDS ITS ALPHA-KEY GROUPS,   *
      *          CAPPED AT 500 MEMBERS WITH THE OVERFLOW NOTED ON THE  *
      *          REPORT.  THE REP MASTER IS LOADED AS IN ACREPSCR; IF  *
      *          IT IS MISSING OR EMPTY THE TERMINATED-REP TEST IS     *
      *          SKIPPED AND THE REPORT SAYS SO.  A MISSING            *
      *          CROSS-REFERENCE FILE ENDS THE RUN WITH RETURN CODE 8. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCUSRPT.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSXRF-FILE    ASSIGN TO "CUSXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.

           SELECT REPMST-FILE    ASSIGN TO "REPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

           SELECT CUSRPT-FILE    ASSIGN TO "CUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSXRF-FILE
           RECORDING MODE IS F.
           COPY WBCUSXRF.

       FD  REPMST-FILE
           RECORDING MODE IS F.
           COPY WBREPMST.

       FD  CUSRPT-FILE
           RECORDING MODE IS F.
       01  CUSRPT-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-XRF-STATUS                      PIC XX.
           88  WS-XRF-NOT-FOUND               VALUE "35".

       01  WS-REP-STATUS                      PIC XX.
           88  WS-REP-NOT-FOUND               VALUE "35".
           88  WS-REP-EOF                     VALUE "10".

       01  WS-RPT-STATUS                      PIC XX.

       01  WS-XRF-EOF-SW                      PIC X    VALUE "N".
           88  WS-XRF-AT-EOF                           VALUE "Y".

       01  WS-XRF-INPUT-OK-SW                 PIC X    VALUE "N".
           88  WS-XRF-INPUT-OK                         VALUE "Y".

       01  WS-FIRST-RECORD-SW                 PIC X    VALUE "Y".
           88  WS-FIRST-RECORD                         VALUE "Y".

       01  WS-REPMST-LOADED-SW                PIC X    VALUE "N".
           88  WS-REPMST-LOADED                        VALUE "Y".

       01  WS-REPMST-TABLE-CTL.
           05  WS-RM-COUNT                    PIC S9(4) COMP VALUE ZERO.
           05  WS-RM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RM-COUNT
                   INDEXED BY WS-RM-IDX.
               10  WS-RM-REP-CODE             PIC X(4).
               10  WS-RM-BRANCH               PIC X(4).
               10  WS-RM-STATUS               PIC X(1).
               10  WS-RM-TERM-DATE            PIC X(10).

       01  WS-FOUND-SW                        PIC X.
           88  WS-FOUND                       VALUE "Y".
           88  WS-NOT-FOUND                   VALUE "N".

       01  WS-CHECK-REP                       PIC X(4).
       01  WS-MATCH-SUB                       PIC S9(4) COMP VALUE ZERO.

       01  WS-CURRENT-LOOKUP-KEY.
           05  WS-CK-KEY-TYPE                 PIC X(1).
               88  WS-CK-BY-CUSTOMER-ID           VALUE "C".
           05  WS-CK-KEY-VALUE                PIC 9(18).

       01  WS-GROUP-TABLE-CTL.
           05  WS-GRP-COUNT                   PIC S9(4) COMP VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY WS-GX-IDX.
               10  WS-GX-FIRM-NO              PIC 9(3).
               10  WS-GX-SUB-NO               PIC 9(3).
               10  WS-GX-ACCT-NO              PIC 9(8).
               10  WS-GX-REP                  PIC X(4).
               10  WS-GX-BRANCH               PIC X(4).
               10  WS-GX-OPEN-DATE            PIC X(10).
               10  WS-GX-NATURAL-PERSON       PIC X(1).
               10  WS-GX-ACCT-STATUS-IND      PIC X(1).
               10  WS-GX-CITIZEN-COUNTRY      PIC X(2).
               10  WS-GX-RESIDE-COUNTRY       PIC X(2).
               10  WS-GX-W9-STATUS            PIC X(1).
               10  WS-GX-W8-STATUS            PIC X(1).
               10  WS-GX-REP-TERM-SW          PIC X(1).
                   88  WS-GX-REP-TERMINATED       VALUE "Y".

       01  WS-GRP-OVERFLOW-COUNT              PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-GROUP-FLAGS.
           05  WS-NP-DIFF-SW                  PIC X.
               88  WS-NP-DIFFERS              VALUE "Y".
           05  WS-CTZ-DIFF-SW                 PIC X.
               88  WS-CTZ-DIFFERS             VALUE "Y".
           05  WS-RES-DIFF-SW                 PIC X.
               88  WS-RES-DIFFERS             VALUE "Y".
           05  WS-W9-DIFF-SW                  PIC X.
               88  WS-W9-DIFFERS              VALUE "Y".
           05  WS-W8-DIFF-SW                  PIC X.
               88  WS-W8-DIFFERS              VALUE "Y".
           05  WS-TERM-REP-SW                 PIC X.
               88  WS-TERM-REP-FOUND          VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-CUS-GROUPS                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-TAX-GROUPS                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-GROUPS-FLAGGED              PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-NP                    PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-COUNTRY               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-TAX-FORM              PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-FLAGS-TERM-REP              PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(34)
               VALUE "CUSTOMER RELATIONSHIP REPORT".

       01  WS-MISSING-LINE.
           05  FILLER                         PIC X(50)
               VALUE "*** CUSXRF FILE MISSING - RUN FAILED ***".

       01  WS-NO-MASTER-LINE.
           05  FILLER             PIC X(44)
               VALUE "REP REGISTRATION MASTER MISSING OR EMPTY - T".
           05  FILLER             PIC X(30)
               VALUE "ERMINATED-REP CHECK SKIPPED".

       01  WS-GROUP-HDR.
           05  WS-GH-KEY-LABEL                PIC X(13).
           05  WS-GH-KEY-VALUE                PIC Z(17)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-GH-COUNT                    PIC ZZ9.
           05  FILLER                         PIC X(9)
               VALUE " ACCOUNTS".

       01  WS-FLAG-LINE.
           05  FILLER                         PIC X(6) VALUE SPACES.
           05  FILLER                         PIC X(4) VALUE "*** ".
           05  WS-FL-TEXT                     PIC X(50).

       01  WS-MEMBER-HDR.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(6)  VALUE "REP".
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(11) VALUE "OPENED".
           05  FILLER             PIC X(3)  VALUE "NP".
           05  FILLER             PIC X(4)  VALUE "STS".
           05  FILLER             PIC X(4)  VALUE "CTZ".
           05  FILLER             PIC X(4)  VALUE "RES".
           05  FILLER             PIC X(3)  VALUE "W9".
           05  FILLER             PIC X(3)  VALUE "W8".

       01  WS-MEMBER-LINE.
           05  FILLER                         PIC X(6) VALUE SPACES.
           05  WS-ML-FIRM                     PIC 9(3).
           05  FILLER                         PIC X    VALUE SPACE.
           05  WS-ML-SUB                      PIC 9(3).
           05  FILLER                         PIC X    VALUE SPACE.
           05  WS-ML-ACCT                     PIC 9(8).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-ML-REP                      PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-ML-BRANCH                   PIC X(4).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-ML-OPEN-DATE                PIC X(10).
           05  FILLER                         PIC X    VALUE SPACE.
           05  WS-ML-NATURAL-PERSON           PIC X(1).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-ML-ACCT-STATUS-IND          PIC X(1).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-ML-CITIZEN-COUNTRY          PIC X(2).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-ML-RESIDE-COUNTRY           PIC X(2).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-ML-W9-STATUS                PIC X(1).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-ML-W8-STATUS                PIC X(1).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-ML-REP-NOTE                 PIC X(15).

       01  WS-GROUP-OVERFLOW-LINE.
           05  FILLER                         PIC X(9) VALUE SPACES.
           05  FILLER                         PIC X(17)
               VALUE "*** CAPPED AT 500".
           05  FILLER                         PIC X(1) VALUE SPACE.
           05  WS-GO-COUNT                    PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(38)
               VALUE " ADDITIONAL ACCOUNT(S) NOT LISTED ***".

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "XREF RECORDS READ      : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "MULTI-ACCT CUSTOMER IDS: ".
           05  WS-SUM-CUS         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "MULTI-ACCT TAX IDS     : ".
           05  WS-SUM-TAX         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "GROUPS FLAGGED         : ".
           05  WS-SUM-FLAGGED     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "NATURAL-PERSON CONFLICT: ".
           05  WS-SUM-NP          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "COUNTRY CONFLICTS      : ".
           05  WS-SUM-COUNTRY     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "W-9/W-8 CONFLICTS      : ".
           05  WS-SUM-TAXFORM     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "TERMINATED-REP GROUPS  : ".
           05  WS-SUM-TERMREP     PIC ZZZ,ZZ9.

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
           IF WS-XRF-INPUT-OK
               PERFORM 2000-PROCESS-XREF UNTIL WS-XRF-AT-EOF
               PERFORM 7000-EVALUATE-GROUP
           ELSE
               WRITE CUSRPT-RECORD FROM WS-MISSING-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT CUSRPT-FILE
           WRITE CUSRPT-RECORD FROM WS-HDR-1

           PERFORM 1100-LOAD-REPMST-TABLE
           IF NOT WS-REPMST-LOADED
               WRITE CUSRPT-RECORD FROM WS-NO-MASTER-LINE
           END-IF

           OPEN INPUT CUSXRF-FILE
           IF WS-XRF-NOT-FOUND
               SET WS-XRF-AT-EOF TO TRUE
           ELSE
               SET WS-XRF-INPUT-OK TO TRUE
               PERFORM 2100-READ-XREF
           END-IF.

       1100-LOAD-REPMST-TABLE.
           OPEN INPUT REPMST-FILE
           IF WS-REP-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1110-LOAD-ONE-REP UNTIL WS-REP-EOF
               CLOSE REPMST-FILE
           END-IF
           IF WS-RM-COUNT > ZERO
               SET WS-REPMST-LOADED TO TRUE
           END-IF.

       1110-LOAD-ONE-REP.
           READ REPMST-FILE
               AT END
                   SET WS-REP-EOF TO TRUE
               NOT AT END
                   IF WS-RM-COUNT < 5000
                       AND REPMST-REP-CODE NOT = SPACES
                       ADD 1 TO WS-RM-COUNT
                       MOVE REPMST-REP-CODE
                           TO WS-RM-REP-CODE(WS-RM-COUNT)
                       MOVE REPMST-BRANCH
                           TO WS-RM-BRANCH(WS-RM-COUNT)
                       MOVE REPMST-STATUS
                           TO WS-RM-STATUS(WS-RM-COUNT)
                       MOVE REPMST-TERM-DATE
                           TO WS-RM-TERM-DATE(WS-RM-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-XREF.
           ADD 1 TO WS-RECS-READ
           IF WS-FIRST-RECORD
               MOVE XRF-LOOKUP-KEY TO WS-CURRENT-LOOKUP-KEY
               MOVE "N" TO WS-FIRST-RECORD-SW
           ELSE
               IF XRF-LOOKUP-KEY NOT = WS-CURRENT-LOOKUP-KEY
                   PERFORM 7000-EVALUATE-GROUP
                   MOVE ZERO TO WS-GRP-COUNT
                   MOVE ZERO TO WS-GRP-OVERFLOW-COUNT
                   MOVE XRF-LOOKUP-KEY TO WS-CURRENT-LOOKUP-KEY
               END-IF
           END-IF
           PERFORM 3000-ADD-TO-GROUP
           PERFORM 2100-READ-XREF.

       2100-READ-XREF.
           READ CUSXRF-FILE
               AT END
                   SET WS-XRF-AT-EOF TO TRUE
           END-READ.

       3000-ADD-TO-GROUP.
           IF WS-GRP-COUNT < 500
               ADD 1 TO WS-GRP-COUNT
               SET WS-GX-IDX TO WS-GRP-COUNT
               MOVE XRF-FIRM-NO         TO WS-GX-FIRM-NO(WS-GX-IDX)
               MOVE XRF-SUB-NO          TO WS-GX-SUB-NO(WS-GX-IDX)
               MOVE XRF-ACCT-NO         TO WS-GX-ACCT-NO(WS-GX-IDX)
               MOVE XRF-REP             TO WS-GX-REP(WS-GX-IDX)
               MOVE XRF-BRANCH          TO WS-GX-BRANCH(WS-GX-IDX)
               MOVE XRF-OPEN-DATE       TO WS-GX-OPEN-DATE(WS-GX-IDX)
               MOVE XRF-NATURAL-PERSON
                   TO WS-GX-NATURAL-PERSON(WS-GX-IDX)
               MOVE XRF-ACCT-STATUS-IND
                   TO WS-GX-ACCT-STATUS-IND(WS-GX-IDX)
               MOVE XRF-CITIZEN-COUNTRY
                   TO WS-GX-CITIZEN-COUNTRY(WS-GX-IDX)
               MOVE XRF-RESIDE-COUNTRY
                   TO WS-GX-RESIDE-COUNTRY(WS-GX-IDX)
               MOVE XRF-W9-STATUS       TO WS-GX-W9-STATUS(WS-GX-IDX)
               MOVE XRF-W8-STATUS       TO WS-GX-W8-STATUS(WS-GX-IDX)
               MOVE "N"                 TO WS-GX-REP-TERM-SW(WS-GX-IDX)
               IF WS-REPMST-LOADED
                   AND XRF-REP NOT = SPACES
                   MOVE XRF-REP TO WS-CHECK-REP
                   PERFORM 3200-LOOKUP-REP
                   IF WS-FOUND
                       AND WS-RM-STATUS(WS-MATCH-SUB) NOT = "A"
                       MOVE "Y" TO WS-GX-REP-TERM-SW(WS-GX-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-GRP-OVERFLOW-COUNT
           END-IF.

       3200-LOOKUP-REP.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT OR WS-FOUND
               IF WS-RM-REP-CODE(WS-RM-IDX) = WS-CHECK-REP
                   SET WS-MATCH-SUB TO WS-RM-IDX
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       7000-EVALUATE-GROUP.
           IF WS-GRP-COUNT > 1
               IF WS-CK-BY-CUSTOMER-ID
                   ADD 1 TO WS-CUS-GROUPS
               ELSE
                   ADD 1 TO WS-TAX-GROUPS
               END-IF
               PERFORM 7100-COMPARE-MEMBERS
               IF WS-GROUP-FLAGS NOT = "NNNNNN"
                   ADD 1 TO WS-GROUPS-FLAGGED
                   PERFORM 7200-WRITE-GROUP
               END-IF
           END-IF.

       7100-COMPARE-MEMBERS.
           MOVE "NNNNNN" TO WS-GROUP-FLAGS
           PERFORM VARYING WS-GX-IDX FROM 1 BY 1
                   UNTIL WS-GX-IDX > WS-GRP-COUNT
               IF WS-GX-NATURAL-PERSON(WS-GX-IDX)
                   NOT = WS-GX-NATURAL-PERSON(1)
                   SET WS-NP-DIFFERS TO TRUE
               END-IF
               IF WS-GX-CITIZEN-COUNTRY(WS-GX-IDX)
                   NOT = WS-GX-CITIZEN-COUNTRY(1)
                   SET WS-CTZ-DIFFERS TO TRUE
               END-IF
               IF WS-GX-RESIDE-COUNTRY(WS-GX-IDX)
                   NOT = WS-GX-RESIDE-COUNTRY(1)
                   SET WS-RES-DIFFERS TO TRUE
               END-IF
               IF WS-GX-W9-STATUS(WS-GX-IDX) NOT = WS-GX-W9-STATUS(1)
                   SET WS-W9-DIFFERS TO TRUE
               END-IF
               IF WS-GX-W8-STATUS(WS-GX-IDX) NOT = WS-GX-W8-STATUS(1)
                   SET WS-W8-DIFFERS TO TRUE
               END-IF
               IF WS-GX-REP-TERMINATED(WS-GX-IDX)
                   SET WS-TERM-REP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-NP-DIFFERS
               ADD 1 TO WS-FLAGS-NP
           END-IF
           IF WS-CTZ-DIFFERS OR WS-RES-DIFFERS
               ADD 1 TO WS-FLAGS-COUNTRY
           END-IF
           IF WS-W9-DIFFERS OR WS-W8-DIFFERS
               ADD 1 TO WS-FLAGS-TAX-FORM
           END-IF
           IF WS-TERM-REP-FOUND
               ADD 1 TO WS-FLAGS-TERM-REP
           END-IF.

       7200-WRITE-GROUP.
           MOVE SPACES TO CUSRPT-RECORD
           WRITE CUSRPT-RECORD
           IF WS-CK-BY-CUSTOMER-ID
               MOVE "CUSTOMER ID: " TO WS-GH-KEY-LABEL
           ELSE
               MOVE "TAX ID     : " TO WS-GH-KEY-LABEL
           END-IF
           MOVE WS-CK-KEY-VALUE TO WS-GH-KEY-VALUE
           MOVE WS-GRP-COUNT  TO WS-GH-COUNT
           WRITE CUSRPT-RECORD FROM WS-GROUP-HDR

           IF WS-NP-DIFFERS
               MOVE "NATURAL-PERSON FLAG DIFFERS" TO WS-FL-TEXT
               WRITE CUSRPT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-CTZ-DIFFERS
               MOVE "CITIZENSHIP COUNTRY DIFFERS" TO WS-FL-TEXT
               WRITE CUSRPT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-RES-DIFFERS
               MOVE "RESIDENCE COUNTRY DIFFERS"   TO WS-FL-TEXT
               WRITE CUSRPT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-W9-DIFFERS
               MOVE "W-9 STATUS DIFFERS"          TO WS-FL-TEXT
               WRITE CUSRPT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-W8-DIFFERS
               MOVE "W-8 STATUS DIFFERS"          TO WS-FL-TEXT
               WRITE CUSRPT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-TERM-REP-FOUND
               MOVE "ACCOUNT(S) UNDER A REP WHO IS NOT ACTIVE"
                   TO WS-FL-TEXT
               WRITE CUSRPT-RECORD FROM WS-FLAG-LINE
           END-IF

           WRITE CUSRPT-RECORD FROM WS-MEMBER-HDR
           PERFORM VARYING WS-GX-IDX FROM 1 BY 1
                   UNTIL WS-GX-IDX > WS-GRP-COUNT
               MOVE WS-GX-FIRM-NO(WS-GX-IDX)   TO WS-ML-FIRM
               MOVE WS-GX-SUB-NO(WS-GX-IDX)    TO WS-ML-SUB
               MOVE WS-GX-ACCT-NO(WS-GX-IDX)   TO WS-ML-ACCT
               MOVE WS-GX-REP(WS-GX-IDX)       TO WS-ML-REP
               MOVE WS-GX-BRANCH(WS-GX-IDX)    TO WS-ML-BRANCH
               MOVE WS-GX-OPEN-DATE(WS-GX-IDX) TO WS-ML-OPEN-DATE
               MOVE WS-GX-NATURAL-PERSON(WS-GX-IDX)
                   TO WS-ML-NATURAL-PERSON
               MOVE WS-GX-ACCT-STATUS-IND(WS-GX-IDX)
                   TO WS-ML-ACCT-STATUS-IND
               MOVE WS-GX-CITIZEN-COUNTRY(WS-GX-IDX)
                   TO WS-ML-CITIZEN-COUNTRY
               MOVE WS-GX-RESIDE-COUNTRY(WS-GX-IDX)
                   TO WS-ML-RESIDE-COUNTRY
               MOVE WS-GX-W9-STATUS(WS-GX-IDX) TO WS-ML-W9-STATUS
               MOVE WS-GX-W8-STATUS(WS-GX-IDX) TO WS-ML-W8-STATUS
               IF WS-GX-REP-TERMINATED(WS-GX-IDX)
                   MOVE "REP NOT ACTIVE" TO WS-ML-REP-NOTE
               ELSE
                   MOVE SPACES           TO WS-ML-REP-NOTE
               END-IF
               WRITE CUSRPT-RECORD FROM WS-MEMBER-LINE
           END-PERFORM
           IF WS-GRP-OVERFLOW-COUNT > ZERO
               MOVE WS-GRP-OVERFLOW-COUNT TO WS-GO-COUNT
               WRITE CUSRPT-RECORD FROM WS-GROUP-OVERFLOW-LINE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO CUSRPT-RECORD
           WRITE CUSRPT-RECORD
           MOVE WS-RECS-READ      TO WS-SUM-READ
           MOVE WS-CUS-GROUPS     TO WS-SUM-CUS
           MOVE WS-TAX-GROUPS     TO WS-SUM-TAX
           MOVE WS-GROUPS-FLAGGED TO WS-SUM-FLAGGED
           MOVE WS-FLAGS-NP       TO WS-SUM-NP
           MOVE WS-FLAGS-COUNTRY  TO WS-SUM-COUNTRY
           MOVE WS-FLAGS-TAX-FORM TO WS-SUM-TAXFORM
           MOVE WS-FLAGS-TERM-REP TO WS-SUM-TERMREP
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE5
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE6
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE7
           WRITE CUSRPT-RECORD FROM WS-SUMMARY-LINE8.

       9000-TERMINATE.
           IF WS-XRF-INPUT-OK
               CLOSE CUSXRF-FILE
           END-IF
           CLOSE CUSRPT-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACCUSRPT"       TO WB-RC-JOB-NAME
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
           MOVE WS-RECS-READ      TO WB-RC-RECS-READ
           MOVE WS-GROUPS-FLAGGED TO WB-RC-RECS-WRITTEN
           MOVE ZERO              TO WB-RC-RECS-REJECTED
           IF WS-XRF-INPUT-OK
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
