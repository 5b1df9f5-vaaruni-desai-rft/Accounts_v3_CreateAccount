      ******************************************************************
      * PROGRAM-ID: ACSANCHK                                          *
      * DESC      : SANCTIONS SCREENING SERVICE.  LOADS THE            *
      *             COMPLIANCE-MAINTAINED SANCTIONS LIST (SANLST,      *
      *             WBSANLST.CPY) ONCE PER RUN UNIT AND SCREENS THE    *
      *             CALLER'S NAME/ADDRESS TEXT LINES AGAINST THE       *
      *             LISTED NAMES AND ALIASES, AND THE CALLER'S COUNTRY *
      *             CODES AGAINST THE EMBARGOED COUNTRIES.  CALLED BY  *
      *             ACSANVAL AT ACCOUNT OPEN AND BY THE ACSANRSC       *
      *             NIGHTLY RESCREEN SO BOTH APPLY THE SAME MATCHING   *
      *             RULES.  PARAMETERS ARE IN WBSANPRM.CPY.            *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION.  BOTH SIDES  *
      *          ARE NORMALIZED BEFORE COMPARING - LOWER CASE FOLDED   *
      *          TO UPPER, PUNCTUATION TREATED AS A WORD BREAK, RUNS   *
      *          OF SPACES COLLAPSED - AND A LISTED NAME MATCHES ONLY  *
      *          AS WHOLE WORDS ANYWHERE IN A LINE, SO "IVAN PETROV"   *
      *          HITS "MR IVAN PETROV JR" BUT NOT "IVANA PETROVA".     *
      *          COUNTRY CODES MATCH EXACTLY.  HITS ARE RETURNED ONE   *
      *          PER CALL, NAMES BEFORE COUNTRIES; SP-NEXT-HIT RESUMES *
      *          THE SCAN PAST THE LAST HIT.  THE NAME TABLE HOLDS     *
      *          20000 ENTRIES AND THE COUNTRY TABLE 300; RECORDS PAST *
      *          THAT ARE COUNTED IN SP-LIST-DROPPED FOR THE RESCREEN  *
      *          TO REPORT.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSANCHK.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANLST-FILE  ASSIGN TO "SANLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SANLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANLST-FILE
           RECORDING MODE IS F.
           COPY WBSANLST.

       WORKING-STORAGE SECTION.
       01  WS-SANLST-STATUS               PIC XX.
           88  WS-SANLST-OK               VALUE "00".
           88  WS-SANLST-EOF              VALUE "10".
           88  WS-SANLST-NOT-FOUND        VALUE "35".

       01  WS-TABLE-LOADED-SW             PIC X    VALUE "N".
           88  WS-TABLE-IS-LOADED                  VALUE "Y".

       01  WS-NAME-TABLE-CTL.
           05  WS-NAME-COUNT              PIC S9(5) COMP VALUE ZERO.
           05  WS-NAME-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-NAME-COUNT
                   INDEXED BY WS-NM-IDX.
               10  WS-NM-TYPE             PIC X(1).
               10  WS-NM-ENTRY-ID         PIC X(10).
               10  WS-NM-PROGRAM          PIC X(10).
               10  WS-NM-LIST-TEXT        PIC X(60).
               10  WS-NM-PATTERN          PIC X(66).
               10  WS-NM-PATTERN-LEN      PIC S9(4) COMP.

       01  WS-CTRY-TABLE-CTL.
           05  WS-CTRY-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  WS-CTRY-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-CTRY-COUNT
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-CODE             PIC X(2).
               10  WS-CT-ENTRY-ID         PIC X(10).
               10  WS-CT-PROGRAM          PIC X(10).
               10  WS-CT-LIST-TEXT        PIC X(60).

       01  WS-LIST-DROPPED                PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-LOWER-CASE                  PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                  PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PUNCT-CHARS                 PIC X(16)
               VALUE ".,-'/&()#;:""*!?+".
       01  WS-PUNCT-SPACES                PIC X(16) VALUE SPACES.

       01  WS-NORM-IN                     PIC X(64).
       01  WS-NORM-OUT                    PIC X(66).
       01  WS-NORM-LEN                    PIC S9(4) COMP.
       01  WS-CH-SUB                      PIC S9(4) COMP.

       01  WS-CAND-TEXT                   PIC X(66).
       01  WS-CAND-LEN                    PIC S9(4) COMP.
       01  WS-CAND-LIMIT                  PIC S9(4) COMP.
       01  WS-CAND-READY-SW               PIC X    VALUE "N".
           88  WS-CAND-IS-READY                    VALUE "Y".

       01  WS-SCAN-PHASE                  PIC X    VALUE "D".
           88  WS-PHASE-NAMES                      VALUE "N".
           88  WS-PHASE-COUNTRIES                  VALUE "C".
           88  WS-PHASE-DONE                       VALUE "D".
       01  WS-POS-CAND                    PIC S9(4) COMP VALUE ZERO.
       01  WS-POS-NM                      PIC S9(5) COMP VALUE ZERO.
       01  WS-POS-CTRY                    PIC S9(4) COMP VALUE ZERO.
       01  WS-POS-CT                      PIC S9(4) COMP VALUE ZERO.
       01  WS-MATCH-TALLY                 PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY WBSANPRM REPLACING WB-SANPRM-PARMS BY
                                    LK-SANPRM-PARMS.

       PROCEDURE DIVISION USING LK-SANPRM-PARMS.
       0000-MAIN.
           IF NOT WS-TABLE-IS-LOADED
               PERFORM 1000-LOAD-LIST
               SET WS-TABLE-IS-LOADED TO TRUE
           END-IF

           SET SP-CLEAR TO TRUE
           MOVE SPACES TO SP-HIT-TYPE
           MOVE SPACES TO SP-HIT-ENTRY-ID
           MOVE SPACES TO SP-HIT-PROGRAM
           MOVE SPACES TO SP-HIT-LIST-TEXT
           MOVE ZERO   TO SP-HIT-SOURCE-SUB
           MOVE WS-LIST-DROPPED TO SP-LIST-DROPPED

           IF WS-NAME-COUNT = ZERO AND WS-CTRY-COUNT = ZERO
               SET SP-LIST-EMPTY TO TRUE
           ELSE
               PERFORM 1500-SET-SCAN-POSITION
               IF WS-PHASE-NAMES
                   PERFORM 2000-SCREEN-NAMES
                   IF SP-CLEAR
                       SET WS-PHASE-COUNTRIES TO TRUE
                       MOVE 1 TO WS-POS-CTRY
                       MOVE 1 TO WS-POS-CT
                   END-IF
               END-IF
               IF WS-PHASE-COUNTRIES
                   PERFORM 3000-SCREEN-COUNTRIES
                   IF SP-CLEAR
                       SET WS-PHASE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF

           GOBACK.

       1000-LOAD-LIST.
           OPEN INPUT SANLST-FILE
           IF WS-SANLST-NOT-FOUND
               MOVE ZERO TO WS-NAME-COUNT
               MOVE ZERO TO WS-CTRY-COUNT
           ELSE
               PERFORM 1100-LOAD-ONE UNTIL WS-SANLST-EOF
               CLOSE SANLST-FILE
           END-IF.

       1100-LOAD-ONE.
           READ SANLST-FILE
               AT END
                   SET WS-SANLST-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SANLST-NAME-REC
                       WHEN SANLST-ALIAS-REC
                           PERFORM 1110-LOAD-ONE-NAME
                       WHEN SANLST-COUNTRY-REC
                           PERFORM 1120-LOAD-ONE-COUNTRY
                   END-EVALUATE
           END-READ.

       1110-LOAD-ONE-NAME.
           MOVE SANLST-NAME TO WS-NORM-IN
           PERFORM 4000-NORMALIZE-TEXT
           IF WS-NORM-LEN > 2
               IF WS-NAME-COUNT < 20000
                   ADD 1 TO WS-NAME-COUNT
                   MOVE SANLST-REC-TYPE  TO WS-NM-TYPE(WS-NAME-COUNT)
                   MOVE SANLST-ENTRY-ID  TO
                                    WS-NM-ENTRY-ID(WS-NAME-COUNT)
                   MOVE SANLST-PROGRAM   TO
                                    WS-NM-PROGRAM(WS-NAME-COUNT)
                   MOVE SANLST-NAME      TO
                                    WS-NM-LIST-TEXT(WS-NAME-COUNT)
                   MOVE WS-NORM-OUT      TO
                                    WS-NM-PATTERN(WS-NAME-COUNT)
                   MOVE WS-NORM-LEN      TO
                                    WS-NM-PATTERN-LEN(WS-NAME-COUNT)
               ELSE
                   ADD 1 TO WS-LIST-DROPPED
               END-IF
           END-IF.

       1120-LOAD-ONE-COUNTRY.
           IF SANLST-COUNTRY-CODE NOT = SPACES
               IF WS-CTRY-COUNT < 300
                   ADD 1 TO WS-CTRY-COUNT
                   MOVE SANLST-COUNTRY-CODE TO
                                    WS-CT-CODE(WS-CTRY-COUNT)
                   MOVE SANLST-ENTRY-ID     TO
                                    WS-CT-ENTRY-ID(WS-CTRY-COUNT)
                   MOVE SANLST-PROGRAM      TO
                                    WS-CT-PROGRAM(WS-CTRY-COUNT)
                   MOVE SANLST-NAME         TO
                                    WS-CT-LIST-TEXT(WS-CTRY-COUNT)
               ELSE
                   ADD 1 TO WS-LIST-DROPPED
               END-IF
           END-IF.

       1500-SET-SCAN-POSITION.
           IF SP-NEXT-HIT
               EVALUATE TRUE
                   WHEN WS-PHASE-NAMES
                       ADD 1 TO WS-POS-NM
                   WHEN WS-PHASE-COUNTRIES
                       ADD 1 TO WS-POS-CT
               END-EVALUATE
           ELSE
               SET WS-PHASE-NAMES TO TRUE
               MOVE 1   TO WS-POS-CAND
               MOVE 1   TO WS-POS-NM
               MOVE "N" TO WS-CAND-READY-SW
           END-IF.

       2000-SCREEN-NAMES.
           MOVE SP-NAME-COUNT TO WS-CAND-LIMIT
           IF WS-CAND-LIMIT > 8
               MOVE 8 TO WS-CAND-LIMIT
           END-IF
           PERFORM 2100-SCREEN-ONE-CANDIDATE
               UNTIL WS-POS-CAND > WS-CAND-LIMIT OR SP-HIT.

       2100-SCREEN-ONE-CANDIDATE.
           IF NOT WS-CAND-IS-READY
               IF SP-NAME-TEXT(WS-POS-CAND) = SPACES
                   MOVE ZERO TO WS-CAND-LEN
               ELSE
                   MOVE SP-NAME-TEXT(WS-POS-CAND) TO WS-NORM-IN
                   PERFORM 4000-NORMALIZE-TEXT
                   MOVE WS-NORM-OUT TO WS-CAND-TEXT
                   MOVE WS-NORM-LEN TO WS-CAND-LEN
               END-IF
               SET WS-CAND-IS-READY TO TRUE
           END-IF

           IF WS-CAND-LEN > 2
               PERFORM 2200-MATCH-ONE-CANDIDATE
           END-IF

           IF NOT SP-HIT
               ADD 1 TO WS-POS-CAND
               MOVE 1 TO WS-POS-NM
               MOVE "N" TO WS-CAND-READY-SW
           END-IF.

       2200-MATCH-ONE-CANDIDATE.
           PERFORM VARYING WS-NM-IDX FROM WS-POS-NM BY 1
                   UNTIL WS-NM-IDX > WS-NAME-COUNT OR SP-HIT
               IF WS-NM-PATTERN-LEN(WS-NM-IDX) NOT > WS-CAND-LEN
                   MOVE ZERO TO WS-MATCH-TALLY
                   INSPECT WS-CAND-TEXT(1:WS-CAND-LEN)
                       TALLYING WS-MATCH-TALLY
                       FOR ALL WS-NM-PATTERN(WS-NM-IDX)
                               (1:WS-NM-PATTERN-LEN(WS-NM-IDX))
                   IF WS-MATCH-TALLY > ZERO
                       SET SP-HIT TO TRUE
                       SET WS-POS-NM TO WS-NM-IDX
                       MOVE WS-NM-TYPE(WS-NM-IDX)      TO SP-HIT-TYPE
                       MOVE WS-NM-ENTRY-ID(WS-NM-IDX)  TO
                                                    SP-HIT-ENTRY-ID
                       MOVE WS-NM-PROGRAM(WS-NM-IDX)   TO
                                                    SP-HIT-PROGRAM
                       MOVE WS-NM-LIST-TEXT(WS-NM-IDX) TO
                                                    SP-HIT-LIST-TEXT
                       MOVE WS-POS-CAND TO SP-HIT-SOURCE-SUB
                   END-IF
               END-IF
           END-PERFORM.

       3000-SCREEN-COUNTRIES.
           MOVE SP-COUNTRY-COUNT TO WS-CAND-LIMIT
           IF WS-CAND-LIMIT > 4
               MOVE 4 TO WS-CAND-LIMIT
           END-IF
           PERFORM 3100-SCREEN-ONE-COUNTRY
               UNTIL WS-POS-CTRY > WS-CAND-LIMIT OR SP-HIT.

       3100-SCREEN-ONE-COUNTRY.
           IF SP-COUNTRY-CODE(WS-POS-CTRY) NOT = SPACES
               PERFORM 3200-MATCH-ONE-COUNTRY
           END-IF

           IF NOT SP-HIT
               ADD 1 TO WS-POS-CTRY
               MOVE 1 TO WS-POS-CT
           END-IF.

       3200-MATCH-ONE-COUNTRY.
           PERFORM VARYING WS-CT-IDX FROM WS-POS-CT BY 1
                   UNTIL WS-CT-IDX > WS-CTRY-COUNT OR SP-HIT
               IF WS-CT-CODE(WS-CT-IDX) = SP-COUNTRY-CODE(WS-POS-CTRY)
                   SET SP-HIT-COUNTRY TO TRUE
                   SET SP-HIT TO TRUE
                   SET WS-POS-CT TO WS-CT-IDX
                   MOVE WS-CT-ENTRY-ID(WS-CT-IDX)  TO SP-HIT-ENTRY-ID
                   MOVE WS-CT-PROGRAM(WS-CT-IDX)   TO SP-HIT-PROGRAM
                   MOVE WS-CT-LIST-TEXT(WS-CT-IDX) TO SP-HIT-LIST-TEXT
                   MOVE WS-POS-CTRY TO SP-HIT-SOURCE-SUB
               END-IF
           END-PERFORM.

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
           END-PERFORM
           IF WS-NORM-OUT(WS-NORM-LEN:1) NOT = SPACE
               ADD 1 TO WS-NORM-LEN
           END-IF.
