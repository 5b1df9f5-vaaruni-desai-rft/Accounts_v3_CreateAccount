      ******************************************************************
      * PROGRAM-ID: ACTAXRCP                                          *
      * DESC      : YEAR-END 1099 / 1042-S RECIPIENT FILE BUILD.       *
      *             READS THE ACTIMG FULL ACCOUNT IMAGE FILE           *
      *             (WBACTIMG.CPY) THAT ACMSTEXT WRITES AND WRITES ONE *
      *             RECIPIENT RECORD PER REPORTABLE ACCOUNT, TAKEN     *
      *             STRAIGHT FROM ACT: DOMESTIC ACCOUNTS TO THE 1099   *
      *             RECIPIENT FILE (WBTAX99R.CPY) WITH TIN, TIN        *
      *             FORMAT, THE IRS NAME LINES, ADDRESS, BACKUP        *
      *             WITHHOLDING AND TEFRA; FOREIGN ACCOUNTS            *
      *             (DB-ACT-RESIDE-COUNTRY NOT US) WITH A W-8 ON FILE  *
      *             TO THE SEPARATE 1042-S RECIPIENT FILE              *
      *             (WBTAX42S.CPY).  AN ACCOUNT THAT CANNOT BE         *
      *             REPORTED CLEANLY IS HELD OFF BOTH FILES AND        *
      *             PRINTED ON THE EXCEPTION REPORT INSTEAD, SO THE    *
      *             TAX DESK CAN CORRECT ACT BEFORE THE FILES GO TO    *
      *             THE VENDOR.                                        *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51334        INITIAL VERSION.  THE TAX     *
      *          YEAR COMES FROM THE TAXPARM CARD; WITHOUT ONE IT IS   *
      *          THE PRIOR YEAR WHEN THE BUSINESS DATE FROM ACPRCDTE   *
      *          FALLS IN JANUARY THRU JUNE, ELSE THE CURRENT YEAR, SO *
      *          BOTH THE JANUARY PRODUCTION RUN AND A DECEMBER TRIAL  *
      *          RUN PICK THE RIGHT YEAR.  EVERY ACCOUNT ON THE IMAGE  *
      *          OPENED ON OR BEFORE THE TAX-YEAR END IS REPORTABLE -  *
      *          ACT CARRIES NO CLOSE DATE, AND A CLOSED ACCOUNT STAYS *
      *          ON ACT UNTIL ACPRGARC ARCHIVES IT.  FOREIGN/DOMESTIC  *
      *          AND MISSING-TIN TESTS FOLLOW ACW8W9SW AND ACTINSWP: A *
      *          BLANK RESIDE COUNTRY IS DOMESTIC, A ZERO OR ALL-NINES *
      *          TIN IS MISSING, AND A W-8 IS ON FILE WHEN DB-ACT-W8-  *
      *          MAIL-YR IS NOT ZERO.  A FOREIGN ACCOUNT WITH NO W-8   *
      *          IS AN EXCEPTION, NOT A 1099 - THE TAX DESK DECIDES    *
      *          THE PRESUMPTION.  ADDRESS LINES ARE THE FIRST TWO     *
      *          NON-BLANK LINES AFTER DB-ACT-NAMELINES THAT ARE NOT   *
      *          THEMSELVES IRS NAME LINES.                            *
      * T MERCER 10/15/26 WR51334        A MISSING ACTIMG NOW ENDS THE *
      *          RUN FAILED WITH RETURN-CODE 8 AND THE TAX1099 AND     *
      *          TAX1042S VENDOR FILES ARE NOT OPENED, SO AN EMPTY     *
      *          PAIR CANNOT GO TO THE VENDOR AS A NOTHING-TO-REPORT   *
      *          FILING.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTAXRCP.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT TAXPARM-FILE   ASSIGN TO "TAXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TAX99R-FILE    ASSIGN TO "TAX1099"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-T99-STATUS.

           SELECT TAX42S-FILE    ASSIGN TO "TAX1042S"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-T42-STATUS.

           SELECT TAXEXC-FILE    ASSIGN TO "TAXEXCRP"
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

       FD  TAXPARM-FILE
           RECORDING MODE IS F.
       01  TAXPARM-RECORD.
           05  TAXPARM-TAX-YEAR               PIC X(4).
           05  FILLER                         PIC X(76).

       FD  TAX99R-FILE
           RECORDING MODE IS F.
           COPY WBTAX99R.

       FD  TAX42S-FILE
           RECORDING MODE IS F.
           COPY WBTAX42S.

       FD  TAXEXC-FILE
           RECORDING MODE IS F.
       01  TAXEXC-RECORD                      PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                      PIC XX.
           88  WS-MST-NOT-FOUND               VALUE "35".
       01  WS-PARM-STATUS                     PIC XX.
           88  WS-PARM-NOT-FOUND              VALUE "35".
       01  WS-T99-STATUS                      PIC XX.
       01  WS-T42-STATUS                      PIC XX.
       01  WS-RPT-STATUS                      PIC XX.

       01  WS-MST-EOF-SW                      PIC X    VALUE "N".
           88  WS-MST-AT-EOF                           VALUE "Y".

       01  WS-MST-MISSING-SW                  PIC X    VALUE "N".
           88  WS-MST-MISSING                          VALUE "Y".

       01  WS-TAX-YEAR                        PIC 9(4).
       01  WS-OPEN-YYYY                       PIC 9(4).

       01  WS-REPORTABLE-SW                   PIC X.
           88  WS-REPORTABLE                  VALUE "Y".
           88  WS-NOT-REPORTABLE              VALUE "N".

       01  WS-FOREIGN-SW                      PIC X.
           88  WS-FOREIGN-ACCT                VALUE "Y".
           88  WS-DOMESTIC-ACCT               VALUE "N".

       01  WS-ACCT-FLAGGED-SW                 PIC X.
           88  WS-ACCT-FLAGGED                VALUE "Y".

       01  WS-TAXID-DIGITS                    PIC 9(9).

       01  WS-NAME-ADDR-TABLE.
           05  WS-NAME-ADDR-LINE              PIC X(64) OCCURS 6 TIMES.

       01  WS-IRS-PTR-1                       PIC 9.
       01  WS-IRS-PTR-2                       PIC 9.
       01  WS-LINE-SUB                        PIC 9.
       01  WS-ADDR-START                      PIC 9.
       01  WS-ADDR-COUNT                      PIC 9.
       01  WS-NAME-1                          PIC X(64).
       01  WS-NAME-2                          PIC X(64).
       01  WS-ADDR-1                          PIC X(64).
       01  WS-ADDR-2                          PIC X(64).

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-AFTER-YEAR             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-1099                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-1042S                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-EXCEPTED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-EXC-TIN-MISSING             PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-EXC-NAMELINE                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-EXC-FGN-POSTAL              PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-EXC-NO-W8                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DB-ERROR               PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(40)
               VALUE "YEAR-END RECIPIENT FILE EXCEPTIONS  TAX ".
           05  FILLER                         PIC X(5)
               VALUE "YEAR ".
           05  WS-HDR-TAX-YEAR                PIC 9(4).
       01  WS-DETAIL-HDR.
           05  FILLER             PIC X(15) VALUE "FIRM SUB ACCT#".
           05  FILLER             PIC X(7)  VALUE "BRANCH".
           05  FILLER             PIC X(7)  VALUE "REP".
           05  FILLER             PIC X(7)  VALUE "FORM".
           05  FILLER             PIC X(6)  VALUE "CODE".
           05  FILLER             PIC X(42) VALUE "EXCEPTION".
           05  FILLER             PIC X(30) VALUE "NAME".

       01  WS-MISSING-LINE.
           05  FILLER                         PIC X(50)
               VALUE "*** ACTIMG FILE MISSING - RUN FAILED ***".

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
           05  WS-DL-FORM                     PIC X(5).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-CODE                     PIC X(4).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-REASON                   PIC X(40).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DL-NAME                     PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNT IMAGES READ    : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "OPENED AFTER TAX YEAR  : ".
           05  WS-SUM-AFTER       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "1099 RECIPIENTS        : ".
           05  WS-SUM-1099        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "1042-S RECIPIENTS      : ".
           05  WS-SUM-1042S       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS HELD          : ".
           05  WS-SUM-HELD        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "TIN MISSING/ALL NINES  : ".
           05  WS-SUM-TIN0        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "IRS NAME LINE POINTER  : ".
           05  WS-SUM-NAML        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "FOREIGN POSTAL MISSING : ".
           05  WS-SUM-FPST        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE9.
           05  FILLER             PIC X(25)
               VALUE "FOREIGN, NO W-8        : ".
           05  WS-SUM-NOW8        PIC ZZZ,ZZ9.
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
           IF WS-MST-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MST-AT-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-SET-TAX-YEAR

           OPEN OUTPUT TAXEXC-FILE
           MOVE WS-TAX-YEAR TO WS-HDR-TAX-YEAR
           WRITE TAXEXC-RECORD FROM WS-HDR-1
           WRITE TAXEXC-RECORD FROM WS-DETAIL-HDR

           OPEN INPUT ACTIMG-FILE
           IF WS-MST-NOT-FOUND
               SET WS-MST-MISSING TO TRUE
               SET WS-MST-AT-EOF TO TRUE
               WRITE TAXEXC-RECORD FROM WS-MISSING-LINE
           ELSE
               OPEN OUTPUT TAX99R-FILE
               OPEN OUTPUT TAX42S-FILE
               PERFORM 2100-READ-MASTER
           END-IF.

       1100-SET-TAX-YEAR.
           IF PD-BUS-MM < 7
               COMPUTE WS-TAX-YEAR = PD-BUS-YYYY - 1
           ELSE
               MOVE PD-BUS-YYYY TO WS-TAX-YEAR
           END-IF

           OPEN INPUT TAXPARM-FILE
           IF WS-PARM-NOT-FOUND
               CONTINUE
           ELSE
               READ TAXPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAXPARM-TAX-YEAR NUMERIC
                           AND TAXPARM-TAX-YEAR > "1900"
                           MOVE TAXPARM-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE TAXPARM-FILE
           END-IF.

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
               PERFORM 3050-CHECK-OPEN-DATE
               IF WS-REPORTABLE
                   PERFORM 3060-CLASSIFY-ACCOUNT
               ELSE
                   ADD 1 TO WS-RECS-AFTER-YEAR
               END-IF
           ELSE
               ADD 1 TO WS-RECS-DB-ERROR
           END-IF.

       3050-CHECK-OPEN-DATE.
           SET WS-REPORTABLE TO TRUE
           IF DB-ACT-OPEN-DATE(3:1) = "/"
               AND DB-ACT-OPEN-DATE(6:1) = "/"
               AND DB-ACT-OPEN-DATE(7:4) NUMERIC
               MOVE DB-ACT-OPEN-DATE(7:4) TO WS-OPEN-YYYY
               IF WS-OPEN-YYYY > WS-TAX-YEAR
                   SET WS-NOT-REPORTABLE TO TRUE
               END-IF
           END-IF.

       3060-CLASSIFY-ACCOUNT.
           MOVE "N" TO WS-ACCT-FLAGGED-SW
           MOVE DB-ACT-NAME-ADDR-1 TO WS-NAME-ADDR-LINE(1)
           MOVE DB-ACT-NAME-ADDR-2 TO WS-NAME-ADDR-LINE(2)
           MOVE DB-ACT-NAME-ADDR-3 TO WS-NAME-ADDR-LINE(3)
           MOVE DB-ACT-NAME-ADDR-4 TO WS-NAME-ADDR-LINE(4)
           MOVE DB-ACT-NAME-ADDR-5 TO WS-NAME-ADDR-LINE(5)
           MOVE DB-ACT-NAME-ADDR-6 TO WS-NAME-ADDR-LINE(6)
           IF DB-ACT-RESIDE-COUNTRY NOT = "US"
               AND DB-ACT-RESIDE-COUNTRY NOT = SPACES
               SET WS-FOREIGN-ACCT TO TRUE
               MOVE "1042S" TO WS-DL-FORM
           ELSE
               SET WS-DOMESTIC-ACCT TO TRUE
               MOVE "1099"  TO WS-DL-FORM
           END-IF

           PERFORM 3100-CHECK-IRS-NAMELINES
           IF WS-FOREIGN-ACCT
               PERFORM 3300-CHECK-W8-ON-FILE
               PERFORM 3400-CHECK-FOREIGN-POSTAL
           ELSE
               PERFORM 3200-CHECK-TIN-PRESENT
           END-IF

           IF WS-ACCT-FLAGGED
               ADD 1 TO WS-RECS-EXCEPTED
           ELSE
               PERFORM 3500-SELECT-NAME-ADDRESS
               IF WS-FOREIGN-ACCT
                   PERFORM 4200-WRITE-1042S-RECIPIENT
               ELSE
                   PERFORM 4100-WRITE-1099-RECIPIENT
               END-IF
           END-IF.

       3100-CHECK-IRS-NAMELINES.
           MOVE ZERO TO WS-IRS-PTR-1
           MOVE ZERO TO WS-IRS-PTR-2
           IF DB-ACT-IRS-NAMELINE1 IS NOT NUMERIC
               OR DB-ACT-IRS-NAMELINE1 < 1
               OR DB-ACT-IRS-NAMELINE1 > 6
               MOVE "NML1" TO WS-DL-CODE
               MOVE "IRS NAMELINE1 POINTER NOT 1 THRU 6"
                   TO WS-DL-REASON
               PERFORM 5000-WRITE-EXCEPTION
           ELSE
               MOVE DB-ACT-IRS-NAMELINE1 TO WS-IRS-PTR-1
               IF WS-NAME-ADDR-LINE(WS-IRS-PTR-1) = SPACES
                   MOVE "NML1" TO WS-DL-CODE
                   MOVE SPACES TO WS-DL-REASON
                   STRING "IRS NAMELINE1 POINTS AT BLANK LINE "
                       WS-IRS-PTR-1
                       DELIMITED BY SIZE INTO WS-DL-REASON
                   PERFORM 5000-WRITE-EXCEPTION
               END-IF
           END-IF

           IF DB-ACT-IRS-NAMELINE2 IS NOT NUMERIC
               OR DB-ACT-IRS-NAMELINE2 < 0
               OR DB-ACT-IRS-NAMELINE2 > 6
               MOVE "NML2" TO WS-DL-CODE
               MOVE "IRS NAMELINE2 POINTER NOT 0 THRU 6"
                   TO WS-DL-REASON
               PERFORM 5000-WRITE-EXCEPTION
           ELSE
               MOVE DB-ACT-IRS-NAMELINE2 TO WS-IRS-PTR-2
               IF WS-IRS-PTR-2 > ZERO
                   AND WS-NAME-ADDR-LINE(WS-IRS-PTR-2) = SPACES
                   MOVE "NML2" TO WS-DL-CODE
                   MOVE SPACES TO WS-DL-REASON
                   STRING "IRS NAMELINE2 POINTS AT BLANK LINE "
                       WS-IRS-PTR-2
                       DELIMITED BY SIZE INTO WS-DL-REASON
                   PERFORM 5000-WRITE-EXCEPTION
               END-IF
           END-IF.

       3200-CHECK-TIN-PRESENT.
           MOVE DB-ACT-TAXID TO WS-TAXID-DIGITS
           IF WS-TAXID-DIGITS = ZERO
               OR WS-TAXID-DIGITS = 999999999
               ADD 1 TO WS-EXC-TIN-MISSING
               MOVE "TIN0" TO WS-DL-CODE
               MOVE "TIN MISSING - ZERO OR ALL NINES"
                   TO WS-DL-REASON
               PERFORM 5000-WRITE-EXCEPTION
           END-IF.

       3300-CHECK-W8-ON-FILE.
           IF DB-ACT-W8-MAIL-YR = ZERO
               ADD 1 TO WS-EXC-NO-W8
               MOVE "NOW8" TO WS-DL-CODE
               MOVE SPACES TO WS-DL-REASON
               STRING "FOREIGN, NO W-8 ON FILE, COUNTRY "
                   DB-ACT-RESIDE-COUNTRY
                   DELIMITED BY SIZE INTO WS-DL-REASON
               PERFORM 5000-WRITE-EXCEPTION
           END-IF.

       3400-CHECK-FOREIGN-POSTAL.
           IF DB-ACT-FOREIGN-POSTAL = SPACES
               ADD 1 TO WS-EXC-FGN-POSTAL
               MOVE "FPST" TO WS-DL-CODE
               MOVE SPACES TO WS-DL-REASON
               STRING "NO FOREIGN POSTAL, COUNTRY "
                   DB-ACT-RESIDE-COUNTRY
                   DELIMITED BY SIZE INTO WS-DL-REASON
               PERFORM 5000-WRITE-EXCEPTION
           END-IF.

       3500-SELECT-NAME-ADDRESS.
           MOVE WS-NAME-ADDR-LINE(WS-IRS-PTR-1) TO WS-NAME-1
           IF WS-IRS-PTR-2 > ZERO
               MOVE WS-NAME-ADDR-LINE(WS-IRS-PTR-2) TO WS-NAME-2
           ELSE
               MOVE SPACES TO WS-NAME-2
           END-IF

           IF DB-ACT-NAMELINES IS NUMERIC
               AND DB-ACT-NAMELINES > ZERO
               AND DB-ACT-NAMELINES < 6
               MOVE DB-ACT-NAMELINES TO WS-ADDR-START
           ELSE
               MOVE WS-IRS-PTR-1 TO WS-ADDR-START
               IF WS-IRS-PTR-2 > WS-ADDR-START
                   MOVE WS-IRS-PTR-2 TO WS-ADDR-START
               END-IF
           END-IF

           MOVE SPACES TO WS-ADDR-1
           MOVE SPACES TO WS-ADDR-2
           MOVE ZERO   TO WS-ADDR-COUNT
           PERFORM VARYING WS-LINE-SUB FROM WS-ADDR-START BY 1
                   UNTIL WS-LINE-SUB > 5 OR WS-ADDR-COUNT = 2
               IF WS-NAME-ADDR-LINE(WS-LINE-SUB + 1) NOT = SPACES
                   AND WS-LINE-SUB + 1 NOT = WS-IRS-PTR-1
                   AND WS-LINE-SUB + 1 NOT = WS-IRS-PTR-2
                   ADD 1 TO WS-ADDR-COUNT
                   IF WS-ADDR-COUNT = 1
                       MOVE WS-NAME-ADDR-LINE(WS-LINE-SUB + 1)
                           TO WS-ADDR-1
                   ELSE
                       MOVE WS-NAME-ADDR-LINE(WS-LINE-SUB + 1)
                           TO WS-ADDR-2
                   END-IF
               END-IF
           END-PERFORM.

       4100-WRITE-1099-RECIPIENT.
           INITIALIZE WB-TAX99R-RECORD
           MOVE WB-MST-FIRM-NO            TO T99-FIRM-NO
           MOVE WB-MST-SUB-NO             TO T99-SUB-NO
           MOVE WB-MST-ACCT-NO            TO T99-ACCT-NO
           MOVE WS-TAX-YEAR               TO T99-TAX-YEAR
           MOVE WS-TAXID-DIGITS           TO T99-TAXID
           MOVE DB-ACT-TAXID-FORMAT       TO T99-TAXID-FORMAT
           MOVE WS-NAME-1                 TO T99-NAME-1
           MOVE WS-NAME-2                 TO T99-NAME-2
           MOVE WS-ADDR-1                 TO T99-ADDR-1
           MOVE WS-ADDR-2                 TO T99-ADDR-2
           MOVE DB-ACT-CITY               TO T99-CITY
           MOVE DB-ACT-STATE-CODE         TO T99-STATE-CODE
           MOVE DB-ACT-ZIP-CODE           TO T99-ZIP-CODE
           MOVE DB-ACT-ZIP-PLUS4          TO T99-ZIP-PLUS4
           MOVE DB-ACT-WITHHOLD           TO T99-WITHHOLD
           MOVE DB-ACT-WITHHOLD-DATE      TO T99-WITHHOLD-DATE
           MOVE DB-ACT-WITHHOLD-TAX-RATE  TO T99-WITHHOLD-TAX-RATE
           MOVE DB-ACT-TEFRA              TO T99-TEFRA
           MOVE DB-ACT-REP                TO T99-REP
           MOVE DB-ACT-BRANCH             TO T99-BRANCH
           WRITE WB-TAX99R-RECORD
           ADD 1 TO WS-RECS-1099.

       4200-WRITE-1042S-RECIPIENT.
           INITIALIZE WB-TAX42S-RECORD
           MOVE DB-ACT-TAXID TO WS-TAXID-DIGITS
           MOVE WB-MST-FIRM-NO            TO T42-FIRM-NO
           MOVE WB-MST-SUB-NO             TO T42-SUB-NO
           MOVE WB-MST-ACCT-NO            TO T42-ACCT-NO
           MOVE WS-TAX-YEAR               TO T42-TAX-YEAR
           MOVE WS-TAXID-DIGITS           TO T42-TAXID
           MOVE DB-ACT-TAXID-FORMAT       TO T42-TAXID-FORMAT
           MOVE WS-NAME-1                 TO T42-NAME-1
           MOVE WS-NAME-2                 TO T42-NAME-2
           MOVE WS-ADDR-1                 TO T42-ADDR-1
           MOVE WS-ADDR-2                 TO T42-ADDR-2
           MOVE DB-ACT-CITY               TO T42-CITY
           MOVE DB-ACT-PROVINCE-CODE      TO T42-PROVINCE-CODE
           MOVE DB-ACT-FOREIGN-POSTAL     TO T42-FOREIGN-POSTAL
           MOVE DB-ACT-RESIDE-COUNTRY     TO T42-RESIDE-COUNTRY
           MOVE DB-ACT-CITIZEN-COUNTRY    TO T42-CITIZEN-COUNTRY
           MOVE DB-ACT-W8-STATUS          TO T42-W8-STATUS
           MOVE DB-ACT-W8-MAIL-YR         TO T42-W8-MAIL-YR
           MOVE DB-ACT-WITHHOLD           TO T42-WITHHOLD
           MOVE DB-ACT-WITHHOLD-TAX-RATE  TO T42-WITHHOLD-TAX-RATE
           MOVE DB-ACT-TEFRA              TO T42-TEFRA
           MOVE DB-ACT-REP                TO T42-REP
           MOVE DB-ACT-BRANCH             TO T42-BRANCH
           WRITE WB-TAX42S-RECORD
           ADD 1 TO WS-RECS-1042S.

       5000-WRITE-EXCEPTION.
           IF NOT WS-ACCT-FLAGGED
               MOVE "Y" TO WS-ACCT-FLAGGED-SW
           END-IF
           IF WS-DL-CODE = "NML1" OR WS-DL-CODE = "NML2"
               ADD 1 TO WS-EXC-NAMELINE
           END-IF
           MOVE WB-MST-FIRM-NO     TO WS-DL-FIRM
           MOVE WB-MST-SUB-NO      TO WS-DL-SUB
           MOVE WB-MST-ACCT-NO     TO WS-DL-ACCT
           MOVE DB-ACT-BRANCH      TO WS-DL-BRANCH
           MOVE DB-ACT-REP         TO WS-DL-REP
           MOVE DB-ACT-NAME-ADDR-1 TO WS-DL-NAME
           WRITE TAXEXC-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ       TO WS-SUM-READ
           MOVE WS-RECS-AFTER-YEAR TO WS-SUM-AFTER
           MOVE WS-RECS-1099       TO WS-SUM-1099
           MOVE WS-RECS-1042S      TO WS-SUM-1042S
           MOVE WS-RECS-EXCEPTED   TO WS-SUM-HELD
           MOVE WS-EXC-TIN-MISSING TO WS-SUM-TIN0
           MOVE WS-EXC-NAMELINE    TO WS-SUM-NAML
           MOVE WS-EXC-FGN-POSTAL  TO WS-SUM-FPST
           MOVE WS-EXC-NO-W8       TO WS-SUM-NOW8
           MOVE WS-RECS-DB-ERROR   TO WS-SUM-DBERR
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE2
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE3
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE4
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE5
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE6
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE7
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE8
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE9
           WRITE TAXEXC-RECORD FROM WS-SUMMARY-LINE10.

       9000-TERMINATE.
           IF NOT WS-MST-MISSING
               CLOSE ACTIMG-FILE
               CLOSE TAX99R-FILE
               CLOSE TAX42S-FILE
           END-IF
           CLOSE TAXEXC-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACTAXRCP"       TO WB-RC-JOB-NAME
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
           COMPUTE WB-RC-RECS-WRITTEN = WS-RECS-1099 + WS-RECS-1042S
           COMPUTE WB-RC-RECS-REJECTED =
               WS-RECS-EXCEPTED + WS-RECS-DB-ERROR
           IF WS-MST-MISSING
               SET WB-RC-FAILED TO TRUE
           ELSE
               SET WB-RC-CLEAN TO TRUE
           END-IF
           OPEN EXTEND RUNCTL-FILE
           IF WS-RCTL-NOT-FOUND
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           WRITE RUNCTL-RECORD FROM WB-RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
