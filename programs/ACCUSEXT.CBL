      ******************************************************************
      * PROGRAM-ID: ACCUSEXT                                          *
      * DESC      : CUSTOMER RELATIONSHIP CROSS-REFERENCE EXTRACT.     *
      *             MATCHES THE ACTIMG FULL ACCOUNT IMAGE FILE AGAINST *
      *             THE SORTED CUSTOMER-LINK FILE (WBCUSLNK.CPY) THAT  *
      *             ACCUSCAP CAPTURES FROM DEACT2, AND WRITES ONE      *
      *             CROSS-REFERENCE RECORD (WBCUSXRF.CPY) PER ACCOUNT  *
      *             PER CUSTOMER ID AND PER DB-ACT-TAXID, CARRYING     *
      *             FIRM/SUB, REP, BRANCH, OPEN DATE, NATURAL-PERSON   *
      *             AND STATUS.  A SORT STEP THEN ORDERS THE EXTRACT   *
      *             BY LOOKUP KEY FOR ACCUSRPT AND ANY OTHER JOB THAT  *
      *             NEEDS TO FIND A CUSTOMER'S OTHER ACCOUNTS.  THE    *
      *             CURRENT LINK FOR EVERY ACCOUNT IS WRITTEN BACK OUT *
      *             AS THE CARRIED-FORWARD LINK FILE FOR THE NEXT      *
      *             CYCLE'S SORT.                                      *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51338        INITIAL VERSION.  BOTH INPUTS *
      *          ARE IN ASCENDING ACCOUNT-KEY ORDER AND ARE MATCHED    *
      *          THE WAY ACACHCMP MATCHES ITS TWO IMAGES; THE LAST     *
      *          LINK RECORD FOR AN ACCOUNT IS ITS CURRENT LINK.  A    *
      *          LINK WITH NO ACCOUNT ON THE IMAGE IS STILL CARRIED    *
      *          FORWARD, SO A SHORT IMAGE FILE CANNOT LOSE LINK       *
      *          HISTORY, AND IS COUNTED ON THE CONTROL REPORT.  A     *
      *          MISSING IMAGE OR LINK FILE ENDS THE RUN WITH RETURN   *
      *          CODE 8 - AN EMPTY LINK FILE IS VALID, A MISSING ONE   *
      *          WOULD DROP EVERY LINK FROM THE CARRIED-FORWARD FILE.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCUSEXT.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT CUSLNKS-FILE   ASSIGN TO "CUSLNKS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNK-STATUS.

           SELECT CUSLNKN-FILE   ASSIGN TO "CUSLNKN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LKN-STATUS.

           SELECT CUSXRFX-FILE   ASSIGN TO "CUSXRFX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.

           SELECT CUSEXTRP-FILE  ASSIGN TO "CUSEXTRP"
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

       FD  CUSLNKS-FILE
           RECORDING MODE IS F.
       01  CUSLNKS-RECORD                     PIC X(82).

       FD  CUSLNKN-FILE
           RECORDING MODE IS F.
       01  CUSLNKN-RECORD                     PIC X(82).

       FD  CUSXRFX-FILE
           RECORDING MODE IS F.
           COPY WBCUSXRF.

       FD  CUSEXTRP-FILE
           RECORDING MODE IS F.
       01  CUSEXTRP-RECORD                    PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD                      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-IMG-STATUS                      PIC XX.
           88  WS-IMG-NOT-FOUND               VALUE "35".

       01  WS-LNK-STATUS                      PIC XX.
           88  WS-LNK-NOT-FOUND               VALUE "35".

       01  WS-LKN-STATUS                      PIC XX.
       01  WS-XRF-STATUS                      PIC XX.
       01  WS-RPT-STATUS                      PIC XX.

       01  WS-IMG-EOF-SW                      PIC X    VALUE "N".
           88  WS-IMG-AT-EOF                           VALUE "Y".

       01  WS-LNK-EOF-SW                      PIC X    VALUE "N".
           88  WS-LNK-AT-EOF                           VALUE "Y".

       01  WS-NEXT-EOF-SW                     PIC X    VALUE "N".
           88  WS-NEXT-AT-EOF                          VALUE "Y".

       01  WS-INPUTS-OK-SW                    PIC X    VALUE "N".
           88  WS-INPUTS-OK                            VALUE "Y".

       01  WS-LINKED-SW                       PIC X.
           88  WS-LINKED                      VALUE "Y".
           88  WS-NOT-LINKED                  VALUE "N".

       01  WS-CUR-KEY                         PIC X(14).
       01  WS-LNK-KEY                         PIC X(14).

       01  WS-NEXT-LINK.
           05  WS-NL-KEY                      PIC X(14).
           05  FILLER                         PIC X(68).

       01  WS-COUNTERS.
           05  WS-RECS-READ                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LINKS-READ                  PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-ACCTS-LINKED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LINKS-OFF                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LINKS-NO-ACCOUNT            PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-XRF-CUSTOMER                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-XRF-TAXID                   PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-LINKS-CARRIED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-RECS-DB-ERROR               PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(44)
               VALUE "CUSTOMER CROSS-REFERENCE EXTRACT CONTROL".

       01  WS-MISSING-LINE.
           05  FILLER                         PIC X(50)
               VALUE "*** ACTIMG OR CUSLNKS MISSING - RUN FAILED ***".

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNT IMAGES READ    : ".
           05  WS-SUM-READ        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER             PIC X(25)
               VALUE "LINK RECORDS READ      : ".
           05  WS-SUM-LNKS        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER             PIC X(25)
               VALUE "ACCOUNTS LINKED        : ".
           05  WS-SUM-LINKED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER             PIC X(25)
               VALUE "LINKS TURNED OFF       : ".
           05  WS-SUM-OFF         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "LINKS WITH NO ACCOUNT  : ".
           05  WS-SUM-NOACCT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER             PIC X(25)
               VALUE "CUSTOMER ID XREF RECS  : ".
           05  WS-SUM-XCUS        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER             PIC X(25)
               VALUE "TAX ID XREF RECS       : ".
           05  WS-SUM-XTAX        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER             PIC X(25)
               VALUE "LINKS CARRIED FORWARD  : ".
           05  WS-SUM-CARRIED     PIC ZZZ,ZZ9.
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

           COPY WBCUSLNK.
           COPY WBACTMST.
           COPY WBDBACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9400-STAMP-RUN-START
           PERFORM 1000-INITIALIZE
           IF WS-INPUTS-OK
               PERFORM 2000-MATCH-FILES
                   UNTIL WS-IMG-AT-EOF AND WS-LNK-AT-EOF
           ELSE
               WRITE CUSEXTRP-RECORD FROM WS-MISSING-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT CUSEXTRP-FILE
           WRITE CUSEXTRP-RECORD FROM WS-HDR-1

           OPEN INPUT ACTIMG-FILE
           OPEN INPUT CUSLNKS-FILE
           IF WS-IMG-NOT-FOUND OR WS-LNK-NOT-FOUND
               IF NOT WS-IMG-NOT-FOUND
                   CLOSE ACTIMG-FILE
               END-IF
               IF NOT WS-LNK-NOT-FOUND
                   CLOSE CUSLNKS-FILE
               END-IF
               SET WS-IMG-AT-EOF TO TRUE
               SET WS-LNK-AT-EOF TO TRUE
           ELSE
               SET WS-INPUTS-OK TO TRUE
               OPEN OUTPUT CUSXRFX-FILE
               OPEN OUTPUT CUSLNKN-FILE
               PERFORM 2100-READ-IMAGE
               PERFORM 2210-READ-NEXT-LINK
               PERFORM 2200-READ-LINK-GROUP
           END-IF.

       2000-MATCH-FILES.
           EVALUATE TRUE
               WHEN WS-CUR-KEY = WS-LNK-KEY
                   IF CL-CUSTOMER-ID > ZERO
                       AND CL-USE-CUST-ID-SW NOT = SPACE
                       AND CL-USE-CUST-ID-SW NOT = "N"
                       SET WS-LINKED TO TRUE
                   ELSE
                       SET WS-NOT-LINKED TO TRUE
                       ADD 1 TO WS-LINKS-OFF
                   END-IF
                   PERFORM 3000-EXPLODE-ACCOUNT
                   PERFORM 3500-CARRY-LINK-FORWARD
                   PERFORM 2100-READ-IMAGE
                   PERFORM 2200-READ-LINK-GROUP
               WHEN WS-CUR-KEY < WS-LNK-KEY
                   SET WS-NOT-LINKED TO TRUE
                   PERFORM 3000-EXPLODE-ACCOUNT
                   PERFORM 2100-READ-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-LINKS-NO-ACCOUNT
                   PERFORM 3500-CARRY-LINK-FORWARD
                   PERFORM 2200-READ-LINK-GROUP
           END-EVALUATE.

       2100-READ-IMAGE.
           READ ACTIMG-FILE
               AT END
                   SET WS-IMG-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-RECS-READ
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

       2200-READ-LINK-GROUP.
           IF WS-NEXT-AT-EOF
               SET WS-LNK-AT-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-LNK-KEY
           ELSE
               MOVE WS-NEXT-LINK TO WB-CUSLNK-RECORD
               MOVE WS-NL-KEY    TO WS-LNK-KEY
               PERFORM 2210-READ-NEXT-LINK
               PERFORM 2220-TAKE-LATER-LINK
                   UNTIL WS-NEXT-AT-EOF
                   OR WS-NL-KEY NOT = WS-LNK-KEY
           END-IF.

       2210-READ-NEXT-LINK.
           READ CUSLNKS-FILE INTO WS-NEXT-LINK
               AT END
                   SET WS-NEXT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINKS-READ
           END-READ.

       2220-TAKE-LATER-LINK.
           MOVE WS-NEXT-LINK TO WB-CUSLNK-RECORD
           PERFORM 2210-READ-NEXT-LINK.

       3000-EXPLODE-ACCOUNT.
           IF DB-CM-OK
               MOVE SPACES               TO WB-CUSXRF-RECORD
               MOVE WB-MST-FIRM-NO       TO XRF-FIRM-NO
               MOVE WB-MST-SUB-NO        TO XRF-SUB-NO
               MOVE WB-MST-ACCT-NO       TO XRF-ACCT-NO
               MOVE DB-ACT-REP           TO XRF-REP
               MOVE DB-ACT-BRANCH        TO XRF-BRANCH
               MOVE DB-ACT-OPEN-DATE     TO XRF-OPEN-DATE
               MOVE DB-ACT-NATURAL-PERSON
                                         TO XRF-NATURAL-PERSON
               MOVE DB-ACT-ACCT-STATUS-IND
                                         TO XRF-ACCT-STATUS-IND
               MOVE ZERO                 TO XRF-CUSTOMER-ID
               IF WS-LINKED
                   MOVE CL-CUSTOMER-ID   TO XRF-CUSTOMER-ID
               END-IF
               MOVE ZERO                 TO XRF-TAXID
               IF DB-ACT-TAXID > ZERO
                   MOVE DB-ACT-TAXID     TO XRF-TAXID
               END-IF
               MOVE DB-ACT-TAXID-FORMAT  TO XRF-TAXID-FORMAT
               MOVE DB-ACT-CITIZEN-COUNTRY
                                         TO XRF-CITIZEN-COUNTRY
               MOVE DB-ACT-RESIDE-COUNTRY
                                         TO XRF-RESIDE-COUNTRY
               MOVE DB-ACT-W9-STATUS     TO XRF-W9-STATUS
               MOVE DB-ACT-W8-STATUS     TO XRF-W8-STATUS
               MOVE DB-ACT-NAME-ADDR-1(1:30)
                                         TO XRF-NAME

               IF WS-LINKED
                   ADD 1 TO WS-ACCTS-LINKED
                   SET XRF-BY-CUSTOMER-ID TO TRUE
                   MOVE XRF-CUSTOMER-ID  TO XRF-KEY-VALUE
                   WRITE WB-CUSXRF-RECORD
                   ADD 1 TO WS-XRF-CUSTOMER
               END-IF

               IF XRF-TAXID > ZERO
                   SET XRF-BY-TAXID      TO TRUE
                   MOVE XRF-TAXID        TO XRF-KEY-VALUE
                   WRITE WB-CUSXRF-RECORD
                   ADD 1 TO WS-XRF-TAXID
               END-IF
           ELSE
               ADD 1 TO WS-RECS-DB-ERROR
           END-IF.

       3500-CARRY-LINK-FORWARD.
           SET CL-SOURCE-CARRIED TO TRUE
           WRITE CUSLNKN-RECORD FROM WB-CUSLNK-RECORD
           ADD 1 TO WS-LINKS-CARRIED.

       8000-WRITE-SUMMARY.
           MOVE WS-RECS-READ        TO WS-SUM-READ
           MOVE WS-LINKS-READ       TO WS-SUM-LNKS
           MOVE WS-ACCTS-LINKED     TO WS-SUM-LINKED
           MOVE WS-LINKS-OFF        TO WS-SUM-OFF
           MOVE WS-LINKS-NO-ACCOUNT TO WS-SUM-NOACCT
           MOVE WS-XRF-CUSTOMER     TO WS-SUM-XCUS
           MOVE WS-XRF-TAXID        TO WS-SUM-XTAX
           MOVE WS-LINKS-CARRIED    TO WS-SUM-CARRIED
           MOVE WS-RECS-DB-ERROR    TO WS-SUM-DBERR
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE2
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE3
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE4
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE5
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE6
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE7
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE8
           WRITE CUSEXTRP-RECORD FROM WS-SUMMARY-LINE9.

       9000-TERMINATE.
           IF WS-INPUTS-OK
               CLOSE ACTIMG-FILE
               CLOSE CUSLNKS-FILE
               CLOSE CUSXRFX-FILE
               CLOSE CUSLNKN-FILE
           END-IF
           CLOSE CUSEXTRP-FILE.

       9400-STAMP-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-STAMP-DATA
           PERFORM 9450-FORMAT-RC-STAMP
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACCUSEXT"       TO WB-RC-JOB-NAME
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
           COMPUTE WB-RC-RECS-WRITTEN =
               WS-XRF-CUSTOMER + WS-XRF-TAXID
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
