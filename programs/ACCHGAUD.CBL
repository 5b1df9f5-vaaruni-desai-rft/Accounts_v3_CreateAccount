      ******************************************************************
      * PROGRAM-ID: ACCHGAUD                                          *
      * DESC      : ACCOUNT MAINTENANCE CHANGE JOURNAL CAPTURE.        *
      *             CALLED BY THE ACCOUNTS_V3 CREATEACCOUNT SERVICE ON *
      *             EVERY TRANSACTION, THE SAME HOOK POSITION ACWSHAUD *
      *             OCCUPIES FOR WASH-SALE DESIGNATIONS.  ON A         *
      *             FUNC-EDIT OR FUNC-CORR TRANSACTION, EACH ACCT-OLD- *
      *             BEFORE-VALUE DEACT2 CARRIES IS COMPARED WITH THE   *
      *             SUBMITTED VALUE AND ONE JOURNAL RECORD             *
      *             (WBCHGJRN.CPY) IS WRITTEN PER CHANGED FIELD, WITH  *
      *             WHO/WHEN/TERMINAL/DEPT, SO THE BEFORE-VALUES NO    *
      *             LONGER DISAPPEAR WHEN THE TRANSACTION COMPLETES.   *
      *             ACTKOVRP READS THE JOURNAL FOR THE NIGHTLY         *
      *             ACCOUNT-TAKEOVER REPORT.                           *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51332        INITIAL VERSION.  THE GATE    *
      *          (FUNCTION EDIT/CORR) LIVES HERE, AS IN ACCMPAUD, SO   *
      *          THE SERVICE CAN CALL UNCONDITIONALLY.  THE FILE IS    *
      *          OPENED AND CLOSED ON EACH QUALIFYING CALL, AS         *
      *          ACWSHAUD DOES.  THE SWEEP FUND IS JOURNALED FROM      *
      *          ACCT-MMF-SEC-NO AGAINST ACCT-OLD-SEC-NO.  DEACT2 HAS  *
      *          NO BEFORE-VALUES FOR THE ACH SETTINGS - THOSE ARE     *
      *          JOURNALED NIGHTLY BY ACACHCMP FROM THE ACCOUNT IMAGE. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCHGAUD.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRN-FILE  ASSIGN TO "CHGJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRN-FILE
           RECORDING MODE IS F.
       01  CHGJRN-RECORD                  PIC X(457).

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS                  PIC XX.
           88  WS-JRN-OK                  VALUE "00".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYY                PIC 9(4).
           05  WS-CDT-MM                  PIC 9(2).
           05  WS-CDT-DD                  PIC 9(2).
           05  WS-CDT-HH                  PIC 9(2).
           05  WS-CDT-MI                  PIC 9(2).
           05  WS-CDT-SS                  PIC 9(2).
           05  FILLER                     PIC X(9).

       01  WS-EVENT-DATE-DISPLAY.
           05  WS-ED-MM                   PIC 9(2).
           05  FILLER                     PIC X VALUE "/".
           05  WS-ED-DD                   PIC 9(2).
           05  FILLER                     PIC X VALUE "/".
           05  WS-ED-YYYY                 PIC 9(4).

       01  WS-EVENT-TIME-DISPLAY.
           05  WS-ET-HH                   PIC 9(2).
           05  FILLER                     PIC X VALUE ":".
           05  WS-ET-MI                   PIC 9(2).
           05  FILLER                     PIC X VALUE ":".
           05  WS-ET-SS                   PIC 9(2).

       01  WS-ZIP-DISPLAY.
           05  WS-ZD-ZIP                  PIC 9(5).
           05  FILLER                     PIC X VALUE "-".
           05  WS-ZD-ZIP-REST             PIC 9(4).

           COPY WBCHGJRN.

       LINKAGE SECTION.
           COPY WBDEACT2 REPLACING WEB-DEACT2-PARAMETERS BY
                                    LK-DEACT2-PARAMETERS.

       PROCEDURE DIVISION USING LK-DEACT2-PARAMETERS.
       0000-MAIN.
           IF FUNC-EDIT OR FUNC-CORR
               PERFORM 1000-INITIALIZE
               PERFORM 2000-COMPARE-FIELDS
               PERFORM 9000-TERMINATE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN EXTEND CHGJRN-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT CHGJRN-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-MM   TO WS-ED-MM
           MOVE WS-CDT-DD   TO WS-ED-DD
           MOVE WS-CDT-YYYY TO WS-ED-YYYY
           MOVE WS-CDT-HH   TO WS-ET-HH
           MOVE WS-CDT-MI   TO WS-ET-MI
           MOVE WS-CDT-SS   TO WS-ET-SS

           INITIALIZE WB-CHGJRN-RECORD
           MOVE DE-FIRM               TO CJ-FIRM-NO
           MOVE DE-SUB                TO CJ-SUB-NO
           MOVE ACCT-KEY-ACCT-NO      TO CJ-ACCT-NO
           MOVE WS-EVENT-DATE-DISPLAY TO CJ-EVENT-DATE
           MOVE WS-EVENT-TIME-DISPLAY TO CJ-EVENT-TIME
           MOVE DE-FUNCTION           TO CJ-FUNCTION
           MOVE DE-USERID             TO CJ-USERID
           MOVE DE-TERMID             TO CJ-TERMID
           MOVE DE-DEPT               TO CJ-DEPT
           SET CJ-SOURCE-ONLINE       TO TRUE.

       2000-COMPARE-FIELDS.
           IF ACCT-NALINES NOT = ACCT-OLD-NALINES
               SET CJ-FLD-NAME-ADDR TO TRUE
               MOVE ACCT-OLD-NALINES TO CJ-OLD-VALUE
               MOVE ACCT-NALINES     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-ZIP-CODE NOT = ACCT-OLD-ZIP
               OR ACCT-ZIP-REST NOT = ACCT-OLD-ZIP-REST
               SET CJ-FLD-ZIP TO TRUE
               MOVE ACCT-OLD-ZIP      TO WS-ZD-ZIP
               MOVE ACCT-OLD-ZIP-REST TO WS-ZD-ZIP-REST
               MOVE WS-ZIP-DISPLAY    TO CJ-OLD-VALUE
               MOVE ACCT-ZIP-CODE     TO WS-ZD-ZIP
               MOVE ACCT-ZIP-REST     TO WS-ZD-ZIP-REST
               MOVE WS-ZIP-DISPLAY    TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-REP NOT = ACCT-OLD-REP
               SET CJ-FLD-REP TO TRUE
               MOVE ACCT-OLD-REP TO CJ-OLD-VALUE
               MOVE ACCT-REP     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-BRS-BRANCH NOT = ACCT-OLD-BRS-BRANCH
               SET CJ-FLD-BRS-BRANCH TO TRUE
               MOVE ACCT-OLD-BRS-BRANCH TO CJ-OLD-VALUE
               MOVE ACCT-BRS-BRANCH     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-PRINCIPAL NOT = ACCT-OLD-PRINCIPAL
               SET CJ-FLD-PRINCIPAL TO TRUE
               MOVE ACCT-OLD-PRINCIPAL TO CJ-OLD-VALUE
               MOVE ACCT-PRINCIPAL     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-PRODUCT-CLASS NOT = ACCT-OLD-PRODUCT-CLASS
               SET CJ-FLD-PRODUCT-CLASS TO TRUE
               MOVE ACCT-OLD-PRODUCT-CLASS TO CJ-OLD-VALUE
               MOVE ACCT-PRODUCT-CLASS     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-NAV NOT = ACCT-OLD-NAV
               SET CJ-FLD-NAV TO TRUE
               MOVE ACCT-OLD-NAV TO CJ-OLD-VALUE
               MOVE ACCT-NAV     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-DIVSI NOT = ACCT-OLD-DIVSI
               SET CJ-FLD-DIVSI TO TRUE
               MOVE ACCT-OLD-DIVSI TO CJ-OLD-VALUE
               MOVE ACCT-DIVSI     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-REINVEST NOT = ACCT-OLD-REINVEST-CODE
               SET CJ-FLD-REINVEST TO TRUE
               MOVE ACCT-OLD-REINVEST-CODE TO CJ-OLD-VALUE
               MOVE ACCT-REINVEST          TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-MMF-SEC-NO NOT = ACCT-OLD-SEC-NO
               SET CJ-FLD-SWEEP-FUND TO TRUE
               MOVE ACCT-OLD-SEC-NO TO CJ-OLD-VALUE
               MOVE ACCT-MMF-SEC-NO TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF

           IF ACCT-ACCT-STATUS-IND NOT = ACCT-OLD-ACCT-STATUS-IND
               SET CJ-FLD-ACCT-STATUS TO TRUE
               MOVE ACCT-OLD-ACCT-STATUS-IND TO CJ-OLD-VALUE
               MOVE ACCT-ACCT-STATUS-IND     TO CJ-NEW-VALUE
               PERFORM 3000-WRITE-JOURNAL-RECORD
           END-IF.

       3000-WRITE-JOURNAL-RECORD.
           WRITE CHGJRN-RECORD FROM WB-CHGJRN-RECORD.

       9000-TERMINATE.
           CLOSE CHGJRN-FILE.
