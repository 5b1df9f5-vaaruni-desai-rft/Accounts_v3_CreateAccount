      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51332        INITIAL VERSION - ACCOUNT     *
      *          MAINTENANCE CHANGE JOURNAL RECORD.  ACCHGAUD WRITES   *
      *          ONE RECORD PER CHANGED FIELD ON EVERY FUNC-EDIT AND   *
      *          FUNC-CORR TRANSACTION, FROM THE DEACT2 ACCT-OLD-      *
      *          BEFORE-VALUES AGAINST THE SUBMITTED VALUES.  DEACT2   *
      *          CARRIES NO BEFORE-VALUES FOR THE ACH SETTINGS, SO     *
      *          ACACHCMP ADDS THOSE NIGHTLY BY COMPARING THE CURRENT  *
      *          ACTIMG FULL ACCOUNT IMAGE AGAINST THE PRIOR CYCLE'S   *
      *          (CJ-SOURCE-IMAGE, NO USER/TERMINAL).  ACTKOVRP READS  *
      *          THE JOURNAL, SORTED BY CJ-KEY BY A PRIOR SORT STEP,   *
      *          FOR THE ACCOUNT-TAKEOVER REPORT.  OLD/NEW VALUES ARE  *
      *          THE FIELD'S DISPLAY IMAGE, LEFT-JUSTIFIED.            *
      ******************************************************************
       01  WB-CHGJRN-RECORD.
           05  CJ-KEY.
               10  CJ-FIRM-NO               PIC 9(3).
               10  CJ-SUB-NO                PIC 9(3).
               10  CJ-ACCT-NO               PIC 9(8).
           05  CJ-EVENT-DATE                PIC X(10).
           05  CJ-EVENT-TIME                PIC X(8).
           05  CJ-FUNCTION                  PIC X(4).
           05  CJ-USERID                    PIC X(10).
           05  CJ-TERMID                    PIC X(10).
           05  CJ-DEPT                      PIC X(4).
           05  CJ-SOURCE                    PIC X(1).
               88  CJ-SOURCE-ONLINE             VALUE "O".
               88  CJ-SOURCE-IMAGE              VALUE "I".
           05  CJ-FIELD-NAME                PIC X(16).
               88  CJ-FLD-NAME-ADDR             VALUE "NAME-ADDRESS".
               88  CJ-FLD-ZIP                   VALUE "ZIP-CODE".
               88  CJ-FLD-REP                   VALUE "REP".
               88  CJ-FLD-BRS-BRANCH            VALUE "BRS-BRANCH".
               88  CJ-FLD-PRINCIPAL             VALUE "PRINCIPAL".
               88  CJ-FLD-PRODUCT-CLASS         VALUE "PRODUCT-CLASS".
               88  CJ-FLD-NAV                   VALUE "NAV".
               88  CJ-FLD-DIVSI                 VALUE "DIVSI".
               88  CJ-FLD-REINVEST              VALUE "REINVEST-CODE".
               88  CJ-FLD-SWEEP-FUND            VALUE "SWEEP-FUND".
               88  CJ-FLD-ACCT-STATUS           VALUE "ACCT-STATUS".
               88  CJ-FLD-ACH-INCOME            VALUE "ACH-INCOME".
               88  CJ-FLD-ACH-CREDIT            VALUE "ACH-CREDIT".
               88  CJ-FLD-ACH-DEBIT             VALUE "ACH-DEBIT".
           05  CJ-OLD-VALUE                 PIC X(180).
           05  CJ-NEW-VALUE                 PIC X(180).
           05  FILLER                       PIC X(20).
