      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51334        INITIAL VERSION - YEAR-END    *
      *          1042-S RECIPIENT RECORD WRITTEN BY ACTAXRCP, ONE PER  *
      *          REPORTABLE FOREIGN ACCOUNT (DB-ACT-RESIDE-COUNTRY NOT *
      *          US) WITH A W-8 ON FILE.  NAME AND ADDRESS LINES ARE   *
      *          SELECTED AS ON THE 1099 RECORD (WBTAX99R.CPY).  THE   *
      *          FOREIGN TIN MAY BE ZERO - A TIN IS NOT REQUIRED OF    *
      *          EVERY 1042-S RECIPIENT.                               *
      ******************************************************************
       01  WB-TAX42S-RECORD.
           05  T42-KEY.
               10  T42-FIRM-NO              PIC 9(3).
               10  T42-SUB-NO               PIC 9(3).
               10  T42-ACCT-NO              PIC 9(8).
           05  T42-TAX-YEAR                 PIC 9(4).
           05  T42-TAXID                    PIC 9(9).
           05  T42-TAXID-FORMAT             PIC X(1).
           05  T42-NAME-1                   PIC X(64).
           05  T42-NAME-2                   PIC X(64).
           05  T42-ADDR-1                   PIC X(64).
           05  T42-ADDR-2                   PIC X(64).
           05  T42-CITY                     PIC X(30).
           05  T42-PROVINCE-CODE            PIC X(2).
           05  T42-FOREIGN-POSTAL           PIC X(10).
           05  T42-RESIDE-COUNTRY           PIC X(2).
           05  T42-CITIZEN-COUNTRY          PIC X(2).
           05  T42-W8-STATUS                PIC X(1).
           05  T42-W8-MAIL-YR               PIC 9(3).
           05  T42-WITHHOLD                 PIC X(1).
           05  T42-WITHHOLD-TAX-RATE        PIC 9(3)V9(6).
           05  T42-TEFRA                    PIC X(1).
           05  T42-REP                      PIC X(4).
           05  T42-BRANCH                   PIC X(4).
           05  FILLER                       PIC X(20).
