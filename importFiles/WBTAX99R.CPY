      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51334        INITIAL VERSION - YEAR-END    *
      *          1099 RECIPIENT RECORD WRITTEN BY ACTAXRCP, ONE PER    *
      *          REPORTABLE DOMESTIC ACCOUNT, FOR THE TAX-REPORTING    *
      *          VENDOR.  NAME LINES ARE THE ACT NAME/ADDRESS LINES    *
      *          SELECTED BY DB-ACT-IRS-NAMELINE1/-NAMELINE2 (T99-     *
      *          NAME-2 IS BLANK WHEN NAMELINE2 IS ZERO); ADDRESS      *
      *          LINES ARE THE FIRST TWO NON-BLANK LINES AFTER THE     *
      *          ACCOUNT'S NAME LINES.  WITHHOLDING RATE IS DB-ACT-    *
      *          WITHHOLD-TAX-RATE UNPACKED.                           *
      ******************************************************************
       01  WB-TAX99R-RECORD.
           05  T99-KEY.
               10  T99-FIRM-NO              PIC 9(3).
               10  T99-SUB-NO               PIC 9(3).
               10  T99-ACCT-NO              PIC 9(8).
           05  T99-TAX-YEAR                 PIC 9(4).
           05  T99-TAXID                    PIC 9(9).
           05  T99-TAXID-FORMAT             PIC X(1).
           05  T99-NAME-1                   PIC X(64).
           05  T99-NAME-2                   PIC X(64).
           05  T99-ADDR-1                   PIC X(64).
           05  T99-ADDR-2                   PIC X(64).
           05  T99-CITY                     PIC X(30).
           05  T99-STATE-CODE               PIC X(2).
           05  T99-ZIP-CODE                 PIC 9(5).
           05  T99-ZIP-PLUS4                PIC 9(4).
           05  T99-WITHHOLD                 PIC X(1).
           05  T99-WITHHOLD-DATE            PIC X(10).
           05  T99-WITHHOLD-TAX-RATE        PIC 9(3)V9(6).
           05  T99-TEFRA                    PIC X(1).
           05  T99-REP                      PIC X(4).
           05  T99-BRANCH                   PIC X(4).
           05  FILLER                       PIC X(20).
