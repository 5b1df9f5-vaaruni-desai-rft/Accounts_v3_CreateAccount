      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51339        INITIAL VERSION - PRINT       *
      *          VENDOR MAILING RECORD WRITTEN BY ACMAILVN, ONE PER    *
      *          PIECE THE VENDOR PRINTS FOR THE STATEMENT OR CONFIRM  *
      *          CYCLE.                                                *
      ******************************************************************
      *  PIECE TYPES:
      *    H - ONE ENVELOPE TO THE CLIENT ADDRESS FOR UP TO 20
      *        ACCOUNTS OF ONE HOUSEHOLD.  A LARGER HOUSEHOLD SPILLS
      *        INTO A FURTHER ENVELOPE AT THE SAME ADDRESS.
      *    D - ONE ACCOUNT WHOSE MAIL IS DIVERTED; THE VENDOR ROUTES
      *        IT BY MV-DIVERT-CODE INSTEAD OF TO THE ADDRESS SHOWN.
      *    C - DUPLICATE COPIES ONLY, FOR AN ACCOUNT WHOSE OWN PIECE
      *        IS E-DELIVERED; NO ENVELOPE GOES TO THE CLIENT.
      *  MV-DUP-COPIES ON EACH ACCOUNT ENTRY IS THE NUMBER OF EXTRA
      *  COPIES THE VENDOR SENDS TO THE INTERESTED PARTIES IT HOLDS FOR
      *  THAT ACCOUNT.  MV-ENVELOPE-POSTAGE IS THE POSTAGE ON THE PIECE
      *  ITSELF; MV-COPY-POSTAGE IS THE POSTAGE ON ITS DUPLICATE COPIES.
      ******************************************************************
       01  WB-MAILV-RECORD.
           05  MV-PIECE-TYPE                    PIC X(1).
               88  MV-HOUSEHOLD-ENVELOPE            VALUE "H".
               88  MV-DIVERTED-PIECE                VALUE "D".
               88  MV-COPIES-ONLY                   VALUE "C".
           05  MV-RUN-TYPE                      PIC X(1).
               88  MV-STATEMENT-RUN                 VALUE "S".
               88  MV-CONFIRM-RUN                   VALUE "C".
           05  MV-BUSINESS-DATE                 PIC X(10).
           05  MV-PIECE-NO                      PIC 9(7).
           05  MV-DIVERT-CODE                   PIC X(4).
           05  MV-ADDR-COUNT                    PIC 9(1).
           05  MV-ADDR-LINE                     PIC X(64)
                                                OCCURS 6 TIMES.
           05  MV-CITY                          PIC X(30).
           05  MV-STATE                         PIC X(2).
           05  MV-ZIP                           PIC 9(5).
           05  MV-ZIP4                          PIC 9(4).
           05  MV-FOREIGN-POSTAL                PIC X(10).
           05  MV-COUNTRY                       PIC X(2).
           05  MV-ENVELOPE-POSTAGE              PIC 9(5)V9(2).
           05  MV-COPY-POSTAGE                  PIC 9(5)V9(2).
           05  MV-ACCT-COUNT                    PIC 9(2).
           05  MV-ACCT-ENTRY OCCURS 20 TIMES.
               10  MV-FIRM-NO                   PIC 9(3).
               10  MV-SUB-NO                    PIC 9(3).
               10  MV-ACCT-NO                   PIC 9(8).
               10  MV-STATEMENT-CODE            PIC X(1).
               10  MV-DUP-COPIES                PIC 9(1).
           05  FILLER                           PIC X(20).
