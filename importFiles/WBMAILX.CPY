      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51339        INITIAL VERSION - MAILING     *
      *          DISPOSITION RECORD WRITTEN BY ACMAILEX FROM THE       *
      *          ACTIMG FULL ACCOUNT IMAGE, ONE PER ACCOUNT IN THE     *
      *          CYCLE, CARRYING ITS DISPOSITION (MAILED, DIVERTED,    *
      *          E-DELIVERED OR HELD FOR AN OPEN ADRFIXQ EXCEPTION),   *
      *          ITS MAILING ADDRESS WITH THE EXCLUDED LINES DROPPED,  *
      *          ITS POSTAGE AND ITS DUPLICATE-COPY COUNT.  READ BY    *
      *          ACMAILVN TO BUILD THE PRINT VENDOR MAILING FILE.      *
      ******************************************************************
      *  THE EXTRACT IS SORTED ASCENDING BY MX-SORT-KEY (BYTES 1-454)
      *  BY A PRIOR SORT STEP, SO EVERY ACCOUNT OF ONE HOUSEHOLD IS
      *  ADJACENT.  THE HOUSEHOLD KEY HOLDS THE NORMALIZED ADDRESS
      *  LINES (UPPER CASE, PUNCTUATION DROPPED, RUNS OF SPACES CLOSED
      *  UP) WITH CITY, STATE, ZIP AND ZIP+4.  ONLY A MAILED US ACCOUNT
      *  WITH A ZIP+4 CAN SHARE AN ENVELOPE; EVERY OTHER RECORD CARRIES
      *  ITS OWN ACCOUNT KEY IN MX-HH-SINGLE-KEY SO IT STANDS ALONE.
      ******************************************************************
       01  WB-MAILX-RECORD.
           05  MX-SORT-KEY.
               10  MX-GROUP-KEY.
                   15  MX-DISPOSITION           PIC X(1).
                       88  MX-DIVERTED              VALUE "D".
                       88  MX-EDELIVERED            VALUE "E".
                       88  MX-HELD                  VALUE "H".
                       88  MX-MAILED                VALUE "M".
                   15  MX-HOUSEHOLD-KEY.
                       20  MX-HH-ZIP            PIC 9(5).
                       20  MX-HH-ZIP4           PIC 9(4).
                       20  MX-HH-STATE          PIC X(2).
                       20  MX-HH-CITY           PIC X(30).
                       20  MX-HH-LINE           PIC X(64)
                                                OCCURS 6 TIMES.
                       20  MX-HH-SINGLE-KEY     PIC X(14).
               10  MX-ACCT-KEY.
                   15  MX-FIRM-NO               PIC 9(3).
                   15  MX-SUB-NO                PIC 9(3).
                   15  MX-ACCT-NO               PIC 9(8).
           05  MX-RUN-TYPE                      PIC X(1).
           05  MX-REP                           PIC X(4).
           05  MX-BRANCH                        PIC X(4).
           05  MX-STATEMENT-CODE                PIC X(1).
           05  MX-DIVERT-CODE                   PIC X(4).
           05  MX-ADDR-COUNT                    PIC 9(1).
           05  MX-ADDR-LINE                     PIC X(64)
                                                OCCURS 6 TIMES.
           05  MX-CITY                          PIC X(30).
           05  MX-STATE                         PIC X(2).
           05  MX-ZIP                           PIC 9(5).
           05  MX-ZIP4                          PIC 9(4).
           05  MX-FOREIGN-POSTAL                PIC X(10).
           05  MX-COUNTRY                       PIC X(2).
           05  MX-POSTAGE                       PIC 9(5)V9(2).
           05  MX-DUP-COPIES                    PIC 9(1).
           05  MX-HOLD-CODE                     PIC X(4).
           05  MX-HOLD-COUNT                    PIC 9(2).
           05  FILLER                           PIC X(20).
