      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION - CLOSE-OUT   *
      *          TRANSACTION READ BY ACSANCLS, ON THE WBCMPCLS         *
      *          PATTERN.  ONE RECORD PER SANCTIONS REVIEW COMPLIANCE  *
      *          HAS WORKED.  SC-ENTRY-ID NAMES THE LIST ENTRY BEING   *
      *          DISPOSITIONED; LEFT BLANK, THE OLDEST OPEN REVIEW ON  *
      *          THE ACCOUNT IS CLOSED.                                *
      ******************************************************************
       01  WB-SANCLS-RECORD.
           05  SC-KEY.
               10  SC-FIRM-NO               PIC 9(3).
               10  SC-SUB-NO                PIC 9(3).
               10  SC-ACCT-NO               PIC 9(8).
           05  SC-ENTRY-ID                  PIC X(10).
           05  SC-DISP-CODE                 PIC X(4).
           05  SC-DISP-TEXT                 PIC X(40).
           05  SC-REVIEWER                  PIC X(10).
           05  FILLER                       PIC X(20).
