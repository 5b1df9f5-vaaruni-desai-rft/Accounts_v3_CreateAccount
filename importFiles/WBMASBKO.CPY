      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51336        INITIAL VERSION - BEFORE-     *
      *          IMAGE BACKOUT RECORD WRITTEN BY ACMASSMT, ONE PER     *
      *          FIELD IT CHANGED ON ACT, CARRYING THE VALUE BEFORE    *
      *          AND AFTER THE CHANGE IN THE SAME FORMAT AS THE        *
      *          CHANGE RECORD (WBMASCHG.CPY).                         *
      ******************************************************************
      *  RECORDS ARE WRITTEN ONLY AFTER THE DBACT UPDATE FOR THE
      *  ACCOUNT IS CONFIRMED, IN THE SAME ASCENDING ACCOUNT ORDER AS
      *  THE CHANGE FILE.  ACMASSMT RUN IN BACKOUT MODE READS THIS FILE
      *  BACK AS ITS INPUT AND RESTORES MBK-BEFORE-VALUE WHEREVER THE
      *  FIELD STILL HOLDS MBK-AFTER-VALUE.  A RESTARTED RUN OPENS THE
      *  FILE EXTEND SO THE BEFORE-IMAGES FROM THE FAILED ATTEMPT ARE
      *  KEPT.
      ******************************************************************
       01  WB-MASBKO-RECORD.
           05  MBK-KEY.
               10  MBK-FIRM-NO                  PIC 9(3).
               10  MBK-SUB-NO                   PIC 9(3).
               10  MBK-ACCT-NO                  PIC 9(8).
           05  MBK-FIELD-NAME                   PIC X(20).
           05  MBK-BEFORE-VALUE                 PIC X(64).
           05  MBK-AFTER-VALUE                  PIC X(64).
           05  MBK-REQUESTER                    PIC X(8).
           05  MBK-RUN-DATE                     PIC X(10).
           05  MBK-RUN-TIME                     PIC X(8).
           05  FILLER                           PIC X(20).
