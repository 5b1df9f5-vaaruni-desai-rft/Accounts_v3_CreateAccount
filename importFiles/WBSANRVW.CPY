      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION - SANCTIONS   *
      *          RESCREEN REVIEW QUEUE RECORD, LAID OUT ON THE         *
      *          WBCMPRVW PATTERN.  ACSANRSC APPENDS ONE OPEN RECORD   *
      *          PER ACCOUNT PER LIST ENTRY HIT ON THE NIGHTLY         *
      *          RESCREEN; ACSANRPT BUILDS COMPLIANCE'S DAILY AGED     *
      *          WORKLIST FROM THE OPEN RECORDS; ACSANCLS CLOSES       *
      *          RECORDS FROM THE REVIEWER'S DISPOSITION TRANSACTIONS. *
      *          CLOSED RECORDS STAY ON THE FILE AS THE DISPOSITION    *
      *          AUDIT TRAIL, AND KEEP A CLEARED FALSE POSITIVE FROM   *
      *          BEING QUEUED AGAIN ON THE NEXT RESCREEN.              *
      ******************************************************************
       01  WB-SANRVW-RECORD.
           05  SR-KEY.
               10  SR-FIRM-NO               PIC 9(3).
               10  SR-SUB-NO                PIC 9(3).
               10  SR-ACCT-NO               PIC 9(8).
           05  SR-OPEN-DATE                 PIC X(10).
           05  SR-OPEN-TIME                 PIC X(8).
           05  SR-REP                       PIC X(4).
           05  SR-BRANCH                    PIC X(4).
           05  SR-HIT-TYPE                  PIC X(1).
               88  SR-HIT-NAME                  VALUE "N".
               88  SR-HIT-ALIAS                 VALUE "A".
               88  SR-HIT-COUNTRY               VALUE "C".
           05  SR-ENTRY-ID                  PIC X(10).
           05  SR-PROGRAM                   PIC X(10).
           05  SR-LIST-TEXT                 PIC X(60).
           05  SR-MATCHED-FIELD             PIC X(16).
           05  SR-MATCHED-TEXT              PIC X(64).
           05  SR-STATUS                    PIC X(1).
               88  SR-STATUS-OPEN               VALUE "O".
               88  SR-STATUS-CLOSED             VALUE "C".
           05  SR-DISP-CODE                 PIC X(4).
           05  SR-DISP-TEXT                 PIC X(40).
           05  SR-REVIEWER                  PIC X(10).
           05  SR-CLOSE-DATE                PIC X(10).
           05  SR-CLOSE-TIME                PIC X(8).
           05  FILLER                       PIC X(20).
