      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51330        INITIAL VERSION - CALL        *
      *          PARAMETERS FOR ACPRCDTE, THE PROCESSING-DATE SERVICE. *
      *          PD-GET-DATES RETURNS THE CYCLE'S BUSINESS DATE AND    *
      *          PRIOR BUSINESS DATE FROM THE PRCCTL CONTROL FILE.     *
      *          PD-BUS-DAYS RETURNS IN PD-BUS-DAYS THE NUMBER OF      *
      *          BUSINESS DAYS (WEEKDAYS THAT ARE NOT ON THE HOLIDAY   *
      *          CALENDAR) FROM PD-FROM-CYMD UP TO, NOT INCLUDING, THE *
      *          BUSINESS DATE.  PD-DATE-SOURCE "S" AND RETURN CODE    *
      *          "04" MEAN THE CONTROL FILE WAS MISSING OR HAD NO      *
      *          USABLE DATE RECORD AND THE SYSTEM CLOCK WAS USED -    *
      *          THE JOB STILL RUNS, BUT ACOPSCTL FLAGS IT.            *
      ******************************************************************
       01  WB-PRCDTE-PARMS.
           05  PD-REQUEST-IND                   PIC X(1).
               88  PD-GET-DATES                     VALUE "D".
               88  PD-BUS-DAYS-REQ                  VALUE "B".
           05  PD-RETURN-CODE                   PIC X(2).
               88  PD-OK                            VALUE "00".
               88  PD-CLOCK-FALLBACK                VALUE "04".
               88  PD-BAD-FROM-DATE                 VALUE "08".
           05  PD-DATE-SOURCE                   PIC X(1).
               88  PD-SOURCE-CONTROL                VALUE "C".
               88  PD-SOURCE-CLOCK                  VALUE "S".
           05  PD-BUSINESS-CYMD                 PIC 9(8).
           05  PD-BUSINESS-CYMD-R REDEFINES PD-BUSINESS-CYMD.
               10  PD-BUS-YYYY                  PIC 9(4).
               10  PD-BUS-MM                    PIC 9(2).
               10  PD-BUS-DD                    PIC 9(2).
           05  PD-BUSINESS-DATE                 PIC X(10).
           05  PD-PRIOR-CYMD                    PIC 9(8).
           05  PD-PRIOR-DATE                    PIC X(10).
           05  PD-FROM-CYMD                     PIC 9(8).
           05  PD-BUS-DAYS                      PIC S9(5) COMP-3.
           05  FILLER                           PIC X(20).
