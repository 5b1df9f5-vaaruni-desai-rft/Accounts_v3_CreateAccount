      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51330        INITIAL VERSION - PROCESSING- *
      *          DATE CONTROL RECORD READ BY ACPRCDTE ON BEHALF OF     *
      *          EVERY BATCH JOB IN THE SUITE.  THE SINGLE "DATE "     *
      *          RECORD CARRIES THE CYCLE'S BUSINESS DATE AND THE      *
      *          PRIOR BUSINESS DATE (CCYYMMDD); A ZERO PRIOR DATE IS  *
      *          DERIVED FROM THE CALENDAR.  EACH "HOL  " RECORD IS    *
      *          ONE MARKET HOLIDAY (CCYYMMDD) EXCLUDED FROM BUSINESS- *
      *          DAY AGING.  ROLLED FORWARD BY OPERATIONS BEFORE THE   *
      *          CYCLE STARTS, SO A CYCLE THAT RUNS PAST MIDNIGHT OR   *
      *          A NEXT-MORNING RERUN STILL AGES AGAINST ITS OWN DAY.  *
      ******************************************************************
       01  WB-PRCCTL-RECORD.
           05  PRCCTL-REC-TYPE                  PIC X(5).
               88  PRCCTL-DATE-REC                  VALUE "DATE ".
               88  PRCCTL-HOL-REC                   VALUE "HOL  ".
           05  PRCCTL-DATE-CYMD                 PIC 9(8).
           05  PRCCTL-PRIOR-CYMD                PIC 9(8).
           05  PRCCTL-HOL-DESC                  PIC X(20).
           05  FILLER                           PIC X(20).
