      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51338        INITIAL VERSION - CUSTOMER-   *
      *          LINK RECORD.  ACT DOES NOT CARRY THE CUSTOMER ID, SO  *
      *          ACCUSCAP WRITES ONE RECORD FROM DEACT2 ON EVERY ADD,  *
      *          EDIT AND CORR TRANSACTION, IN THE SAME HOOK POSITION  *
      *          AS ACCHGAUD, CARRYING ACCT-CUSTOMER-ID AND            *
      *          ACCT-USE-CUST-ID-SW AS SUBMITTED.  ACCUSEXT WRITES    *
      *          THE SAME LAYOUT BACK OUT AS THE CARRIED-FORWARD LINK  *
      *          FILE, ONE RECORD PER ACCOUNT (CL-SOURCE-CARRIED).     *
      ******************************************************************
      *  THE DAY'S CAPTURE FILE (DD CUSLNK) AND THE PRIOR CYCLE'S
      *  CARRIED-FORWARD FILE ARE SORTED TOGETHER BY A PRIOR SORT STEP,
      *  ASCENDING BY CL-KEY THEN CL-CAPTURE-STAMP, SO THE LAST RECORD
      *  FOR AN ACCOUNT IS ITS CURRENT LINK.  THE LINK IS IN FORCE WHEN
      *  CL-CUSTOMER-ID IS NOT ZERO AND CL-USE-CUST-ID-SW IS NOT SPACE
      *  OR "N"; AN EDIT THAT TURNS THE SWITCH OFF OR ZEROES THE ID
      *  BREAKS THE LINK.
      ******************************************************************
       01  WB-CUSLNK-RECORD.
           05  CL-KEY.
               10  CL-FIRM-NO                   PIC 9(3).
               10  CL-SUB-NO                    PIC 9(3).
               10  CL-ACCT-NO                   PIC 9(8).
           05  CL-CAPTURE-STAMP.
               10  CL-CAPTURE-CYMD              PIC 9(8).
               10  CL-CAPTURE-HMS               PIC 9(6).
           05  CL-CUSTOMER-ID                   PIC 9(18).
           05  CL-USE-CUST-ID-SW                PIC X(1).
           05  CL-FUNCTION                      PIC X(4).
           05  CL-USERID                        PIC X(10).
           05  CL-SOURCE                        PIC X(1).
               88  CL-SOURCE-ONLINE                 VALUE "O".
               88  CL-SOURCE-CARRIED                VALUE "C".
           05  FILLER                           PIC X(20).
