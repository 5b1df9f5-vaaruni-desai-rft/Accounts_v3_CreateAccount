      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51338        INITIAL VERSION - CUSTOMER    *
      *          RELATIONSHIP CROSS-REFERENCE RECORD WRITTEN BY        *
      *          ACCUSEXT FROM THE ACTIMG FULL ACCOUNT IMAGE AND THE   *
      *          CUSTOMER-LINK FILE (WBCUSLNK.CPY).  EACH ACCOUNT IS   *
      *          EXPLODED TO ONE "C" RECORD KEYED BY ITS CUSTOMER ID,  *
      *          WHEN LINKED, AND ONE "T" RECORD KEYED BY DB-ACT-TAXID,*
      *          WHEN NOT ZERO.  READ BY ACCUSRPT FOR THE RELATIONSHIP *
      *          REPORT AND BY ANY JOB NEEDING "WHAT ELSE DOES THIS    *
      *          CUSTOMER OWN".                                        *
      ******************************************************************
      *  THE EXTRACT IS SORTED ASCENDING BY XRF-LOOKUP-KEY THEN
      *  XRF-ACCT-KEY BY A PRIOR SORT STEP, SO ALL ACCOUNTS FOR ONE
      *  CUSTOMER ID (OR ONE TAX ID) ARE ADJACENT.  A LOOKUP JOB READS
      *  IT IN STEP WITH ITS OWN KEY-ORDERED INPUT, OR LOADS ONE KEY
      *  TYPE INTO A TABLE.  THE TAX ID IS RIGHT-JUSTIFIED IN
      *  XRF-KEY-VALUE WITH LEADING ZEROS.  CUSTOMER ID AND TAX ID ARE
      *  CARRIED ON BOTH RECORD TYPES SO EITHER LOOKUP RETURNS BOTH.
      ******************************************************************
       01  WB-CUSXRF-RECORD.
           05  XRF-LOOKUP-KEY.
               10  XRF-KEY-TYPE                 PIC X(1).
                   88  XRF-BY-CUSTOMER-ID           VALUE "C".
                   88  XRF-BY-TAXID                 VALUE "T".
               10  XRF-KEY-VALUE                PIC 9(18).
           05  XRF-ACCT-KEY.
               10  XRF-FIRM-NO                  PIC 9(3).
               10  XRF-SUB-NO                   PIC 9(3).
               10  XRF-ACCT-NO                  PIC 9(8).
           05  XRF-REP                          PIC X(4).
           05  XRF-BRANCH                       PIC X(4).
           05  XRF-OPEN-DATE                    PIC X(10).
           05  XRF-NATURAL-PERSON               PIC X(1).
           05  XRF-ACCT-STATUS-IND              PIC X(1).
           05  XRF-CUSTOMER-ID                  PIC 9(18).
           05  XRF-TAXID                        PIC 9(9).
           05  XRF-TAXID-FORMAT                 PIC X(1).
           05  XRF-CITIZEN-COUNTRY              PIC X(2).
           05  XRF-RESIDE-COUNTRY               PIC X(2).
           05  XRF-W9-STATUS                    PIC X(1).
           05  XRF-W8-STATUS                    PIC X(1).
           05  XRF-NAME                         PIC X(30).
           05  FILLER                           PIC X(20).
