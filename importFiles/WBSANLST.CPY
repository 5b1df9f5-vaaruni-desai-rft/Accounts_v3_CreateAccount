      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION - SANCTIONS   *
      *          LIST RECORD, MAINTAINED BY COMPLIANCE FROM THE OFAC   *
      *          SDN AND CONSOLIDATED LISTS.  ONE RECORD PER LISTED    *
      *          NAME, PER KNOWN ALIAS OF A LISTED PARTY (SAME         *
      *          SANLST-ENTRY-ID AS ITS PRIMARY NAME), AND PER         *
      *          EMBARGOED COUNTRY CODE.  READ BY THE ACSANCHK         *
      *          SCREENING SERVICE FOR ACSANVAL (ACCOUNT OPEN) AND     *
      *          ACSANRSC (NIGHTLY RESCREEN).                          *
      ******************************************************************
       01  WB-SANLST-RECORD.
           05  SANLST-REC-TYPE              PIC X(1).
               88  SANLST-NAME-REC              VALUE "N".
               88  SANLST-ALIAS-REC             VALUE "A".
               88  SANLST-COUNTRY-REC           VALUE "C".
           05  SANLST-ENTRY-ID              PIC X(10).
           05  SANLST-PROGRAM               PIC X(10).
           05  SANLST-NAME                  PIC X(60).
           05  SANLST-COUNTRY-CODE          PIC X(2).
           05  FILLER                       PIC X(20).
