      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51335        INITIAL VERSION - PARAMETER   *
      *          AREA FOR THE ACNUMALC ACCOUNT-NUMBER SERVICE.  WITH   *
      *          NP-ALLOCATE THE CALLER SUPPLIES FIRM/SUB/BRANCH AND   *
      *          GETS BACK THE NEXT ACCOUNT NUMBER (CHECK DIGIT        *
      *          INCLUDED) IN NP-ACCT-NO AND WHAT IS LEFT OF THAT      *
      *          RANGE IN NP-REMAINING.  WITH NP-VALIDATE THE CALLER   *
      *          ALSO SUPPLIES NP-ACCT-NO AND GETS BACK WHETHER IT     *
      *          FALLS IN ONE OF THE BRANCH'S ACTIVE RANGES AND        *
      *          CARRIES A GOOD CHECK DIGIT.                           *
      ******************************************************************
       01  WB-NUMPRM-PARMS.
           05  NP-FUNCTION                  PIC X(1).
               88  NP-ALLOCATE                  VALUE "A".
               88  NP-VALIDATE                  VALUE "V".
           05  NP-FIRM-NO                   PIC 9(3).
           05  NP-SUB-NO                    PIC 9(3).
           05  NP-BRANCH                    PIC X(4).
           05  NP-ACCT-NO                   PIC 9(8).
           05  NP-RETURN-CODE               PIC X(2).
               88  NP-OK                        VALUE "00".
               88  NP-NO-RANGE                  VALUE "04".
               88  NP-RANGE-EXHAUSTED           VALUE "08".
               88  NP-OUT-OF-RANGE              VALUE "12".
               88  NP-BAD-CHECK-DIGIT           VALUE "16".
               88  NP-NO-RANGE-FILE             VALUE "20".
           05  NP-REMAINING                 PIC S9(7) COMP-3.
           05  FILLER                       PIC X(20).
