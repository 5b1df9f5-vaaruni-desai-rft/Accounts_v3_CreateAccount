      ******************************************************************
      * PROGRAM-ID: ACNUMVAL                                          *
      * DESC      : ACCOUNT-NUMBER RANGE AND CHECK-DIGIT VALIDATION.   *
      *             CALLED BY THE ACCOUNTS_V3 CREATEACCOUNT SERVICE    *
      *             ON FUNC-ADD IN THE SAME PRE-INSERT POSITION AS     *
      *             ACCLRVAL, BEFORE DB-CM-REQ-INSERT IS ISSUED        *
      *             AGAINST DBACT, TO CONFIRM DB-ACT-ACCT-NO FALLS IN  *
      *             ONE OF THE ACTIVE RANGES HELD FOR DB-ACT-FIRM-NO/  *
      *             -SUB-NO/-BRANCH ON THE ACCOUNT-NUMBER RANGE FILE   *
      *             AND CARRIES A GOOD CHECK DIGIT.  SETS              *
      *             DB-CM-INVALID-DATA ON WEB-DBACT-PARAMETERS WHEN IT *
      *             DOES NOT.                                          *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51335        INITIAL VERSION.  THE RANGE   *
      *          AND CHECK-DIGIT RULES LIVE IN ACNUMALC SO THE         *
      *          ALLOCATOR AND THIS VALIDATION CANNOT DRIFT APART.  A  *
      *          BRANCH WITH NO ACTIVE RANGE ON FILE IS NOT CHECKED,   *
      *          SO RANGES CAN BE ROLLED OUT A BRANCH AT A TIME        *
      *          WITHOUT REJECTING EVERY ADD FOR THE REST; A MISSING   *
      *          RANGE FILE VALIDATES NOTHING RATHER THAN BOUNCING     *
      *          EVERY ADD IN THE SHOP, AS A MISSING REPMST DOES FOR   *
      *          ACREPVAL - THE ACNUMRPT NIGHTLY REPORT FAILS ON THE   *
      *          MISSING FILE THE SAME NIGHT.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACNUMVAL.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY WBNUMPRM.

       LINKAGE SECTION.
           COPY WBDBACT REPLACING WEB-DBACT-PARAMETERS BY
                                   LK-DBACT-PARAMETERS.

       PROCEDURE DIVISION USING LK-DBACT-PARAMETERS.
       0000-MAIN.
           SET DB-CM-OK TO TRUE

           INITIALIZE WB-NUMPRM-PARMS
           SET NP-VALIDATE TO TRUE
           MOVE DB-ACT-FIRM-NO TO NP-FIRM-NO
           MOVE DB-ACT-SUB-NO  TO NP-SUB-NO
           MOVE DB-ACT-BRANCH  TO NP-BRANCH
           MOVE DB-ACT-ACCT-NO TO NP-ACCT-NO
           CALL "ACNUMALC" USING WB-NUMPRM-PARMS

           IF NP-OUT-OF-RANGE OR NP-BAD-CHECK-DIGIT
               SET DB-CM-INVALID-DATA TO TRUE
           END-IF

           GOBACK.
