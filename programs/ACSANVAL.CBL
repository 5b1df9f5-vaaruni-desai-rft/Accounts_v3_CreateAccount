      ******************************************************************
      * PROGRAM-ID: ACSANVAL                                          *
      * DESC      : SANCTIONS SCREENING AT ACCOUNT OPEN.  CALLED BY    *
      *             THE ACCOUNTS_V3 CREATEACCOUNT SERVICE IN THE SAME  *
      *             PRE-INSERT POSITION AS ACCLRVAL AND ACREPVAL,      *
      *             BEFORE DB-CM-REQ-INSERT IS ISSUED AGAINST DBACT.   *
      *             ON FUNC-ADD THE SUBMITTED NAME/ADDRESS LINES       *
      *             ACCT-LINE-ONE THRU -SIX, THE ACCOUNT HOLDER'S      *
      *             FIRST/LAST NAME (BOTH ORDERS), ACCT-CNTRY AND      *
      *             ACCT-RES-ID ARE SCREENED THROUGH THE ACSANCHK      *
      *             SANCTIONS SERVICE.  SETS DB-CM-INVALID-DATA ON     *
      *             WEB-DBACT-PARAMETERS WHEN ANY OF THEM HITS A       *
      *             LISTED NAME, ALIAS OR EMBARGOED COUNTRY.           *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION.  THE FIELDS  *
      *          SCREENED ARE THE SUBMITTED DEACT2 VALUES, SO THE      *
      *          SERVICE PASSES WEB-DEACT2-PARAMETERS AFTER            *
      *          WEB-DBACT-PARAMETERS ON THE CALL.  THE GATE           *
      *          (FUNCTION ADD) LIVES HERE, AS IN ACCMPAUD, SO THE     *
      *          SERVICE CAN CALL UNCONDITIONALLY.  A MISSING OR EMPTY *
      *          SANCTIONS LIST VALIDATES NOTHING RATHER THAN BOUNCING *
      *          EVERY ADD IN THE SHOP, AS A MISSING REPMST DOES FOR   *
      *          ACREPVAL - THE ACSANRSC RESCREEN REPORTS THE MISSING  *
      *          LIST AND ENDS FAILED.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSANVAL.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY WBSANPRM.

       LINKAGE SECTION.
           COPY WBDBACT REPLACING WEB-DBACT-PARAMETERS BY
                                   LK-DBACT-PARAMETERS.
           COPY WBDEACT2 REPLACING WEB-DEACT2-PARAMETERS BY
                                    LK-DEACT2-PARAMETERS.

       PROCEDURE DIVISION USING LK-DBACT-PARAMETERS
                                LK-DEACT2-PARAMETERS.
       0000-MAIN.
           SET DB-CM-OK TO TRUE

           IF FUNC-ADD
               PERFORM 1000-BUILD-SCREEN-PARMS
               CALL "ACSANCHK" USING WB-SANPRM-PARMS
               IF SP-HIT
                   SET DB-CM-INVALID-DATA TO TRUE
               END-IF
           END-IF

           GOBACK.

       1000-BUILD-SCREEN-PARMS.
           INITIALIZE WB-SANPRM-PARMS
           MOVE 8 TO SP-NAME-COUNT
           MOVE ACCT-LINE-ONE   TO SP-NAME-TEXT(1)
           MOVE ACCT-LINE-TWO   TO SP-NAME-TEXT(2)
           MOVE ACCT-LINE-THREE TO SP-NAME-TEXT(3)
           MOVE ACCT-LINE-FOUR  TO SP-NAME-TEXT(4)
           MOVE ACCT-LINE-FIVE  TO SP-NAME-TEXT(5)
           MOVE ACCT-LINE-SIX   TO SP-NAME-TEXT(6)
           IF ACCT-FIRST-NAME NOT = SPACES
               OR ACCT-LAST-NAME NOT = SPACES
               STRING ACCT-FIRST-NAME DELIMITED BY "  "
                      " "             DELIMITED BY SIZE
                      ACCT-LAST-NAME  DELIMITED BY "  "
                   INTO SP-NAME-TEXT(7)
               STRING ACCT-LAST-NAME  DELIMITED BY "  "
                      " "             DELIMITED BY SIZE
                      ACCT-FIRST-NAME DELIMITED BY "  "
                   INTO SP-NAME-TEXT(8)
           END-IF

           MOVE 2 TO SP-COUNTRY-COUNT
           MOVE ACCT-CNTRY  TO SP-COUNTRY-CODE(1)
           MOVE ACCT-RES-ID TO SP-COUNTRY-CODE(2).
