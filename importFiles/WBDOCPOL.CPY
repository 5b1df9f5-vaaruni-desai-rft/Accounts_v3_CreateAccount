      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51337        INITIAL VERSION - ACCOUNT     *
      *          DOCUMENTATION POLICY RECORD READ BY ACDOCSCR, IN THE  *
      *          WBINSPOL MOLD.  MAINTAINED BY THE NEW-ACCOUNTS DESK.  *
      *          "REQFM" RECORDS NAME THE FORMS AN ACCOUNT MUST HAVE   *
      *          ON FILE FOR A SOCIAL-CODE / ACCT-TYPE-IND / CLASS     *
      *          COMBINATION.  "MARGN" NAMES THE ACCT-TYPE-IND AND     *
      *          CLASS VALUES THAT MEAN THE ACCOUNT TRADES ON MARGIN.  *
      *          "OPTLV" RECORDS LIST, FOR ONE INV-OPTION-CODE LEVEL,  *
      *          THE INVESTMENT-OBJ AND OPTION-INV-OBJ VALUES THAT     *
      *          LEVEL MAY BE GRANTED UNDER.  "XSTAT" NAMES THE        *
      *          ACCT-STATUS-IND VALUES LEFT OUT OF THE SCRUB.  A      *
      *          MISSING RECORD TYPE DISABLES ITS CHECK, SO AN         *
      *          UNMAINTAINED FILE SURFACES AS ZEROS ON THE SUMMARY.   *
      ******************************************************************
      *  REQFM SELECTORS MATCH THE ACCOUNT FIELD EXACTLY, OR ANY VALUE
      *  WHEN KEYED AS "*" ("**" FOR SOCIAL CODE).  EVERY REQFM RECORD
      *  AN ACCOUNT MATCHES ADDS ITS FORMS TO THE ACCOUNT'S LIST.  FORM
      *  CODES ARE:
      *      NEWA NEW-ACCT-FORM      JONT JOINT-ACCT-FORM
      *      PART PARTNERSHIP-FORM   CORP CORPORATION-FORM
      *      MRGN MARGIN-FORM        OPTN OPTION-FORM
      *      ORGN ORGANIZATION-FORM  TRST TRUST-ACCT-FORM
      *      SOLE SOLE-PROP-FORM     RSTR RESTRICT-FORM
      *      1001 F1001-FORM         REPO REPO-FORM
      *      F121 F121-FORM          COLL COLLATERAL-FORM
      *  THE VALUE LISTS ON MARGN, OPTLV AND XSTAT ARE ONE CODE PER
      *  BYTE, LEFT-JUSTIFIED AND SPACE-FILLED.
      ******************************************************************
       01  WB-DOCPOL-RECORD.
           05  DOCPOL-REC-TYPE                  PIC X(5).
               88  DOCPOL-REQFM-REC                 VALUE "REQFM".
               88  DOCPOL-MARGN-REC                 VALUE "MARGN".
               88  DOCPOL-OPTLV-REC                 VALUE "OPTLV".
               88  DOCPOL-XSTAT-REC                 VALUE "XSTAT".
           05  DOCPOL-REQFM-DATA.
               10  DOCPOL-SOCIAL-CODE           PIC X(2).
               10  DOCPOL-ACCT-TYPE-IND         PIC X(1).
               10  DOCPOL-CLASS                 PIC X(1).
               10  DOCPOL-FORM-CODE             PIC X(4)
                                                OCCURS 10 TIMES.
           05  DOCPOL-MARGN-DATA REDEFINES DOCPOL-REQFM-DATA.
               10  DOCPOL-MRG-TYPE-LIST         PIC X(10).
               10  DOCPOL-MRG-CLASS-LIST        PIC X(10).
               10  FILLER                       PIC X(24).
           05  DOCPOL-OPTLV-DATA REDEFINES DOCPOL-REQFM-DATA.
               10  DOCPOL-OPT-LEVEL             PIC X(1).
               10  DOCPOL-OPT-INV-OBJ-LIST      PIC X(10).
               10  DOCPOL-OPT-OPT-OBJ-LIST      PIC X(10).
               10  FILLER                       PIC X(23).
           05  DOCPOL-XSTAT-DATA REDEFINES DOCPOL-REQFM-DATA.
               10  DOCPOL-XSTAT-LIST            PIC X(10).
               10  FILLER                       PIC X(34).
           05  FILLER                           PIC X(20).
