      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51337        INITIAL VERSION - DEFICIENCY- *
      *          LETTER RECORD WRITTEN BY ACDOCSCR, ONE PER ACCOUNT    *
      *          WITH ANY DOCUMENTATION OR OPTION-SUITABILITY          *
      *          DEFICIENCY, ADDRESSED TO THE ACCOUNT'S REP, SO THE    *
      *          LETTER RUN CAN CHASE THE MISSING PAPERWORK.  AGED IN  *
      *          CALENDAR DAYS FROM DB-ACT-OPEN-DATE TO THE CYCLE'S    *
      *          BUSINESS DATE.                                        *
      ******************************************************************
      *  DLT-DEFICIENCY-CODE CARRIES THE WBDOCPOL FORM CODE OF EACH
      *  MISSING FORM, OR ONE OF:
      *      OINV OPTION LEVEL NOT PERMITTED BY INVESTMENT-OBJ
      *      OOPT OPTION LEVEL NOT PERMITTED BY OPTION-INV-OBJ
      *      OLVL OPTION LEVEL WITH NO OPTLV POLICY RECORD
      *  DLT-AGE-BUCKET IS 0030, 0060, 0090 OR OV90 (DAYS OPEN), OR
      *  BADT WHEN THE OPEN DATE CANNOT BE AGED.
      ******************************************************************
       01  WB-DOCLTR-RECORD.
           05  DLT-KEY.
               10  DLT-FIRM-NO                  PIC 9(3).
               10  DLT-SUB-NO                   PIC 9(3).
               10  DLT-ACCT-NO                  PIC 9(8).
           05  DLT-REP                          PIC X(4).
           05  DLT-BRANCH                       PIC X(4).
           05  DLT-NAME                         PIC X(40).
           05  DLT-OPEN-DATE                    PIC X(10).
           05  DLT-DAYS-OPEN                    PIC 9(5).
           05  DLT-AGE-BUCKET                   PIC X(4).
           05  DLT-DEFICIENCY-COUNT             PIC 9(2).
           05  DLT-DEFICIENCY-CODE              PIC X(4)
                                                OCCURS 12 TIMES.
           05  FILLER                           PIC X(20).
