      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51336        INITIAL VERSION - FIELD-LEVEL *
      *          CHANGE RECORD READ BY THE ACMASSMT MASS FIELD-        *
      *          MAINTENANCE UTILITY.  ONE RECORD PER FIELD TO BE      *
      *          CHANGED ON ONE ACCOUNT, WITH THE NAME OF WHOEVER      *
      *          ASKED FOR IT.                                         *
      ******************************************************************
      *  MCH-FIELD-NAME IS THE DB-ACT- FIELD NAME WITHOUT ITS PREFIX,
      *  THE SAME NAMING THE ADRFIXQ FIX QUEUE (WBADRFIX.CPY) USES IN
      *  AFX-FIELD-NAME (E.G. CITY, ZIP-CODE, NAME-ADDR-3).  THE NEW
      *  VALUE IS LEFT-JUSTIFIED; NUMERIC FIELDS ARE KEYED WITH LEADING
      *  ZEROS TO THE FULL WIDTH OF THE FIELD (ZIP-CODE 02110, TAXID
      *  9 DIGITS, SEC NUMBERS 9 DIGITS, CLEARING NUMBERS 5 DIGITS,
      *  FORM INDICATORS 1 DIGIT).  THE FILE MUST BE IN ASCENDING
      *  FIRM/SUB/ACCT-NO SEQUENCE; ALL CHANGES FOR ONE ACCOUNT ARE
      *  APPLIED TOGETHER IN A SINGLE DBACT UPDATE.
      ******************************************************************
       01  WB-MASCHG-RECORD.
           05  MCH-KEY.
               10  MCH-FIRM-NO                  PIC 9(3).
               10  MCH-SUB-NO                   PIC 9(3).
               10  MCH-ACCT-NO                  PIC 9(8).
           05  MCH-FIELD-NAME                   PIC X(20).
           05  MCH-NEW-VALUE                    PIC X(64).
           05  MCH-REQUESTER                    PIC X(8).
           05  FILLER                           PIC X(20).
