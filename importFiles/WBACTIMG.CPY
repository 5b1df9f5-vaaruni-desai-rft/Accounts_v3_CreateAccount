      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51331        INITIAL VERSION - FULL ACT    *
      *          ACCOUNT IMAGE WRITTEN BY ACMSTEXT ON THE SAME WALK    *
      *          THAT BUILDS ACTMSTR, ONE RECORD PER ACCOUNT IN        *
      *          FIRM/SUB/ACCT-NO SEQUENCE.  THE READ-ONLY SCRUBS RUN  *
      *          FROM THIS FILE INSTEAD OF RETRIEVING EVERY ACCOUNT    *
      *          THROUGH DBACT; PROGRAMS THAT UPDATE OR DELETE STILL   *
      *          RETRIEVE LIVE BEFORE THEY CHANGE ANYTHING.            *
      ******************************************************************
      *  WB-IMG-MST-IMAGE IS THE ACCOUNT'S WBACTMST.CPY EXTRACT RECORD
      *  (236 BYTES, INCLUDING THE CARRIED FIDUCIARY/TBA/IRA FIELDS).
      *  WB-IMG-ACT-KEY-IMAGE AND WB-IMG-ACT-DATA-IMAGE ARE BYTE-FOR-
      *  BYTE IMAGES OF THE DB-ACT-KEY-FIELDS (266 BYTES) AND
      *  DB-ACT-DATA-FIELDS (1408 BYTES) GROUPS ON WBDBACT.CPY AS
      *  RETURNED BY THE WALK - THE SAME APPROACH AS WBACTARC.CPY.  A
      *  READER MOVES THEM BACK OVER WBACTMST.CPY AND WBDBACT.CPY AND
      *  USES EVERY FIELD AS IF IT HAD RETRIEVED THE ACCOUNT ITSELF.
      ******************************************************************
       01  WB-ACTIMG-RECORD.
           05  WB-IMG-KEY.
               10  WB-IMG-FIRM-NO               PIC 9(3).
               10  WB-IMG-SUB-NO                PIC 9(3).
               10  WB-IMG-ACCT-NO               PIC 9(8).
           05  WB-IMG-MST-IMAGE                 PIC X(236).
           05  WB-IMG-ACT-KEY-IMAGE             PIC X(266).
           05  WB-IMG-ACT-DATA-IMAGE            PIC X(1408).
           05  FILLER                           PIC X(20).
