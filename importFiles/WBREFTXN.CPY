      *          RECORD PER ADD/DEACTIVATE/CHANGE REQUEST AGAINST THE  *
      *          CLEARING CROSS-REFERENCE FILE (WBCLRXRF.CPY) OR THE   *
      *          PER-FIRM DEFAULT CURRENCY FILE (WBCNYDFT.CPY).        *
      * T MERCER 10/15/26 WR51335        ADDED FILE ID ACTRNG FOR THE  *
      *          ACCOUNT-NUMBER RANGE FILE (WBACTRNG.CPY).  THE RANGE  *
      *          FIELDS DO NOT FIT 20 BYTES, SO REFTXN-DATA-AREA NOW   *
      *          TAKES OVER THE TRAILING FILLER (RECORD LENGTH         *
      *          UNCHANGED).                                           *
      ******************************************************************
      *  REFTXN-DATA-AREA CARRIES THE FILE-SPECIFIC FIELDS - MAP THE
      *  REDEFINES MATCHING REFTXN-FILE-ID.
           05  REFTXN-FILE-ID               PIC X(6).
               88  REFTXN-CLRXRF                VALUE "CLRXRF".
               88  REFTXN-CNYDFT                VALUE "CNYDFT".
               88  REFTXN-ACTRNG                VALUE "ACTRNG".
           05  REFTXN-ACTION                PIC X(1).
               88  REFTXN-ADD                   VALUE "A".
               88  REFTXN-DEACTIVATE            VALUE "D".
               88  REFTXN-CHANGE                VALUE "C".
           05  REFTXN-EFFECTIVE-DATE        PIC X(10).
           05  REFTXN-USERID                PIC X(10).
           05  REFTXN-DATA-AREA             PIC X(40).
           05  FILLER REDEFINES REFTXN-DATA-AREA.
               10  REFTXN-CLR-TYPE          PIC X(5).
               10  REFTXN-CLR-NUMERIC-NO    PIC 9(5).
               10  REFTXN-CLR-ALPHA-NO      PIC X(5).
               10  FILLER                   PIC X(25).
           05  FILLER REDEFINES REFTXN-DATA-AREA.
               10  REFTXN-CNY-FIRM-NO       PIC 9(3).
               10  REFTXN-CNY-SEQNO         PIC 9(5).
               10  FILLER                   PIC X(32).
           05  FILLER REDEFINES REFTXN-DATA-AREA.
               10  REFTXN-RNG-FIRM-NO       PIC 9(3).
               10  REFTXN-RNG-SUB-NO        PIC 9(3).
               10  REFTXN-RNG-BRANCH        PIC X(4).
               10  REFTXN-RNG-LOW-BASE      PIC 9(7).
               10  REFTXN-RNG-HIGH-BASE     PIC 9(7).
               10  FILLER                   PIC X(16).
