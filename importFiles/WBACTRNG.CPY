      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51335        INITIAL VERSION - ACCOUNT-    *
      *          NUMBER RANGE RECORD, ONE PER FIRM/SUB/BRANCH RANGE.   *
      *          RANGES ARE HELD AS 7-DIGIT BASE NUMBERS; THE 8-DIGIT  *
      *          ACCOUNT NUMBER IS THE BASE FOLLOWED BY ITS MOD-10     *
      *          CHECK DIGIT.  RNG-NEXT-BASE IS THE NEXT BASE NOT YET  *
      *          HANDED OUT - A RANGE IS EXHAUSTED WHEN IT PASSES      *
      *          RNG-HIGH-BASE.                                        *
      ******************************************************************
      *  FILE IS MAINTAINED BY ACREFMNT FROM A VALIDATED TRANSACTION
      *  FILE (WBREFTXN.CPY) AND ADVANCED IN PLACE BY THE ACNUMALC
      *  ALLOCATOR, WHICH REWRITES RNG-NEXT-BASE AND RNG-LAST-ALLOC-
      *  DATE ON EVERY NUMBER IT HANDS OUT.  A BRANCH MAY HOLD MORE
      *  THAN ONE RANGE; THEY ARE USED IN FILE ORDER.  IT IS NOT TO BE
      *  HAND-EDITED.
      ******************************************************************
       01  WB-ACTRNG-RECORD.
           05  RNG-KEY.
               10  RNG-FIRM-NO              PIC 9(3).
               10  RNG-SUB-NO               PIC 9(3).
               10  RNG-BRANCH               PIC X(4).
           05  RNG-LOW-BASE                 PIC 9(7).
           05  RNG-HIGH-BASE                PIC 9(7).
           05  RNG-NEXT-BASE                PIC 9(7).
           05  RNG-ACTIVE-SW                PIC X(1).
               88  RNG-ACTIVE                   VALUE "Y".
           05  RNG-EFFECTIVE-DATE           PIC X(10).
           05  RNG-LAST-ALLOC-DATE          PIC X(10).
           05  FILLER                       PIC X(8).
