      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51336        INITIAL VERSION - MASS FIELD- *
      *          MAINTENANCE CHECKPOINT/RESTART RECORD WRITTEN BY      *
      *          ACMASSMT AFTER EVERY N ACCOUNTS UPDATED, FOLLOWING    *
      *          THE SAME CHECKPOINT CONVENTION ACBULKLD USES          *
      *          (WBBULKCK.CPY).  WB-MC-RUN-MODE RECORDS WHETHER THE   *
      *          CHECKPOINTED RUN WAS APPLYING CHANGES OR BACKING      *
      *          THEM OUT, SO A RESTART CANNOT PICK UP THE WRONG ONE.  *
      ******************************************************************
      *  FILE IS SEQUENTIAL AND ACCUMULATES ONE RECORD PER CHECKPOINT
      *  TAKEN OVER THE LIFE OF THE RUN - A RESTART READS THE FILE TO
      *  THE LAST RECORD TO FIND WHERE TO RESUME AND THEN REOPENS IT IN
      *  EXTEND MODE TO KEEP APPENDING.  A RUN THAT REACHES THE END OF
      *  ITS INPUT LEAVES THE FILE EMPTY, SO THE NEXT RUN STARTS CLEAN.
      ******************************************************************
       01  WB-MASCK-RECORD.
           05  WB-MC-LAST-KEY.
               10  WB-MC-FIRM-NO                PIC 9(3).
               10  WB-MC-SUB-NO                 PIC 9(3).
               10  WB-MC-ACCT-NO                PIC 9(8).
           05  WB-MC-CHECKPOINT-DATE            PIC X(10).
           05  WB-MC-CHECKPOINT-TIME            PIC X(8).
           05  WB-MC-UPDATED-COUNT              PIC 9(9).
           05  WB-MC-SKIPPED-COUNT              PIC 9(9).
           05  WB-MC-RUN-MODE                   PIC X(1).
           05  FILLER                           PIC X(19).
