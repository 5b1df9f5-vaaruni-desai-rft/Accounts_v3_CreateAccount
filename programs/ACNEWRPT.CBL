      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        THE NEW-ACCOUNT OPEN-DATE TEST*
      *          AND THE REPORT DATE NOW USE THE CYCLE'S BUSINESS DATE *
      *          FROM THE ACPRCDTE PROCESSING-DATE SERVICE, NOT THE    *
      *          SYSTEM CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT STILL*
      *          LISTS THE DAY'S OPENS.  BUSINESS DATE AND ITS SOURCE  *
      *          ARE STAMPED ON THE RUN-CONTROL RECORD.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACNEWRPT.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-CURRENT-DATE-DATA
           MOVE WS-CD-MM   TO WS-CDD-MM
           MOVE WS-CD-DD   TO WS-CDD-DD
           MOVE WS-CD-YYYY TO WS-CDD-YYYY
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACNEWRPT"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
