      *          CALENDAR-YEAR MILESTONE, SO THE GATE IS NOW BIRTH     *
      *          YEAR VERSUS CURRENT YEAR, WITH THE COMPLETED AGE      *
      *          STILL PRINTED ON THE DETAIL LINE.                     *
      * T MERCER 10/15/26 WR51330        COMPUTE AGES AGAINST THE      *
      *          BUSINESS DATE RETURNED BY THE ACPRCDTE PROCESSING-DATE*
      *          SERVICE INSTEAD OF THE SYSTEM CLOCK, AND STAMP IT AND *
      *          ITS SOURCE ON THE RUN-CONTROL RECORD.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACIRASWP.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

           COPY WBDBACT.

           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-CURRENT-DATE-DATA
           COMPUTE WS-TODAY-YYYYMMDD =
               (WS-CD-YYYY * 10000) + (WS-CD-MM * 100) + WS-CD-DD

           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACIRASWP"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
