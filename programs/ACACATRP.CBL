      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        STAMP THE CYCLE'S BUSINESS    *
      *          DATE, AS RETURNED BY THE ACPRCDTE PROCESSING-DATE     *
      *          SERVICE, AND ITS SOURCE ON THE RUN-CONTROL RECORD SO  *
      *          ACOPSCTL CAN FLAG A JOB THAT RAN AGAINST A DIFFERENT  *
      *          DAY THAN THE REST OF THE CYCLE.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACACATRP.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACACATRP"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
