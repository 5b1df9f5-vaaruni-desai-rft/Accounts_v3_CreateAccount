      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        TAKE THE CURRENT ACTIVITY     *
      *          CYCLE FROM THE BUSINESS DATE RETURNED BY THE ACPRCDTE *
      *          PROCESSING-DATE SERVICE INSTEAD OF THE SYSTEM CLOCK,  *
      *          AND STAMP IT AND ITS SOURCE ON THE RUN-CONTROL RECORD.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCNYDEF.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-CURRENT-DATE-DATA
           COMPUTE WS-CD-CENTURY = (WS-CD-YYYY - 1900) / 100
           MOVE WS-CD-YYYY(3:2) TO WS-CD-YY
           COMPUTE WS-CURRENT-CYCLE =
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACCNYDEF"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
