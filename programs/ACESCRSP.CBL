      *          THE RETRIEVE AND REJECTS ON THE AUDIT REPORT, THE     *
      *          SAME GATE ACARCINQ PUTS ON ITS HAND-KEYED REQUEST     *
      *          FILE.                                                 *
      * T MERCER 10/15/26 WR51330        TAKE THE RUN DATE AND ACTIVITY*
      *          CYCLE FROM THE BUSINESS DATE RETURNED BY THE ACPRCDTE *
      *          PROCESSING-DATE SERVICE INSTEAD OF THE SYSTEM CLOCK,  *
      *          AND STAMP IT AND ITS SOURCE ON THE RUN-CONTROL RECORD.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESCRSP.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

           COPY WBDBACT.

           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-CURRENT-DATE-DATA
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACESCRSP"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
