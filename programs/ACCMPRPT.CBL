      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        AGE OPEN ITEMS AGAINST THE    *
      *          CYCLE'S BUSINESS DATE FROM THE ACPRCDTE               *
      *          PROCESSING-DATE SERVICE INSTEAD OF THE SYSTEM CLOCK,  *
      *          AND COUNT BUSINESS DAYS THROUGH ACPRCDTE SO MARKET    *
      *          HOLIDAYS ON THE PRCCTL CALENDAR NO LONGER AGE AN ITEM.*
      *          THIS ALSO CORRECTS THE WEEKDAY TEST - INTEGER-OF-DATE *
      *          DAY 1 IS A MONDAY, SO THE OLD REMAINDER-LESS-THAN-5   *
      *          TEST COUNTED SUNDAY THRU THURSDAY.  BUSINESS DATE AND *
      *          ITS SOURCE ARE STAMPED ON THE RUN-CONTROL RECORD.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCMPRPT.
       01  WS-RVW-AT-EOF-SW                   PIC X    VALUE "N".
           88  WS-RVW-AT-EOF                           VALUE "Y".

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-TODAY-INT                       PIC S9(7) COMP-3.

       01  WS-OPEN-YYYYMMDD                   PIC 9(8).
       01  WS-OPEN-INT                        PIC S9(7) COMP-3.
       01  WS-BUS-DAYS                        PIC S9(5) COMP-3.

       01  WS-DATE-OK-SW                      PIC X.
           88  WS-DATE-OK                     VALUE "Y".
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           MOVE PD-BUSINESS-CYMD TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

                   FUNCTION INTEGER-OF-DATE(WS-OPEN-YYYYMMDD)
               IF WS-OPEN-INT > ZERO
                   AND WS-OPEN-INT NOT > WS-TODAY-INT
                   MOVE WS-OPEN-YYYYMMDD TO PD-FROM-CYMD
                   SET PD-BUS-DAYS-REQ TO TRUE
                   CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
                   IF NOT PD-BAD-FROM-DATE
                       SET WS-DATE-OK TO TRUE
                       MOVE PD-BUS-DAYS TO WS-BUS-DAYS
                   END-IF
               END-IF
           END-IF.

           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACCMPRPT"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
