      ******************************************************************
      * PROGRAM-ID: ACPRCDTE                                          *
      * DESC      : PROCESSING-DATE SERVICE.  CALLED BY EVERY BATCH    *
      *             JOB IN THE SUITE IN PLACE OF THE SYSTEM CLOCK.     *
      *             LOADS THE OPERATIONS-MAINTAINED PRCCTL CONTROL     *
      *             FILE (WBPRCCTL.CPY) ONCE PER RUN UNIT AND RETURNS  *
      *             THE CYCLE'S BUSINESS DATE AND PRIOR BUSINESS DATE  *
      *             (PD-GET-DATES), OR THE NUMBER OF BUSINESS DAYS     *
      *             FROM A GIVEN DATE UP TO THE BUSINESS DATE, SKIPPING*
      *             WEEKENDS AND THE HOLIDAY CALENDAR (PD-BUS-DAYS-    *
      *             REQ).  A MISSING CONTROL FILE OR ONE WITH NO       *
      *             USABLE DATE RECORD FALLS BACK TO THE SYSTEM CLOCK  *
      *             WITH PD-DATE-SOURCE "S" SO THE JOB STILL RUNS AND  *
      *             ACOPSCTL CAN FLAG IT.                              *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51330        INITIAL VERSION.  A ZERO OR   *
      *          UNPARSEABLE PRIOR DATE ON THE CONTROL RECORD IS       *
      *          DERIVED BY STEPPING BACK FROM THE BUSINESS DATE TO    *
      *          THE FIRST WEEKDAY NOT ON THE HOLIDAY CALENDAR.  DAY   *
      *          OF WEEK IS TAKEN FROM INTEGER-OF-DATE, WHOSE DAY 1    *
      *          (01/01/1601) IS A MONDAY - REMAINDER 1 THRU 5 IS      *
      *          MONDAY THRU FRIDAY, 6 SATURDAY, 0 SUNDAY.  THE        *
      *          HOLIDAY TABLE HOLDS 500 ENTRIES; HOLIDAYS PAST THAT   *
      *          ARE IGNORED, WHICH AGES CONSERVATIVELY HIGH.          *
      * T MERCER 10/15/26 WR51330        ANY OPEN OF PRCCTL OTHER THAN *
      *          A CLEAN ONE NOW FALLS BACK TO THE SYSTEM CLOCK AS A   *
      *          MISSING FILE DOES.  ONLY STATUS 35 WAS TESTED, AND    *
      *          ANY OTHER FAILURE LEFT THE LOAD LOOP WAITING FOR AN   *
      *          END OF FILE THAT NEVER CAME.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACPRCDTE.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCCTL-FILE  ASSIGN TO "PRCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCCTL-FILE
           RECORDING MODE IS F.
           COPY WBPRCCTL.

       WORKING-STORAGE SECTION.
       01  WS-PRCCTL-STATUS               PIC XX.
           88  WS-PRCCTL-OK               VALUE "00".
           88  WS-PRCCTL-EOF              VALUE "10".
           88  WS-PRCCTL-NOT-FOUND        VALUE "35".

       01  WS-TABLE-LOADED-SW             PIC X    VALUE "N".
           88  WS-TABLE-IS-LOADED                  VALUE "Y".

       01  WS-DATE-REC-SW                 PIC X    VALUE "N".
           88  WS-DATE-REC-FOUND                   VALUE "Y".

       01  WS-HOL-TABLE-CTL.
           05  WS-HOL-COUNT               PIC S9(4) COMP VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOL-COUNT
                   INDEXED BY WS-HOL-IDX.
               10  WS-HOL-INT             PIC S9(7) COMP-3.

       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
           88  WS-NOT-FOUND               VALUE "N".

       01  WS-SAVED-DATES.
           05  WS-SV-SOURCE               PIC X(1).
           05  WS-SV-BUSINESS-CYMD        PIC 9(8).
           05  WS-SV-PRIOR-CYMD           PIC 9(8).
           05  WS-SV-BUSINESS-INT         PIC S9(7) COMP-3.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CD-YYYY                 PIC 9(4).
           05  WS-CD-MM                   PIC 9(2).
           05  WS-CD-DD                   PIC 9(2).
           05  FILLER                     PIC X(13).

       01  WS-WORK-CYMD                   PIC 9(8).
       01  WS-WORK-CYMD-R REDEFINES WS-WORK-CYMD.
           05  WS-WK-YYYY                 PIC 9(4).
           05  WS-WK-MM                   PIC 9(2).
           05  WS-WK-DD                   PIC 9(2).

       01  WS-WORK-DISPLAY.
           05  WS-WD-MM                   PIC 9(2).
           05  FILLER                     PIC X VALUE "/".
           05  WS-WD-DD                   PIC 9(2).
           05  FILLER                     PIC X VALUE "/".
           05  WS-WD-YYYY                 PIC 9(4).

       01  WS-WORK-INT                    PIC S9(7) COMP-3.
       01  WS-FROM-INT                    PIC S9(7) COMP-3.
       01  WS-TOTAL-DAYS                  PIC S9(7) COMP-3.
       01  WS-FULL-WEEKS                  PIC S9(7) COMP-3.
       01  WS-REM-DAYS                    PIC S9(3) COMP-3.
       01  WS-DAY-SUB                     PIC S9(3) COMP-3.
       01  WS-DOW                         PIC S9(3) COMP-3.

       01  WS-DATE-OK-SW                  PIC X.
           88  WS-DATE-OK                 VALUE "Y".
           88  WS-DATE-BAD                VALUE "N".

       01  WS-BUS-DAY-SW                  PIC X.
           88  WS-IS-BUS-DAY              VALUE "Y".
           88  WS-NOT-BUS-DAY             VALUE "N".

       LINKAGE SECTION.
           COPY WBPRCDTE REPLACING WB-PRCDTE-PARMS BY
                                   LK-PRCDTE-PARMS.

       PROCEDURE DIVISION USING LK-PRCDTE-PARMS.
       0000-MAIN.
           IF NOT WS-TABLE-IS-LOADED
               PERFORM 1000-LOAD-CONTROL
               SET WS-TABLE-IS-LOADED TO TRUE
           END-IF

           PERFORM 2000-RETURN-DATES

           IF PD-BUS-DAYS-REQ
               PERFORM 3000-COUNT-BUSINESS-DAYS
           END-IF

           GOBACK.

       1000-LOAD-CONTROL.
           MOVE ZERO TO WS-SV-BUSINESS-CYMD
           MOVE ZERO TO WS-SV-PRIOR-CYMD
           OPEN INPUT PRCCTL-FILE
           IF NOT WS-PRCCTL-OK
               CONTINUE
           ELSE
               PERFORM 1100-LOAD-ONE UNTIL WS-PRCCTL-EOF
               CLOSE PRCCTL-FILE
           END-IF

           IF WS-DATE-REC-FOUND
               MOVE "C" TO WS-SV-SOURCE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE WS-SV-BUSINESS-CYMD =
                   (WS-CD-YYYY * 10000) + (WS-CD-MM * 100) + WS-CD-DD
               MOVE ZERO TO WS-SV-PRIOR-CYMD
               MOVE "S" TO WS-SV-SOURCE
           END-IF
           COMPUTE WS-SV-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-SV-BUSINESS-CYMD)

           MOVE WS-SV-PRIOR-CYMD TO WS-WORK-CYMD
           PERFORM 5000-CHECK-CYMD
           IF WS-DATE-BAD
               OR WS-SV-PRIOR-CYMD NOT < WS-SV-BUSINESS-CYMD
               PERFORM 1200-DERIVE-PRIOR-DATE
           END-IF.

       1100-LOAD-ONE.
           READ PRCCTL-FILE
               AT END
                   SET WS-PRCCTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRCCTL-DATE-REC
                           MOVE PRCCTL-DATE-CYMD TO WS-WORK-CYMD
                           PERFORM 5000-CHECK-CYMD
                           IF WS-DATE-OK
                               MOVE PRCCTL-DATE-CYMD
                                   TO WS-SV-BUSINESS-CYMD
                               MOVE PRCCTL-PRIOR-CYMD
                                   TO WS-SV-PRIOR-CYMD
                               SET WS-DATE-REC-FOUND TO TRUE
                           END-IF
                       WHEN PRCCTL-HOL-REC
                           MOVE PRCCTL-DATE-CYMD TO WS-WORK-CYMD
                           PERFORM 5000-CHECK-CYMD
                           IF WS-DATE-OK
                               AND WS-HOL-COUNT < 500
                               ADD 1 TO WS-HOL-COUNT
                               MOVE WS-WORK-INT
                                   TO WS-HOL-INT(WS-HOL-COUNT)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1200-DERIVE-PRIOR-DATE.
           COMPUTE WS-WORK-INT = WS-SV-BUSINESS-INT - 1
           PERFORM 4000-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUS-DAY
               SUBTRACT 1 FROM WS-WORK-INT
               PERFORM 4000-CHECK-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-SV-PRIOR-CYMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       2000-RETURN-DATES.
           MOVE WS-SV-SOURCE        TO PD-DATE-SOURCE
           MOVE WS-SV-BUSINESS-CYMD TO PD-BUSINESS-CYMD
           MOVE WS-SV-PRIOR-CYMD    TO PD-PRIOR-CYMD
           MOVE WS-SV-BUSINESS-CYMD TO WS-WORK-CYMD
           PERFORM 6000-FORMAT-DISPLAY
           MOVE WS-WORK-DISPLAY     TO PD-BUSINESS-DATE
           MOVE WS-SV-PRIOR-CYMD    TO WS-WORK-CYMD
           PERFORM 6000-FORMAT-DISPLAY
           MOVE WS-WORK-DISPLAY     TO PD-PRIOR-DATE
           IF PD-SOURCE-CONTROL
               SET PD-OK TO TRUE
           ELSE
               SET PD-CLOCK-FALLBACK TO TRUE
           END-IF.

       3000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO PD-BUS-DAYS
           MOVE PD-FROM-CYMD TO WS-WORK-CYMD
           PERFORM 5000-CHECK-CYMD
           IF WS-DATE-BAD
               OR WS-WORK-INT > WS-SV-BUSINESS-INT
               SET PD-BAD-FROM-DATE TO TRUE
           ELSE
               MOVE WS-WORK-INT TO WS-FROM-INT
               COMPUTE WS-TOTAL-DAYS =
                   WS-SV-BUSINESS-INT - WS-FROM-INT
               COMPUTE WS-FULL-WEEKS = WS-TOTAL-DAYS / 7
               COMPUTE WS-REM-DAYS =
                   WS-TOTAL-DAYS - (WS-FULL-WEEKS * 7)
               COMPUTE PD-BUS-DAYS = WS-FULL-WEEKS * 5
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-REM-DAYS
                   COMPUTE WS-DOW = FUNCTION REM(
                       WS-FROM-INT + WS-DAY-SUB - 1, 7)
                   IF WS-DOW >= 1 AND WS-DOW <= 5
                       ADD 1 TO PD-BUS-DAYS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   IF WS-HOL-INT(WS-HOL-IDX) NOT < WS-FROM-INT
                       AND WS-HOL-INT(WS-HOL-IDX) < WS-SV-BUSINESS-INT
                       COMPUTE WS-DOW = FUNCTION REM(
                           WS-HOL-INT(WS-HOL-IDX), 7)
                       IF WS-DOW >= 1 AND WS-DOW <= 5
                           SUBTRACT 1 FROM PD-BUS-DAYS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       4000-CHECK-BUSINESS-DAY.
           SET WS-NOT-BUS-DAY TO TRUE
           COMPUTE WS-DOW = FUNCTION REM(WS-WORK-INT, 7)
           IF WS-DOW >= 1 AND WS-DOW <= 5
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT OR WS-FOUND
                   IF WS-HOL-INT(WS-HOL-IDX) = WS-WORK-INT
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   SET WS-IS-BUS-DAY TO TRUE
               END-IF
           END-IF.

       5000-CHECK-CYMD.
           SET WS-DATE-BAD TO TRUE
           MOVE ZERO TO WS-WORK-INT
           IF WS-WORK-CYMD NUMERIC
               AND WS-WK-YYYY > 1600
               AND WS-WK-MM >= 1 AND WS-WK-MM <= 12
               AND WS-WK-DD >= 1 AND WS-WK-DD <= 31
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-CYMD)
               IF WS-WORK-INT > ZERO
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       6000-FORMAT-DISPLAY.
           MOVE WS-WK-MM   TO WS-WD-MM
           MOVE WS-WK-DD   TO WS-WD-DD
           MOVE WS-WK-YYYY TO WS-WD-YYYY.
