      *             JOB'S STATUS AND COUNTS, EVERY JOB THAT SET THE    *
      *             FAILED CONVENTION, EVERY EXPECTED JOB MISSING      *
      *             FROM THE CYCLE, AND EVERY COUNT THAT MOVED MORE    *
      *             THAN THE POLICY PERCENTAGE FROM THE PRIOR CYCLE,   *
      *             AND EVERY JOB THAT RAN AGAINST A DIFFERENT BUSINESS*
      *             DATE THAN THE REST OF THE CYCLE OR FELL BACK TO    *
      *             THE SYSTEM CLOCK.                                  *
      *             THIS IS THE ONE PAGE THE OPERATORS READ INSTEAD    *
      *             OF PAGING THROUGH A DOZEN SEPARATE PRINT FILES.    *
      ******************************************************************
      *          STORAGE AND BOTH FILES READ INTO IT, THE SAME         *
      *          CONVENTION ACREFMNT AND ACW8W9SW USE FOR THEIR        *
      *          COPYBOOK WORK RECORDS.                                *
      * T MERCER 10/15/26 WR51330        NEW SECTION FLAGGING EVERY JOB*
      *          WHOSE RUN-CONTROL RECORD CARRIES A DIFFERENT BUSINESS *
      *          DATE THAN THE REST OF THE CYCLE, NO BUSINESS DATE AT  *
      *          ALL, OR THE SYSTEM-CLOCK FALLBACK FROM ACPRCDTE.  THE *
      *          CYCLE'S DATE IS THE ONE THE MOST JOBS RAN AGAINST, SO *
      *          A SINGLE RERUN THE NEXT MORNING FLAGS ITSELF RATHER   *
      *          THAN THE WHOLE CYCLE; A TIE GOES TO THE FIRST DATE IN *
      *          RUN ORDER.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACOPSCTL.
               10  WS-JB-RECS-WRITTEN         PIC 9(9).
               10  WS-JB-RECS-REJECTED        PIC 9(9).
               10  WS-JB-STATUS               PIC X(1).
               10  WS-JB-BUS-DATE             PIC X(10).
               10  WS-JB-DATE-SOURCE          PIC X(1).

       01  WS-PRIOR-TABLE-CTL.
           05  WS-PR-COUNT                    PIC S9(4) COMP VALUE ZERO.
       01  WS-COUNT-DIFF                      PIC S9(9) COMP-3.
       01  WS-PCT-MOVED                       PIC 9(9).

       01  WS-CYCLE-BUS-DATE                  PIC X(10) VALUE SPACES.
       01  WS-CYCLE-DATE-JOBS                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SAME-DATE-JOBS                  PIC S9(4) COMP VALUE ZERO.
       01  WS-DATE-SUB                        PIC S9(4) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-JOBS-REPORTED               PIC S9(7) COMP-3 VALUE
                                                               ZERO.
                                                               ZERO.
           05  WS-COUNTS-MOVED                PIC S9(7) COMP-3 VALUE
                                                               ZERO.
           05  WS-JOBS-OFF-DATE               PIC S9(7) COMP-3 VALUE
                                                               ZERO.

       01  WS-HDR-1.
           05  FILLER                         PIC X(36)
           05  FILLER             PIC X(40)
               VALUE "NO COUNTS MOVED BEYOND POLICY".

       01  WS-SECTION-HDR-5.
           05  FILLER             PIC X(44)
               VALUE "JOBS OFF THE CYCLE BUSINESS DATE".
       01  WS-CYCLE-DATE-LINE.
           05  FILLER             PIC X(25)
               VALUE "CYCLE BUSINESS DATE    : ".
           05  WS-CD-BUS-DATE     PIC X(10).
       01  WS-BUS-DATE-DETAIL-HDR.
           05  FILLER             PIC X(10) VALUE "JOB".
           05  FILLER             PIC X(12) VALUE "BUS DATE".
           05  FILLER             PIC X(40) VALUE "CONDITION".

       01  WS-BUS-DATE-DETAIL-LINE.
           05  WS-BD-JOB                      PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-BD-BUS-DATE                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-BD-CONDITION                PIC X(40).

       01  WS-NO-OFF-DATE-LINE.
           05  FILLER             PIC X(40)
               VALUE "ALL JOBS RAN ON THE CYCLE BUSINESS DATE".

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(25)
               VALUE "JOBS REPORTED          : ".
           05  FILLER             PIC X(25)
               VALUE "COUNTS MOVED > POLICY  : ".
           05  WS-SUM-MOVE        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER             PIC X(25)
               VALUE "JOBS OFF BUSINESS DATE : ".
           05  WS-SUM-OFFDT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 4000-WRITE-FAILED-SECTION
           PERFORM 5000-WRITE-MISSING-SECTION
           PERFORM 6000-WRITE-MOVEMENT-SECTION
           PERFORM 7000-WRITE-BUS-DATE-SECTION
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
               MOVE WB-RC-RECS-REJECTED
                   TO WS-JB-RECS-REJECTED(WS-MATCH-SUB)
               MOVE WB-RC-STATUS      TO WS-JB-STATUS(WS-MATCH-SUB)
               MOVE WB-RC-BUSINESS-DATE
                   TO WS-JB-BUS-DATE(WS-MATCH-SUB)
               MOVE WB-RC-DATE-SOURCE
                   TO WS-JB-DATE-SOURCE(WS-MATCH-SUB)
           END-IF.

       1300-LOAD-PRIOR-CYCLE.
           END-IF
           WRITE OPSRPT-RECORD FROM WS-MOVE-DETAIL-LINE.

       7000-WRITE-BUS-DATE-SECTION.
           WRITE OPSRPT-RECORD FROM WS-SECTION-HDR-5
           PERFORM 7100-FIND-CYCLE-DATE
           MOVE WS-CYCLE-BUS-DATE TO WS-CD-BUS-DATE
           WRITE OPSRPT-RECORD FROM WS-CYCLE-DATE-LINE
           WRITE OPSRPT-RECORD FROM WS-BUS-DATE-DETAIL-HDR
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               PERFORM 7200-CHECK-ONE-JOB-DATE
           END-PERFORM
           IF WS-JOBS-OFF-DATE = ZERO
               WRITE OPSRPT-RECORD FROM WS-NO-OFF-DATE-LINE
           END-IF.

       7100-FIND-CYCLE-DATE.
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               IF WS-JB-BUS-DATE(WS-JB-IDX) NOT = SPACES
                   MOVE ZERO TO WS-SAME-DATE-JOBS
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > WS-JB-COUNT
                       IF WS-JB-BUS-DATE(WS-DATE-SUB) =
                               WS-JB-BUS-DATE(WS-JB-IDX)
                           ADD 1 TO WS-SAME-DATE-JOBS
                       END-IF
                   END-PERFORM
                   IF WS-SAME-DATE-JOBS > WS-CYCLE-DATE-JOBS
                       MOVE WS-SAME-DATE-JOBS TO WS-CYCLE-DATE-JOBS
                       MOVE WS-JB-BUS-DATE(WS-JB-IDX)
                           TO WS-CYCLE-BUS-DATE
                   END-IF
               END-IF
           END-PERFORM.

       7200-CHECK-ONE-JOB-DATE.
           EVALUATE TRUE
               WHEN WS-JB-BUS-DATE(WS-JB-IDX) = SPACES
                   MOVE "*** NO BUSINESS DATE STAMPED"
                       TO WS-BD-CONDITION
                   PERFORM 7300-WRITE-BUS-DATE-LINE
               WHEN WS-JB-BUS-DATE(WS-JB-IDX) NOT = WS-CYCLE-BUS-DATE
                   MOVE "*** DIFFERENT BUSINESS DATE THAN CYCLE"
                       TO WS-BD-CONDITION
                   PERFORM 7300-WRITE-BUS-DATE-LINE
               WHEN WS-JB-DATE-SOURCE(WS-JB-IDX) = "S"
                   MOVE "*** PRCCTL MISSING - RAN ON SYSTEM CLOCK"
                       TO WS-BD-CONDITION
                   PERFORM 7300-WRITE-BUS-DATE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7300-WRITE-BUS-DATE-LINE.
           ADD 1 TO WS-JOBS-OFF-DATE
           MOVE WS-JB-JOB-NAME(WS-JB-IDX) TO WS-BD-JOB
           MOVE WS-JB-BUS-DATE(WS-JB-IDX) TO WS-BD-BUS-DATE
           WRITE OPSRPT-RECORD FROM WS-BUS-DATE-DETAIL-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-JOBS-REPORTED TO WS-SUM-JOBS
           MOVE WS-JOBS-FAILED   TO WS-SUM-FAIL
           MOVE WS-JOBS-MISSING  TO WS-SUM-MISS
           MOVE WS-COUNTS-MOVED  TO WS-SUM-MOVE
           MOVE WS-JOBS-OFF-DATE TO WS-SUM-OFFDT
           WRITE OPSRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE OPSRPT-RECORD FROM WS-SUMMARY-LINE2
           WRITE OPSRPT-RECORD FROM WS-SUMMARY-LINE3
           WRITE OPSRPT-RECORD FROM WS-SUMMARY-LINE4
           WRITE OPSRPT-RECORD FROM WS-SUMMARY-LINE5.

       9000-TERMINATE.
           CLOSE OPSRPT-FILE.
