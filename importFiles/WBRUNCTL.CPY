      *          THE LAST RECORD PER JOB NAME IS THE ONE THAT COUNTS.  *
      *          WB-RC-STATUS "F" MIRRORS THE RETURN-CODE 8            *
      *          FAILED-RUN CONVENTION ACREFMNT ESTABLISHED.           *
      * T MERCER 10/15/26 WR51330        CARRY THE BUSINESS DATE THE   *
      *          JOB RAN AGAINST (FROM ACPRCDTE) AND WHERE IT CAME     *
      *          FROM - "C" THE PRCCTL CONTROL FILE, "S" THE SYSTEM    *
      *          CLOCK FALLBACK - SO ACOPSCTL CAN FLAG A JOB THAT RAN  *
      *          AGAINST A DIFFERENT DAY THAN THE REST OF THE CYCLE.   *
      *          CARVED OUT OF THE TRAILING FILLER; RECORD LENGTH IS   *
      *          UNCHANGED AT 92.                                      *
      ******************************************************************
       01  WB-RUNCTL-RECORD.
           05  WB-RC-JOB-NAME                   PIC X(8).
           05  WB-RC-STATUS                     PIC X(1).
               88  WB-RC-CLEAN                      VALUE "C".
               88  WB-RC-FAILED                     VALUE "F".
           05  WB-RC-BUSINESS-DATE              PIC X(10).
           05  WB-RC-DATE-SOURCE                PIC X(1).
               88  WB-RC-SOURCE-CONTROL             VALUE "C".
               88  WB-RC-SOURCE-CLOCK               VALUE "S".
           05  FILLER                           PIC X(9).
