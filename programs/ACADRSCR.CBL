      *          CONTROL RECORD (WBRUNCTL.CPY) TO THE SHARED RUNCTL    *
      *          FILE AT END OF RUN, FOR THE ACOPSCTL OPERATIONS       *
      *          CONTROL REPORT.                                       *
      * T MERCER 10/15/26 WR51330        STAMP THE CYCLE'S BUSINESS    *
      *          DATE, AS RETURNED BY THE ACPRCDTE PROCESSING-DATE     *
      *          SERVICE, AND ITS SOURCE ON THE RUN-CONTROL RECORD SO  *
      *          ACOPSCTL CAN FLAG A JOB THAT RAN AGAINST A DIFFERENT  *
      *          DAY THAN THE REST OF THE CYCLE.                       *
      * T MERCER 10/15/26 WR51331        RUN FROM THE ACTIMG FULL      *
      *          ACCOUNT IMAGE FILE (WBACTIMG.CPY) THAT ACMSTEXT WRITES*
      *          ON ITS DBACT WALK, INSTEAD OF RETRIEVING EVERY ACCOUNT*
      *          THROUGH DBACT AGAIN.  THE EXTRACT RECORD AND THE      *
      *          DB-ACT KEY/DATA IMAGES ARE MOVED BACK OVER            *
      *          WBACTMST.CPY AND WBDBACT.CPY, SO THE CHECKS THEMSELVES*
      *          ARE UNCHANGED.  AN IMAGE WHOSE ACCOUNT KEY DOES NOT   *
      *          MATCH ITS EXTRACT RECORD IS COUNTED ON THE OLD        *
      *          RETRIEVE-ERROR LINE, NOW BAD ACCOUNT IMAGES.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADRSCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIMG-FILE    ASSIGN TO "ACTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  ACTIMG-FILE
           RECORDING MODE IS F.
           COPY WBACTIMG.

       FD  STZIP-FILE
           RECORDING MODE IS F.
           05  WS-SUM-BADNL       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE11.
           05  FILLER             PIC X(25)
               VALUE "BAD ACCOUNT IMAGES     : ".
           05  WS-SUM-DBERR       PIC ZZZ,ZZ9.

       01  WS-RCTL-STATUS                     PIC XX.
           05  WS-RC-ST-SS                    PIC 9(2).

           COPY WBRUNCTL.
           COPY WBPRCDTE.

           COPY WBACTMST.
           COPY WBDBACT.

       PROCEDURE DIVISION.
       1000-INITIALIZE.
           PERFORM 1100-LOAD-STZIP-TABLE

           OPEN INPUT  ACTIMG-FILE
           OPEN OUTPUT ADRFIXQ-FILE
           OPEN OUTPUT ADRRPT-FILE
           WRITE ADRRPT-RECORD FROM WS-HDR-1
           WRITE ADRRPT-RECORD FROM WS-DETAIL-HDR

           PERFORM 2100-READ-MASTER.

       1100-LOAD-STZIP-TABLE.
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ ACTIMG-FILE
               AT END
                   SET WS-MST-AT-EOF TO TRUE
               NOT AT END
                   PERFORM 2110-LOAD-ACCOUNT-IMAGE
           END-READ.

       2110-LOAD-ACCOUNT-IMAGE.
           MOVE WB-IMG-MST-IMAGE      TO WB-ACTMST-RECORD
           MOVE WB-IMG-ACT-KEY-IMAGE  TO DB-ACT-KEY-FIELDS
           MOVE WB-IMG-ACT-DATA-IMAGE TO DB-ACT-DATA-FIELDS
           IF DB-ACT-FIRM-NO = WB-MST-FIRM-NO
               AND DB-ACT-SUB-NO = WB-MST-SUB-NO
               AND DB-ACT-ACCT-NO = WB-MST-ACCT-NO
               SET DB-CM-OK TO TRUE
           ELSE
               SET DB-CM-NOT-FOUND TO TRUE
           END-IF.

       3000-EXAMINE-ONE-ACCOUNT.
           IF DB-CM-OK
               MOVE "N"  TO WS-ACCT-FLAGGED-SW
               MOVE ZERO TO WS-ACCT-EXC-COUNT
           WRITE ADRRPT-RECORD FROM WS-SUMMARY-LINE11.

       9000-TERMINATE.
           CLOSE ACTIMG-FILE
           CLOSE ADRFIXQ-FILE
           CLOSE ADRRPT-FILE.

           INITIALIZE WB-RUNCTL-RECORD
           MOVE "ACADRSCR"       TO WB-RC-JOB-NAME
           MOVE WS-RC-STAMP-DATE TO WB-RC-START-DATE
           MOVE WS-RC-STAMP-TIME TO WB-RC-START-TIME
           SET PD-GET-DATES TO TRUE
           CALL "ACPRCDTE" USING WB-PRCDTE-PARMS
           MOVE PD-BUSINESS-DATE TO WB-RC-BUSINESS-DATE
           MOVE PD-DATE-SOURCE   TO WB-RC-DATE-SOURCE.

       9450-FORMAT-RC-STAMP.
           MOVE WS-RC-STAMP-MM   TO WS-RC-SD-MM
