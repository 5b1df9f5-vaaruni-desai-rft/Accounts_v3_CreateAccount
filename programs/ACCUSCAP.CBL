      ******************************************************************
      * PROGRAM-ID: ACCUSCAP                                          *
      * DESC      : CUSTOMER-LINK CAPTURE.  CALLED BY THE ACCOUNTS_V3  *
      *             CREATEACCOUNT SERVICE ON EVERY TRANSACTION, THE    *
      *             SAME HOOK POSITION ACCHGAUD OCCUPIES.  ON A        *
      *             FUNC-ADD, FUNC-EDIT OR FUNC-CORR TRANSACTION THE   *
      *             SUBMITTED ACCT-CUSTOMER-ID AND ACCT-USE-CUST-ID-SW *
      *             ARE WRITTEN TO THE CUSTOMER-LINK FILE              *
      *             (WBCUSLNK.CPY), SINCE ACT ITSELF HAS NO PLACE TO   *
      *             KEEP THEM.  ACCUSEXT READS THE LINKS TO BUILD THE  *
      *             CUSTOMER RELATIONSHIP CROSS-REFERENCE.             *
      ******************************************************************
      * MODIFICATION HISTORY:                                         *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51338        INITIAL VERSION.  THE GATE    *
      *          LIVES HERE, AS IN ACCHGAUD, SO THE SERVICE CAN CALL   *
      *          UNCONDITIONALLY.  AN ADD WITH NO CUSTOMER ID IS NOT   *
      *          WRITTEN; EVERY EDIT/CORR IS, SINCE DEACT2 HAS NO OLD  *
      *          CUSTOMER ID TO TELL WHETHER THE LINK WAS CHANGED OR   *
      *          BROKEN.  A CUSTOMER ID THAT IS NOT NUMERIC IS         *
      *          CAPTURED AS ZERO.  THE FILE IS OPENED AND CLOSED ON   *
      *          EACH QUALIFYING CALL, AS ACWSHAUD DOES.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCUSCAP.
       AUTHOR. T MERCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSLNK-FILE  ASSIGN TO "CUSLNK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSLNK-FILE
           RECORDING MODE IS F.
       01  CUSLNK-RECORD                  PIC X(82).

       WORKING-STORAGE SECTION.
       01  WS-LNK-STATUS                  PIC XX.
           88  WS-LNK-OK                  VALUE "00".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-CYMD                PIC 9(8).
           05  WS-CDT-HMS                 PIC 9(6).
           05  FILLER                     PIC X(7).

       01  WS-CAPTURE-SW                  PIC X.
           88  WS-CAPTURE                 VALUE "Y".
           88  WS-NO-CAPTURE              VALUE "N".

           COPY WBCUSLNK.

       LINKAGE SECTION.
           COPY WBDEACT2 REPLACING WEB-DEACT2-PARAMETERS BY
                                    LK-DEACT2-PARAMETERS.

       PROCEDURE DIVISION USING LK-DEACT2-PARAMETERS.
       0000-MAIN.
           SET WS-NO-CAPTURE TO TRUE
           IF FUNC-EDIT OR FUNC-CORR
               SET WS-CAPTURE TO TRUE
           END-IF
           IF FUNC-ADD
               AND ACCT-CUSTOMER-ID NUMERIC
               IF ACCT-CUSTOMER-ID > ZERO
                   SET WS-CAPTURE TO TRUE
               END-IF
           END-IF
           IF WS-CAPTURE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-WRITE-LINK-RECORD
               PERFORM 9000-TERMINATE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN EXTEND CUSLNK-FILE
           IF WS-LNK-STATUS = "35"
               OPEN OUTPUT CUSLNK-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       2000-WRITE-LINK-RECORD.
           MOVE SPACES                TO WB-CUSLNK-RECORD
           MOVE DE-FIRM               TO CL-FIRM-NO
           MOVE DE-SUB                TO CL-SUB-NO
           MOVE ACCT-KEY-ACCT-NO      TO CL-ACCT-NO
           MOVE WS-CDT-CYMD           TO CL-CAPTURE-CYMD
           MOVE WS-CDT-HMS            TO CL-CAPTURE-HMS
           IF ACCT-CUSTOMER-ID NUMERIC
               MOVE ACCT-CUSTOMER-ID  TO CL-CUSTOMER-ID
           ELSE
               MOVE ZERO              TO CL-CUSTOMER-ID
           END-IF
           MOVE ACCT-USE-CUST-ID-SW   TO CL-USE-CUST-ID-SW
           MOVE DE-FUNCTION           TO CL-FUNCTION
           MOVE DE-USERID             TO CL-USERID
           SET CL-SOURCE-ONLINE       TO TRUE
           WRITE CUSLNK-RECORD FROM WB-CUSLNK-RECORD.

       9000-TERMINATE.
           CLOSE CUSLNK-FILE.
