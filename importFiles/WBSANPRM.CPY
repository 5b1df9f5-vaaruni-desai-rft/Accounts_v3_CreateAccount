      ******************************************************************
      * COPYBOOK UPDATES:                                             *
      * NAME/DTE          WR/PR/IR#      DESCRIPTION                  *
      *----------------------------------------------------------------
      * T MERCER 10/15/26 WR51333        INITIAL VERSION - PARAMETER   *
      *          AREA FOR THE ACSANCHK SANCTIONS SCREENING SERVICE.    *
      *          THE CALLER LOADS UP TO 8 NAME/ADDRESS TEXT LINES AND  *
      *          UP TO 4 COUNTRY CODES; ACSANCHK RETURNS SP-CLEAR OR   *
      *          SP-HIT WITH THE FIRST LIST ENTRY MATCHED, AND WHICH   *
      *          CANDIDATE LINE OR COUNTRY (SP-HIT-SOURCE-SUB) HIT.    *
      *          SP-LIST-EMPTY MEANS NO SANCTIONS LIST WAS LOADED -    *
      *          NOTHING WAS SCREENED.  SP-LIST-DROPPED COUNTS LIST    *
      *          RECORDS THAT DID NOT FIT THE IN-STORAGE TABLES.       *
      *          AFTER A HIT, CALLING AGAIN WITH SP-NEXT-HIT SET AND   *
      *          THE CANDIDATES UNCHANGED RESUMES THE SCAN PAST THAT   *
      *          HIT, SO A CALLER CAN COLLECT EVERY ENTRY MATCHED.     *
      ******************************************************************
       01  WB-SANPRM-PARMS.
           05  SP-NAME-COUNT                PIC S9(4) COMP.
           05  SP-NAME-TEXT                 PIC X(64) OCCURS 8 TIMES.
           05  SP-COUNTRY-COUNT             PIC S9(4) COMP.
           05  SP-COUNTRY-CODE              PIC X(2)  OCCURS 4 TIMES.
           05  SP-RETURN-CODE               PIC X(2).
               88  SP-CLEAR                     VALUE "00".
               88  SP-HIT                       VALUE "04".
               88  SP-LIST-EMPTY                VALUE "08".
           05  SP-HIT-TYPE                  PIC X(1).
               88  SP-HIT-NAME                  VALUE "N".
               88  SP-HIT-ALIAS                 VALUE "A".
               88  SP-HIT-COUNTRY               VALUE "C".
           05  SP-HIT-ENTRY-ID              PIC X(10).
           05  SP-HIT-PROGRAM               PIC X(10).
           05  SP-HIT-LIST-TEXT             PIC X(60).
           05  SP-HIT-SOURCE-SUB            PIC S9(4) COMP.
           05  SP-LIST-DROPPED              PIC S9(7) COMP-3.
           05  SP-SCREEN-MODE               PIC X(1).
               88  SP-NEW-SCREEN                VALUE "N" SPACE.
               88  SP-NEXT-HIT                  VALUE "X".
           05  FILLER                       PIC X(15).
