002600*    MOD-LOG
002700*    DATE       INIT  DESCRIPTION
002800*    2026-09-01  RVM  ORIGINAL VERSION.
002810*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002820*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002830*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002840*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002850*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002860*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004700     SELECT COMPLIANCE-RPT ASSIGN TO SCRNRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SCRNRPT-STATUS.
004920     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-BUSDATE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SCREEN-TRANS-FILE
007700 FD  COMPLIANCE-RPT
007800     LABEL RECORDS ARE STANDARD.
007900 01  COMPLIANCE-LINE             PIC X(80).
007920 FD  BUSINESS-DATE-FILE
007940     LABEL RECORDS ARE STANDARD.
007960 01  BUSINESS-DATE-RECORD.
007980     COPY BDATREC.
008000 WORKING-STORAGE SECTION.
008100 01  WS-SCRNTRN-STATUS        PIC X(02).
008200 01  WS-SCRNFILE-STATUS       PIC X(02).
015200     05  REF-D-TYPE           PIC X(01).
015300     05  FILLER               PIC X(02) VALUE SPACES.
015400     05  REF-D-DATE           PIC 9(08).
015407******************************************************************
015414*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
015421*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
015428*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
015435******************************************************************
015442 01  WS-BUSDATE-STATUS        PIC X(02).
015449 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
015456 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
015463 01  BUS-DATE-HEADING.
015470     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
015477     05  BDH-DATE             PIC 9(08).
015484     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
015500 PROCEDURE DIVISION.
015600 MAINLINE.
015700******************************************************************
016000*    FLAGS WHAT IS DONE THIS YEAR, THEN PRINTS THE DUE LIST      *
016100*    AND THE COMPLIANCE/FOLLOW-UP REPORT.                        *
016200******************************************************************
016250     perform read-business-date
016300     move ws-business-date to ws-today-date
016400     perform load-roster-table
016450     perform load-screening-table
016500     perform post-screening-transactions
027800             ws-scrndue-status
027900         move 1 to return-code
028000     else
028050         write due-list-line from bus-date-heading
028100         write due-list-line from due-heading
028200         perform varying i from 1 by 1
028300                 until i > ws-roster-id-count
034500             ws-scrnrpt-status
034600         move 1 to return-code
034700     else
034750         write compliance-line from bus-date-heading
034800         write compliance-line from cmp-heading
034900         move 'SCREENINGS DONE THIS YEAR:' to cmp-d-literal
035000         move ws-screened-count to cmp-d-count
038893         end-if
038894     end-perform
038895     .
038900 READ-BUSINESS-DATE.
039000******************************************************************
039100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
039200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
039300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
039400******************************************************************
039500     open input business-date-file
039600     if ws-busdate-status not = '00'
039700         display 'COULD NOT OPEN BUSDATE - STATUS '
039800             ws-busdate-status
039900         move 16 to return-code
040000         stop run
040100     end-if
040200     read business-date-file next record
040300     if ws-busdate-status not = '00'
040400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
040500             ws-busdate-status
040600         move 16 to return-code
040700         stop run
040800     end-if
040900     close business-date-file
041000     move bd-business-date to ws-business-date
041100     if bd-override-date not = zero
041200         move bd-override-date to ws-business-date
041300         move 'Y' to ws-bus-date-override
041400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
041500             bd-override-date ' SET BY ' bd-override-operator
041600         display '    REASON: ' bd-override-reason
041700     end-if
041800     move ws-business-date to bdh-date
041900     if ws-bus-date-override = 'Y'
042000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
042100             to bdh-override
042200     end-if
042300     .
