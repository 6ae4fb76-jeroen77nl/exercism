001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-09-01  RVM  ORIGINAL VERSION.
002110*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002120*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002130*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002140*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002150*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002160*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003400     SELECT CUSTODY-ALERT-RPT ASSIGN TO CUSTALRT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CUSTALRT-STATUS.
003620     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003640         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-BUSDATE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PICKUP-AUTH-FILE
004700 FD  CUSTODY-ALERT-RPT
004800     LABEL RECORDS ARE STANDARD.
004900 01  CUSTODY-ALERT-LINE          PIC X(100).
004920 FD  BUSINESS-DATE-FILE
004940     LABEL RECORDS ARE STANDARD.
004960 01  BUSINESS-DATE-RECORD.
004980     COPY BDATREC.
005000 WORKING-STORAGE SECTION.
005100 01  WS-PICKAUTH-STATUS       PIC X(02).
005200 01  WS-ROSTER-FILE-STATUS    PIC X(02).
010600     05  FILLER               PIC X(02) VALUE SPACES.
010700     05  CA-D-ORDER-REF       PIC X(15).
010800 01  WS-TODAY-DATE            PIC 9(08).
010807******************************************************************
010814*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
010821*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
010828*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
010835******************************************************************
010842 01  WS-BUSDATE-STATUS        PIC X(02).
010849 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010856 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
010863 01  BUS-DATE-HEADING.
010870     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
010877     05  BDH-DATE             PIC 9(08).
010884     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
010900 PROCEDURE DIVISION.
011000 MAINLINE.
011100******************************************************************
011300*    BY BUILDING WITH PROHIBITIONS FIRST, AND PRINTS ONE         *
011400*    SECTION PER BUILDING.                                       *
011500******************************************************************
011550     perform read-business-date
011600     move ws-business-date to ws-today-date
011700     perform load-roster-table
011800     perform load-pickup-table
011900     perform print-custody-alert-list
021700             ws-custalrt-status
021800         move 1 to return-code
021900     else
021950         write custody-alert-line from bus-date-heading
022000         move ws-today-date to ca-h-date
022100         write custody-alert-line from ca-heading
022200         move spaces to ws-prev-school
024500     move pck-order-ref(i)  to ca-d-order-ref
024600     write custody-alert-line from ca-detail-line
024700     .
024800 READ-BUSINESS-DATE.
024900******************************************************************
025000*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
025100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
025200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
025300******************************************************************
025400     open input business-date-file
025500     if ws-busdate-status not = '00'
025600         display 'COULD NOT OPEN BUSDATE - STATUS '
025700             ws-busdate-status
025800         move 16 to return-code
025900         stop run
026000     end-if
026100     read business-date-file next record
026200     if ws-busdate-status not = '00'
026300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
026400             ws-busdate-status
026500         move 16 to return-code
026600         stop run
026700     end-if
026800     close business-date-file
026900     move bd-business-date to ws-business-date
027000     if bd-override-date not = zero
027100         move bd-override-date to ws-business-date
027200         move 'Y' to ws-bus-date-override
027300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
027400             bd-override-date ' SET BY ' bd-override-operator
027500         display '    REASON: ' bd-override-reason
027600     end-if
027700     move ws-business-date to bdh-date
027800     if ws-bus-date-override = 'Y'
027900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
028000             to bdh-override
028100     end-if
028200     .
