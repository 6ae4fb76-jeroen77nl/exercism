002500*    MOD-LOG
002600*    DATE       INIT  DESCRIPTION
002700*    2026-09-01  RVM  ORIGINAL VERSION.
002710*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002720*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002730*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002740*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002750*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002760*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004000     SELECT QUALITY-RPT ASSIGN TO QUALRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-QUALRPT-STATUS.
004220     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004240         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS WS-BUSDATE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ROSTER-FILE
005500 FD  QUALITY-RPT
005600     LABEL RECORDS ARE STANDARD.
005700 01  QUALITY-LINE                PIC X(90).
005720 FD  BUSINESS-DATE-FILE
005740     LABEL RECORDS ARE STANDARD.
005760 01  BUSINESS-DATE-RECORD.
005780     COPY BDATREC.
005800 WORKING-STORAGE SECTION.
005900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
006000 01  WS-QUALHIST-STATUS       PIC X(02).
012000     05  TRD-D-SCHOOL         PIC X(04).
012100     05  FILLER               PIC X(12) VALUE '  FINDINGS: '.
012200     05  TRD-D-FINDINGS       PIC ZZZZ9.
012207******************************************************************
012214*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012221*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
012228*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
012235******************************************************************
012242 01  WS-BUSDATE-STATUS        PIC X(02).
012249 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012256 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012263 01  BUS-DATE-HEADING.
012270     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
012277     05  BDH-DATE             PIC 9(08).
012284     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
012300 PROCEDURE DIVISION.
012400 MAINLINE.
012500******************************************************************
012700*    CLEANUP EFFORT WORKS TO. SCANS, SCORES, PRINTS, AND         *
012800*    APPENDS TONIGHT'S TOTALS TO THE HISTORY.                    *
012900******************************************************************
012950     perform read-business-date
013000     move ws-business-date to ws-today-date
013100     perform scan-roster
013200     perform print-scorecard
013300     perform print-trend-section
023100         move 16 to return-code
023200         stop run
023300     end-if
023350     write quality-line from bus-date-heading
023400     move ws-today-date to scr-h-date
023500     write quality-line from scr-heading
023600     write quality-line from scr-column-heading
028900         close quality-history-file
029000     end-if
029100     .
029200 READ-BUSINESS-DATE.
029300******************************************************************
029400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
029500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
029600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
029700******************************************************************
029800     open input business-date-file
029900     if ws-busdate-status not = '00'
030000         display 'COULD NOT OPEN BUSDATE - STATUS '
030100             ws-busdate-status
030200         move 16 to return-code
030300         stop run
030400     end-if
030500     read business-date-file next record
030600     if ws-busdate-status not = '00'
030700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
030800             ws-busdate-status
030900         move 16 to return-code
031000         stop run
031100     end-if
031200     close business-date-file
031300     move bd-business-date to ws-business-date
031400     if bd-override-date not = zero
031500         move bd-override-date to ws-business-date
031600         move 'Y' to ws-bus-date-override
031700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
031800             bd-override-date ' SET BY ' bd-override-operator
031900         display '    REASON: ' bd-override-reason
032000     end-if
032100     move ws-business-date to bdh-date
032200     if ws-bus-date-override = 'Y'
032300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
032400             to bdh-override
032500     end-if
032600     .
