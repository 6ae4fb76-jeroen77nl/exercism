002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-09-01  RVM  ORIGINAL VERSION.
002320*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002340*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002360*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002380*                     WHICH BUSINESS DAY IT REPRESENTS.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003400     SELECT PROJECTION-RPT ASSIGN TO PROJRPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PROJRPT-STATUS.
003625     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003650         ORGANIZATION IS LINE SEQUENTIAL
003675         FILE STATUS IS WS-BUSDATE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ARCHIVE-FILE
006000 FD  PROJECTION-RPT
006100     LABEL RECORDS ARE STANDARD.
006200 01  PROJECTION-LINE             PIC X(80).
006220 FD  BUSINESS-DATE-FILE
006240     LABEL RECORDS ARE STANDARD.
006260 01  BUSINESS-DATE-RECORD.
006280     COPY BDATREC.
006300 WORKING-STORAGE SECTION.
006400 01  WS-ARCHIVE-STATUS        PIC X(02).
006500 01  WS-PENDENRL-STATUS       PIC X(02).
014700     05  PRJ-D-GRADE          PIC X(02).
014800     05  FILLER               PIC X(05) VALUE SPACES.
014900     05  PRJ-D-COUNT          PIC ZZZZ9.
014907******************************************************************
014914*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
014921*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
014928*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
014935******************************************************************
014942 01  WS-BUSDATE-STATUS        PIC X(02).
014949 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014956 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014963 01  BUS-DATE-HEADING.
014970     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014977     05  BDH-DATE             PIC 9(08).
014984     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
015000 PROCEDURE DIVISION.
015100 MAINLINE.
015200******************************************************************
015400*    DERIVES THE RATIOS, PROJECTS FROM THE LATEST YEAR AND       *
015500*    SEEDS KINDERGARTEN FROM THE ROUNDUP FILE.                   *
015600******************************************************************
015650     perform read-business-date
015700     perform count-archive-years
015800     if ws-max-year = zero or ws-min-year = ws-max-year
015900         display 'FEWER THAN TWO ARCHIVE YEARS ON HAND - '
033500             ws-projrpt-status
033600         move 1 to return-code
033700     else
033750         write projection-line from bus-date-heading
033800         write projection-line from rat-heading
033900         perform varying k from 1 by 1 until k > 12
034000             move gd-code(k)     to rat-d-from-grade
035700         close projection-rpt
035800     end-if
035900     .
036000 READ-BUSINESS-DATE.
036100******************************************************************
036200*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
036300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
036400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
036500******************************************************************
036600     open input business-date-file
036700     if ws-busdate-status not = '00'
036800         display 'COULD NOT OPEN BUSDATE - STATUS '
036900             ws-busdate-status
037000         move 16 to return-code
037100         stop run
037200     end-if
037300     read business-date-file next record
037400     if ws-busdate-status not = '00'
037500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
037600             ws-busdate-status
037700         move 16 to return-code
037800         stop run
037900     end-if
038000     close business-date-file
038100     move bd-business-date to ws-business-date
038200     if bd-override-date not = zero
038300         move bd-override-date to ws-business-date
038400         move 'Y' to ws-bus-date-override
038500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
038600             bd-override-date ' SET BY ' bd-override-operator
038700         display '    REASON: ' bd-override-reason
038800     end-if
038900     move ws-business-date to bdh-date
039000     if ws-bus-date-override = 'Y'
039100         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
039200             to bdh-override
039300     end-if
039400     .
