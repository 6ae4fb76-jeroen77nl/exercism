001600*    MOD-LOG
001700*    DATE       INIT  DESCRIPTION
001800*    2026-08-22  RVM  ORIGINAL VERSION.
001820*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
001840*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
001860*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
001880*                     WHICH BUSINESS DAY IT REPRESENTS.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002600     SELECT TREND-RPT ASSIGN TO TRENDRPT
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-TRENDRPT-STATUS.
002825     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
002850         ORGANIZATION IS LINE SEQUENTIAL
002875         FILE STATUS IS WS-BUSDATE-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  TREND-HISTORY-FILE
003500 FD  TREND-RPT
003600     LABEL RECORDS ARE STANDARD.
003700 01  TREND-RPT-LINE              PIC X(80).
003720 FD  BUSINESS-DATE-FILE
003740     LABEL RECORDS ARE STANDARD.
003760 01  BUSINESS-DATE-RECORD.
003780     COPY BDATREC.
003800 WORKING-STORAGE SECTION.
003900 01  WS-TRENDHIS-STATUS       PIC X(02).
004000 01  WS-TRENDRPT-STATUS       PIC X(02).
008100     05  TR-D-COUNT           PIC ZZZZ9.
008200     05  FILLER               PIC X(04) VALUE SPACES.
008300     05  TR-D-CHANGE          PIC +ZZZ9.
008307******************************************************************
008314*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
008321*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
008328*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
008335******************************************************************
008342 01  WS-BUSDATE-STATUS        PIC X(02).
008349 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
008356 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
008363 01  BUS-DATE-HEADING.
008370     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
008377     05  BDH-DATE             PIC 9(08).
008384     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
008400 PROCEDURE DIVISION.
008500 MAINLINE.
008550     perform read-business-date
008600     perform load-trend-history
008700     perform print-trend-report
008800     stop run
013200         move 16 to return-code
013300         stop run
013400     end-if
013450     write trend-rpt-line from bus-date-heading
013500     write trend-rpt-line from trend-heading
013600     move spaces to ws-prev-school
013700     move spaces to ws-prev-grade
016200     end-perform
016300     close trend-rpt
016400     .
016500 READ-BUSINESS-DATE.
016600******************************************************************
016700*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
016800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
016900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
017000******************************************************************
017100     open input business-date-file
017200     if ws-busdate-status not = '00'
017300         display 'COULD NOT OPEN BUSDATE - STATUS '
017400             ws-busdate-status
017500         move 16 to return-code
017600         stop run
017700     end-if
017800     read business-date-file next record
017900     if ws-busdate-status not = '00'
018000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
018100             ws-busdate-status
018200         move 16 to return-code
018300         stop run
018400     end-if
018500     close business-date-file
018600     move bd-business-date to ws-business-date
018700     if bd-override-date not = zero
018800         move bd-override-date to ws-business-date
018900         move 'Y' to ws-bus-date-override
019000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
019100             bd-override-date ' SET BY ' bd-override-operator
019200         display '    REASON: ' bd-override-reason
019300     end-if
019400     move ws-business-date to bdh-date
019500     if ws-bus-date-override = 'Y'
019600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
019700             to bdh-override
019800     end-if
019900     .
