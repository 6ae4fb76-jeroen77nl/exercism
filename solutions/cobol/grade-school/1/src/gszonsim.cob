002200*    MOD-LOG
002300*    DATE       INIT  DESCRIPTION
002400*    2026-09-01  RVM  ORIGINAL VERSION.
002420*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002440*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002460*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002480*                     WHICH BUSINESS DAY IT REPRESENTS.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004000     SELECT SIMULATION-RPT ASSIGN TO ZSIMRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ZSIMRPT-STATUS.
004225     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004250         ORGANIZATION IS LINE SEQUENTIAL
004275         FILE STATUS IS WS-BUSDATE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ROSTER-FILE
005700 FD  SIMULATION-RPT
005800     LABEL RECORDS ARE STANDARD.
005900 01  SIMULATION-LINE             PIC X(90).
005920 FD  BUSINESS-DATE-FILE
005940     LABEL RECORDS ARE STANDARD.
005960 01  BUSINESS-DATE-RECORD.
005980     COPY BDATREC.
006000 WORKING-STORAGE SECTION.
006100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
006200 01  WS-PROPSTRD-STATUS       PIC X(02).
018000     05  RTE-D-SEATS          PIC ZZ9.
018100     05  FILLER               PIC X(04) VALUE SPACES.
018200     05  RTE-D-STATUS         PIC X(10).
018207******************************************************************
018214*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
018221*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
018228*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
018235******************************************************************
018242 01  WS-BUSDATE-STATUS        PIC X(02).
018249 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018256 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
018263 01  BUS-DATE-HEADING.
018270     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
018277     05  BDH-DATE             PIC 9(08).
018284     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
018300 PROCEDURE DIVISION.
018400 MAINLINE.
018500******************************************************************
018600*    BOARD-PREP ENTRY POINT. EVERYTHING IS READ-ONLY - THE RUN   *
018700*    ONLY EVER WRITES THE REPORT.                                *
018800******************************************************************
018850     perform read-business-date
018900     perform load-proposed-dictionary
019000     perform load-route-master
019100     perform open-simulation-report
025400         move 16 to return-code
025500         stop run
025600     end-if
025650     write simulation-line from bus-date-heading
025700     write simulation-line from sim-heading
025800     write simulation-line from mov-heading
025900     .
043000         write simulation-line from rte-detail-line
043100     end-perform
043200     .
043300 READ-BUSINESS-DATE.
043400******************************************************************
043500*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
043600*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
043700*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
043800******************************************************************
043900     open input business-date-file
044000     if ws-busdate-status not = '00'
044100         display 'COULD NOT OPEN BUSDATE - STATUS '
044200             ws-busdate-status
044300         move 16 to return-code
044400         stop run
044500     end-if
044600     read business-date-file next record
044700     if ws-busdate-status not = '00'
044800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
044900             ws-busdate-status
045000         move 16 to return-code
045100         stop run
045200     end-if
045300     close business-date-file
045400     move bd-business-date to ws-business-date
045500     if bd-override-date not = zero
045600         move bd-override-date to ws-business-date
045700         move 'Y' to ws-bus-date-override
045800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
045900             bd-override-date ' SET BY ' bd-override-operator
046000         display '    REASON: ' bd-override-reason
046100     end-if
046200     move ws-business-date to bdh-date
046300     if ws-bus-date-override = 'Y'
046400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
046500             to bdh-override
046600     end-if
046700     .
