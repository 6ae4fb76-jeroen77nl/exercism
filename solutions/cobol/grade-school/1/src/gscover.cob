001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-08-22  RVM  ORIGINAL VERSION.
002120*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002140*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002160*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002180*                     WHICH BUSINESS DAY IT REPRESENTS.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003400     SELECT COVERAGE-RPT ASSIGN TO COVERRPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-COVERRPT-STATUS.
003625     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003650         ORGANIZATION IS LINE SEQUENTIAL
003675         FILE STATUS IS WS-BUSDATE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ROSTER-FILE
004700 FD  COVERAGE-RPT
004800     LABEL RECORDS ARE STANDARD.
004900 01  COVERAGE-LINE               PIC X(90).
004920 FD  BUSINESS-DATE-FILE
004940     LABEL RECORDS ARE STANDARD.
004960 01  BUSINESS-DATE-RECORD.
004980     COPY BDATREC.
005000 WORKING-STORAGE SECTION.
005100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
005200 01  WS-TEACHFIL-STATUS       PIC X(02).
012000     05  COV-T-LOAD           PIC ZZZZ9.
012100     05  FILLER               PIC X(02) VALUE SPACES.
012200     05  COV-T-STATUS         PIC X(10).
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
012450     perform read-business-date
012500     perform load-classroom-table
012600     perform load-teacher-table
012700     perform print-coverage-report
021000     end-if
021100     sort cls-row ascending key cls-school cls-grade
021200         cls-section
021250     write coverage-line from bus-date-heading
021300     write coverage-line from cov-heading
021400     write coverage-line from cov-section-1-heading
021500     perform varying i from 1 by 1 until i > ws-cls-count
025900     move wt-section(j)     to cov-t-section
026000     move wt-load(j)        to cov-t-load
026100     .
026200 READ-BUSINESS-DATE.
026300******************************************************************
026400*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
026500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
026600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
026700******************************************************************
026800     open input business-date-file
026900     if ws-busdate-status not = '00'
027000         display 'COULD NOT OPEN BUSDATE - STATUS '
027100             ws-busdate-status
027200         move 16 to return-code
027300         stop run
027400     end-if
027500     read business-date-file next record
027600     if ws-busdate-status not = '00'
027700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
027800             ws-busdate-status
027900         move 16 to return-code
028000         stop run
028100     end-if
028200     close business-date-file
028300     move bd-business-date to ws-business-date
028400     if bd-override-date not = zero
028500         move bd-override-date to ws-business-date
028600         move 'Y' to ws-bus-date-override
028700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
028800             bd-override-date ' SET BY ' bd-override-operator
028900         display '    REASON: ' bd-override-reason
029000     end-if
029100     move ws-business-date to bdh-date
029200     if ws-bus-date-override = 'Y'
029300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
029400             to bdh-override
029500     end-if
029600     .
