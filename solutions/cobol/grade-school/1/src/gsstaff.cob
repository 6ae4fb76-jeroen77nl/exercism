001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-09-01  RVM  ORIGINAL VERSION.
002120*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002140*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002160*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002180*                     WHICH BUSINESS DAY IT REPRESENTS.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003700     SELECT STAFFING-RPT ASSIGN TO STAFFRPT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-STAFFRPT-STATUS.
003925     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003950         ORGANIZATION IS LINE SEQUENTIAL
003975         FILE STATUS IS WS-BUSDATE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  COUNT-FILE
005600 FD  STAFFING-RPT
005700     LABEL RECORDS ARE STANDARD.
005800 01  STAFFING-LINE               PIC X(90).
005820 FD  BUSINESS-DATE-FILE
005840     LABEL RECORDS ARE STANDARD.
005860 01  BUSINESS-DATE-RECORD.
005880     COPY BDATREC.
005900 WORKING-STORAGE SECTION.
006000 01  WS-STAFFCNT-STATUS       PIC X(02).
006100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012300     05  STF-D-ASSIGNED       PIC ZZ9.
012400     05  FILLER               PIC X(05) VALUE SPACES.
012500     05  STF-D-STATUS         PIC X(10).
012507******************************************************************
012514*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012521*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
012528*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
012535******************************************************************
012542 01  WS-BUSDATE-STATUS        PIC X(02).
012549 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012556 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012563 01  BUS-DATE-HEADING.
012570     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
012577     05  BDH-DATE             PIC 9(08).
012584     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
012600 PROCEDURE DIVISION.
012700 MAINLINE.
012800******************************************************************
012900*    HIRING-SEASON ENTRY POINT. THE STAFFCNT FILE WINS WHEN IT   *
013000*    IS ON THE RUN; OTHERWISE THE CURRENT ROSTER IS COUNTED.     *
013100******************************************************************
013150     perform read-business-date
013200     perform load-headcounts
013300     perform join-teacher-assignments
013400     perform print-staffing-report
022100         move 1 to return-code
022200     else
022300         move ws-count-source to stf-h-source
022350         write staffing-line from bus-date-heading
022400         write staffing-line from stf-heading
022500         write staffing-line from stf-column-heading
022600         perform varying i from 1 by 1 until i > ws-stf-count
026600     end-evaluate
026700     write staffing-line from stf-detail-line
026800     .
026900 READ-BUSINESS-DATE.
027000******************************************************************
027100*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
027200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
027300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
027400******************************************************************
027500     open input business-date-file
027600     if ws-busdate-status not = '00'
027700         display 'COULD NOT OPEN BUSDATE - STATUS '
027800             ws-busdate-status
027900         move 16 to return-code
028000         stop run
028100     end-if
028200     read business-date-file next record
028300     if ws-busdate-status not = '00'
028400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
028500             ws-busdate-status
028600         move 16 to return-code
028700         stop run
028800     end-if
028900     close business-date-file
029000     move bd-business-date to ws-business-date
029100     if bd-override-date not = zero
029200         move bd-override-date to ws-business-date
029300         move 'Y' to ws-bus-date-override
029400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
029500             bd-override-date ' SET BY ' bd-override-operator
029600         display '    REASON: ' bd-override-reason
029700     end-if
029800     move ws-business-date to bdh-date
029900     if ws-bus-date-override = 'Y'
030000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
030100             to bdh-override
030200     end-if
030300     .
