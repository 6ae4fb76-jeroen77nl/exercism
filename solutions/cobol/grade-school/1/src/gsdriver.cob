002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-09-01  RVM  ORIGINAL VERSION.
002616*    2026-10-15  RVM  THE EXCEPTION REPORT NOW OPENS WITH THE
002632*                     BUSINESS DATE (BUSDATE, COPY BDATREC),
002648*                     FLAGGED WHEN A RERUN OVERRIDE IS ON, SO AN
002664*                     AUDITOR CAN SEE WHICH BUSINESS DAY IT
002680*                     REPRESENTS.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004500     SELECT STOP-EXCEPTION-RPT ASSIGN TO RTSTEXCP
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RTSTEXCP-STATUS.
004725     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004750         ORGANIZATION IS LINE SEQUENTIAL
004775         FILE STATUS IS WS-BUSDATE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ROUTE-STOP-FILE
006700 FD  STOP-EXCEPTION-RPT
006800     LABEL RECORDS ARE STANDARD.
006900 01  STOP-EXCEPTION-LINE         PIC X(90).
006920 FD  BUSINESS-DATE-FILE
006940     LABEL RECORDS ARE STANDARD.
006960 01  BUSINESS-DATE-RECORD.
006980     COPY BDATREC.
007000 WORKING-STORAGE SECTION.
007100 01  WS-ROUTSTOP-STATUS       PIC X(02).
007200 01  WS-RIDERSTP-STATUS       PIC X(02).
014500     05  EXC-D-STOP           PIC 9(03).
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  EXC-D-NOTE           PIC X(24).
014707******************************************************************
014714*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
014721*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
014728*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
014735******************************************************************
014742 01  WS-BUSDATE-STATUS        PIC X(02).
014749 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014756 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014763 01  BUS-DATE-HEADING.
014770     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014777     05  BDH-DATE             PIC 9(08).
014784     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014800 PROCEDURE DIVISION.
014900 MAINLINE.
015000******************************************************************
015100*    TRANSPORTATION ENTRY POINT - RUN WHENEVER ROUTES OR STOPS   *
015200*    CHANGE AND BEFORE THE FIRST DAY OF SCHOOL.                  *
015300******************************************************************
015350     perform read-business-date
015400     perform load-stop-table
015500     perform load-rider-table
015600     perform join-stop-assignments
028700             ws-rtstexcp-status
028800         move 1 to return-code
028900     else
028950         write stop-exception-line from bus-date-heading
029000         write stop-exception-line from exc-heading
029100         perform varying j from 1 by 1 until j > ws-rdr-count
029200             perform check-one-rider
033200     move ws-rdr-route(j) to exc-d-route
033300     move ws-rdr-stop(j)  to exc-d-stop
033400     .
033500 READ-BUSINESS-DATE.
033600******************************************************************
033700*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
033800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
033900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
034000******************************************************************
034100     open input business-date-file
034200     if ws-busdate-status not = '00'
034300         display 'COULD NOT OPEN BUSDATE - STATUS '
034400             ws-busdate-status
034500         move 16 to return-code
034600         stop run
034700     end-if
034800     read business-date-file next record
034900     if ws-busdate-status not = '00'
035000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
035100             ws-busdate-status
035200         move 16 to return-code
035300         stop run
035400     end-if
035500     close business-date-file
035600     move bd-business-date to ws-business-date
035700     if bd-override-date not = zero
035800         move bd-override-date to ws-business-date
035900         move 'Y' to ws-bus-date-override
036000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
036100             bd-override-date ' SET BY ' bd-override-operator
036200         display '    REASON: ' bd-override-reason
036300     end-if
036400     move ws-business-date to bdh-date
036500     if ws-bus-date-override = 'Y'
036600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
036700             to bdh-override
036800     end-if
036900     .
