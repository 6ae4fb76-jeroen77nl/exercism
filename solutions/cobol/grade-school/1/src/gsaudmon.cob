002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-08-22  RVM  ORIGINAL VERSION.
002310*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC, NOW
002320*                     112 BYTES WITH THE AUDIT SEQUENCE NUMBER AND
002330*                     CONTROL HASH. RECORDS ARE ROLLED AND CARRIED
002340*                     IN THEIR ORIGINAL ORDER, SO THE CHAIN
002350*                     GSAUDVER CHECKS RUNS STRAIGHT FROM THE LAST
002360*                     GENERATION INTO THE LIVE LOG.
002368*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002376*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002384*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002392*                     WHICH BUSINESS DAY IT REPRESENTS.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004200     SELECT AUDIT-SUMMARY-RPT ASSIGN TO AUDSUMM
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDSUMM-STATUS.
004425     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004450         ORGANIZATION IS LINE SEQUENTIAL
004475         FILE STATUS IS WS-BUSDATE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  AUDIT-CONTROL-FILE
005100 FD  AUDIT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  AUDIT-RECORD.
005400     COPY AUDTREC.
006400 FD  AUDIT-MONTH-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  AUDIT-MONTH-RECORD          PIC X(112).
006700 FD  ROSTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  ROSTER-FILE-RECORD.
007100 FD  AUDIT-SUMMARY-RPT
007200     LABEL RECORDS ARE STANDARD.
007300 01  AUDIT-SUMMARY-LINE          PIC X(80).
007320 FD  BUSINESS-DATE-FILE
007340     LABEL RECORDS ARE STANDARD.
007360 01  BUSINESS-DATE-RECORD.
007380     COPY BDATREC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-AUDCTL-STATUS         PIC X(02).
007600 01  WS-AUDIT-STATUS          PIC X(02).
010000******************************************************************
010100 77  WS-CARRY-MAX             PIC 9(05) VALUE 02000.
010200 01  WS-CARRY-TABLE.
010300     05  WS-CARRY-REC         OCCURS 2000 TIMES PIC X(112).
010400******************************************************************
010500*    ONE SUMMARY ROW PER DISTINCT BUILDING/GRADE/ACTION/RESULT   *
010600*    SEEN IN THE CUTOFF MONTH, FIND-OR-ADD STYLE.                *
013700     05  SUMM-D-RESULT        PIC X(05).
013800     05  FILLER               PIC X(03) VALUE SPACES.
013900     05  SUMM-D-COUNT         PIC ZZZZ9.
013907******************************************************************
013914*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013921*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013928*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013935******************************************************************
013942 01  WS-BUSDATE-STATUS        PIC X(02).
013949 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013956 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013963 01  BUS-DATE-HEADING.
013970     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013977     05  BDH-DATE             PIC 9(08).
013984     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014000 PROCEDURE DIVISION.
014100 MAINLINE.
014150     perform read-business-date
014200     perform read-audit-control
014300     perform load-student-school-table
014400     perform roll-audit-log
027000     open output audit-summary-rpt
027100     if ws-audsumm-status = '00'
027200         move ws-cutoff-month to summ-h-month
027250         write audit-summary-line from bus-date-heading
027300         write audit-summary-line from summ-heading
027400         write audit-summary-line from summ-column-heading
027500         perform varying i from 1 by 1 until i > ws-sum-count
028700         move 1 to return-code
028800     end-if
028900     .
029000 READ-BUSINESS-DATE.
029100******************************************************************
029200*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
029300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
029400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
029500******************************************************************
029600     open input business-date-file
029700     if ws-busdate-status not = '00'
029800         display 'COULD NOT OPEN BUSDATE - STATUS '
029900             ws-busdate-status
030000         move 16 to return-code
030100         stop run
030200     end-if
030300     read business-date-file next record
030400     if ws-busdate-status not = '00'
030500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
030600             ws-busdate-status
030700         move 16 to return-code
030800         stop run
030900     end-if
031000     close business-date-file
031100     move bd-business-date to ws-business-date
031200     if bd-override-date not = zero
031300         move bd-override-date to ws-business-date
031400         move 'Y' to ws-bus-date-override
031500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
031600             bd-override-date ' SET BY ' bd-override-operator
031700         display '    REASON: ' bd-override-reason
031800     end-if
031900     move ws-business-date to bdh-date
032000     if ws-bus-date-override = 'Y'
032100         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
032200             to bdh-override
032300     end-if
032400     .
