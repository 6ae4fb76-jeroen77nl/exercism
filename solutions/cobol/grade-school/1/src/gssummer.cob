003100*    MOD-LOG
003200*    DATE       INIT  DESCRIPTION
003300*    2026-09-01  RVM  ORIGINAL VERSION.
003300*    2026-10-15  RVM  POSTED SUMMER ROWS CARRY A BLANK TRN-REPEAT-
003300*                     FLAG (TRANSCPT RECORD NOW 46 BYTES); A
003300*                     SUMMER RETAKE OF A FAILED COURSE IS SORTED
003300*                     OUT BY GSREPEAT.
003320*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
003340*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
003360*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
003380*                     WHICH BUSINESS DAY IT REPRESENTS.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
007000     SELECT COMPLETION-RPT ASSIGN TO SUMCOMP
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SUMCOMP-STATUS.
007225     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007250         ORGANIZATION IS LINE SEQUENTIAL
007275         FILE STATUS IS WS-BUSDATE-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  SUMMER-CONTROL-FILE
012200 FD  COMPLETION-RPT
012300     LABEL RECORDS ARE STANDARD.
012400 01  COMPLETION-LINE             PIC X(80).
012420 FD  BUSINESS-DATE-FILE
012440     LABEL RECORDS ARE STANDARD.
012460 01  BUSINESS-DATE-RECORD.
012480     COPY BDATREC.
012500 WORKING-STORAGE SECTION.
012600 01  WS-SUMCTL-STATUS         PIC X(02).
012700 01  WS-SUMTRN-STATUS         PIC X(02).
021900     05  CMP-D-LETTER         PIC X(01).
022000     05  FILLER               PIC X(06) VALUE SPACES.
022100     05  CMP-D-OUTCOME        PIC X(12).
022107******************************************************************
022114*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
022121*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
022128*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
022135******************************************************************
022142 01  WS-BUSDATE-STATUS        PIC X(02).
022149 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
022156 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
022163 01  BUS-DATE-HEADING.
022170     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
022177     05  BDH-DATE             PIC 9(08).
022184     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
022200 PROCEDURE DIVISION.
022300 MAINLINE.
022400******************************************************************
022500*    SUMMER-SESSION ENTRY POINT - RUN NIGHTLY THROUGH THE        *
022600*    SESSION AND ONCE MORE WITH THE SUMGRD CARDS AT ITS END.     *
022700******************************************************************
022750     perform read-business-date
022800     perform read-summer-term
022900     perform load-roster-id-table
023000     perform load-course-catalog
055800         move ws-cat-hours(ws-cat-row) to trn-credit-hours
055900         move sg-grade-letter          to trn-grade-letter
056000         move ws-summer-term           to trn-term
056000         move space                    to trn-repeat-flag
056000         write transcript-record
056200         move sg-grade-letter
056300             to ws-sum-letter(ws-sum-row)
056400         add 1 to ws-grd-posted
058700         move 1 to return-code
058800     else
058900         move ws-summer-term to cmp-h-term
058950         write completion-line from bus-date-heading
059000         write completion-line from cmp-heading
059100         write completion-line from cmp-column-heading
059200         perform varying i from 1 by 1 until i > ws-sum-count
061400         close completion-rpt
061500     end-if
061600     .
061700 READ-BUSINESS-DATE.
061800******************************************************************
061900*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
062000*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
062100*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
062200******************************************************************
062300     open input business-date-file
062400     if ws-busdate-status not = '00'
062500         display 'COULD NOT OPEN BUSDATE - STATUS '
062600             ws-busdate-status
062700         move 16 to return-code
062800         stop run
062900     end-if
063000     read business-date-file next record
063100     if ws-busdate-status not = '00'
063200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
063300             ws-busdate-status
063400         move 16 to return-code
063500         stop run
063600     end-if
063700     close business-date-file
063800     move bd-business-date to ws-business-date
063900     if bd-override-date not = zero
064000         move bd-override-date to ws-business-date
064100         move 'Y' to ws-bus-date-override
064200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
064300             bd-override-date ' SET BY ' bd-override-operator
064400         display '    REASON: ' bd-override-reason
064500     end-if
064600     move ws-business-date to bdh-date
064700     if ws-bus-date-override = 'Y'
064800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
064900             to bdh-override
065000     end-if
065100     .
