002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002916*    2026-10-15  RVM  THE LATE-PICKUP AND BILLING LISTINGS NOW
002932*                     OPEN WITH THE BUSINESS DATE (BUSDATE, COPY
002948*                     BDATREC), FLAGGED WHEN A RERUN OVERRIDE IS
002964*                     ON, SO AN AUDITOR CAN SEE WHICH BUSINESS DAY
002980*                     IT REPRESENTS.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006000     SELECT LATE-PICKUP-RPT ASSIGN TO EXTDLATE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-EXTDLATE-STATUS.
006225     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006250         ORGANIZATION IS LINE SEQUENTIAL
006275         FILE STATUS IS WS-BUSDATE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTROL-CARD-FILE
011100 FD  LATE-PICKUP-RPT
011200     LABEL RECORDS ARE STANDARD.
011300 01  LATE-PICKUP-LINE            PIC X(80).
011320 FD  BUSINESS-DATE-FILE
011340     LABEL RECORDS ARE STANDARD.
011360 01  BUSINESS-DATE-RECORD.
011380     COPY BDATREC.
011400 WORKING-STORAGE SECTION.
011500 01  WS-EXTDCTL-STATUS        PIC X(02).
011600 01  WS-EXTDTRN-STATUS        PIC X(02).
018400     05  LATE-D-DATE          PIC 9(08).
018500     05  FILLER               PIC X(06) VALUE ' OUT: '.
018600     05  LATE-D-OUT           PIC 9(04).
018607******************************************************************
018614*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
018621*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
018628*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
018635******************************************************************
018642 01  WS-BUSDATE-STATUS        PIC X(02).
018649 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018656 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
018663 01  BUS-DATE-HEADING.
018670     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
018677     05  BDH-DATE             PIC 9(08).
018684     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
018700 PROCEDURE DIVISION.
018800 MAINLINE.
018900******************************************************************
019000*    DAILY PROGRAM-OFFICE ENTRY POINT; THE BILLING LEG ONLY      *
019100*    RUNS WHEN EXTDCTL NAMES A MONTH.                            *
019200******************************************************************
019250     perform read-business-date
019300     perform read-billing-month
019400     perform load-roster-names
019500     perform load-site-table
041100             ws-extdlate-status
041200         move 1 to return-code
041300     else
041350         write late-pickup-line from bus-date-heading
041400         write late-pickup-line from late-heading
041500         open input program-log-file
041600         if ws-extdlog-status = '00'
047000         move 1 to return-code
047100     else
047200         move ws-billing-month to bil-h-month
047250         write billing-line from bus-date-heading
047300         write billing-line from bil-heading
047400         perform varying i from 1 by 1 until i > ws-enr-count
047500             if ws-enr-sessions(i) not = zero
049200         close billing-file
049300     end-if
049400     .
049500 READ-BUSINESS-DATE.
049600******************************************************************
049700*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
049800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
049900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
050000******************************************************************
050100     open input business-date-file
050200     if ws-busdate-status not = '00'
050300         display 'COULD NOT OPEN BUSDATE - STATUS '
050400             ws-busdate-status
050500         move 16 to return-code
050600         stop run
050700     end-if
050800     read business-date-file next record
050900     if ws-busdate-status not = '00'
051000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
051100             ws-busdate-status
051200         move 16 to return-code
051300         stop run
051400     end-if
051500     close business-date-file
051600     move bd-business-date to ws-business-date
051700     if bd-override-date not = zero
051800         move bd-override-date to ws-business-date
051900         move 'Y' to ws-bus-date-override
052000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
052100             bd-override-date ' SET BY ' bd-override-operator
052200         display '    REASON: ' bd-override-reason
052300     end-if
052400     move ws-business-date to bdh-date
052500     if ws-bus-date-override = 'Y'
052600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
052700             to bdh-override
052800     end-if
052900     .
