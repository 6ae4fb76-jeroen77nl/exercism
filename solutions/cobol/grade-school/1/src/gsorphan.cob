001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-08-22  RVM  ORIGINAL VERSION.
001920*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
001940*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
001960*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
001980*                     WHICH BUSINESS DAY IT REPRESENTS.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004300     SELECT ORPHAN-XREF-RPT ASSIGN TO ORPHXRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ORPHXRPT-STATUS.
004525     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-BUSDATE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ROSTER-FILE
007000 FD  ORPHAN-XREF-RPT
007100     LABEL RECORDS ARE STANDARD.
007200 01  ORPHAN-XREF-LINE            PIC X(80).
007220 FD  BUSINESS-DATE-FILE
007240     LABEL RECORDS ARE STANDARD.
007260 01  BUSINESS-DATE-RECORD.
007280     COPY BDATREC.
007300 WORKING-STORAGE SECTION.
007400 01  WS-ROSTER-FILE-STATUS    PIC X(02).
007500 01  WS-ARCHIVE-STATUS        PIC X(02).
011600     05  ORPHX-D-ID           PIC 9(07).
011700     05  FILLER               PIC X(02) VALUE SPACES.
011800     05  ORPHX-D-TALLY        PIC ZZZZ9.
011807******************************************************************
011814*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
011821*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
011828*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
011835******************************************************************
011842 01  WS-BUSDATE-STATUS        PIC X(02).
011849 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
011856 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
011863 01  BUS-DATE-HEADING.
011870     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
011877     05  BDH-DATE             PIC 9(08).
011884     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
011900 PROCEDURE DIVISION.
012000 MAINLINE.
012050     perform read-business-date
012100     perform load-known-ids
012200     move 'GUARDVS ' to ws-current-file
012300     perform sweep-guardian-file
025500         move 16 to return-code
025600         stop run
025700     end-if
025750     write orphan-xref-line from bus-date-heading
025800     write orphan-xref-line from orphx-heading
025900     write orphan-xref-line from orphx-column-heading
026000     perform varying i from 1 by 1 until i > ws-orph-count
026600     close orphan-xref-rpt
026700     display 'ORPHAN IDS FOUND: ' ws-orph-count
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
