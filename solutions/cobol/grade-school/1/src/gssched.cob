001600*    TOUCHES THE STUDENT SCHEDULE FILE (STSCHED, COPY STSCREC):  *
001700*      NOSTU - THE STUDENT IS NOT ENROLLED ON ROSTERVS,          *
001800*      NOSEC - THE SECTION IS NOT ON THE MASTER SCHEDULE,        *
001800*      SEVFD - THE SECTION HAS AN OPEN SEVERE FINDING FROM THE   *
001800*              MASTER-SCHEDULE VALIDATION (GSMSTVAL - MSTFIND),  *
001900*      DUPCR - THE STUDENT ALREADY CARRIES THE COURSE,           *
002000*      PERCF - THE STUDENT ALREADY HAS A SECTION THAT PERIOD,    *
002100*      SECFL - THE SECTION IS AT ITS SEAT CAP.                   *
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002900*    2026-10-15  RVM  NEW SEVFD EDIT - NO ADDS INTO A SECTION
002900*                     WITH AN OPEN SEVERE GSMSTVAL FINDING
002900*                     (MSTFIND).
002920*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002940*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002960*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002980*                     WHICH BUSINESS DAY IT REPRESENTS.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004800     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TEACHFIL-STATUS.
005100     SELECT MASTER-FINDING-FILE ASSIGN TO MSTFIND
005100         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-MSTFIND-STATUS.
005100     SELECT SCHEDULE-RPT ASSIGN TO SCHDRPT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SCHDRPT-STATUS.
005325     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005350         ORGANIZATION IS LINE SEQUENTIAL
005375         FILE STATUS IS WS-BUSDATE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  MASTER-SCHEDULE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  TEACHER-FILE-RECORD.
007800     COPY TEACHASN.
007900 FD  MASTER-FINDING-FILE
007900     LABEL RECORDS ARE STANDARD.
007900 01  MASTER-FINDING-RECORD.
007900     COPY MSVFREC.
007900 FD  SCHEDULE-RPT
008000     LABEL RECORDS ARE STANDARD.
008100 01  SCHEDULE-RPT-LINE           PIC X(100).
008120 FD  BUSINESS-DATE-FILE
008140     LABEL RECORDS ARE STANDARD.
008160 01  BUSINESS-DATE-RECORD.
008180     COPY BDATREC.
008200 WORKING-STORAGE SECTION.
008300 01  WS-MSTSCHED-STATUS       PIC X(02).
008400 01  WS-STSCHED-STATUS        PIC X(02).
008500 01  WS-SCHDTRN-STATUS        PIC X(02).
008600 01  WS-ROSTER-FILE-STATUS    PIC X(02).
008700 01  WS-TEACHFIL-STATUS       PIC X(02).
008700 01  WS-MSTFIND-STATUS        PIC X(02).
008800 01  WS-SCHDRPT-STATUS        PIC X(02).
008900 01  i                        PIC 9(05).
009000 01  j                        PIC 9(05).
010700         10  WS-MST-ROOM      PIC X(04).
010800         10  WS-MST-SEATS     PIC 9(03).
010900 01  WS-MST-ROW               PIC 9(03).
010900******************************************************************
010900*    SECTIONS HELD BY AN OPEN SEVERE FINDING ON THE LAST         *
010900*    MASTER-SCHEDULE VALIDATION RUN (MSTFIND). NO MSTFIND - THE  *
010900*    VALIDATION NOT YET RUN - HOLDS NOTHING.                     *
010900******************************************************************
010900 77  WS-HOLD-MAX              PIC 9(04) VALUE 3000.
010900 01  WS-HOLD-COUNT            PIC 9(04) VALUE ZERO.
010900 01  WS-HOLD-TABLE.
010900     05  WS-HOLD-ENTRY        OCCURS 3000 TIMES.
010900         10  WS-HOLD-SCHOOL   PIC X(04).
010900         10  WS-HOLD-COURSE   PIC X(06).
010900         10  WS-HOLD-SECTION  PIC 9(02).
010900 01  WS-HOLD-ROW              PIC 9(04).
011000******************************************************************
011100*    EVERY STUDENT CURRENTLY ON ROSTERVS - THE ID GATE FOR THE   *
011200*    ADD EDIT, AND THE NAME/GRADE/BUILDING JOIN FOR THE PRINTED  *
019600     05  SCH-D-TEACHER        PIC X(40).
019700 01  SCH-SEPARATOR.
019800     05  FILLER               PIC X(60) VALUE ALL '-'.
019807******************************************************************
019814*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
019821*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
019828*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
019835******************************************************************
019842 01  WS-BUSDATE-STATUS        PIC X(02).
019849 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
019856 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
019863 01  BUS-DATE-HEADING.
019870     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
019877     05  BDH-DATE             PIC 9(08).
019884     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
019900 PROCEDURE DIVISION.
020000 MAINLINE.
020100******************************************************************
020400*    APPLIES THE DAY'S ADD/DROP CARDS THROUGH THE CONFLICT       *
020500*    EDITS, REWRITES STSCHED AND PRINTS THE SCHEDULES.           *
020600******************************************************************
020650     perform read-business-date
020700     perform load-master-schedule
020700     perform load-master-findings
020800     perform load-roster-id-table
020900     perform load-teacher-table
021000     perform load-student-schedule
024500         move 1 to return-code
024600     end-if
024700     .
024800 LOAD-MASTER-FINDINGS.
024800******************************************************************
024800*    ONLY THE SEVERE FINDINGS THAT NAME A SECTION HOLD           *
024800*    ENROLLMENT - WARNINGS AND TEACHER-LEVEL FINDINGS DO NOT.    *
024800******************************************************************
024800     move zero to ws-hold-count
024800     open input master-finding-file
024800     if ws-mstfind-status = '00'
024800         perform until ws-mstfind-status not = '00'
024800             read master-finding-file next record
024800             if ws-mstfind-status = '00'
024800                 and mv-severity = 'S'
024800                 and mv-course-code not = spaces
024800                 and ws-hold-count < ws-hold-max
024800                 add 1 to ws-hold-count
024800                 move mv-school-code
024800                     to ws-hold-school(ws-hold-count)
024800                 move mv-course-code
024800                     to ws-hold-course(ws-hold-count)
024800                 move mv-section-no
024800                     to ws-hold-section(ws-hold-count)
024800             end-if
024800         end-perform
024800         close master-finding-file
024800     end-if
024800     .
024800 LOAD-ROSTER-ID-TABLE.
024900     move zero to ws-roster-id-count
025000     open input roster-file
037200 APPLY-SCHEDULE-ADD.
037300******************************************************************
037400*    THE ENROLLMENT-TIME CONFLICT EDITS. THE STUDENT MUST BE     *
037400*    ENROLLED, THE SECTION MUST BE ON THE MASTER SCHEDULE AT     *
037400*    THE STUDENT'S OWN BUILDING AND NOT HELD BY A SEVERE         *
037400*    MASTER-SCHEDULE FINDING, THE COURSE MUST NOT ALREADY BE     *
037400*    ON THE STUDENT'S SCHEDULE, THE SECTION'S PERIOD MUST BE     *
037400*    FREE ON THE STUDENT'S DAY, AND A SEAT MUST BE OPEN.         *
037900******************************************************************
038000     move 'Y' to ws-edit-ok
038100     move spaces to ws-edit-reason
039100             move 'NOSEC' to ws-edit-reason
039200         end-if
039300     end-if
039300     if ws-edit-ok = 'Y'
039300         perform find-section-hold
039300         if ws-hold-row not = zero
039300             move 'N'     to ws-edit-ok
039300             move 'SEVFD' to ws-edit-reason
039300         end-if
039300     end-if
039400     if ws-edit-ok = 'Y'
039500         perform check-duplicate-course
039600         if ws-sched-row not = zero
046400         end-if
046500     end-perform
046600     .
046700 FIND-SECTION-HOLD.
046700     move zero to ws-hold-row
046700     perform varying j from 1 by 1 until j > ws-hold-count
046700         if ws-hold-school(j) = ws-mst-school(ws-mst-row)
046700             and ws-hold-course(j) = ws-mst-course(ws-mst-row)
046700             and ws-hold-section(j) = ws-mst-section(ws-mst-row)
046700             move j to ws-hold-row
046700         end-if
046700     end-perform
046700     .
046700 CHECK-DUPLICATE-COURSE.
046800     move zero to ws-sched-row
046900     perform varying j from 1 by 1 until j > ws-sched-count
054600             ws-schdrpt-status
054700         move 1 to return-code
054800     else
054850         write schedule-rpt-line from bus-date-heading
054900         write schedule-rpt-line from sch-page-heading
055000         move zero to ws-prev-student
055100         perform varying i from 1 by 1 until i > ws-sched-count
060800         end-if
060900     end-perform
061000     .
061100 READ-BUSINESS-DATE.
061200******************************************************************
061300*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
061400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
061500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
061600******************************************************************
061700     open input business-date-file
061800     if ws-busdate-status not = '00'
061900         display 'COULD NOT OPEN BUSDATE - STATUS '
062000             ws-busdate-status
062100         move 16 to return-code
062200         stop run
062300     end-if
062400     read business-date-file next record
062500     if ws-busdate-status not = '00'
062600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
062700             ws-busdate-status
062800         move 16 to return-code
062900         stop run
063000     end-if
063100     close business-date-file
063200     move bd-business-date to ws-business-date
063300     if bd-override-date not = zero
063400         move bd-override-date to ws-business-date
063500         move 'Y' to ws-bus-date-override
063600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
063700             bd-override-date ' SET BY ' bd-override-operator
063800         display '    REASON: ' bd-override-reason
063900     end-if
064000     move ws-business-date to bdh-date
064100     if ws-bus-date-override = 'Y'
064200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
064300             to bdh-override
064400     end-if
064500     .
