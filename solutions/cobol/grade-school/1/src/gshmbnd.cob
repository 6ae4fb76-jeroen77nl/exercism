003100*    MOD-LOG
003200*    DATE       INIT  DESCRIPTION
003300*    2026-09-01  RVM  ORIGINAL VERSION.
003310*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
003320*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
003330*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
003340*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
003350*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
003360*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
003360*    2026-10-15  RVM  THE CREDITED ATTNDVS ROW IS WRITTEN WITH
003360*                     AV-DESK-FLAG CLEAR - IT IS ON ATTNDLOG.
003360*    2026-10-15  RVM  EACH SCHCALND CALENDAR (CAL-SCHOOL-CODE) IS
003360*                     BUCKETED INTO ITS OWN WEEKS, AND A STUDENT
003360*                     IS JUDGED AND CREDITED ON THE BUILDING'S
003360*                     OWN CALENDAR, THE DISTRICT DEFAULT WHEN IT
003360*                     HAS NONE.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006300     SELECT COMPLIANCE-RPT ASSIGN TO HBCOMP
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-HBCOMP-STATUS.
006520     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006540         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-BUSDATE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SERVICE-TRANS-FILE
010000 FD  COMPLIANCE-RPT
010100     LABEL RECORDS ARE STANDARD.
010200 01  COMPLIANCE-LINE             PIC X(90).
010220 FD  BUSINESS-DATE-FILE
010240     LABEL RECORDS ARE STANDARD.
010260 01  BUSINESS-DATE-RECORD.
010280     COPY BDATREC.
010300 WORKING-STORAGE SECTION.
010400 01  WS-HBSVCTRN-STATUS       PIC X(02).
010500 01  WS-HBSVCLOG-STATUS       PIC X(02).
011600 77  WS-WEEKLY-MINUTES        PIC 9(03) VALUE 300.
011700******************************************************************
011800*    THE CALENDAR'S INSTRUCTIONAL DAYS IN DATE ORDER, EACH       *
011800*    BUCKETED INTO A FIVE-SCHOOL-DAY WEEK. A HOLIDAY-SHORTENED   *
011800*    WEEK SHIFTS THE BUCKETS BY A DAY OR TWO - THE CREDIT RULE   *
011800*    RUNS ON SERVED SCHOOL DAYS, NOT WALL-CALENDAR WEEKS. EVERY  *
011800*    CALENDAR ON SCHCALND IS BUCKETED ON ITS OWN, SO A STUDENT'S *
011800*    WEEKS COME FROM THE CALENDAR OF THE STUDENT'S BUILDING.     *
011800******************************************************************
011800 77  WS-CAL-MAX               PIC 9(04) VALUE 3660.
011800 01  WS-CAL-COUNT             PIC 9(04) VALUE ZERO.
011800 01  WS-CAL-TABLE.
011800     05  WS-CAL-ENTRY         OCCURS 3660 TIMES.
011800         10  WS-CAL-DATE      PIC 9(08).
011800         10  WS-CAL-WEEK      PIC 9(03).
011800         10  WS-CAL-SCHOOL    PIC X(04).
011800******************************************************************
011800*    THE CALENDARS ON SCHCALND (SEE CALNREC.CPY) WITH THE DAYS   *
011800*    BUCKETED SO FAR - SPACES IS THE DISTRICT DEFAULT. SELECT-   *
011800*    SCHOOL-CALENDAR TURNS A BUILDING (WS-CAL-FOR-SCHOOL) INTO   *
011800*    THE CALENDAR IT RUNS ON (WS-CAL-KEY) - ITS OWN, OR SPACES.  *
011800******************************************************************
011800 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
011800 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
011800 01  WS-CALB-TABLE.
011800     05  WS-CALB-ENTRY        OCCURS 10 TIMES.
011800         10  WS-CALB-SCHOOL   PIC X(04).
011800         10  WS-CALB-DAYS     PIC 9(04).
011800 01  WS-CALB-ROW              PIC 9(02).
011800 01  WS-CAL-FOR-SCHOOL        PIC X(04).
011800 01  WS-CAL-KEY               PIC X(04).
012900 01  WS-WEEK-MAX              PIC 9(03) VALUE ZERO.
013000 01  WS-WEEK-WORK             PIC 9(05).
013100******************************************************************
014100         10  WS-HBS-FIRST     PIC X(20).
014200         10  WS-HBS-GRADE     PIC X(02).
014300         10  WS-HBS-ENTRY-DT  PIC 9(08).
014300         10  WS-HBS-SCHOOL    PIC X(04).
014400 01  WS-HBS-ROW               PIC 9(03).
014500******************************************************************
014600*    THE SERVICE LOG HELD IN STORAGE - DUP GATE AND THE WEEKLY   *
017400     05  CMP-D-REQUIRED       PIC ZZ9.
017500     05  FILLER               PIC X(02) VALUE SPACES.
017600     05  CMP-D-STATUS         PIC X(05).
017607******************************************************************
017614*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
017621*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
017628*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
017635******************************************************************
017642 01  WS-BUSDATE-STATUS        PIC X(02).
017649 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017656 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
017663 01  BUS-DATE-HEADING.
017670     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
017677     05  BDH-DATE             PIC 9(08).
017684     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017700 PROCEDURE DIVISION.
017800 MAINLINE.
017900******************************************************************
018000*    WEEKLY ENTRY POINT - POST THE SERVICE, GRANT THE CREDIT,    *
018100*    PROVE THE DELIVERY.                                         *
018200******************************************************************
018250     perform read-business-date
018300     move ws-business-date to ws-today-date
018400     perform load-calendar-weeks
018500     perform load-homebound-students
018600     perform load-service-log
020800                     or cal-day-type = 'E')
020900                 and ws-cal-count < ws-cal-max
021000                 add 1 to ws-cal-count
021000                 move cal-date
021000                     to ws-cal-date(ws-cal-count)
021000                 move cal-school-code
021000                     to ws-cal-school(ws-cal-count)
021000                 perform find-or-add-calendar
021000                 add 1 to ws-calb-days(ws-calb-row)
021000                 compute ws-week-work =
021000                     ((ws-calb-days(ws-calb-row) - 1) / 5) + 1
021000                 move ws-week-work
021000                     to ws-cal-week(ws-cal-count)
021000                 if ws-week-work > ws-week-max
021000                     move ws-week-work to ws-week-max
021000                 end-if
021800             end-if
021900         end-perform
022000         close school-calendar-file
022500         stop run
022600     end-if
022700     .
022800 FIND-OR-ADD-CALENDAR.
022800******************************************************************
022800*    POINTS WS-CALB-ROW AT THE CALENDAR OF THE CALNREC JUST      *
022800*    READ. MORE CALENDARS THAN THE TABLE HOLDS IS A FILE         *
022800*    GSCALBLD WOULD NOT HAVE BUILT - THE RUN STOPS RATHER THAN   *
022800*    BUCKET A STUDENT'S WEEKS WRONG.                             *
022800******************************************************************
022800     move zero to ws-calb-row
022800     perform varying k from 1 by 1 until k > ws-calb-count
022800         if ws-calb-school(k) = cal-school-code
022800             move k to ws-calb-row
022800         end-if
022800     end-perform
022800     if ws-calb-row = zero
022800         if ws-calb-count not < ws-calb-max
022800             display 'MORE THAN ' ws-calb-max
022800                 ' CALENDARS ON SCHCALND'
022800             move 16 to return-code
022800             stop run
022800         end-if
022800         add 1 to ws-calb-count
022800         move ws-calb-count to ws-calb-row
022800         move cal-school-code to ws-calb-school(ws-calb-row)
022800         move zero to ws-calb-days(ws-calb-row)
022800     end-if
022800     .
022800 SELECT-SCHOOL-CALENDAR.
022800     move spaces to ws-cal-key
022800     perform varying ws-calb-row from 1 by 1
022800             until ws-calb-row > ws-calb-count
022800         if ws-calb-school(ws-calb-row) = ws-cal-for-school
022800             move ws-cal-for-school to ws-cal-key
022800         end-if
022800     end-perform
022800     .
022800 LOAD-HOMEBOUND-STUDENTS.
022900******************************************************************
023000*    AN OPEN 'HB' SPELL ON PGMPART IS THE HOMEBOUND STATUS -     *
024500                 move pp-entry-date
024600                     to ws-hbs-entry-dt(ws-hbs-count)
024700                 move spaces
024700                     to ws-hbs-last(ws-hbs-count)
024700                 move spaces
024700                     to ws-hbs-school(ws-hbs-count)
024700             end-if
025000         end-perform
025100         close program-part-file
025200     end-if
026300                         move st-first-name
026400                             to ws-hbs-first(j)
026500                         move st-grade
026500                             to ws-hbs-grade(j)
026500                         move st-school-code
026500                             to ws-hbs-school(j)
026700                     end-if
026800                 end-perform
026900             end-if
036100 OPEN-COMPLIANCE-REPORT.
036200     open output compliance-rpt
036300     if ws-hbcomp-status = '00'
036350         write compliance-line from bus-date-heading
036400         write compliance-line from cmp-heading
036500     else
036600         display 'COULD NOT OPEN HBCOMP - STATUS '
037000     .
037100 GRANT-WEEKLY-CREDITS.
037200     perform varying i from 1 by 1 until i > ws-hbs-count
037200         move ws-hbs-school(i) to ws-cal-for-school
037200         perform select-school-calendar
037200         perform varying ws-week-work from 1 by 1
037400                 until ws-week-work > ws-week-max
037500             perform judge-one-week
037600         end-perform
038500     move zero to ws-week-minutes
038600     move zero to ws-week-last-day
038700     perform varying k from 1 by 1 until k > ws-cal-count
038700         if ws-cal-week(k) = ws-week-work
038700             and ws-cal-school(k) = ws-cal-key
038700             move ws-cal-date(k) to ws-week-last-day
039000             perform varying j from 1 by 1
039100                     until j > ws-svc-count
039200                 if ws-svc-id(j) = ws-hbs-id(i)
042800******************************************************************
042900     perform varying k from 1 by 1 until k > ws-cal-count
043000         if ws-cal-week(k) = ws-week-work
043000             and ws-cal-school(k) = ws-cal-key
043000             and ws-cal-date(k) >= ws-hbs-entry-dt(i)
043200             move ws-hbs-id(i)   to av-student-id
043300             move ws-cal-date(k) to av-date
043400             read attend-vsam-file record key is av-key
046600     move 'C'            to av-correction-flag
046700     move 'HB'           to av-reason-code
046800     move space          to av-excused-flag
046800     move space          to av-desk-flag
046800     write attend-vsam-record
047000     if ws-attvsam-status not = '00'
047100         rewrite attend-vsam-record
047200     end-if
047300     add 1 to ws-credits-posted
047400     .
047500 READ-BUSINESS-DATE.
047600******************************************************************
047700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
047800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
047900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
048000******************************************************************
048100     open input business-date-file
048200     if ws-busdate-status not = '00'
048300         display 'COULD NOT OPEN BUSDATE - STATUS '
048400             ws-busdate-status
048500         move 16 to return-code
048600         stop run
048700     end-if
048800     read business-date-file next record
048900     if ws-busdate-status not = '00'
049000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
049100             ws-busdate-status
049200         move 16 to return-code
049300         stop run
049400     end-if
049500     close business-date-file
049600     move bd-business-date to ws-business-date
049700     if bd-override-date not = zero
049800         move bd-override-date to ws-business-date
049900         move 'Y' to ws-bus-date-override
050000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
050100             bd-override-date ' SET BY ' bd-override-operator
050200         display '    REASON: ' bd-override-reason
050300     end-if
050400     move ws-business-date to bdh-date
050500     if ws-bus-date-override = 'Y'
050600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
050700             to bdh-override
050800     end-if
050900     .
