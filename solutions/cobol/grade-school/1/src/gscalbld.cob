000900*    ONE CALNREC DAY AT A TIME, AND LAST AUGUST A TYPO LEFT A    *
001000*    WEEK OF JUNE UNMARKED. THIS JOB GENERATES THE WHOLE YEAR    *
001100*    FROM CONTROL CARDS (CALCARDS):                              *
001200*      TERM  - A TERM'S START AND END DATE,                      *
001300*      HOL   - A HOLIDAY/BREAK DATE RANGE WITH DESCRIPTION,      *
001400*      ERLY  - AN EARLY-RELEASE DATE.                            *
001500*    EVERY WEEKDAY INSIDE A TERM BECOMES AN 'I' DAY, HOLIDAY     *
002000*    64800 MINUTES) AND REFUSES TO WRITE SCHCALND WHEN THE       *
002100*    YEAR COMES UP SHORT - RETURN-CODE 16 AND THE SHORTFALL ON   *
002200*    THE BUILD REPORT (CALBRPT). SEE JCL/GSCALBLD.JCL.           *
002200*    A CARD WITH A BUILDING CODE IN COLUMNS 41-44 BELONGS TO     *
002200*    THAT BUILDING'S OWN CALENDAR; A BLANK CODE IS THE DISTRICT  *
002200*    DEFAULT, WHICH EVERY BUILDING WITHOUT CARDS OF ITS OWN RUNS *
002200*    ON. A BUILDING CALENDAR IS BUILT FROM ITS OWN TERM/HOL/ERLY *
002200*    CARDS ONLY - NOTHING IS INHERITED FROM THE DISTRICT CARDS - *
002200*    AND EACH CALENDAR IS HELD TO THE STATE MINIMUM ON ITS OWN.  *
002200*    ONE SHORT CALENDAR KEEPS THE WHOLE FILE FROM LOADING.       *
002300******************************************************************
002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-09-01  RVM  ORIGINAL VERSION.
002600*    2026-10-15  RVM  PER-BUILDING CALENDARS. CALCARDS COLUMNS
002600*                     41-44 NAME THE BUILDING A CARD BELONGS TO
002600*                     (BLANK = DISTRICT DEFAULT); ONE CALENDAR IS
002600*                     GENERATED AND VALIDATED PER BUILDING AND
002600*                     WRITTEN WITH CAL-SCHOOL-CODE. A DISTRICT
002600*                     TERM CARD IS NOW REQUIRED.
002620*    2026-10-15  RVM  THE BUILD REPORT NOW OPENS WITH THE BUSINESS
002640*                     DATE (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002660*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002680*                     WHICH BUSINESS DAY IT REPRESENTS.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003700     SELECT BUILD-RPT ASSIGN TO CALBRPT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CALBRPT-STATUS.
003925     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003950         ORGANIZATION IS LINE SEQUENTIAL
003975         FILE STATUS IS WS-BUSDATE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALENDAR-CARD-FILE
004600     05  CB-START-DATE           PIC 9(08).
004700     05  CB-END-DATE             PIC 9(08).
004800     05  CB-DESCRIPTION          PIC X(20).
004800     05  CB-SCHOOL-CODE          PIC X(04).
004900 FD  SCHOOL-CALENDAR-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  CALENDAR-RECORD.
005300 FD  BUILD-RPT
005400     LABEL RECORDS ARE STANDARD.
005500 01  BUILD-RPT-LINE              PIC X(80).
005520 FD  BUSINESS-DATE-FILE
005540     LABEL RECORDS ARE STANDARD.
005560 01  BUSINESS-DATE-RECORD.
005580     COPY BDATREC.
005600 WORKING-STORAGE SECTION.
005700 01  WS-CALCARDS-STATUS       PIC X(02).
005800 01  WS-CALENDAR-STATUS       PIC X(02).
006700 77  WS-MIN-MINUTES           PIC 9(06) VALUE 064800.
006800 77  WS-FULL-DAY-MINUTES      PIC 9(03) VALUE 390.
006900 77  WS-EARLY-DAY-MINUTES     PIC 9(03) VALUE 240.
007000 77  WS-TERM-MAX              PIC 9(02) VALUE 40.
007000 01  WS-TERM-COUNT            PIC 9(02) VALUE ZERO.
007000 01  WS-TERM-TABLE.
007000     05  WS-TERM-ENTRY        OCCURS 40 TIMES.
007000         10  WS-TERM-START    PIC 9(08).
007000         10  WS-TERM-END      PIC 9(08).
007000         10  WS-TERM-SCHOOL   PIC X(04).
007000 01  WS-DIST-TERM-COUNT       PIC 9(02) VALUE ZERO.
007000 77  WS-HOL-MAX               PIC 9(03) VALUE 200.
007000 01  WS-HOL-COUNT             PIC 9(03) VALUE ZERO.
007000 01  WS-HOL-TABLE.
007000     05  WS-HOL-ENTRY         OCCURS 200 TIMES.
007000         10  WS-HOL-START     PIC 9(08).
007000         10  WS-HOL-END       PIC 9(08).
007000         10  WS-HOL-DESC      PIC X(20).
007000         10  WS-HOL-SCHOOL    PIC X(04).
007000 77  WS-ERLY-MAX              PIC 9(03) VALUE 100.
007000 01  WS-ERLY-COUNT            PIC 9(03) VALUE ZERO.
007000 01  WS-ERLY-TABLE.
007000     05  WS-ERLY-ENTRY        OCCURS 100 TIMES.
007000         10  WS-ERLY-DATE     PIC 9(08).
007000         10  WS-ERLY-SCHOOL   PIC X(04).
007000******************************************************************
007000*    THE CALENDARS TO BUILD - THE DISTRICT DEFAULT (BUILDING     *
007000*    SPACES) FIRST, THEN EACH BUILDING NAMED ON A CARD, WITH     *
007000*    THE TOTALS EACH ONE IS VALIDATED ON.                        *
007000******************************************************************
007000 77  WS-CSET-MAX              PIC 9(02) VALUE 10.
007000 01  WS-CSET-COUNT            PIC 9(02) VALUE ZERO.
007000 01  WS-CSET-TABLE.
007000     05  WS-CSET-ENTRY        OCCURS 10 TIMES.
007000         10  WS-CSET-SCHOOL   PIC X(04).
007000         10  WS-CSET-DAYS     PIC 9(03).
007000         10  WS-CSET-MINUTES  PIC 9(06).
007000         10  WS-CSET-OK       PIC X(01).
007000 01  WS-CSET-ROW              PIC 9(02).
007000 01  WS-CSET-FOUND            PIC X.
007000 01  WS-CUR-SCHOOL            PIC X(04).
008700******************************************************************
008800*    THE GENERATED YEARS - AT MOST ONE RECORD PER SCHOOL DAY     *
008800*    PER CALENDAR, THE CALENDARS IN WS-CSET-TABLE ORDER.         *
008800******************************************************************
008800 77  WS-GEN-MAX               PIC 9(04) VALUE 3660.
008800 01  WS-GEN-COUNT             PIC 9(04) VALUE ZERO.
008800 01  WS-GEN-TABLE.
008800     05  WS-GEN-ENTRY         OCCURS 3660 TIMES.
008800         10  WS-GEN-DATE      PIC 9(08).
008800         10  WS-GEN-TYPE      PIC X(01).
008800         10  WS-GEN-DESC      PIC X(20).
008800         10  WS-GEN-SCHOOL    PIC X(04).
009700******************************************************************
009800*    DATE-WALKING WORK FIELDS. THE WEEKDAY TEST IS ZELLER'S      *
009900*    CONGRUENCE - 0 IS SATURDAY, 1 SUNDAY; ANYTHING ELSE IS A    *
013200 01  BLD-COUNT-LINE.
013300     05  BLD-D-LITERAL        PIC X(28).
013400     05  BLD-D-COUNT          PIC ZZZZZZ9.
013500 01  BLD-CALENDAR-LINE.
013500     05  FILLER               PIC X(10) VALUE 'CALENDAR: '.
013500     05  BLD-C-NAME           PIC X(30).
013500 01  BLD-MEETS-LINE.
013500     05  FILLER               PIC X(30) VALUE
013500         '  MEETS THE STATE MINIMUM'.
013500 01  BLD-SHORT-OF-LINE.
013500     05  FILLER               PIC X(30) VALUE
013500         '  SHORT OF THE STATE MINIMUM'.
013500 01  BLD-OK-LINE.
013500     05  FILLER               PIC X(47) VALUE
013500         'EVERY CALENDAR MEETS THE STATE MINIMUM - LOADED'.
013500 01  BLD-SHORT-LINE.
013500     05  FILLER               PIC X(44) VALUE
013500         'A CALENDAR IS SHORT OF THE STATE MINIMUM -  '.
013500     05  FILLER               PIC X(10) VALUE 'NOT LOADED'.
013553******************************************************************
013606*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013659*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013712*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013765******************************************************************
013818 01  WS-BUSDATE-STATUS        PIC X(02).
013871 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013924 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013977 01  BUS-DATE-HEADING.
014030     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014083     05  BDH-DATE             PIC 9(08).
014136     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014200 PROCEDURE DIVISION.
014300 MAINLINE.
014400******************************************************************
014500*    SUMMER BUILD ENTRY POINT. READS THE CARDS, GENERATES AND    *
014500*    VALIDATES EACH CALENDAR'S YEAR, AND ONLY THEN REPLACES      *
014500*    SCHCALND.                                                   *
014500******************************************************************
014500     perform read-business-date
014500     perform read-calendar-cards
014500     perform varying ws-cset-row from 1 by 1
014500             until ws-cset-row > ws-cset-count
014500         move ws-cset-school(ws-cset-row) to ws-cur-school
014500         perform generate-year
014500         perform total-and-validate
014500     end-perform
014500     perform print-build-report
015200     if ws-build-ok = 'Y'
015300         perform write-calendar-file
015400     else
015700     stop run
015800     .
015900 READ-CALENDAR-CARDS.
015900     move 1      to ws-cset-count
015900     move spaces to ws-cset-school(1)
015900     open input calendar-card-file
016100     if ws-calcards-status not = '00'
016200         display 'COULD NOT OPEN CALCARDS - STATUS '
016300             ws-calcards-status
016900         if ws-calcards-status = '00'
017000             evaluate cb-card-type
017100                 when 'TERM'
017100                     if ws-term-count < ws-term-max
017100                         add 1 to ws-term-count
017100                         move cb-start-date
017100                             to ws-term-start(ws-term-count)
017100                         move cb-end-date
017100                             to ws-term-end(ws-term-count)
017100                         move cb-school-code
017100                             to ws-term-school(ws-term-count)
017100                         if cb-school-code = spaces
017100                             add 1 to ws-dist-term-count
017100                         end-if
017100                         perform note-card-calendar
017100                     end-if
017900                 when 'HOL '
018000                     if ws-hol-count < ws-hol-max
018100                         add 1 to ws-hol-count
018400                         move cb-end-date
018500                             to ws-hol-end(ws-hol-count)
018600                         move cb-description
018600                             to ws-hol-desc(ws-hol-count)
018600                         move cb-school-code
018600                             to ws-hol-school(ws-hol-count)
018600                         perform note-card-calendar
018600                     end-if
018900                 when 'ERLY'
019000                     if ws-erly-count < ws-erly-max
019100                         add 1 to ws-erly-count
019200                         move cb-start-date
019200                             to ws-erly-date(ws-erly-count)
019200                         move cb-school-code
019200                             to ws-erly-school(ws-erly-count)
019200                         perform note-card-calendar
019200                     end-if
019500                 when other
019600                     display 'UNRECOGNIZED CALCARDS TYPE: '
019700                         cb-card-type
019900         end-if
020000     end-perform
020100     close calendar-card-file
020200     if ws-dist-term-count = zero
020200         display 'NO DISTRICT TERM CARD ON CALCARDS - NOTHING TO '
020200             'BUILD'
020200         move 16 to return-code
020200         stop run
020200     end-if
020200     .
020200 NOTE-CARD-CALENDAR.
020200******************************************************************
020200*    ADDS THE CARD'S BUILDING TO THE CALENDARS TO BUILD THE      *
020200*    FIRST TIME IT IS SEEN. MORE BUILDINGS THAN THE TABLE HOLDS  *
020200*    IS A CARD-DECK ERROR, NOT SOMETHING TO BUILD AROUND.        *
020200******************************************************************
020200     move 'N' to ws-cset-found
020200     perform varying k from 1 by 1 until k > ws-cset-count
020200         if ws-cset-school(k) = cb-school-code
020200             move 'Y' to ws-cset-found
020200         end-if
020200     end-perform
020200     if ws-cset-found = 'N'
020200         if ws-cset-count not < ws-cset-max
020200             display 'MORE THAN ' ws-cset-max ' CALENDARS ON '
020200                 'CALCARDS - NOTHING BUILT'
020200             move 16 to return-code
020200             stop run
020200         end-if
020200         add 1 to ws-cset-count
020200         move cb-school-code to ws-cset-school(ws-cset-count)
020200     end-if
020200     .
020200 GENERATE-YEAR.
020200******************************************************************
020200*    WALKS THE TERMS OF THE CALENDAR IN WS-CUR-SCHOOL.           *
020200******************************************************************
020200     perform varying j from 1 by 1 until j > ws-term-count
020200         if ws-term-school(j) = ws-cur-school
020200             move ws-term-start(j) to ws-work-date
020200             perform until ws-work-date > ws-term-end(j)
020200                 perform classify-one-day
020200                 perform advance-one-day
020200             end-perform
020200         end-if
020200     end-perform
020200     .
021700 CLASSIFY-ONE-DAY.
021800     perform check-weekday
021900     if ws-is-weekday = 'Y'
022100         move spaces to ws-day-desc
022200         perform varying k from 1 by 1 until k > ws-hol-count
022300             if ws-work-date >= ws-hol-start(k)
022300                 and ws-work-date <= ws-hol-end(k)
022300                 and ws-hol-school(k) = ws-cur-school
022500                 move 'H' to ws-day-type
022600                 move ws-hol-desc(k) to ws-day-desc
022700             end-if
023000             perform varying k from 1 by 1
023100                     until k > ws-erly-count
023200                 if ws-erly-date(k) = ws-work-date
023200                     and ws-erly-school(k) = ws-cur-school
023300                     move 'E' to ws-day-type
023400                     move 'EARLY RELEASE' to ws-day-desc
023500                 end-if
024000             move ws-work-date to ws-gen-date(ws-gen-count)
024100             move ws-day-type  to ws-gen-type(ws-gen-count)
024200             move ws-day-desc  to ws-gen-desc(ws-gen-count)
024200             move ws-cur-school to ws-gen-school(ws-gen-count)
024300         end-if
024400     end-if
024500     .
030300     end-if
030400     .
030500 TOTAL-AND-VALIDATE.
030500     move zero to ws-total-days
030500     move zero to ws-total-minutes
030500     perform varying j from 1 by 1 until j > ws-gen-count
030500         if ws-gen-type(j) = 'I'
030500             and ws-gen-school(j) = ws-cur-school
030500             add 1 to ws-total-days
030500             add ws-full-day-minutes to ws-total-minutes
030500         end-if
030500         if ws-gen-type(j) = 'E'
030500             and ws-gen-school(j) = ws-cur-school
030500             add 1 to ws-total-days
030500             add ws-early-day-minutes to ws-total-minutes
030500         end-if
030500     end-perform
030500     move ws-total-days    to ws-cset-days(ws-cset-row)
030500     move ws-total-minutes to ws-cset-minutes(ws-cset-row)
030500     move 'Y'              to ws-cset-ok(ws-cset-row)
030500     if ws-total-days < ws-min-days
030500         or ws-total-minutes < ws-min-minutes
030500         move 'N' to ws-cset-ok(ws-cset-row)
030500         move 'N' to ws-build-ok
030500     end-if
030500     .
032300 PRINT-BUILD-REPORT.
032400     open output build-rpt
032500     if ws-calbrpt-status not = '00'
032700             ws-calbrpt-status
032800         move 1 to return-code
032900     else
032950         write build-rpt-line from bus-date-heading
033000         write build-rpt-line from bld-heading
033000         perform varying ws-cset-row from 1 by 1
033000                 until ws-cset-row > ws-cset-count
033000             perform print-one-calendar-totals
033000         end-perform
033000         move spaces to build-rpt-line
033000         write build-rpt-line
033000         if ws-build-ok = 'Y'
034400             write build-rpt-line from bld-ok-line
034500         else
034600             write build-rpt-line from bld-short-line
034800         close build-rpt
034900     end-if
035000     .
035100 PRINT-ONE-CALENDAR-TOTALS.
035100     move spaces to build-rpt-line
035100     write build-rpt-line
035100     if ws-cset-school(ws-cset-row) = spaces
035100         move 'DISTRICT DEFAULT' to bld-c-name
035100     else
035100         move spaces to bld-c-name
035100         string 'BUILDING ' ws-cset-school(ws-cset-row)
035100             delimited by size into bld-c-name
035100         end-string
035100     end-if
035100     write build-rpt-line from bld-calendar-line
035100     move 'INSTRUCTIONAL DAYS:         ' to bld-d-literal
035100     move ws-cset-days(ws-cset-row) to bld-d-count
035100     write build-rpt-line from bld-count-line
035100     move 'STATE MINIMUM DAYS:         ' to bld-d-literal
035100     move ws-min-days to bld-d-count
035100     write build-rpt-line from bld-count-line
035100     move 'INSTRUCTIONAL MINUTES:      ' to bld-d-literal
035100     move ws-cset-minutes(ws-cset-row) to bld-d-count
035100     write build-rpt-line from bld-count-line
035100     move 'STATE MINIMUM MINUTES:      ' to bld-d-literal
035100     move ws-min-minutes to bld-d-count
035100     write build-rpt-line from bld-count-line
035100     if ws-cset-ok(ws-cset-row) = 'Y'
035100         write build-rpt-line from bld-meets-line
035100     else
035100         write build-rpt-line from bld-short-of-line
035100     end-if
035100     .
035100 WRITE-CALENDAR-FILE.
035200     open output school-calendar-file
035300     if ws-calendar-status not = '00'
035900             move ws-gen-date(j) to cal-date
036000             move ws-gen-type(j) to cal-day-type
036100             move ws-gen-desc(j) to cal-description
036100             move ws-gen-school(j) to cal-school-code
036100             write calendar-record
036100         end-perform
036100         close school-calendar-file
036100         perform varying ws-cset-row from 1 by 1
036100                 until ws-cset-row > ws-cset-count
036100             display 'CALENDAR LOADED '
036100                 ws-cset-school(ws-cset-row)
036100                 ' - DAYS ' ws-cset-days(ws-cset-row)
036100                 ' MINUTES ' ws-cset-minutes(ws-cset-row)
036100         end-perform
036700     end-if
036800     .
036900 READ-BUSINESS-DATE.
037000******************************************************************
037100*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
037200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
037300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
037400******************************************************************
037500     open input business-date-file
037600     if ws-busdate-status not = '00'
037700         display 'COULD NOT OPEN BUSDATE - STATUS '
037800             ws-busdate-status
037900         move 16 to return-code
038000         stop run
038100     end-if
038200     read business-date-file next record
038300     if ws-busdate-status not = '00'
038400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
038500             ws-busdate-status
038600         move 16 to return-code
038700         stop run
038800     end-if
038900     close business-date-file
039000     move bd-business-date to ws-business-date
039100     if bd-override-date not = zero
039200         move bd-override-date to ws-business-date
039300         move 'Y' to ws-bus-date-override
039400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
039500             bd-override-date ' SET BY ' bd-override-operator
039600         display '    REASON: ' bd-override-reason
039700     end-if
039800     move ws-business-date to bdh-date
039900     if ws-bus-date-override = 'Y'
040000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
040100             to bdh-override
040200     end-if
040300     .
