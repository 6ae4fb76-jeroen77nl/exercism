001200*    PRESENT/ABSENT DAYS PER CALENDAR MONTH, BUILDING AND GRADE. *
001300*    THE SCHOOL-CALENDAR MASTER (SCHCALND) SUPPLIES THE COUNT    *
001400*    OF INSTRUCTIONAL DAYS IN EACH MONTH, THE DIVISOR THE STATE  *
001500*    CLAIM FORM REQUIRES - EACH BUILDING'S OWN CALENDAR WHERE IT *
001500*    HAS ONE, THE DISTRICT DEFAULT OTHERWISE. RUN AS A           *
001500*    STANDALONE MONTH-END BATCH STEP - SEE JCL/GSADA.JCL - NOT   *
001500*    PART OF THE NIGHTLY RUN.                                    *
001700*                                                                *
001800*    ADA = STUDENT-DAYS PRESENT (TARDY COUNTS AS PRESENT)        *
001900*          DIVIDED BY INSTRUCTIONAL DAYS IN THE MONTH.           *
002540*                     DAILY RECORDS COUNT TOWARD ADA/ADM - THE
002550*                     AGGREGATION AND THE CORRECTION PASS BOTH
002560*                     SKIP THE PERIOD DETAIL.
002560*    2026-10-15  RVM  'E' (EARLY DISMISSAL, SIGNED OUT AT THE
002560*                     FRONT DESK) COUNTS AS A DAY PRESENT, LIKE
002560*                     'T' - THE STUDENT ATTENDED PART OF THE DAY.
002560*    2026-10-15  RVM  THE INSTRUCTIONAL-DAY DIVISOR IS NOW TAKEN
002560*                     FROM THE BUILDING'S OWN SCHCALND CALENDAR
002560*                     WHEN IT HAS ONE (CAL-SCHOOL-CODE), THE
002560*                     DISTRICT DEFAULT OTHERWISE - THE YEAR-ROUND
002560*                     BUILDINGS NO LONGER DIVIDE BY THE DISTRICT'S
002560*                     MONTH.
002568*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002576*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002584*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002592*                     WHICH BUSINESS DAY IT REPRESENTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004100     SELECT ADA-RPT ASSIGN TO ADARPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ADARPT-STATUS.
004325     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004350         ORGANIZATION IS LINE SEQUENTIAL
004375         FILE STATUS IS WS-BUSDATE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ATTENDANCE-FILE
005800 FD  ADA-RPT
005900     LABEL RECORDS ARE STANDARD.
006000 01  ADA-RPT-LINE                PIC X(100).
006020 FD  BUSINESS-DATE-FILE
006040     LABEL RECORDS ARE STANDARD.
006060 01  BUSINESS-DATE-RECORD.
006080     COPY BDATREC.
006100 WORKING-STORAGE SECTION.
006200 01  WS-ATTENDANCE-STATUS     PIC X(02).
006300 01  WS-CALENDAR-STATUS       PIC X(02).
008100         10  WS-SS-SCHOOL     PIC X(04).
008200******************************************************************
008300*    INSTRUCTIONAL-DAY COUNT PER CALENDAR MONTH, TALLIED FROM    *
008300*    THE SCHOOL-CALENDAR MASTER. 'I' AND 'E' DAYS BOTH COUNT -   *
008300*    AN EARLY-RELEASE DAY IS STILL A FUNDED INSTRUCTIONAL DAY.   *
008300*    ONE SET OF MONTHS PER CALENDAR - WS-MO-SCHOOL SPACES IS THE *
008300*    DISTRICT DEFAULT, A BUILDING CODE THAT BUILDING'S OWN.      *
008300******************************************************************
008300 77  WS-MONTH-MAX             PIC 9(03) VALUE 240.
008300 01  WS-MONTH-COUNT           PIC 9(03) VALUE ZERO.
008300 01  WS-MONTH-TABLE.
008300     05  WS-MO-ENTRY          OCCURS 240 TIMES.
008300         10  WS-MO-SCHOOL     PIC X(04).
008300         10  WS-MO-MONTH      PIC 9(06).
008300         10  WS-MO-DAYS       PIC 9(03).
008300 01  WS-MO-FOUND              PIC X.
008300 01  WS-MO-ROW                PIC 9(03).
008300******************************************************************
008300*    THE BUILDINGS THAT HAVE A CALENDAR OF THEIR OWN ON SCHCALND *
008300*    (SEE CALNREC.CPY). SELECT-SCHOOL-CALENDAR TURNS A BUILDING  *
008300*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
008300*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
008300******************************************************************
008300 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
008300 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
008300 01  WS-CALB-TABLE.
008300     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
008300 01  WS-CALB-ROW              PIC 9(02).
008300 01  WS-CALB-FOUND            PIC X.
008300 01  WS-CAL-FOR-SCHOOL        PIC X(04).
008300 01  WS-CAL-KEY               PIC X(04).
009500******************************************************************
009600*    ONE ACCUMULATOR ROW PER DISTINCT MONTH/BUILDING/GRADE SEEN  *
009700*    ON THE LOG, BUILT UP FIND-OR-ADD STYLE THE SAME WAY THE     *
014500     05  ADA-D-ADA            PIC ZZZ9.99.
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  ADA-D-ADM            PIC ZZZ9.99.
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
015300*    COUNTS, AGGREGATES THE ATTENDANCE LOG, AND PRINTS THE       *
015400*    ADA/ADM FIGURES THE STATE FUNDING CLAIM REQUIRES.           *
015500******************************************************************
015550     perform read-business-date
015600     perform load-student-school-table
015700     perform load-calendar-month-table
015710     perform load-correction-table
018800 LOAD-CALENDAR-MONTH-TABLE.
018900******************************************************************
019000*    TALLIES THE INSTRUCTIONAL DAYS ('I' AND 'E' RECORDS) IN     *
019100*    EACH CALENDAR MONTH OF THE SCHOOL-CALENDAR MASTER, ONE SET  *
019100*    PER CALENDAR ON FILE. A MISSING CALENDAR LEAVES EVERY MONTH *
019100*    AT ZERO DAYS AND THE REPORT PRINTS ZERO ADA/ADM RATHER THAN *
019100*    DIVIDING BY A GUESS.                                        *
019400******************************************************************
019500     move zero to ws-month-count
019600     open input school-calendar-file
019900             read school-calendar-file next record
020000             if ws-calendar-status = '00'
020100                 and (cal-day-type = 'I' or cal-day-type = 'E')
020100                 move cal-date(1:6) to ws-att-month
020100                 move cal-school-code to ws-cal-key
020100                 if cal-school-code not = spaces
020100                     perform note-calendar-building
020100                 end-if
020100                 perform find-or-add-month-row
020400                 if ws-mo-row not = zero
020500                     add 1 to ws-mo-days(ws-mo-row)
020600                 end-if
021800     move zero to ws-mo-row
021900     perform varying j from 1 by 1 until j > ws-month-count
022000         if ws-mo-month(j) = ws-att-month
022000             and ws-mo-school(j) = ws-cal-key
022000             move 'Y' to ws-mo-found
022000             move j to ws-mo-row
022000         end-if
022400     end-perform
022500     if ws-mo-found = 'N'
022600         and ws-month-count < ws-month-max
022700         add 1 to ws-month-count
022800         move ws-month-count to ws-mo-row
022800         move ws-cal-key   to ws-mo-school(ws-mo-row)
022800         move ws-att-month to ws-mo-month(ws-mo-row)
023000         move zero to ws-mo-days(ws-mo-row)
023100     end-if
023200     .
023200 NOTE-CALENDAR-BUILDING.
023200     move 'N' to ws-calb-found
023200     perform varying ws-calb-row from 1 by 1
023200             until ws-calb-row > ws-calb-count
023200         if ws-calb-school(ws-calb-row) = cal-school-code
023200             move 'Y' to ws-calb-found
023200         end-if
023200     end-perform
023200     if ws-calb-found = 'N'
023200         and ws-calb-count < ws-calb-max
023200         add 1 to ws-calb-count
023200         move cal-school-code to ws-calb-school(ws-calb-count)
023200     end-if
023200     .
023200 SELECT-SCHOOL-CALENDAR.
023200     move spaces to ws-cal-key
023200     perform varying ws-calb-row from 1 by 1
023200             until ws-calb-row > ws-calb-count
023200         if ws-calb-school(ws-calb-row) = ws-cal-for-school
023200             move ws-cal-for-school to ws-cal-key
023200         end-if
023200     end-perform
023200     .
023300 AGGREGATE-ATTENDANCE-LOG.
023400******************************************************************
023500*    READS EVERY ATTNDLOG POSTING, JOINS IT TO ITS BUILDING,     *
023600*    AND ADDS IT INTO THE MONTH/BUILDING/GRADE ACCUMULATOR ROW.  *
023700*    'P', 'T' AND 'E' COUNT AS PRESENT, 'A' AS ABSENT - ANY OTHER*
023800*    STATUS CODE IS IGNORED, THE SAME WAY IT WOULD BE ON THE     *
023900*    HAND TALLY THIS REPORT REPLACES.                            *
024000******************************************************************
026700             when 'P'
026800                 add 1 to ada-present(ws-ada-row)
026900             when 'T'
026900                 add 1 to ada-present(ws-ada-row)
026900             when 'E'
026900                 add 1 to ada-present(ws-ada-row)
027100             when 'A'
027200                 add 1 to ada-absent(ws-ada-row)
027210                 if ws-post-excused = 'E'
030100******************************************************************
030200*    SORTS THE ACCUMULATOR INTO MONTH/BUILDING/GRADE ORDER AND   *
030300*    PRINTS ONE LINE PER ROW WITH THE MONTH'S INSTRUCTIONAL-DAY  *
030300*    DIVISOR - FROM THE BUILDING'S OWN CALENDAR WHEN IT HAS ONE  *
030300*    - AND THE RESULTING ADA AND ADM FIGURES.                    *
030500******************************************************************
030600     sort ada-row ascending key ada-month ada-school ada-grade
030700     open output ada-rpt
030800     if ws-adarpt-status = '00'
030850         write ada-rpt-line from bus-date-heading
030900         write ada-rpt-line from ada-heading
031000         write ada-rpt-line from ada-column-heading
031100         perform varying i from 1 by 1 until i > ws-ada-count
031800                 ada-present(i) + ada-absent(i)
031900             move ws-member-days to ada-d-member
032000             move ada-month(i) to ws-att-month
032000             move ada-school(i) to ws-cal-for-school
032000             perform select-school-calendar
032000             perform find-month-days
032200             if ws-mo-row not = zero
032300                 and ws-mo-days(ws-mo-row) not = zero
032400                 move ws-mo-days(ws-mo-row) to ada-d-instdays
034400     move zero to ws-mo-row
034500     perform varying j from 1 by 1 until j > ws-month-count
034600         if ws-mo-month(j) = ws-att-month
034600             and ws-mo-school(j) = ws-cal-key
034600             move j to ws-mo-row
034600         end-if
034900     end-perform
035000     .
035100 READ-BUSINESS-DATE.
035200******************************************************************
035300*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
035400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
035500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
035600******************************************************************
035700     open input business-date-file
035800     if ws-busdate-status not = '00'
035900         display 'COULD NOT OPEN BUSDATE - STATUS '
036000             ws-busdate-status
036100         move 16 to return-code
036200         stop run
036300     end-if
036400     read business-date-file next record
036500     if ws-busdate-status not = '00'
036600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
036700             ws-busdate-status
036800         move 16 to return-code
036900         stop run
037000     end-if
037100     close business-date-file
037200     move bd-business-date to ws-business-date
037300     if bd-override-date not = zero
037400         move bd-override-date to ws-business-date
037500         move 'Y' to ws-bus-date-override
037600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
037700             bd-override-date ' SET BY ' bd-override-operator
037800         display '    REASON: ' bd-override-reason
037900     end-if
038000     move ws-business-date to bdh-date
038100     if ws-bus-date-override = 'Y'
038200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
038300             to bdh-override
038400     end-if
038500     .
