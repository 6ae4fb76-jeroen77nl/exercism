001600*    ADDRESSED TO THE GUARDIAN OF RECORD ON GUARDVS AT THE       *
001700*    STUDENT'S ROSTER ADDRESS. RUN AS A STANDALONE BATCH STEP -  *
001800*    SEE JCL/GSCHRAB.JCL - ON WHATEVER SCHEDULE THE COUNSELING   *
001900*    OFFICE REQUIRES. THE WORKLIST IS IN COUNSELOR ORDER, EACH   *
001900*    STUDENT UNDER THE COUNSELOR STUCNSL ASSIGNS THEM TO.        *
001910*    CHABSUBG PUBLISHES THE CHRONIC-ABSENCE COUNTS PER BUILDING  *
001920*    BY SEX AND FEDERAL RACE/ETHNICITY FROM THE DEMOGRAPHICS     *
001930*    SUPPLEMENT (DEMOGVS), SMALL CELLS SUPPRESSED.               *
002000******************************************************************
002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002330*                     PERIOD-00 DAILY RECORD COUNTS AS AN
002340*                     ABSENT DAY HERE - A ONE-PERIOD SKIP IS
002350*                     NOT A DAY OF ABSENCE.
002357*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002364*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002371*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002378*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002385*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002392*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002392*    2026-10-15  RVM  THE ENROLLED-DAY DIVISOR NOW COUNTS THE
002392*                     DAYS OF THE STUDENT'S BUILDING CALENDAR ON
002392*                     SCHCALND (CAL-SCHOOL-CODE), THE DISTRICT
002392*                     DEFAULT WHEN THE BUILDING HAS NONE.
002392*    2026-10-15  RVM  THE WORKLIST NOW PRINTS IN COUNSELOR ORDER
002392*                     UNDER A HEADING PER COUNSELOR - EACH
002392*                     STUDENT'S COUNSELOR FROM THE NIGHTLY
002392*                     STUDENT-COUNSELOR FILE (STUCNSL, COPY
002392*                     SCNSREC); UNASSIGNED STUDENTS PRINT LAST.
002393*    2026-10-15  RVM  ADDED CHABSUBG - STUDENTS, CHRONIC ABSENT
002394*                     AND PERCENT CHRONIC PER BUILDING BY SEX AND
002395*                     FEDERAL RACE/ETHNICITY FROM DEMOGVS (COPY
002396*                     DEMOREC). SMALL CELLS PRINT AS '*'.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004910     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-LTRTMPL-STATUS.
004940     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004950         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-BUSDATE-STATUS.
004960     SELECT STUDENT-COUNSELOR-FILE ASSIGN TO STUCNSL
004960         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-STUCNSL-STATUS.
004964     SELECT DEMOGRAPHIC-FILE ASSIGN TO DEMOGVS
004968         ORGANIZATION IS INDEXED
004972         ACCESS MODE IS SEQUENTIAL
004976         RECORD KEY IS DM-STUDENT-ID
004980         FILE STATUS IS WS-DEMOGVS-STATUS.
004984     SELECT SUBGROUP-RPT ASSIGN TO CHABSUBG
004988         ORGANIZATION IS LINE SEQUENTIAL
004992         FILE STATUS IS WS-SUBGROUP-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ATTENDANCE-FILE
007320     LABEL RECORDS ARE STANDARD.
007330 01  LETTER-TEMPLATE-RECORD.
007340     COPY LTRTREC.
007350 FD  BUSINESS-DATE-FILE
007360     LABEL RECORDS ARE STANDARD.
007370 01  BUSINESS-DATE-RECORD.
007380     COPY BDATREC.
007380 FD  STUDENT-COUNSELOR-FILE
007380     LABEL RECORDS ARE STANDARD.
007380 01  STUDENT-COUNSELOR-RECORD.
007380     COPY SCNSREC.
007382 FD  DEMOGRAPHIC-FILE
007384     LABEL RECORDS ARE STANDARD.
007386 01  DEMOGRAPHIC-RECORD.
007388     COPY DEMOREC.
007390 FD  SUBGROUP-RPT
007392     LABEL RECORDS ARE STANDARD.
007394 01  SUBGROUP-LINE               PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 01  WS-ATTENDANCE-STATUS     PIC X(02).
007600 01  WS-CALENDAR-STATUS       PIC X(02).
007800 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
007900 01  WS-WORKLIST-STATUS       PIC X(02).
008000 01  WS-LETTER-STATUS         PIC X(02).
008000 01  WS-STUCNSL-STATUS        PIC X(02).
008030 01  WS-DEMOGVS-STATUS        PIC X(02).
008060 01  WS-SUBGROUP-STATUS       PIC X(02).
008100 01  i                        PIC 9(05).
008200 01  j                        PIC 9(05).
008300 01  WS-TODAY-DATE            PIC 9(08).
008600*    INSTRUCTIONAL DAYS ('I' AND 'E') ARE KEPT, SINCE ONLY       *
008700*    THOSE DAYS COUNT TOWARD A STUDENT'S ENROLLED-DAY DIVISOR.   *
008800******************************************************************
008900 77  WS-CALENDAR-MAX          PIC 9(04) VALUE 3660.
008900 01  WS-CALENDAR-COUNT        PIC 9(04) VALUE ZERO.
008900 01  WS-CALENDAR-TABLE.
008900     05  WS-CAL-ENTRY         OCCURS 3660 TIMES.
008900         10  WS-CAL-DAY       PIC 9(08).
008900         10  WS-CAL-SCHOOL    PIC X(04).
008900******************************************************************
008900*    THE BUILDINGS THAT HAVE A CALENDAR OF THEIR OWN ON SCHCALND *
008900*    (SEE CALNREC.CPY). SELECT-SCHOOL-CALENDAR TURNS A BUILDING  *
008900*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
008900*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
008900******************************************************************
008900 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
008900 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
008900 01  WS-CALB-TABLE.
008900     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
008900 01  WS-CALB-ROW              PIC 9(02).
008900 01  WS-CALB-FOUND            PIC X.
008900 01  WS-CAL-FOR-SCHOOL        PIC X(04).
008900 01  WS-CAL-KEY               PIC X(04).
009300******************************************************************
009400*    ONE ROW PER ENROLLED STUDENT, LOADED FROM ROSTERVS, WITH    *
009500*    THE ABSENCE TALLY ACCUMULATED FROM ATTNDLOG ALONGSIDE IT,   *
009500*    AND THE STUDENT'S COUNSELOR FROM STUCNSL - SORT KEY '1'     *
009500*    ASSIGNED, '2' UNASSIGNED SO THOSE PRINT LAST.               *
009600******************************************************************
009700 77  WS-STUDENT-MAX           PIC 9(05) VALUE 02000.
009800 01  WS-STUDENT-COUNT         PIC 9(05) VALUE ZERO.
009900 01  WS-CHAB-TABLE.
010000     05  WS-CHAB-ENTRY        OCCURS 0 TO 2000 TIMES
010000                              DEPENDING ON WS-STUDENT-COUNT.
010100         10  WS-CHAB-ID           PIC 9(07).
010200         10  WS-CHAB-LAST-NAME    PIC X(30).
010300         10  WS-CHAB-FIRST-NAME   PIC X(20).
010900         10  WS-CHAB-ZIP          PIC X(05).
011000         10  WS-CHAB-ENROLL-DATE  PIC 9(08).
011100         10  WS-CHAB-ABSENT       PIC 9(05).
011100         10  WS-CHAB-CNSL-SORT    PIC X(01).
011100         10  WS-CHAB-CNSL-NAME    PIC X(30).
011100         10  WS-CHAB-CNSL-ID      PIC 9(05).
011130         10  WS-CHAB-SEX          PIC X(01).
011160         10  WS-CHAB-FED-CAT      PIC X(02).
011210******************************************************************
011220*    ATTNDLOG IS APPEND-ONLY, SO A MISKEYED DAY IS SUPERSEDED    *
011230*    BY A LATER RECORD FLAGGED ATT-CORRECTION-FLAG 'C'. A FIRST  *
011625 01  WS-LETTER-LANG           PIC X(02).
011626 01  WS-BODY-LINES            PIC 9(03).
011627 01  WS-FALLBACK-COUNT        PIC 9(05) VALUE ZERO.
011627 01  WS-THIS-CNSL             PIC X(36).
011627 01  WS-PREV-CNSL             PIC X(36).
011628 01  k                        PIC 9(05).
011629******************************************************************
011630*    CHRONIC ABSENCE BY STUDENT SUBGROUP - ONE ROW PER BUILDING, *
011631*    ONE COLUMN PER SUBGROUP: THE STUDENT'S SEX (1-4) AND        *
011632*    FEDERAL RACE/ETHNICITY CATEGORY (5-12), THE LAST OF EACH    *
011633*    GROUP 'NOT REPORTED'. A STUDENT WITH NO ENROLLED DAYS YET   *
011634*    IS NOT COUNTED, AS ON THE WORKLIST.                         *
011635******************************************************************
011636 77  WS-MIN-CELL              PIC 9(02) VALUE 10.
011637 01  WS-SUBGROUP-LIST         PIC X(24) VALUE
011638     'F M X   HIAMASBLPIWHTR  '.
011639 01  WS-SUBGROUP-TABLE REDEFINES WS-SUBGROUP-LIST.
011640     05  SG-CODE              OCCURS 12 TIMES PIC X(02).
011641 77  WS-CSG-MAX               PIC 9(03) VALUE 050.
011642 01  WS-CSG-COUNT             PIC 9(03) VALUE ZERO.
011643 01  CSG-TABLE.
011644     05  CSG-ROW              OCCURS 0 TO 50 TIMES
011645                              DEPENDING ON WS-CSG-COUNT.
011646         10  CSG-SCHOOL       PIC X(04).
011647         10  CSG-STUDENTS     PIC 9(05) OCCURS 12 TIMES.
011648         10  CSG-CHRONIC      PIC 9(05) OCCURS 12 TIMES.
011649 01  WS-CSG-ROW               PIC 9(03).
011650 01  WS-SG-SEX                PIC X(01).
011651 01  WS-SG-CATEGORY           PIC X(02).
011652 01  WS-SEX-ROW               PIC 9(02).
011653 01  WS-RACE-ROW              PIC 9(02).
011654 01  WS-SUP-CELLS.
011655     05  WS-SUP-CELL          OCCURS 12 TIMES.
011656         10  WS-SUP-COUNT     PIC 9(05).
011657         10  WS-SUP-SHOW      PIC X(01).
011658 01  WS-SUP-FROM              PIC 9(02).
011659 01  WS-SUP-TO                PIC 9(02).
011660 01  WS-SUP-HIDDEN            PIC 9(02).
011661 01  WS-SUP-LOW               PIC 9(02).
011662 01  WS-SUP-EDIT              PIC ZZZZ9.
011663 01  WS-SUP-REST              PIC 9(05).
011664 01  WS-PCT-CHRONIC           PIC 9(03).
011665 01  WS-PCT-CELL.
011666     05  WS-PCT-EDIT          PIC ZZZ9.
011667     05  FILLER               PIC X(01) VALUE '%'.
011668 01  WS-DEMO-UNMATCHED        PIC 9(05) VALUE ZERO.
011669 01  SG-HEADING.
011670     05  FILLER               PIC X(34) VALUE
011671         'CHRONIC ABSENCE BY SUBGROUP       '.
011672     05  FILLER               PIC X(40) VALUE
011673         '(* = FEWER THAN 10, OR HIDDEN WITH ONE)'.
011674 01  SG-BLDG-HEADING.
011675     05  FILLER               PIC X(06) VALUE 'BLDG: '.
011676     05  SG-H-SCHOOL          PIC X(04).
011677 01  SG-GROUP-HEADING.
011678     05  FILLER               PIC X(16) VALUE SPACES.
011679     05  FILLER               PIC X(20) VALUE
011680         '  -------SEX-------'.
011681     05  FILLER               PIC X(40) VALUE
011682         '  -----------RACE/ETHNICITY-------------'.
011683 01  SG-COLUMN-HEADING.
011684     05  FILLER               PIC X(16) VALUE SPACES.
011685     05  FILLER               PIC X(20) VALUE
011686         '    F    M    X   NR'.
011687     05  FILLER               PIC X(40) VALUE
011688         '   HI   AM   AS   BL   PI   WH   TR   NR'.
011689 01  SG-LINE.
011690     05  SG-D-LABEL           PIC X(16).
011691     05  SG-D-CELL            PIC X(05) OCCURS 12 TIMES.
011700 01  WL-HEADING.
011800     05  FILLER               PIC X(42) VALUE
011900         'CHRONIC ABSENTEEISM INTERVENTION WORKLIST'.
012000 01  WL-CNSL-HEADING.
012000     05  FILLER               PIC X(11) VALUE 'COUNSELOR: '.
012000     05  WL-HC-ID             PIC X(07).
012000     05  WL-HC-NAME           PIC X(30).
012000 01  WL-COLUMN-HEADING.
012100     05  FILLER               PIC X(09) VALUE 'ID'.
012200     05  FILLER               PIC X(22) VALUE 'LAST NAME'.
018400         'ARRANGE A MEETING.'.
018500 01  LT-SEPARATOR.
018600     05  FILLER               PIC X(40) VALUE ALL '-'.
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
019200*    WRITES THE WORKLIST AND THE LETTERS IN ONE PASS OVER THE    *
019300*    STUDENT TABLE.                                              *
019400******************************************************************
019450     perform read-business-date
019500     move ws-business-date to ws-today-date
019600     perform load-instructional-days
019700     perform load-roster-table
019700     perform join-counselors
019710     perform join-demographics
019750     perform load-letter-templates
019800     perform tally-absences
019800     if ws-student-count > 1
019800         sort ws-chab-entry on ascending key ws-chab-cnsl-sort
019800             ws-chab-cnsl-name ws-chab-cnsl-id
019800             ws-chab-last-name ws-chab-first-name
019800     end-if
019900     perform print-worklist-and-letters
019905     perform print-chronic-subgroups
019906     if ws-demo-unmatched not = zero
019907         display 'DEMOGRAPHIC RECORDS FOR STUDENTS NOT '
019908             'ENROLLED (OUT OF SCOPE): ' ws-demo-unmatched
019909     end-if
019910     if ws-fallback-count not = zero
019920         display 'LETTERS FELL BACK TO ENGLISH - NO '
019930             'TRANSLATION ON FILE: ' ws-fallback-count
020311         end-perform
020312     end-if
020313     .
020200 NOTE-CALENDAR-BUILDING.
020200     move 'N' to ws-calb-found
020200     perform varying ws-calb-row from 1 by 1
020200             until ws-calb-row > ws-calb-count
020200         if ws-calb-school(ws-calb-row) = cal-school-code
020200             move 'Y' to ws-calb-found
020200         end-if
020200     end-perform
020200     if ws-calb-found = 'N'
020200         and ws-calb-count < ws-calb-max
020200         add 1 to ws-calb-count
020200         move cal-school-code to ws-calb-school(ws-calb-count)
020200     end-if
020200     .
020200 SELECT-SCHOOL-CALENDAR.
020200     move spaces to ws-cal-key
020200     perform varying ws-calb-row from 1 by 1
020200             until ws-calb-row > ws-calb-count
020200         if ws-calb-school(ws-calb-row) = ws-cal-for-school
020200             move ws-cal-for-school to ws-cal-key
020200         end-if
020200     end-perform
020200     .
020200 LOAD-INSTRUCTIONAL-DAYS.
020300     move zero to ws-calendar-count
020400     open input school-calendar-file
021000                 and ws-calendar-count < ws-calendar-max
021100                 add 1 to ws-calendar-count
021200                 move cal-date
021200                     to ws-cal-day(ws-calendar-count)
021200                 move cal-school-code
021200                     to ws-cal-school(ws-calendar-count)
021200                 if cal-school-code not = spaces
021200                     perform note-calendar-building
021200                 end-if
021200             end-if
021500         end-perform
021600         close school-calendar-file
021700     else
024100                 move st-zip         to ws-chab-zip(i)
024200                 move st-enroll-date to ws-chab-enroll-date(i)
024300                 move zero           to ws-chab-absent(i)
024300                 move '2'            to ws-chab-cnsl-sort(i)
024300                 move 'UNASSIGNED'   to ws-chab-cnsl-name(i)
024300                 move zero           to ws-chab-cnsl-id(i)
024310                 move spaces         to ws-chab-sex(i)
024320                 move spaces         to ws-chab-fed-cat(i)
024400             end-if
024500         end-perform
024600         close roster-file
025000         move 1 to return-code
025100     end-if
025200     .
025200 JOIN-COUNSELORS.
025200******************************************************************
025200*    EACH STUDENT'S COUNSELOR FROM STUCNSL, REWRITTEN NIGHTLY BY *
025200*    GSCNSL. A STUDENT NOT ON IT, OR ON IT WITH NO COUNSELOR,    *
025200*    STAYS UNASSIGNED; NO STUCNSL AT ALL LEAVES THE WORKLIST IN  *
025200*    ONE UNASSIGNED BLOCK, AS IT PRINTED BEFORE THERE WAS ONE.   *
025200******************************************************************
025200     open input student-counselor-file
025200     if ws-stucnsl-status = '00'
025200         perform until ws-stucnsl-status not = '00'
025200             read student-counselor-file next record
025200             if ws-stucnsl-status = '00'
025200                 and sc-counselor-id not = zero
025200                 perform varying i from 1 by 1
025200                         until i > ws-student-count
025200                     if ws-chab-id(i) = sc-student-id
025200                         move '1' to ws-chab-cnsl-sort(i)
025200                         move sc-counselor-name
025200                             to ws-chab-cnsl-name(i)
025200                         move sc-counselor-id
025200                             to ws-chab-cnsl-id(i)
025200                     end-if
025200                 end-perform
025200             end-if
025200         end-perform
025200         close student-counselor-file
025200     else
025200         display 'NO STUCNSL - STATUS ' ws-stucnsl-status
025200             ' - WORKLIST NOT SPLIT BY COUNSELOR'
025200     end-if
025200     .
025203 JOIN-DEMOGRAPHICS.
025206******************************************************************
025209*    EACH STUDENT'S SEX AND FEDERAL CATEGORY FROM DEMOGVS. A     *
025212*    STUDENT WITH NO RECORD STAYS 'NOT REPORTED' IN BOTH GROUPS; *
025215*    NO DEMOGVS AT ALL PUTS EVERY STUDENT THERE.                 *
025218******************************************************************
025221     open input demographic-file
025224     if ws-demogvs-status = '00'
025227         perform until ws-demogvs-status not = '00'
025230             read demographic-file next record
025233             if ws-demogvs-status = '00'
025236                 move zero to j
025239                 perform varying i from 1 by 1
025242                         until i > ws-student-count
025245                     if ws-chab-id(i) = dm-student-id
025248                         move i to j
025251                     end-if
025254                 end-perform
025257                 if j = zero
025260                     add 1 to ws-demo-unmatched
025263                 else
025266                     move dm-sex to ws-chab-sex(j)
025269                     move dm-fed-category to ws-chab-fed-cat(j)
025272                 end-if
025275             end-if
025278         end-perform
025281         close demographic-file
025284     else
025287         display 'NO DEMOGVS - STATUS ' ws-demogvs-status
025290             ' - EVERY SUBGROUP NOT REPORTED'
025293     end-if
025296     .
025300 TALLY-ABSENCES.
025310******************************************************************
025320*    TWO PASSES OVER ATTNDLOG. THE FIRST COLLECTS THE FINAL      *
027700*    COUNTS THE INSTRUCTIONAL DAYS FROM THE STUDENT'S ENROLL     *
027800*    DATE (ROW I) THROUGH TODAY - THE DENOMINATOR OF THE         *
027900*    ABSENCE RATE. A STUDENT WITH NO ENROLL DATE ON FILE IS      *
028000*    COUNTED FROM THE START OF THE CALENDAR. THE DAYS ARE THOSE  *
028000*    OF THE STUDENT'S BUILDING CALENDAR, OR THE DISTRICT DEFAULT *
028000*    WHEN THE BUILDING HAS NONE OF ITS OWN.                      *
028000******************************************************************
028000     move zero to ws-enrolled-days
028000     move ws-chab-school(i) to ws-cal-for-school
028000     perform select-school-calendar
028000     perform varying j from 1 by 1 until j > ws-calendar-count
028000         if ws-cal-day(j) >= ws-chab-enroll-date(i)
028000             and ws-cal-day(j) <= ws-today-date
028000             and ws-cal-school(j) = ws-cal-key
028600             add 1 to ws-enrolled-days
028700         end-if
028800     end-perform
030400             ws-worklist-status ' ' ws-letter-status
030500         move 1 to return-code
030600     else
030650         write worklist-line from bus-date-heading
030700         move spaces to ws-prev-cnsl
030700         open input guardian-file
030710         if ws-guardian-file-status = '00'
030720             move 'Y' to ws-guardian-open
032100                         move 'WATCH' to ws-tier
032200                     end-if
032300                 end-if
032350                 perform tally-chronic-subgroup
032400                 if ws-tier not = spaces
032500                     add 1 to ws-flagged-count
032600                     perform write-worklist-line
033600     end-if
033700     .
033800 WRITE-WORKLIST-LINE.
033800     move ws-chab-cnsl-sort(i) to ws-this-cnsl
033800     move ws-chab-cnsl-name(i) to ws-this-cnsl(2:30)
033800     move ws-chab-cnsl-id(i)   to ws-this-cnsl(32:5)
033800     if ws-this-cnsl not = ws-prev-cnsl
033800         move ws-this-cnsl to ws-prev-cnsl
033800         move spaces to wl-hc-id
033800         if ws-chab-cnsl-sort(i) = '1'
033800             move ws-chab-cnsl-id(i) to wl-hc-id
033800         end-if
033800         move ws-chab-cnsl-name(i) to wl-hc-name
033800         move spaces to worklist-line
033800         write worklist-line
033800         write worklist-line from wl-cnsl-heading
033800     end-if
033900     move ws-chab-id(i)        to wl-d-id
034000     move ws-chab-last-name(i) to wl-d-last-name
034100     move ws-chab-grade(i)     to wl-d-grade
034600     move ws-tier              to wl-d-tier
034700     write worklist-line from wl-detail-line
034800     .
034801 TALLY-CHRONIC-SUBGROUP.
034802     move ws-chab-sex(i)     to ws-sg-sex
034803     move ws-chab-fed-cat(i) to ws-sg-category
034804     perform find-subgroup-rows
034805     move zero to ws-csg-row
034806     perform varying j from 1 by 1 until j > ws-csg-count
034807         if csg-school(j) = ws-chab-school(i)
034808             move j to ws-csg-row
034809         end-if
034810     end-perform
034811     if ws-csg-row = zero
034812         and ws-csg-count < ws-csg-max
034813         add 1 to ws-csg-count
034814         move ws-csg-count to ws-csg-row
034815         move ws-chab-school(i) to csg-school(ws-csg-row)
034816         perform varying k from 1 by 1 until k > 12
034817             move zero to csg-students(ws-csg-row k)
034818             move zero to csg-chronic(ws-csg-row k)
034819         end-perform
034820     end-if
034821     if ws-csg-row not = zero
034822         add 1 to csg-students(ws-csg-row ws-sex-row)
034823         add 1 to csg-students(ws-csg-row ws-race-row)
034824         if ws-tier = 'CHRONIC'
034825             add 1 to csg-chronic(ws-csg-row ws-sex-row)
034826             add 1 to csg-chronic(ws-csg-row ws-race-row)
034827         end-if
034828     end-if
034829     .
034830 FIND-SUBGROUP-ROWS.
034831******************************************************************
034832*    TURNS WS-SG-SEX AND WS-SG-CATEGORY INTO THE STUDENT'S TWO   *
034833*    SUBGROUP COLUMNS - WS-SEX-ROW (1-4) AND WS-RACE-ROW (5-12). *
034834*    ANYTHING NOT ON WS-SUBGROUP-LIST IS 'NOT REPORTED' (4, 12). *
034835******************************************************************
034836     move 4 to ws-sex-row
034837     perform varying k from 1 by 1 until k > 3
034838         if sg-code(k) = ws-sg-sex
034839             move k to ws-sex-row
034840         end-if
034841     end-perform
034842     move 12 to ws-race-row
034843     perform varying k from 5 by 1 until k > 11
034844         if sg-code(k) = ws-sg-category
034845             move k to ws-race-row
034846         end-if
034847     end-perform
034848     .
034849 PRINT-CHRONIC-SUBGROUPS.
034850******************************************************************
034851*    THREE LINES PER BUILDING. STUDENTS IS SUPPRESSED AS A       *
034852*    COUNT. CHRONIC IS ALSO HIDDEN WHEREVER STUDENTS IS, AND     *
034853*    WHERE EITHER THE CHRONIC OR THE OTHER STUDENTS NUMBER FEWER *
034854*    THAN WS-MIN-CELL. THE PERCENT PRINTS ONLY BESIDE A CHRONIC  *
034855*    COUNT THAT PRINTS.                                          *
034856******************************************************************
034857     open output subgroup-rpt
034858     if ws-subgroup-status not = '00'
034859         display 'COULD NOT OPEN CHABSUBG - STATUS '
034860             ws-subgroup-status
034861         move 1 to return-code
034862     else
034863         sort csg-row ascending key csg-school
034864         write subgroup-line from bus-date-heading
034865         write subgroup-line from sg-heading
034866         perform varying i from 1 by 1 until i > ws-csg-count
034867             move csg-school(i) to sg-h-school
034868             move spaces to subgroup-line
034869             write subgroup-line
034870             write subgroup-line from sg-bldg-heading
034871             write subgroup-line from sg-group-heading
034872             write subgroup-line from sg-column-heading
034873             perform varying k from 1 by 1 until k > 12
034874                 move csg-students(i k) to ws-sup-count(k)
034875                 move 'Y' to ws-sup-show(k)
034876             end-perform
034877             perform suppress-small-cells
034878             move 'STUDENTS' to sg-d-label
034879             perform edit-subgroup-cells
034880             write subgroup-line from sg-line
034881             perform varying k from 1 by 1 until k > 12
034882                 move csg-chronic(i k) to ws-sup-count(k)
034883                 compute ws-sup-rest =
034884                     csg-students(i k) - csg-chronic(i k)
034885                 if ws-sup-rest > zero
034886                     and ws-sup-rest < ws-min-cell
034887                     move 'N' to ws-sup-show(k)
034888                 end-if
034889             end-perform
034890             perform suppress-small-cells
034891             move 'CHRONIC ABSENT' to sg-d-label
034892             perform edit-subgroup-cells
034893             write subgroup-line from sg-line
034894             move 'PCT CHRONIC' to sg-d-label
034895             perform varying k from 1 by 1 until k > 12
034896                 if ws-sup-show(k) = 'N'
034897                     move '    *' to sg-d-cell(k)
034898                 else
034899                     if csg-students(i k) = zero
034900                         move spaces to sg-d-cell(k)
034901                     else
034902                         compute ws-pct-chronic rounded =
034903                             csg-chronic(i k) * 100
034904                                 / csg-students(i k)
034905                         move ws-pct-chronic to ws-pct-edit
034906                         move ws-pct-cell to sg-d-cell(k)
034907                     end-if
034908                 end-if
034909             end-perform
034910             write subgroup-line from sg-line
034911         end-perform
034912         close subgroup-rpt
034913     end-if
034914     .
034915 EDIT-SUBGROUP-CELLS.
034916     perform varying k from 1 by 1 until k > 12
034917         if ws-sup-show(k) = 'N'
034918             move '    *' to sg-d-cell(k)
034919         else
034920             move ws-sup-count(k) to ws-sup-edit
034921             move ws-sup-edit to sg-d-cell(k)
034922         end-if
034923     end-perform
034924     .
034925 SUPPRESS-SMALL-CELLS.
034926******************************************************************
034927*    SMALL-CELL SUPPRESSION FOR ONE PUBLISHED ROW OF 12 SUBGROUP *
034928*    COUNTS IN WS-SUP-COUNT. THE CALLER SETS EVERY WS-SUP-SHOW   *
034929*    TO 'Y' (OR 'N' FOR A CELL IT HAS ALREADY HIDDEN). A COUNT   *
034930*    FROM 1 TO WS-MIN-CELL - 1 IS HIDDEN. THEN, WHERE THE SEX    *
034931*    GROUP (1-4) OR THE RACE/ETHNICITY GROUP (5-12) HIDES ONLY   *
034932*    ONE CELL, ITS SMALLEST OTHER NONZERO CELL IS HIDDEN AS      *
034933*    WELL, SO THE FIRST CANNOT BE HAD BACK FROM THE GROUP TOTAL. *
034934******************************************************************
034935     perform varying k from 1 by 1 until k > 12
034936         if ws-sup-count(k) > zero
034937             and ws-sup-count(k) < ws-min-cell
034938             move 'N' to ws-sup-show(k)
034939         end-if
034940     end-perform
034941     move 1 to ws-sup-from
034942     move 4 to ws-sup-to
034943     perform suppress-complement
034944     move 5 to ws-sup-from
034945     move 12 to ws-sup-to
034946     perform suppress-complement
034947     .
034948 SUPPRESS-COMPLEMENT.
034949     move zero to ws-sup-hidden
034950     move zero to ws-sup-low
034951     perform varying k from ws-sup-from by 1 until k > ws-sup-to
034952         if ws-sup-show(k) = 'N'
034953             add 1 to ws-sup-hidden
034954         else
034955             if ws-sup-count(k) > zero
034956                 if ws-sup-low = zero
034957                     move k to ws-sup-low
034958                 else
034959                     if ws-sup-count(k) < ws-sup-count(ws-sup-low)
034960                         move k to ws-sup-low
034961                     end-if
034962                 end-if
034963             end-if
034964         end-if
034965     end-perform
034966     if ws-sup-hidden = 1
034967         and ws-sup-low not = zero
034968         move 'N' to ws-sup-show(ws-sup-low)
034969     end-if
034970     .
034900 WRITE-INTERVENTION-LETTER.
035000     move ws-chab-id(i) to gu-student-id
035020     move zero to gu-contact-seq
038810     end-if
038900     write letter-line from lt-separator
039000     .
039100 READ-BUSINESS-DATE.
039200******************************************************************
039300*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
039400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
039500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
039600******************************************************************
039700     open input business-date-file
039800     if ws-busdate-status not = '00'
039900         display 'COULD NOT OPEN BUSDATE - STATUS '
040000             ws-busdate-status
040100         move 16 to return-code
040200         stop run
040300     end-if
040400     read business-date-file next record
040500     if ws-busdate-status not = '00'
040600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
040700             ws-busdate-status
040800         move 16 to return-code
040900         stop run
041000     end-if
041100     close business-date-file
041200     move bd-business-date to ws-business-date
041300     if bd-override-date not = zero
041400         move bd-override-date to ws-business-date
041500         move 'Y' to ws-bus-date-override
041600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
041700             bd-override-date ' SET BY ' bd-override-operator
041800         display '    REASON: ' bd-override-reason
041900     end-if
042000     move ws-business-date to bdh-date
042100     if ws-bus-date-override = 'Y'
042200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
042300             to bdh-override
042400     end-if
042500     .
