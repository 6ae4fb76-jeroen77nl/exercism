002000*    AND PRINTS ONE ELIGIBLE/INELIGIBLE LINE PER STUDENT,        *
002100*    SECTIONED PER BUILDING, WITH THE DISQUALIFYING REASON ON    *
002200*    EACH INELIGIBLE LINE (ELIGRPT). RUN EVERY FRIDAY - SEE      *
002300*    JCL/GSELIG.JCL. WITHIN EACH BUILDING THE LIST IS SPLIT BY   *
002300*    COUNSELOR, FROM THE NIGHTLY STUDENT-COUNSELOR FILE STUCNSL. *
002400******************************************************************
002500*    MOD-LOG
002600*    DATE       INIT  DESCRIPTION
002720*                     UNEXCUSED DAYS (ATT-EXCUSED-FLAG NOT
002730*                     'E') NOW THAT ABSENCES CARRY A
002740*                     DETERMINATION.
002748*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002756*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002764*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002772*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002780*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002788*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002790*    2026-10-15  RVM  EACH BUILDING'S LIST NOW PRINTS IN
002790*                     COUNSELOR ORDER UNDER A HEADING PER
002790*                     COUNSELOR, FROM THE STUDENT-COUNSELOR FILE
002790*                     (STUCNSL, COPY SCNSREC); UNASSIGNED
002790*                     STUDENTS PRINT LAST IN THE BUILDING.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005100     SELECT ELIGIBILITY-RPT ASSIGN TO ELIGRPT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ELIGRPT-STATUS.
005320     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005340         ORGANIZATION IS LINE SEQUENTIAL
005360         FILE STATUS IS WS-BUSDATE-STATUS.
005380     SELECT STUDENT-COUNSELOR-FILE ASSIGN TO STUCNSL
005380         ORGANIZATION IS LINE SEQUENTIAL
005380         FILE STATUS IS WS-STUCNSL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ROSTER-FILE
007600 FD  ELIGIBILITY-RPT
007700     LABEL RECORDS ARE STANDARD.
007800 01  ELIGIBILITY-LINE            PIC X(100).
007820 FD  BUSINESS-DATE-FILE
007840     LABEL RECORDS ARE STANDARD.
007860 01  BUSINESS-DATE-RECORD.
007880     COPY BDATREC.
007890 FD  STUDENT-COUNSELOR-FILE
007890     LABEL RECORDS ARE STANDARD.
007890 01  STUDENT-COUNSELOR-RECORD.
007890     COPY SCNSREC.
007900 WORKING-STORAGE SECTION.
008000 01  WS-ROSTER-FILE-STATUS    PIC X(02).
008100 01  WS-GPAHIST-STATUS        PIC X(02).
008300 01  WS-ATTENDANCE-STATUS     PIC X(02).
008400 01  WS-DISCFILE-STATUS       PIC X(02).
008500 01  WS-ELIGRPT-STATUS        PIC X(02).
008500 01  WS-STUCNSL-STATUS        PIC X(02).
008600 01  i                        PIC 9(05).
008700 01  j                        PIC 9(05).
008800 01  WS-TODAY-DATE            PIC 9(08).
009100     05  WS-MS-YYYYMM         PIC 9(06).
009200     05  WS-MS-DD             PIC 9(02).
009300******************************************************************
009400*    ONE ROW PER ENROLLED STUDENT, SORTED INTO BUILDING/         *
009500*    COUNSELOR/NAME ORDER FOR THE PER-BUILDING PRINT, WITH EVERY *
009600*    DISQUALIFIER ACCUMULATED ALONGSIDE. EL-CNSL-SORT IS '1' FOR *
009600*    AN ASSIGNED STUDENT, '2' UNASSIGNED SO THOSE PRINT LAST.    *
009700******************************************************************
009800 77  WS-STUDENT-MAX           PIC 9(05) VALUE 02000.
009900 01  WS-STUDENT-COUNT         PIC 9(05) VALUE ZERO.
011100         10  EL-FAIL-COUNT    PIC 9(02).
011200         10  EL-ABSENT        PIC 9(05).
011300         10  EL-DISC-CODE     PIC X(02).
011300         10  EL-CNSL-SORT     PIC X(01).
011300         10  EL-CNSL-NAME     PIC X(30).
011300         10  EL-CNSL-ID       PIC 9(05).
011400 01  WS-EL-ROW                PIC 9(05).
011500******************************************************************
011600*    FINAL CORRECTED STATUS PER STUDENT/DATE FROM ATTNDLOG -     *
013300 01  WS-CUR-TERM              PIC X(05) VALUE SPACES.
013400 01  WS-CUR-MARKING           PIC 9(01) VALUE ZERO.
013500 01  WS-PREV-SCHOOL           PIC X(04).
013500 01  WS-THIS-CNSL             PIC X(36).
013500 01  WS-PREV-CNSL             PIC X(36).
013600 01  WS-REASON                PIC X(20).
013700 01  WS-ELIGIBLE-COUNT        PIC 9(05) VALUE ZERO.
013800 01  WS-INELIGIBLE-COUNT      PIC 9(05) VALUE ZERO.
014300 01  EL-BLDG-HEADING.
014400     05  FILLER               PIC X(06) VALUE 'BLDG: '.
014500     05  EL-HB-SCHOOL         PIC X(04).
014500 01  EL-CNSL-HEADING.
014500     05  FILLER               PIC X(13) VALUE '  COUNSELOR: '.
014500     05  EL-HC-ID             PIC X(07).
014500     05  EL-HC-NAME           PIC X(30).
014600 01  EL-COLUMN-HEADING.
014700     05  FILLER               PIC X(09) VALUE 'ID'.
014800     05  FILLER               PIC X(22) VALUE 'LAST NAME'.
016200     05  EL-D-STATUS          PIC X(11).
016300     05  FILLER               PIC X(02) VALUE SPACES.
016400     05  EL-D-REASON          PIC X(20).
016407******************************************************************
016414*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016421*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
016428*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
016435******************************************************************
016442 01  WS-BUSDATE-STATUS        PIC X(02).
016449 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016456 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016463 01  BUS-DATE-HEADING.
016470     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
016477     05  BDH-DATE             PIC 9(08).
016484     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
016500 PROCEDURE DIVISION.
016600 MAINLINE.
016700******************************************************************
016900*    EACH DISQUALIFIER SOURCE, THEN PRINTS THE PER-BUILDING      *
017000*    LIST.                                                       *
017100******************************************************************
017150     perform read-business-date
017200     move ws-business-date to ws-today-date
017300     move ws-today-date to ws-month-start
017400     move 01 to ws-ms-dd
017500     perform load-roster-table
017800     perform load-correction-table
017900     perform tally-absences
018000     perform join-discipline-exclusions
018000     perform join-counselors
018100     perform print-eligibility-list
018200     stop run
018300     .
020200                 move zero           to el-fail-count(i)
020300                 move zero           to el-absent(i)
020400                 move spaces         to el-disc-code(i)
020400                 move '2'            to el-cnsl-sort(i)
020400                 move 'UNASSIGNED'   to el-cnsl-name(i)
020400                 move zero           to el-cnsl-id(i)
020500             end-if
020600         end-perform
020700         close roster-file
037600         close discipline-file
037700     end-if
037800     .
037800 JOIN-COUNSELORS.
037800******************************************************************
037800*    EACH STUDENT'S COUNSELOR FROM STUCNSL, REWRITTEN NIGHTLY BY *
037800*    GSCNSL. A STUDENT NOT ON IT, OR ON IT WITH NO COUNSELOR,    *
037800*    STAYS UNASSIGNED; NO STUCNSL AT ALL PRINTS EACH BUILDING AS *
037800*    ONE UNASSIGNED BLOCK.                                       *
037800******************************************************************
037800     open input student-counselor-file
037800     if ws-stucnsl-status = '00'
037800         perform until ws-stucnsl-status not = '00'
037800             read student-counselor-file next record
037800             if ws-stucnsl-status = '00'
037800                 and sc-counselor-id not = zero
037800                 perform varying i from 1 by 1
037800                         until i > ws-student-count
037800                     if el-id(i) = sc-student-id
037800                         move '1' to el-cnsl-sort(i)
037800                         move sc-counselor-name
037800                             to el-cnsl-name(i)
037800                         move sc-counselor-id to el-cnsl-id(i)
037800                     end-if
037800                 end-perform
037800             end-if
037800         end-perform
037800         close student-counselor-file
037800     else
037800         display 'NO STUCNSL - STATUS ' ws-stucnsl-status
037800             ' - LIST NOT SPLIT BY COUNSELOR'
037800     end-if
037800     .
037900 PRINT-ELIGIBILITY-LIST.
038000     sort elig-row ascending key el-school el-cnsl-sort
038100         el-cnsl-name el-cnsl-id el-last-name el-first-name
038200     open output eligibility-rpt
038300     if ws-eligrpt-status not = '00'
038400         display 'COULD NOT OPEN ELIGRPT - STATUS '
038500             ws-eligrpt-status
038600         move 1 to return-code
038700     else
038750         write eligibility-line from bus-date-heading
038800         move ws-today-date to el-h-date
038900         write eligibility-line from el-heading
039000         move spaces to ws-prev-school
039100         perform varying i from 1 by 1
039200                 until i > ws-student-count
039300             move el-cnsl-sort(i) to ws-this-cnsl
039300             move el-cnsl-name(i) to ws-this-cnsl(2:30)
039300             move el-cnsl-id(i)   to ws-this-cnsl(32:5)
039300             if el-school(i) not = ws-prev-school
039400                 move el-school(i) to ws-prev-school
039500                 move el-school(i) to el-hb-school
039600                 write eligibility-line from el-bldg-heading
039650                 move spaces to ws-prev-cnsl
039800             end-if
039800             if ws-this-cnsl not = ws-prev-cnsl
039800                 move ws-this-cnsl to ws-prev-cnsl
039800                 move spaces to el-hc-id
039800                 if el-cnsl-sort(i) = '1'
039800                     move el-cnsl-id(i) to el-hc-id
039800                 end-if
039800                 move el-cnsl-name(i) to el-hc-name
039800                 write eligibility-line from el-cnsl-heading
039800                 write eligibility-line from el-column-heading
039800             end-if
039900             perform write-eligibility-line
040000         end-perform
043900     end-if
044000     write eligibility-line from el-detail-line
044100     .
044200 READ-BUSINESS-DATE.
044300******************************************************************
044400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
044500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
044600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
044700******************************************************************
044800     open input business-date-file
044900     if ws-busdate-status not = '00'
045000         display 'COULD NOT OPEN BUSDATE - STATUS '
045100             ws-busdate-status
045200         move 16 to return-code
045300         stop run
045400     end-if
045500     read business-date-file next record
045600     if ws-busdate-status not = '00'
045700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
045800             ws-busdate-status
045900         move 16 to return-code
046000         stop run
046100     end-if
046200     close business-date-file
046300     move bd-business-date to ws-business-date
046400     if bd-override-date not = zero
046500         move bd-override-date to ws-business-date
046600         move 'Y' to ws-bus-date-override
046700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
046800             bd-override-date ' SET BY ' bd-override-operator
046900         display '    REASON: ' bd-override-reason
047000     end-if
047100     move ws-business-date to bdh-date
047200     if ws-bus-date-override = 'Y'
047300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
047400             to bdh-override
047500     end-if
047600     .
