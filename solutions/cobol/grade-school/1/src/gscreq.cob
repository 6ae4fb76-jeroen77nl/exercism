000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCREQ.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    NEXT-YEAR COURSE REQUESTS. GSSCHED ENROLLS STUDENTS INTO    *
000900*    MSTSCHED SECTIONS THAT SOMEONE HAS ALREADY BUILT - THIS IS  *
001000*    WHERE THE SPRING'S REQUESTS ARE KEPT SO THE MASTER SCHEDULE *
001100*    CAN BE BUILT FROM THEM INSTEAD OF FROM THE COUNSELORS'      *
001200*    SPREADSHEETS. EACH CRQTRN CARD ADDS (OR REPLACES) OR        *
001300*    DELETES ONE STUDENT'S REQUEST FOR ONE COURSE ON THE         *
001400*    COURSE-REQUEST FILE (CRSREQ, COPY CREQREC) - PRIORITY AND   *
001500*    UP TO TWO ALTERNATES WITH IT. EVERY ADD IS EDITED FIRST:    *
001600*      BADAC - THE ACTION IS NOT 'A' OR 'D',                     *
001700*      NOSTU - THE STUDENT IS NOT ENROLLED ON ROSTERVS,          *
001800*      NOCRS - THE COURSE IS NOT IN THE CATALOG (CRSECAT),       *
001900*      BADPR - THE PRIORITY IS NOT 1-9,                          *
002000*      NOALT - AN ALTERNATE IS NOT IN THE CATALOG OR IS THE      *
002100*              REQUESTED COURSE ITSELF,                          *
002200*      PRERQ - A PREREQUISITE OF THE COURSE IS NOT MET,          *
002300*      ALTPR - A PREREQUISITE OF AN ALTERNATE IS NOT MET.        *
002400*    A DELETE WITH NO REQUEST ON FILE IS REJECTED NOFND. A       *
002500*    PREREQUISITE (CAT-PREREQ-COURSE ON THE CATALOG) IS MET BY A *
002600*    PASSING GRADE ON TRANSCPT OR BY A SECTION OF THE COURSE ON  *
002700*    THE STUDENT'S CURRENT SCHEDULE (STSCHED) - THIS YEAR'S      *
002800*    COURSES ARE STILL IN PROGRESS WHEN REQUESTS ARE TAKEN.      *
002900*    EACH REQUEST IS COUNTED AT THE BUILDING THE STUDENT ATTENDS *
003000*    NEXT YEAR - THE STAGED NEXT-YEAR ROSTER (NXTROSTR) WHEN IT  *
003100*    HAS THEM, SO A FEEDER MOVE IS COUNTED AT THE RECEIVING      *
003200*    BUILDING, ELSE THE CURRENT ROSTERVS BUILDING. A STUDENT WHO *
003300*    HAS SINCE WITHDRAWN KEEPS THEIR REQUESTS ON FILE BUT OUT OF *
003400*    THE COUNTS.                                                 *
003500*    CRQTALLY PRINTS THE REQUESTS PER BUILDING AND COURSE WITH   *
003600*    THE SECTIONS THEY NEED (AT THE COURSE'S MSTSCHED SEAT CAP,  *
003700*    OR WS-DEFAULT-SEATS FOR A COURSE NOT RUN THIS YEAR).        *
003800*    CRQMATRX IS THE CONFLICT MATRIX - FOR EVERY PAIR OF COURSES *
003900*    REQUESTED TOGETHER IN A BUILDING, HOW MANY STUDENTS ASKED   *
004000*    FOR BOTH. A PAIR OF SINGLETON (ONE-SECTION) COURSES IS      *
004100*    FLAGGED - THOSE TWO MUST NOT MEET IN THE SAME PERIOD.       *
004200*    ALTERNATES ARE TALLIED BUT NOT PUT IN THE MATRIX. RETURN    *
004300*    CODES: 0 CLEAN, 4 A CARD WAS REJECTED OR A TABLE WAS CUT    *
004400*    SHORT, 16 A FILE COULD NOT BE READ OR WRITTEN. SEE          *
004500*    JCL/GSCREQ.JCL.                                             *
004600******************************************************************
004700*    MOD-LOG
004800*    DATE       INIT  DESCRIPTION
004900*    2026-10-15  RVM  ORIGINAL VERSION.
004900*    2026-10-15  RVM  AN OPEN INCOMPLETE (GRADE 'I') DOES NOT
004900*                     COUNT AS A COMPLETED PREREQUISITE.
004900*    2026-10-15  RVM  A PASS/FAIL COURSE NOT PASSED (GRADE 'N')
004900*                     DOES NOT SATISFY A PREREQUISITE.
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT REQUEST-TRANS-FILE ASSIGN TO CRQTRN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CRQTRN-STATUS.
005700     SELECT COURSE-REQUEST-FILE ASSIGN TO CRSREQ
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CRSREQ-STATUS.
006000     SELECT COURSE-CATALOG-FILE ASSIGN TO CRSECAT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CATALOG-STATUS.
006300     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS ST-ID
006700         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006800     SELECT NEXT-YEAR-ROSTER-FILE ASSIGN TO NXTROSTR
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-NXTROSTR-STATUS.
007100     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-TRANSCPT-STATUS.
007400     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-STSCHED-STATUS.
007700     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MSTSCHED-STATUS.
008000     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-BUSDATE-STATUS.
008300     SELECT EXCEPTION-RPT ASSIGN TO CRQEXCP
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-EXCEPTION-STATUS.
008600     SELECT TALLY-RPT ASSIGN TO CRQTALLY
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-TALLY-STATUS.
008900     SELECT MATRIX-RPT ASSIGN TO CRQMATRX
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-MATRIX-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  REQUEST-TRANS-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  REQUEST-TRANS-RECORD.
009700     05  CQ-ACTION               PIC X(01).
009800     05  FILLER                  PIC X(01).
009900     05  CQ-STUDENT-ID           PIC 9(07).
010000     05  FILLER                  PIC X(01).
010100     05  CQ-COURSE-CODE          PIC X(06).
010200     05  FILLER                  PIC X(01).
010300     05  CQ-PRIORITY             PIC X(01).
010400     05  FILLER                  PIC X(01).
010500     05  CQ-ALTERNATE            OCCURS 2 TIMES.
010600         10  CQ-ALT-COURSE       PIC X(06).
010700         10  FILLER              PIC X(01).
010800 FD  COURSE-REQUEST-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  COURSE-REQUEST-RECORD.
011100     COPY CREQREC.
011200 FD  COURSE-CATALOG-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  COURSE-CATALOG-RECORD.
011500     COPY CRSEREC.
011600 FD  ROSTER-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  ROSTER-FILE-RECORD.
011900     COPY ROSTERREC.
012000 FD  NEXT-YEAR-ROSTER-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  NEXT-YEAR-ROSTER-RECORD.
012300     COPY NXTRREC.
012400 FD  TRANSCRIPT-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  TRANSCRIPT-RECORD.
012700     COPY TRANSREC.
012800 FD  STUDENT-SCHEDULE-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  STUDENT-SCHEDULE-RECORD.
013100     COPY STSCREC.
013200 FD  MASTER-SCHEDULE-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  MASTER-SCHEDULE-RECORD.
013500     COPY MSTSREC.
013600 FD  BUSINESS-DATE-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  BUSINESS-DATE-RECORD.
013900     COPY BDATREC.
014000 FD  EXCEPTION-RPT
014100     LABEL RECORDS ARE STANDARD.
014200 01  EXCEPTION-LINE              PIC X(80).
014300 FD  TALLY-RPT
014400     LABEL RECORDS ARE STANDARD.
014500 01  TALLY-LINE                  PIC X(100).
014600 FD  MATRIX-RPT
014700     LABEL RECORDS ARE STANDARD.
014800 01  MATRIX-LINE                 PIC X(100).
014900 WORKING-STORAGE SECTION.
015000 01  WS-CRQTRN-STATUS         PIC X(02).
015100 01  WS-CRSREQ-STATUS         PIC X(02).
015200 01  WS-CATALOG-STATUS        PIC X(02).
015300 01  WS-ROSTER-FILE-STATUS    PIC X(02).
015400 01  WS-NXTROSTR-STATUS       PIC X(02).
015500 01  WS-TRANSCPT-STATUS       PIC X(02).
015600 01  WS-STSCHED-STATUS        PIC X(02).
015700 01  WS-MSTSCHED-STATUS       PIC X(02).
015800 01  WS-EXCEPTION-STATUS      PIC X(02).
015900 01  WS-TALLY-STATUS          PIC X(02).
016000 01  WS-MATRIX-STATUS         PIC X(02).
016100 01  i                        PIC 9(05).
016200 01  j                        PIC 9(05).
016300 01  k                        PIC 9(05).
016400******************************************************************
016500*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016600*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
016700******************************************************************
016800 01  WS-BUSDATE-STATUS        PIC X(02).
016900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017000 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
017100 01  BUS-DATE-HEADING.
017200     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
017300     05  BDH-DATE             PIC 9(08).
017400     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017500******************************************************************
017600*    THE COURSE-CATALOG MASTER LOADED ONCE, WITH EACH COURSE'S   *
017700*    PREREQUISITES - THE EDIT AUTHORITY FOR EVERY REQUEST.       *
017800******************************************************************
017900 77  WS-CATALOG-MAX           PIC 9(03) VALUE 500.
018000 01  WS-CATALOG-COUNT         PIC 9(03) VALUE ZERO.
018100 01  WS-CATALOG-TABLE.
018200     05  WS-CAT-ENTRY         OCCURS 500 TIMES.
018300         10  WS-CAT-CODE      PIC X(06).
018400         10  WS-CAT-NAME      PIC X(24).
018500         10  WS-CAT-PREREQ    PIC X(06) OCCURS 2 TIMES.
018600 01  WS-CAT-ROW               PIC 9(03).
018700 01  WS-FIND-COURSE           PIC X(06).
018800******************************************************************
018900*    EVERY STUDENT ON ROSTERVS - THE ID GATE FOR THE EDIT PASS   *
019000*    AND THE BUILDING EACH REQUEST IS COUNTED AT. WS-RID-NEXT-   *
019100*    SCHOOL STARTS AS THE CURRENT BUILDING AND IS OVERLAID FROM  *
019200*    A RETURNING ('A') NXTROSTR ROW WHEN ONE IS STAGED.          *
019300******************************************************************
019400 77  WS-ROSTER-MAX            PIC 9(05) VALUE 02000.
019500 01  WS-ROSTER-ID-COUNT       PIC 9(05) VALUE ZERO.
019600 01  WS-ROSTER-ID-TABLE.
019700     05  WS-RID-ENTRY         OCCURS 2000 TIMES.
019800         10  WS-RID           PIC 9(07).
019900         10  WS-RID-SCHOOL    PIC X(04).
020000         10  WS-RID-NEXT-SCHOOL PIC X(04).
020100         10  WS-RID-WITHDRAWN PIC X(01).
020200 01  WS-RID-ROW               PIC 9(05).
020300 01  WS-FIND-ID               PIC 9(07).
020400 01  WS-NXT-OVERLAID          PIC 9(05) VALUE ZERO.
020500******************************************************************
020600*    COURSES EACH STUDENT HAS PASSED (TRANSCPT, ANY LETTER BUT   *
020600*    'F', 'I' OR 'N') OR IS TAKING NOW (STSCHED) - WHAT A        *
020600*    PREREQUISITE IS CHECKED AGAINST. SORTED FOR SEARCH ALL.     *
020900******************************************************************
021000 77  WS-DONE-MAX              PIC 9(05) VALUE 30000.
021100 01  WS-DONE-COUNT            PIC 9(05) VALUE ZERO.
021200 01  WS-DONE-TABLE.
021300     05  DONE-ROW             OCCURS 0 TO 30000 TIMES
021400                              DEPENDING ON WS-DONE-COUNT
021500                              ASCENDING KEY IS DN-STUDENT-ID
021600                                               DN-COURSE
021700                              INDEXED BY DONE-IDX.
021800         10  DN-STUDENT-ID    PIC 9(07).
021900         10  DN-COURSE        PIC X(06).
022000 01  WS-DONE-FULL             PIC X VALUE 'N'.
022100 01  WS-PREREQ-MET            PIC X.
022200 01  WS-PREREQ-COURSE         PIC X(06).
022300******************************************************************
022400*    SEAT CAP PER BUILDING/COURSE FROM THIS YEAR'S MASTER        *
022500*    SCHEDULE - THE LARGEST SECTION THE BUILDING RUNS OF IT. A   *
022600*    COURSE NOT RUN THIS YEAR IS SIZED AT WS-DEFAULT-SEATS.      *
022700******************************************************************
022800 77  WS-DEFAULT-SEATS         PIC 9(03) VALUE 030.
022900 77  WS-MST-MAX               PIC 9(03) VALUE 500.
023000 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
023100 01  WS-MST-TABLE.
023200     05  WS-MST-ENTRY         OCCURS 500 TIMES.
023300         10  WS-MST-SCHOOL    PIC X(04).
023400         10  WS-MST-COURSE    PIC X(06).
023500         10  WS-MST-SEATS     PIC 9(03).
023600******************************************************************
023700*    THE COURSE-REQUEST FILE HELD IN STORAGE FOR THE RUN -       *
023800*    LOADED, UPDATED BY THE DAY'S CARDS (REPLACE ON THE SAME     *
023900*    STUDENT/COURSE) AND REWRITTEN, THE SAME LOAD/EDIT/SAVE      *
024000*    SHAPE GSPROG USES FOR PROGFILE. REQ-COUNTED IS 'Y' FOR A    *
024100*    STUDENT STILL ENROLLED - ONLY THOSE ARE TALLIED.            *
024200******************************************************************
024300 77  WS-REQ-MAX               PIC 9(05) VALUE 20000.
024400 01  WS-REQ-COUNT             PIC 9(05) VALUE ZERO.
024500 01  REQ-TABLE.
024600     05  REQ-ROW              OCCURS 0 TO 20000 TIMES
024700                              DEPENDING ON WS-REQ-COUNT
024800                              INDEXED BY REQ-IDX.
024900         10  REQ-STUDENT-ID   PIC 9(07).
025000         10  REQ-SCHOOL       PIC X(04).
025100         10  REQ-COURSE       PIC X(06).
025200         10  REQ-PRIORITY     PIC 9(01).
025300         10  REQ-ALT          PIC X(06) OCCURS 2 TIMES.
025400         10  REQ-KEYED-DATE   PIC 9(08).
025500         10  REQ-COUNTED      PIC X(01).
025600 01  WS-REQ-ROW               PIC 9(05).
025700 01  WS-REQ-FULL              PIC X VALUE 'N'.
025800 01  WS-NOT-COUNTED           PIC 9(05) VALUE ZERO.
025900 01  WS-TRANS-READ            PIC 9(05) VALUE ZERO.
026000 01  WS-REQ-ADDED             PIC 9(05) VALUE ZERO.
026100 01  WS-REQ-REPLACED          PIC 9(05) VALUE ZERO.
026200 01  WS-REQ-DELETED           PIC 9(05) VALUE ZERO.
026300 01  WS-TRANS-REJECTS         PIC 9(05) VALUE ZERO.
026400 01  WS-EDIT-OK               PIC X.
026500 01  WS-EDIT-REASON           PIC X(05).
026600 01  WS-ALT                   PIC 9(01).
026700******************************************************************
026800*    ONE ROW PER BUILDING/COURSE REQUESTED OR NAMED AS AN        *
026900*    ALTERNATE - THE CRQTALLY LINES, AND THE SECTION COUNT THE   *
027000*    CONFLICT MATRIX READS TO FIND THE SINGLETONS.               *
027100******************************************************************
027200 77  WS-TLY-MAX               PIC 9(04) VALUE 2000.
027300 01  WS-TLY-COUNT             PIC 9(04) VALUE ZERO.
027400 01  TLY-TABLE.
027500     05  TLY-ROW              OCCURS 0 TO 2000 TIMES
027600                              DEPENDING ON WS-TLY-COUNT
027700                              ASCENDING KEY IS TLY-SCHOOL
027800                                               TLY-COURSE
027900                              INDEXED BY TLY-IDX.
028000         10  TLY-SCHOOL       PIC X(04).
028100         10  TLY-COURSE       PIC X(06).
028200         10  TLY-REQUESTS     PIC 9(05).
028300         10  TLY-FIRST        PIC 9(05).
028400         10  TLY-ALTS         PIC 9(05).
028500         10  TLY-SEATS        PIC 9(03).
028600         10  TLY-SECTIONS     PIC 9(03).
028700 01  WS-TLY-ROW               PIC 9(04).
028800 01  WS-TLY-FULL              PIC X VALUE 'N'.
028900 01  WS-TLY-SCHOOL-IN         PIC X(04).
029000 01  WS-TLY-COURSE-IN         PIC X(06).
029100 01  WS-PREV-SCHOOL           PIC X(04).
029200 01  WS-SCHOOL-REQUESTS       PIC 9(05).
029300 01  WS-SCHOOL-SECTIONS       PIC 9(05).
029400******************************************************************
029500*    EVERY PAIR OF COURSES ONE STUDENT REQUESTED, ONE ROW PER    *
029600*    STUDENT PER PAIR (COURSE A BEFORE COURSE B), SORTED AND     *
029700*    COUNTED INTO THE CONFLICT MATRIX.                           *
029800******************************************************************
029900 77  WS-PAIR-MAX              PIC 9(05) VALUE 60000.
030000 01  WS-PAIR-COUNT            PIC 9(05) VALUE ZERO.
030100 01  PAIR-TABLE.
030200     05  PAIR-ROW             OCCURS 0 TO 60000 TIMES
030300                              DEPENDING ON WS-PAIR-COUNT.
030400         10  PR-SCHOOL        PIC X(04).
030500         10  PR-COURSE-A      PIC X(06).
030600         10  PR-COURSE-B      PIC X(06).
030700 01  WS-PAIR-FULL             PIC X VALUE 'N'.
030800 01  WS-STU-FIRST             PIC 9(05).
030900 01  WS-STU-LAST              PIC 9(05).
031000 01  WS-RUN-END               PIC X.
031100 01  WS-PAIR-STUDENTS         PIC 9(05).
031200 01  WS-PAIRS-LISTED          PIC 9(05) VALUE ZERO.
031300 01  WS-SINGLETON-PAIRS       PIC 9(05) VALUE ZERO.
031400 01  WS-A-SECTIONS            PIC 9(03).
031500 01  WS-B-SECTIONS            PIC 9(03).
031600 01  EXC-HEADING.
031700     05  FILLER               PIC X(40) VALUE
031800         'COURSE-REQUEST EDIT PASS - REJECT REPORT'.
031900 01  EXC-COLUMN-HEADING.
032000     05  FILLER               PIC X(04) VALUE 'ACT'.
032100     05  FILLER               PIC X(09) VALUE 'ID'.
032200     05  FILLER               PIC X(08) VALUE 'COURSE'.
032300     05  FILLER               PIC X(05) VALUE 'PRI'.
032400     05  FILLER               PIC X(16) VALUE 'ALTERNATES'.
032500     05  FILLER               PIC X(07) VALUE 'REASON'.
032600     05  FILLER               PIC X(10) VALUE 'DETAIL'.
032700 01  EXC-DETAIL-LINE.
032800     05  EXC-D-ACTION         PIC X(01).
032900     05  FILLER               PIC X(03) VALUE SPACES.
033000     05  EXC-D-STUDENT-ID     PIC X(07).
033100     05  FILLER               PIC X(02) VALUE SPACES.
033200     05  EXC-D-COURSE-CODE    PIC X(06).
033300     05  FILLER               PIC X(02) VALUE SPACES.
033400     05  EXC-D-PRIORITY       PIC X(01).
033500     05  FILLER               PIC X(04) VALUE SPACES.
033600     05  EXC-D-ALT-1          PIC X(06).
033700     05  FILLER               PIC X(01) VALUE SPACE.
033800     05  EXC-D-ALT-2          PIC X(06).
033900     05  FILLER               PIC X(03) VALUE SPACES.
034000     05  EXC-D-REASON         PIC X(05).
034100     05  FILLER               PIC X(02) VALUE SPACES.
034200     05  EXC-D-DETAIL         PIC X(06).
034300 01  TLY-HEADING.
034400     05  FILLER               PIC X(46) VALUE
034500         'NEXT-YEAR COURSE REQUESTS - SECTIONS NEEDED   '.
034600 01  TLY-COLUMN-HEADING.
034700     05  FILLER               PIC X(06) VALUE 'BLDG'.
034800     05  FILLER               PIC X(08) VALUE 'COURSE'.
034900     05  FILLER               PIC X(26) VALUE 'TITLE'.
035000     05  FILLER               PIC X(10) VALUE 'REQUESTS'.
035100     05  FILLER               PIC X(10) VALUE 'FIRST PRI'.
035200     05  FILLER               PIC X(06) VALUE 'ALTS'.
035300     05  FILLER               PIC X(06) VALUE 'SEATS'.
035400     05  FILLER               PIC X(10) VALUE 'SECTIONS'.
035500 01  TLY-DETAIL-LINE.
035600     05  TLY-D-SCHOOL         PIC X(04).
035700     05  FILLER               PIC X(02) VALUE SPACES.
035800     05  TLY-D-COURSE         PIC X(06).
035900     05  FILLER               PIC X(02) VALUE SPACES.
036000     05  TLY-D-NAME           PIC X(24).
036100     05  FILLER               PIC X(05) VALUE SPACES.
036200     05  TLY-D-REQUESTS       PIC ZZZZ9.
036300     05  FILLER               PIC X(05) VALUE SPACES.
036400     05  TLY-D-FIRST          PIC ZZZZ9.
036500     05  FILLER               PIC X(01) VALUE SPACES.
036600     05  TLY-D-ALTS           PIC ZZZZ9.
036700     05  FILLER               PIC X(03) VALUE SPACES.
036800     05  TLY-D-SEATS          PIC ZZ9.
036900     05  FILLER               PIC X(05) VALUE SPACES.
037000     05  TLY-D-SECTIONS       PIC ZZ9.
037100     05  FILLER               PIC X(02) VALUE SPACES.
037200     05  TLY-D-FLAG           PIC X(18).
037300 01  TLY-TOTAL-LINE.
037400     05  FILLER               PIC X(02) VALUE SPACES.
037500     05  TLY-T-LABEL          PIC X(41).
037600     05  TLY-T-REQUESTS       PIC ZZZZ9.
037700     05  FILLER               PIC X(25) VALUE SPACES.
037800     05  TLY-T-SECTIONS       PIC ZZZZ9.
037900 01  RUN-TOTAL-LINE.
038000     05  RT-LABEL             PIC X(44).
038100     05  RT-VALUE             PIC ZZZZ9.
038200 01  MTX-HEADING.
038300     05  FILLER               PIC X(46) VALUE
038400         'NEXT-YEAR COURSE CONFLICT MATRIX              '.
038500 01  MTX-SUBHEADING.
038600     05  FILLER               PIC X(50) VALUE
038700         'STUDENTS REQUESTING BOTH COURSES OF EACH PAIR'.
038800 01  MTX-COLUMN-HEADING.
038900     05  FILLER               PIC X(06) VALUE 'BLDG'.
039000     05  FILLER               PIC X(08) VALUE 'COURSE'.
039100     05  FILLER               PIC X(22) VALUE 'TITLE'.
039200     05  FILLER               PIC X(08) VALUE 'COURSE'.
039300     05  FILLER               PIC X(22) VALUE 'TITLE'.
039400     05  FILLER               PIC X(10) VALUE 'STUDENTS'.
039500 01  MTX-DETAIL-LINE.
039600     05  MTX-D-SCHOOL         PIC X(04).
039700     05  FILLER               PIC X(02) VALUE SPACES.
039800     05  MTX-D-COURSE-A       PIC X(06).
039900     05  FILLER               PIC X(02) VALUE SPACES.
040000     05  MTX-D-NAME-A         PIC X(20).
040100     05  FILLER               PIC X(02) VALUE SPACES.
040200     05  MTX-D-COURSE-B       PIC X(06).
040300     05  FILLER               PIC X(02) VALUE SPACES.
040400     05  MTX-D-NAME-B         PIC X(20).
040500     05  FILLER               PIC X(02) VALUE SPACES.
040600     05  MTX-D-STUDENTS       PIC ZZZZ9.
040700     05  FILLER               PIC X(02) VALUE SPACES.
040800     05  MTX-D-FLAG           PIC X(26).
040900 PROCEDURE DIVISION.
041000 MAINLINE.
041100******************************************************************
041200*    STANDALONE REQUEST-SEASON ENTRY POINT. LOADS THE CATALOG,   *
041300*    THE ROSTER (WITH NEXT YEAR'S BUILDINGS), WHAT EACH STUDENT  *
041400*    HAS PASSED OR IS TAKING, THE SEAT CAPS AND THE REQUEST      *
041500*    FILE, APPLIES THE DAY'S CARDS THROUGH THE EDIT PASS,        *
041600*    REWRITES CRSREQ AND PRINTS THE TALLIES AND THE MATRIX.      *
041700******************************************************************
041800     perform read-business-date
041900     perform load-course-catalog
042000     perform load-roster-id-table
042100     perform load-next-year-buildings
042200     perform load-completed-courses
042300     perform load-master-seats
042400     perform load-course-requests
042500     perform open-exception-report
042600     perform process-request-cards
042700     perform close-exception-report
042800     perform save-course-requests
042900     perform refresh-request-buildings
043000     perform build-request-tallies
043100     perform build-course-pairs
043200     perform print-conflict-matrix
043300     perform print-request-tallies
043400     stop run
043500     .
043600 LOAD-COURSE-CATALOG.
043700     move zero to ws-catalog-count
043800     open input course-catalog-file
043900     if ws-catalog-status not = '00'
044000         display 'COULD NOT OPEN CRSECAT - STATUS '
044100             ws-catalog-status
044200         move 16 to return-code
044300         stop run
044400     end-if
044500     perform until ws-catalog-status not = '00'
044600         read course-catalog-file next record
044700         if ws-catalog-status = '00'
044800             and ws-catalog-count < ws-catalog-max
044900             add 1 to ws-catalog-count
045000             move cat-course-code
045100                 to ws-cat-code(ws-catalog-count)
045200             move cat-course-name
045300                 to ws-cat-name(ws-catalog-count)
045400             move cat-prereq-course(1)
045500                 to ws-cat-prereq(ws-catalog-count, 1)
045600             move cat-prereq-course(2)
045700                 to ws-cat-prereq(ws-catalog-count, 2)
045800         end-if
045900     end-perform
046000     close course-catalog-file
046100     .
046200 LOAD-ROSTER-ID-TABLE.
046300     move zero to ws-roster-id-count
046400     open input roster-file
046500     if ws-roster-file-status not = '00'
046600         display 'COULD NOT OPEN ROSTERVS - STATUS '
046700             ws-roster-file-status
046800         move 16 to return-code
046900         stop run
047000     end-if
047100     perform until ws-roster-file-status not = '00'
047200         read roster-file next record
047300         if ws-roster-file-status = '00'
047400             and ws-roster-id-count < ws-roster-max
047500             add 1 to ws-roster-id-count
047600             move st-id to ws-rid(ws-roster-id-count)
047700             move st-school-code
047800                 to ws-rid-school(ws-roster-id-count)
047900             move st-school-code
048000                 to ws-rid-next-school(ws-roster-id-count)
048100             if st-withdraw-date = zero
048200                 move 'N' to ws-rid-withdrawn(ws-roster-id-count)
048300             else
048400                 move 'Y' to ws-rid-withdrawn(ws-roster-id-count)
048500             end-if
048600         end-if
048700     end-perform
048800     close roster-file
048900     .
049000 LOAD-NEXT-YEAR-BUILDINGS.
049100******************************************************************
049200*    A RETURNING STUDENT STAGED ON NXTROSTR IS COUNTED AT NEXT   *
049300*    YEAR'S BUILDING. NO NXTROSTR (BEFORE GSNXTYR IS FIRST RUN   *
049400*    IN THE SPRING) LEAVES EVERYONE AT THEIR CURRENT BUILDING.   *
049500******************************************************************
049600     open input next-year-roster-file
049700     if ws-nxtrostr-status = '00'
049800         perform until ws-nxtrostr-status not = '00'
049900             read next-year-roster-file next record
050000             if ws-nxtrostr-status = '00'
050100                 and nx-source = 'R'
050200                 and nx-status = 'A'
050300                 move nx-id to ws-find-id
050400                 perform find-roster-row
050500                 if ws-rid-row not = zero
050600                     and nx-school-code not = spaces
050700                     move nx-school-code
050800                         to ws-rid-next-school(ws-rid-row)
050900                     add 1 to ws-nxt-overlaid
051000                 end-if
051100             end-if
051200         end-perform
051300         close next-year-roster-file
051400     end-if
051500     .
051600 LOAD-COMPLETED-COURSES.
051700     move zero to ws-done-count
051800     open input transcript-file
051900     if ws-transcpt-status not = '00'
052000         display 'COULD NOT OPEN TRANSCPT - STATUS '
052100             ws-transcpt-status
052200         move 16 to return-code
052300         stop run
052400     end-if
052500     perform until ws-transcpt-status not = '00'
052600         read transcript-file next record
052700         if ws-transcpt-status = '00'
052800             and trn-grade-letter not = 'F'
052800             and trn-grade-letter not = 'I'
052800             and trn-grade-letter not = 'N'
052800             move trn-student-id  to ws-find-id
053000             move trn-course-code to ws-find-course
053100             perform add-done-row
053200         end-if
053300     end-perform
053400     close transcript-file
053500     open input student-schedule-file
053600     if ws-stsched-status = '00'
053700         perform until ws-stsched-status not = '00'
053800             read student-schedule-file next record
053900             if ws-stsched-status = '00'
054000                 move sc-student-id  to ws-find-id
054100                 move sc-course-code to ws-find-course
054200                 perform add-done-row
054300             end-if
054400         end-perform
054500         close student-schedule-file
054600     end-if
054700     if ws-done-count > zero
054800         sort done-row ascending key dn-student-id dn-course
054900     end-if
055000     if ws-done-full = 'Y'
055100         display 'COMPLETED-COURSE TABLE FULL AT ' ws-done-max
055200             ' - SOME PREREQUISITES MAY BE REJECTED IN ERROR'
055300         move 4 to return-code
055400     end-if
055500     .
055600 ADD-DONE-ROW.
055700     if ws-done-count < ws-done-max
055800         add 1 to ws-done-count
055900         move ws-find-id     to dn-student-id(ws-done-count)
056000         move ws-find-course to dn-course(ws-done-count)
056100     else
056200         move 'Y' to ws-done-full
056300     end-if
056400     .
056500 LOAD-MASTER-SEATS.
056600     move zero to ws-mst-count
056700     open input master-schedule-file
056800     if ws-mstsched-status = '00'
056900         perform until ws-mstsched-status not = '00'
057000             read master-schedule-file next record
057100             if ws-mstsched-status = '00'
057200                 perform note-master-seats
057300             end-if
057400         end-perform
057500         close master-schedule-file
057600     end-if
057700     .
057800 NOTE-MASTER-SEATS.
057900     move zero to k
058000     perform varying j from 1 by 1 until j > ws-mst-count
058100         if ws-mst-school(j) = ms-school-code
058200             and ws-mst-course(j) = ms-course-code
058300             move j to k
058400         end-if
058500     end-perform
058600     if k = zero
058700         and ws-mst-count < ws-mst-max
058800         add 1 to ws-mst-count
058900         move ws-mst-count   to k
059000         move ms-school-code to ws-mst-school(k)
059100         move ms-course-code to ws-mst-course(k)
059200         move zero           to ws-mst-seats(k)
059300     end-if
059400     if k not = zero
059500         and ms-seats > ws-mst-seats(k)
059600         move ms-seats to ws-mst-seats(k)
059700     end-if
059800     .
059900 LOAD-COURSE-REQUESTS.
060000******************************************************************
060100*    PULLS CRSREQ INTO STORAGE. A MISSING OR EMPTY FILE SIMPLY   *
060200*    STARTS THE SEASON FROM NOTHING.                             *
060300******************************************************************
060400     move zero to ws-req-count
060500     open input course-request-file
060600     if ws-crsreq-status = '00'
060700         perform until ws-crsreq-status not = '00'
060800             read course-request-file next record
060900             if ws-crsreq-status = '00'
061000                 if ws-req-count < ws-req-max
061100                     add 1 to ws-req-count
061200                     move cr-student-id
061300                         to req-student-id(ws-req-count)
061400                     move cr-school-code
061500                         to req-school(ws-req-count)
061600                     move cr-course-code
061700                         to req-course(ws-req-count)
061800                     move cr-priority
061900                         to req-priority(ws-req-count)
062000                     move cr-alt-course(1)
062100                         to req-alt(ws-req-count, 1)
062200                     move cr-alt-course(2)
062300                         to req-alt(ws-req-count, 2)
062400                     move cr-keyed-date
062500                         to req-keyed-date(ws-req-count)
062600                     move 'Y' to req-counted(ws-req-count)
062700                 else
062800                     move 'Y' to ws-req-full
062900                 end-if
063000             end-if
063100         end-perform
063200         close course-request-file
063300     end-if
063400     if ws-req-full = 'Y'
063500         display 'CRSREQ HOLDS MORE THAN ' ws-req-max
063600             ' REQUESTS - RUN STOPPED BEFORE ANY ARE LOST'
063700         move 16 to return-code
063800         stop run
063900     end-if
064000     .
064100 OPEN-EXCEPTION-REPORT.
064200     open output exception-rpt
064300     if ws-exception-status = '00'
064400         write exception-line from bus-date-heading
064500         write exception-line from exc-heading
064600         write exception-line from exc-column-heading
064700     else
064800         display 'COULD NOT OPEN CRQEXCP - STATUS '
064900             ws-exception-status
065000         move 16 to return-code
065100         stop run
065200     end-if
065300     .
065400 CLOSE-EXCEPTION-REPORT.
065500     close exception-rpt
065600     if ws-trans-rejects not = zero
065700         display 'COURSE-REQUEST CARDS REJECTED BY EDIT PASS: '
065800             ws-trans-rejects
065900         if return-code < 4
066000             move 4 to return-code
066100         end-if
066200     end-if
066300     .
066400 PROCESS-REQUEST-CARDS.
066500     open input request-trans-file
066600     if ws-crqtrn-status = '00'
066700         perform until ws-crqtrn-status not = '00'
066800             read request-trans-file next record
066900             if ws-crqtrn-status = '00'
067000                 add 1 to ws-trans-read
067100                 perform apply-request-card
067200             end-if
067300         end-perform
067400         close request-trans-file
067500     end-if
067600     if ws-trans-read = ws-req-added + ws-req-replaced
067700             + ws-req-deleted + ws-trans-rejects
067800         display 'REQUEST CONTROL TOTALS BALANCED - READ '
067900             ws-trans-read ' ADDED ' ws-req-added
068000             ' REPLACED ' ws-req-replaced
068100             ' DELETED ' ws-req-deleted
068200             ' REJECTS ' ws-trans-rejects
068300     else
068400         display 'REQUEST CONTROL TOTAL MISMATCH - READ '
068500             ws-trans-read ' ADDED ' ws-req-added
068600             ' REPLACED ' ws-req-replaced
068700             ' DELETED ' ws-req-deleted
068800             ' REJECTS ' ws-trans-rejects
068900         move 16 to return-code
069000     end-if
069100     .
069200 APPLY-REQUEST-CARD.
069300******************************************************************
069400*    THE EDIT GATES LISTED IN THE PROGRAM HEADER, IN ORDER - THE *
069500*    FIRST ONE A CARD FAILS IS THE REASON PRINTED. A CLEAN ADD   *
069600*    REPLACES THE STUDENT'S REQUEST FOR THE SAME COURSE OR ADDS  *
069700*    A NEW ONE; A CLEAN DELETE REMOVES IT.                       *
069800******************************************************************
069900     move 'Y' to ws-edit-ok
070000     move spaces to ws-edit-reason
070100     move spaces to exc-d-detail
070200     if cq-action not = 'A'
070300         and cq-action not = 'D'
070400         move 'N'     to ws-edit-ok
070500         move 'BADAC' to ws-edit-reason
070600     end-if
070700     if ws-edit-ok = 'Y'
070800         move zero to ws-rid-row
070900         if cq-student-id is numeric
071000             move cq-student-id to ws-find-id
071100             perform find-roster-row
071200         end-if
071300         if ws-rid-row = zero
071400             move 'N'     to ws-edit-ok
071500             move 'NOSTU' to ws-edit-reason
071600         else
071700             if ws-rid-withdrawn(ws-rid-row) = 'Y'
071800                 move 'N'     to ws-edit-ok
071900                 move 'NOSTU' to ws-edit-reason
072000             end-if
072100         end-if
072200     end-if
072300     if ws-edit-ok = 'Y'
072400         and cq-action = 'D'
072500         perform find-request-row
072600         if ws-req-row = zero
072700             move 'N'     to ws-edit-ok
072800             move 'NOFND' to ws-edit-reason
072900         end-if
073000     end-if
073100     if ws-edit-ok = 'Y'
073200         and cq-action = 'A'
073300         perform edit-request-add
073400     end-if
073500     if ws-edit-ok = 'Y'
073600         if cq-action = 'D'
073700             perform remove-request-row
073800             add 1 to ws-req-deleted
073900         else
074000             perform post-course-request
074100         end-if
074200     else
074300         add 1 to ws-trans-rejects
074400         move cq-action      to exc-d-action
074500         move cq-student-id  to exc-d-student-id
074600         move cq-course-code to exc-d-course-code
074700         move cq-priority    to exc-d-priority
074800         move cq-alt-course(1) to exc-d-alt-1
074900         move cq-alt-course(2) to exc-d-alt-2
075000         move ws-edit-reason to exc-d-reason
075100         write exception-line from exc-detail-line
075200     end-if
075300     .
075400 EDIT-REQUEST-ADD.
075500     move cq-course-code to ws-find-course
075600     perform find-catalog-row
075700     if ws-cat-row = zero
075800         move 'N'     to ws-edit-ok
075900         move 'NOCRS' to ws-edit-reason
076000     end-if
076100     if ws-edit-ok = 'Y'
076200         and (cq-priority < '1' or cq-priority > '9')
076300         move 'N'     to ws-edit-ok
076400         move 'BADPR' to ws-edit-reason
076500     end-if
076600     perform varying ws-alt from 1 by 1
076700             until ws-alt > 2 or ws-edit-ok = 'N'
076800         if cq-alt-course(ws-alt) not = spaces
076900             move cq-alt-course(ws-alt) to ws-find-course
077000             perform find-catalog-row
077100             if ws-cat-row = zero
077200                 or cq-alt-course(ws-alt) = cq-course-code
077300                 move 'N'     to ws-edit-ok
077400                 move 'NOALT' to ws-edit-reason
077500                 move cq-alt-course(ws-alt) to exc-d-detail
077600             end-if
077700         end-if
077800     end-perform
077900     if ws-edit-ok = 'Y'
078000         move cq-course-code to ws-find-course
078100         perform find-catalog-row
078200         perform check-prerequisites
078300         if ws-prereq-met = 'N'
078400             move 'N'     to ws-edit-ok
078500             move 'PRERQ' to ws-edit-reason
078600             move ws-prereq-course to exc-d-detail
078700         end-if
078800     end-if
078900     perform varying ws-alt from 1 by 1
079000             until ws-alt > 2 or ws-edit-ok = 'N'
079100         if cq-alt-course(ws-alt) not = spaces
079200             move cq-alt-course(ws-alt) to ws-find-course
079300             perform find-catalog-row
079400             perform check-prerequisites
079500             if ws-prereq-met = 'N'
079600                 move 'N'     to ws-edit-ok
079700                 move 'ALTPR' to ws-edit-reason
079800                 move ws-prereq-course to exc-d-detail
079900             end-if
080000         end-if
080100     end-perform
080200     .
080300 CHECK-PREREQUISITES.
080400******************************************************************
080500*    EVERY PREREQUISITE OF CATALOG ROW WS-CAT-ROW MUST BE ON THE *
080600*    STUDENT'S COMPLETED/IN-PROGRESS LIST. THE FIRST ONE MISSING *
080700*    IS LEFT IN WS-PREREQ-COURSE FOR THE REJECT LINE.            *
080800******************************************************************
080900     move 'Y' to ws-prereq-met
081000     move spaces to ws-prereq-course
081100     perform varying k from 1 by 1
081200             until k > 2 or ws-prereq-met = 'N'
081300         if ws-cat-prereq(ws-cat-row, k) not = spaces
081400             move 'N' to ws-prereq-met
081500             if ws-done-count > zero
081600                 search all done-row
081700                     at end
081800                         continue
081900                     when dn-student-id(done-idx) = cq-student-id
082000                      and dn-course(done-idx)
082100                             = ws-cat-prereq(ws-cat-row, k)
082200                         move 'Y' to ws-prereq-met
082300                 end-search
082400             end-if
082500             if ws-prereq-met = 'N'
082600                 move ws-cat-prereq(ws-cat-row, k)
082700                     to ws-prereq-course
082800             end-if
082900         end-if
083000     end-perform
083100     .
083200 FIND-ROSTER-ROW.
083300     move zero to ws-rid-row
083400     perform varying j from 1 by 1
083500             until j > ws-roster-id-count
083600         if ws-rid(j) = ws-find-id
083700             move j to ws-rid-row
083800         end-if
083900     end-perform
084000     .
084100 FIND-CATALOG-ROW.
084200     move zero to ws-cat-row
084300     perform varying j from 1 by 1
084400             until j > ws-catalog-count
084500         if ws-cat-code(j) = ws-find-course
084600             move j to ws-cat-row
084700         end-if
084800     end-perform
084900     .
085000 FIND-REQUEST-ROW.
085100     move zero to ws-req-row
085200     perform varying j from 1 by 1 until j > ws-req-count
085300         if req-student-id(j) = cq-student-id
085400             and req-course(j) = cq-course-code
085500             move j to ws-req-row
085600         end-if
085700     end-perform
085800     .
085900 POST-COURSE-REQUEST.
086000     perform find-request-row
086100     if ws-req-row = zero
086200         if ws-req-count < ws-req-max
086300             add 1 to ws-req-count
086400             move ws-req-count to ws-req-row
086500             move cq-student-id  to req-student-id(ws-req-row)
086600             move cq-course-code to req-course(ws-req-row)
086700             add 1 to ws-req-added
086800         else
086900             add 1 to ws-trans-rejects
087000             move cq-action      to exc-d-action
087100             move cq-student-id  to exc-d-student-id
087200             move cq-course-code to exc-d-course-code
087300             move cq-priority    to exc-d-priority
087400             move cq-alt-course(1) to exc-d-alt-1
087500             move cq-alt-course(2) to exc-d-alt-2
087600             move 'FULL ' to exc-d-reason
087700             write exception-line from exc-detail-line
087800         end-if
087900     else
088000         add 1 to ws-req-replaced
088100     end-if
088200     if ws-req-row not = zero
088300         move ws-rid-next-school(ws-rid-row)
088400             to req-school(ws-req-row)
088500         move cq-priority      to req-priority(ws-req-row)
088600         move cq-alt-course(1) to req-alt(ws-req-row, 1)
088700         move cq-alt-course(2) to req-alt(ws-req-row, 2)
088800         move ws-business-date to req-keyed-date(ws-req-row)
088900         move 'Y' to req-counted(ws-req-row)
089000     end-if
089100     .
089200 REMOVE-REQUEST-ROW.
089300     perform varying j from ws-req-row by 1
089400             until j >= ws-req-count
089500         move req-row(j + 1) to req-row(j)
089600     end-perform
089700     subtract 1 from ws-req-count
089800     .
089900 SAVE-COURSE-REQUESTS.
090000     sort req-row ascending key req-student-id req-priority
090100         req-course
090200     open output course-request-file
090300     if ws-crsreq-status not = '00'
090400         display 'COULD NOT REWRITE CRSREQ - STATUS '
090500             ws-crsreq-status
090600         move 16 to return-code
090700         stop run
090800     end-if
090900     perform varying j from 1 by 1 until j > ws-req-count
091000         move spaces to course-request-record
091100         move req-student-id(j) to cr-student-id
091200         move req-school(j)     to cr-school-code
091300         move req-course(j)     to cr-course-code
091400         move req-priority(j)   to cr-priority
091500         move req-alt(j, 1)     to cr-alt-course(1)
091600         move req-alt(j, 2)     to cr-alt-course(2)
091700         move req-keyed-date(j) to cr-keyed-date
091800         write course-request-record
091900     end-perform
092000     close course-request-file
092100     .
092200 REFRESH-REQUEST-BUILDINGS.
092300******************************************************************
092400*    EVERY REQUEST IS COUNTED AT THE BUILDING ITS STUDENT NOW    *
092500*    ATTENDS NEXT YEAR - A BLDG CARD ON GSNXTYR SINCE THE        *
092600*    REQUEST WAS KEYED MOVES IT. A STUDENT NO LONGER ENROLLED IS *
092700*    LEFT OUT OF THE TALLIES AND THE MATRIX (THE REQUEST STAYS   *
092800*    ON FILE UNTIL A COUNSELOR DELETES IT).                      *
092900******************************************************************
093000     perform varying i from 1 by 1 until i > ws-req-count
093100         move req-student-id(i) to ws-find-id
093200         perform find-roster-row
093300         if ws-rid-row = zero
093400             move 'N' to req-counted(i)
093500         else
093600             if ws-rid-withdrawn(ws-rid-row) = 'Y'
093700                 move 'N' to req-counted(i)
093800             else
093900                 move 'Y' to req-counted(i)
094000                 move ws-rid-next-school(ws-rid-row)
094100                     to req-school(i)
094200             end-if
094300         end-if
094400         if req-counted(i) = 'N'
094500             add 1 to ws-not-counted
094600         end-if
094700     end-perform
094800     .
094900 BUILD-REQUEST-TALLIES.
095000     move zero to ws-tly-count
095100     perform varying i from 1 by 1 until i > ws-req-count
095200         if req-counted(i) = 'Y'
095300             move req-school(i) to ws-tly-school-in
095400             move req-course(i) to ws-tly-course-in
095500             perform find-tally-row
095600             if ws-tly-row not = zero
095700                 add 1 to tly-requests(ws-tly-row)
095800                 if req-priority(i) = 1
095900                     add 1 to tly-first(ws-tly-row)
096000                 end-if
096100             end-if
096200             perform varying ws-alt from 1 by 1 until ws-alt > 2
096300                 if req-alt(i, ws-alt) not = spaces
096400                     move req-alt(i, ws-alt) to ws-tly-course-in
096500                     perform find-tally-row
096600                     if ws-tly-row not = zero
096700                         add 1 to tly-alts(ws-tly-row)
096800                     end-if
096900                 end-if
097000             end-perform
097100         end-if
097200     end-perform
097300     if ws-tly-count > zero
097400         sort tly-row ascending key tly-school tly-course
097500     end-if
097600     perform varying i from 1 by 1 until i > ws-tly-count
097700         move ws-default-seats to tly-seats(i)
097800         perform varying j from 1 by 1 until j > ws-mst-count
097900             if ws-mst-school(j) = tly-school(i)
098000                 and ws-mst-course(j) = tly-course(i)
098100                 and ws-mst-seats(j) > zero
098200                 move ws-mst-seats(j) to tly-seats(i)
098300             end-if
098400         end-perform
098500         compute tly-sections(i) =
098600             (tly-requests(i) + tly-seats(i) - 1) / tly-seats(i)
098700     end-perform
098800     .
098900 FIND-TALLY-ROW.
099000     move zero to ws-tly-row
099100     perform varying j from 1 by 1 until j > ws-tly-count
099200         if tly-school(j) = ws-tly-school-in
099300             and tly-course(j) = ws-tly-course-in
099400             move j to ws-tly-row
099500         end-if
099600     end-perform
099700     if ws-tly-row = zero
099800         if ws-tly-count < ws-tly-max
099900             add 1 to ws-tly-count
100000             move ws-tly-count to ws-tly-row
100100             move ws-tly-school-in to tly-school(ws-tly-row)
100200             move ws-tly-course-in to tly-course(ws-tly-row)
100300             move zero to tly-requests(ws-tly-row)
100400             move zero to tly-first(ws-tly-row)
100500             move zero to tly-alts(ws-tly-row)
100600         else
100700             move 'Y' to ws-tly-full
100800         end-if
100900     end-if
101000     .
101100 PRINT-REQUEST-TALLIES.
101200******************************************************************
101300*    CRQTALLY - ONE LINE PER BUILDING/COURSE: REQUESTS, HOW MANY *
101400*    OF THEM ARE FIRST PRIORITY, HOW MANY STUDENTS NAMED IT AS   *
101500*    AN ALTERNATE, THE SEAT CAP AND THE SECTIONS THE REQUESTS    *
101600*    FILL. A ONE-SECTION COURSE IS MARKED SINGLETON; A BUILDING  *
101700*    TOTAL CLOSES EACH BUILDING.                                 *
101800******************************************************************
101900     open output tally-rpt
102000     if ws-tally-status not = '00'
102100         display 'COULD NOT OPEN CRQTALLY - STATUS '
102200             ws-tally-status
102300         move 16 to return-code
102400         stop run
102500     end-if
102600     write tally-line from bus-date-heading
102700     write tally-line from tly-heading
102800     move spaces to ws-prev-school
102900     move zero to ws-school-requests
103000     move zero to ws-school-sections
103100     perform varying i from 1 by 1 until i > ws-tly-count
103200         if tly-school(i) not = ws-prev-school
103300             if i > 1
103400                 perform write-building-total
103500             end-if
103600             move tly-school(i) to ws-prev-school
103700             move spaces to tally-line
103800             write tally-line
103900             write tally-line from tly-column-heading
104000         end-if
104100         move tly-school(i)   to tly-d-school
104200         move tly-course(i)   to tly-d-course
104300         move tly-course(i)   to ws-find-course
104400         perform find-catalog-row
104500         move spaces to tly-d-name
104600         if ws-cat-row not = zero
104700             move ws-cat-name(ws-cat-row) to tly-d-name
104800         end-if
104900         move tly-requests(i) to tly-d-requests
105000         move tly-first(i)    to tly-d-first
105100         move tly-alts(i)     to tly-d-alts
105200         move tly-seats(i)    to tly-d-seats
105300         move tly-sections(i) to tly-d-sections
105400         evaluate true
105500             when tly-requests(i) = zero
105600                 move 'ALTERNATE ONLY' to tly-d-flag
105700             when tly-sections(i) = 1
105800                 move 'SINGLETON' to tly-d-flag
105900             when other
106000                 move spaces to tly-d-flag
106100         end-evaluate
106200         write tally-line from tly-detail-line
106300         add tly-requests(i) to ws-school-requests
106400         add tly-sections(i) to ws-school-sections
106500     end-perform
106600     if ws-tly-count > zero
106700         perform write-building-total
106800     end-if
106900     if ws-tly-full = 'Y'
107000         move spaces to tally-line
107100         write tally-line
107200         move '** TALLY TABLE FULL - COURSES ARE MISSING ABOVE'
107300             to tally-line
107400         write tally-line
107500         display 'CRQTALLY - TALLY TABLE FULL AT ' ws-tly-max
107600         if return-code < 4
107700             move 4 to return-code
107800         end-if
107900     end-if
108000     perform print-run-totals
108100     close tally-rpt
108200     .
108300 WRITE-BUILDING-TOTAL.
108400     move 'BUILDING TOTAL - REQUESTS / SECTIONS' to tly-t-label
108500     move ws-school-requests to tly-t-requests
108600     move ws-school-sections to tly-t-sections
108700     write tally-line from tly-total-line
108800     move zero to ws-school-requests
108900     move zero to ws-school-sections
109000     .
109100 BUILD-COURSE-PAIRS.
109200******************************************************************
109300*    CRSREQ IS HELD IN STUDENT ORDER, COURSE ORDER WITHIN EACH   *
109400*    STUDENT, SO EACH STUDENT'S REQUESTS ARE ONE RUN OF ROWS AND *
109500*    EVERY PAIR IN THE RUN COMES OUT COURSE A < COURSE B.        *
109600******************************************************************
109700     sort req-row ascending key req-student-id req-course
109800     move zero to ws-pair-count
109900     move 1 to ws-stu-first
110000     perform until ws-stu-first > ws-req-count
110100         move ws-stu-first to ws-stu-last
110200         move 'N' to ws-run-end
110300         perform until ws-run-end = 'Y'
110400             if ws-stu-last >= ws-req-count
110500                 move 'Y' to ws-run-end
110600             else
110700                 if req-student-id(ws-stu-last + 1)
110800                         = req-student-id(ws-stu-first)
110900                     add 1 to ws-stu-last
111000                 else
111100                     move 'Y' to ws-run-end
111200                 end-if
111300             end-if
111400         end-perform
111500         if req-counted(ws-stu-first) = 'Y'
111600             perform add-student-pairs
111700         end-if
111800         compute ws-stu-first = ws-stu-last + 1
111900     end-perform
112000     if ws-pair-count > zero
112100         sort pair-row ascending key pr-school pr-course-a
112200             pr-course-b
112300     end-if
112400     .
112500 ADD-STUDENT-PAIRS.
112600     perform varying i from ws-stu-first by 1
112700             until i >= ws-stu-last
112800         perform varying j from i by 1 until j >= ws-stu-last
112900             if ws-pair-count < ws-pair-max
113000                 add 1 to ws-pair-count
113100                 move req-school(i) to pr-school(ws-pair-count)
113200                 move req-course(i)
113300                     to pr-course-a(ws-pair-count)
113400                 move req-course(j + 1)
113500                     to pr-course-b(ws-pair-count)
113600             else
113700                 move 'Y' to ws-pair-full
113800             end-if
113900         end-perform
114000     end-perform
114100     .
114200 PRINT-CONFLICT-MATRIX.
114300******************************************************************
114400*    CRQMATRX - ONE LINE PER BUILDING AND PAIR OF COURSES THAT   *
114500*    AT LEAST ONE STUDENT REQUESTED TOGETHER, WITH THE NUMBER OF *
114600*    STUDENTS. WHEN BOTH COURSES FILL ONLY ONE SECTION THE PAIR  *
114700*    IS FLAGGED: SCHEDULING THOSE TWO SECTIONS IN THE SAME       *
114800*    PERIOD WOULD LOCK THOSE STUDENTS OUT OF ONE OF THEM.        *
114900******************************************************************
115000     open output matrix-rpt
115100     if ws-matrix-status not = '00'
115200         display 'COULD NOT OPEN CRQMATRX - STATUS '
115300             ws-matrix-status
115400         move 16 to return-code
115500         stop run
115600     end-if
115700     write matrix-line from bus-date-heading
115800     write matrix-line from mtx-heading
115900     write matrix-line from mtx-subheading
116000     move spaces to ws-prev-school
116100     move 1 to i
116200     perform until i > ws-pair-count
116300         move i to k
116400         move zero to ws-pair-students
116500         move 'N' to ws-run-end
116600         perform until ws-run-end = 'Y'
116700             if k > ws-pair-count
116800                 move 'Y' to ws-run-end
116900             else
117000                 if pr-school(k)   = pr-school(i)
117100                     and pr-course-a(k) = pr-course-a(i)
117200                     and pr-course-b(k) = pr-course-b(i)
117300                     add 1 to ws-pair-students
117400                     add 1 to k
117500                 else
117600                     move 'Y' to ws-run-end
117700                 end-if
117800             end-if
117900         end-perform
118000         if pr-school(i) not = ws-prev-school
118100             move pr-school(i) to ws-prev-school
118200             move spaces to matrix-line
118300             write matrix-line
118400             write matrix-line from mtx-column-heading
118500         end-if
118600         perform write-matrix-pair
118700         move k to i
118800     end-perform
118900     if ws-pair-full = 'Y'
119000         move spaces to matrix-line
119100         write matrix-line
119200         move '** PAIR TABLE FULL - COUNTS ABOVE ARE SHORT'
119300             to matrix-line
119400         write matrix-line
119500         display 'CRQMATRX - PAIR TABLE FULL AT ' ws-pair-max
119600         if return-code < 4
119700             move 4 to return-code
119800         end-if
119900     end-if
120000     close matrix-rpt
120100     .
120200 WRITE-MATRIX-PAIR.
120300     add 1 to ws-pairs-listed
120400     move pr-school(i)   to mtx-d-school
120500     move pr-course-a(i) to mtx-d-course-a
120600     move pr-course-b(i) to mtx-d-course-b
120700     move pr-course-a(i) to ws-find-course
120800     perform find-catalog-row
120900     move spaces to mtx-d-name-a
121000     if ws-cat-row not = zero
121100         move ws-cat-name(ws-cat-row) to mtx-d-name-a
121200     end-if
121300     move pr-course-b(i) to ws-find-course
121400     perform find-catalog-row
121500     move spaces to mtx-d-name-b
121600     if ws-cat-row not = zero
121700         move ws-cat-name(ws-cat-row) to mtx-d-name-b
121800     end-if
121900     move ws-pair-students to mtx-d-students
122000     move zero to ws-a-sections
122100     move zero to ws-b-sections
122200     if ws-tly-count > zero
122300         search all tly-row
122400             at end
122500                 continue
122600             when tly-school(tly-idx) = pr-school(i)
122700              and tly-course(tly-idx) = pr-course-a(i)
122800                 move tly-sections(tly-idx) to ws-a-sections
122900         end-search
123000         search all tly-row
123100             at end
123200                 continue
123300             when tly-school(tly-idx) = pr-school(i)
123400              and tly-course(tly-idx) = pr-course-b(i)
123500                 move tly-sections(tly-idx) to ws-b-sections
123600         end-search
123700     end-if
123800     if ws-a-sections = 1
123900         and ws-b-sections = 1
124000         move '* SINGLETONS - NOT SAME PD' to mtx-d-flag
124100         add 1 to ws-singleton-pairs
124200     else
124300         move spaces to mtx-d-flag
124400     end-if
124500     write matrix-line from mtx-detail-line
124600     .
124700 PRINT-RUN-TOTALS.
124800     move spaces to tally-line
124900     write tally-line
125000     move 'REQUESTS ON FILE' to rt-label
125100     move ws-req-count to rt-value
125200     write tally-line from run-total-line
125300     move '  NOT COUNTED - STUDENT NOT ENROLLED' to rt-label
125400     move ws-not-counted to rt-value
125500     write tally-line from run-total-line
125600     move 'STUDENTS COUNTED AT A STAGED BUILDING' to rt-label
125700     move ws-nxt-overlaid to rt-value
125800     write tally-line from run-total-line
125900     move 'CARDS READ' to rt-label
126000     move ws-trans-read to rt-value
126100     write tally-line from run-total-line
126200     move '  REQUESTS ADDED' to rt-label
126300     move ws-req-added to rt-value
126400     write tally-line from run-total-line
126500     move '  REQUESTS REPLACED' to rt-label
126600     move ws-req-replaced to rt-value
126700     write tally-line from run-total-line
126800     move '  REQUESTS DELETED' to rt-label
126900     move ws-req-deleted to rt-value
127000     write tally-line from run-total-line
127100     move '  REJECTED (CRQEXCP)' to rt-label
127200     move ws-trans-rejects to rt-value
127300     write tally-line from run-total-line
127400     move 'COURSE PAIRS IN THE CONFLICT MATRIX' to rt-label
127500     move ws-pairs-listed to rt-value
127600     write tally-line from run-total-line
127700     move '  SINGLETON PAIRS FLAGGED' to rt-label
127800     move ws-singleton-pairs to rt-value
127900     write tally-line from run-total-line
128000     .
128100 READ-BUSINESS-DATE.
128200******************************************************************
128300*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
128400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
128500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
128600******************************************************************
128700     open input business-date-file
128800     if ws-busdate-status not = '00'
128900         display 'COULD NOT OPEN BUSDATE - STATUS '
129000             ws-busdate-status
129100         move 16 to return-code
129200         stop run
129300     end-if
129400     read business-date-file next record
129500     if ws-busdate-status not = '00'
129600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
129700             ws-busdate-status
129800         move 16 to return-code
129900         stop run
130000     end-if
130100     close business-date-file
130200     move bd-business-date to ws-business-date
130300     if bd-override-date not = zero
130400         move bd-override-date to ws-business-date
130500         move 'Y' to ws-bus-date-override
130600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
130700             bd-override-date ' SET BY ' bd-override-operator
130800         display '    REASON: ' bd-override-reason
130900     end-if
131000     move ws-business-date to bdh-date
131100     if ws-bus-date-override = 'Y'
131200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
131300             to bdh-override
131400     end-if
131500     .
