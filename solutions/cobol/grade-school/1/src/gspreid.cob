000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPREID.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    STATE ASSESSMENT PRE-ID FILE FOR THE TESTING VENDOR. EACH   *
000900*    SPRING THE VENDOR PRINTS A PRE-IDENTIFIED ANSWER DOCUMENT   *
001000*    OR LOADS AN ONLINE SESSION FOR EVERY STUDENT WHO WILL       *
001100*    TEST, AND NEEDS TO KNOW WHICH TESTS EACH ONE TAKES AND      *
001200*    WITH WHAT ACCOMMODATIONS. THIS JOB:                         *
001300*      1. READS THE TEST PLAN (PREIDPRM CARDS) - THE GRADE-      *
001400*         LEVEL TESTS BY GRADE AND THE END-OF-COURSE TESTS BY    *
001500*         COURSE CODE, EACH WITH ITS SUBJECT.                    *
001600*      2. ASSIGNS EVERY ENROLLED STUDENT ON ROSTERVS THE         *
001700*         GRADE-LEVEL TESTS FOR THEIR GRADE, AND AN END-OF-      *
001800*         COURSE TEST FOR EVERY STSCHED SECTION OF A COURSE      *
001900*         THAT HAS ONE.                                          *
002000*      3. JOINS THE SSID (SSIDXREF) AND THE TESTING              *
002100*         ACCOMMODATIONS OF THE STUDENT'S OPEN 'SE' (IEP) SPELL  *
002200*         ON PGMPART AND ACTIVE SECTION 504 PLAN ON PLAN504.     *
002300*      4. WRITES ONE PRE-ID RECORD PER STUDENT PER TEST          *
002400*         (PREIDOUT) AND PRINTS THE EXCEPTION LIST BY BUILDING   *
002500*         AND THE COUNT BY TEST (PREIDRPT).                      *
002600*    A STUDENT WITH NO SSID, OR WITH TWO DIFFERENT TESTS IN      *
002700*    ONE SUBJECT (GRADE 8 MATH AND ALGEBRA I, SAY), IS HELD      *
002800*    OFF PREIDOUT AND LISTED - THE VENDOR CANNOT LOAD THE        *
002900*    FIRST AND THE STATE ALLOWS ONLY ONE OF THE SECOND. AN IEP   *
003000*    STUDENT WITH NO ACCOMMODATIONS ON FILE IS LISTED BUT        *
003100*    SENT. RETURN CODES: 0 NOTHING HELD, 4 STUDENTS HELD OR A    *
003200*    PLAN CARD REJECTED - WORK THE LIST AND RERUN BEFORE         *
003300*    PREIDOUT IS RELEASED, 16 NO TEST PLAN OR A FILE COULD NOT   *
003400*    BE READ OR WRITTEN. SEE JCL/GSPREID.JCL.                    *
003500******************************************************************
003600*    MOD-LOG
003700*    DATE       INIT  DESCRIPTION
003800*    2026-10-15  RVM  ORIGINAL VERSION.
003820*    2026-10-15  RVM  THE 504 FLAG AND 504 TESTING
003840*                     ACCOMMODATIONS COME FROM THE ACTIVE PLAN ON
003860*                     PLAN504 (GS504), NOT A '54' PGMPART SPELL;
003880*                     PREIDOUT WIDENED TO 13 ACCOMMODATION SLOTS.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT TEST-PLAN-FILE ASSIGN TO PREIDPRM
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PREIDPRM-STATUS.
004600     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ST-ID
005000         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005100     SELECT SSID-XREF-FILE ASSIGN TO SSIDXREF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS SX-LOCAL-ID
005500         FILE STATUS IS WS-SSIDX-STATUS.
005600     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STSCHED-STATUS.
005900     SELECT PROGRAM-PART-FILE ASSIGN TO PGMPART
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PGMPART-STATUS.
006120     SELECT PLAN-504-FILE ASSIGN TO PLAN504
006140         ORGANIZATION IS LINE SEQUENTIAL
006160         FILE STATUS IS WS-PLAN504-STATUS.
006200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BUSDATE-STATUS.
006500     SELECT PREID-FILE ASSIGN TO PREIDOUT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PREIDOUT-STATUS.
006800     SELECT PREID-RPT ASSIGN TO PREIDRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PREIDRPT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  TEST-PLAN-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  TEST-PLAN-CARD.
007600     05  PC-TEST-CODE            PIC X(05).
007700     05  PC-KIND                 PIC X(01).
007800     05  PC-GRADE                PIC X(02).
007900     05  PC-COURSE-CODE          PIC X(06).
008000     05  PC-SUBJECT              PIC X(04).
008100     05  FILLER                  PIC X(62).
008200 FD  ROSTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  ROSTER-FILE-RECORD.
008500     COPY ROSTERREC.
008600 FD  SSID-XREF-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  SSID-XREF-RECORD.
008900     COPY SSIDREC.
009000 FD  STUDENT-SCHEDULE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  STUDENT-SCHEDULE-RECORD.
009300     COPY STSCREC.
009400 FD  PROGRAM-PART-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  PROGRAM-PART-RECORD.
009700     COPY PGMPREC.
009720 FD  PLAN-504-FILE
009740     LABEL RECORDS ARE STANDARD.
009760 01  PLAN-504-RECORD.
009780     COPY P504REC.
009800 FD  BUSINESS-DATE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  BUSINESS-DATE-RECORD.
010100     COPY BDATREC.
010200******************************************************************
010300*    THE VENDOR'S PRE-ID LAYOUT - ONE RECORD PER STUDENT PER     *
010400*    TEST, 140 BYTES. PR-IEP-FLAG AND PR-504-FLAG ARE 'Y' OR     *
010500*    'N'; UNUSED ACCOMMODATION SLOTS ARE SPACES.                 *
010600******************************************************************
010700 FD  PREID-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  PREID-RECORD.
011000     05  PR-STATE-ID             PIC X(10).
011100     05  PR-LOCAL-ID             PIC 9(07).
011200     05  PR-LAST-NAME            PIC X(30).
011300     05  PR-FIRST-NAME           PIC X(20).
011400     05  PR-DOB                  PIC 9(08).
011500     05  PR-GRADE                PIC X(02).
011600     05  PR-SCHOOL               PIC X(04).
011700     05  PR-TEST-CODE            PIC X(05).
011800     05  PR-IEP-FLAG             PIC X(01).
011900     05  PR-504-FLAG             PIC X(01).
012000     05  PR-ACCOM-CODE           PIC X(04) OCCURS 13 TIMES.
012100 FD  PREID-RPT
012200     LABEL RECORDS ARE STANDARD.
012300 01  PREID-RPT-LINE              PIC X(100).
012400 WORKING-STORAGE SECTION.
012500 01  WS-PREIDPRM-STATUS       PIC X(02).
012600 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012700 01  WS-SSIDX-STATUS          PIC X(02).
012800 01  WS-STSCHED-STATUS        PIC X(02).
012900 01  WS-PGMPART-STATUS        PIC X(02).
012950 01  WS-PLAN504-STATUS        PIC X(02).
013000 01  WS-PREIDOUT-STATUS       PIC X(02).
013100 01  WS-PREIDRPT-STATUS       PIC X(02).
013200 01  i                        PIC 9(05).
013300 01  j                        PIC 9(05).
013400 01  k                        PIC 9(05).
013500******************************************************************
013600*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013700*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
013800******************************************************************
013900 01  WS-BUSDATE-STATUS        PIC X(02).
014000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014100 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014200 01  BUS-DATE-HEADING.
014300     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014400     05  BDH-DATE             PIC 9(08).
014500     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014600******************************************************************
014700*    THE TEST PLAN FROM PREIDPRM. TP-KIND 'G' IS A GRADE-LEVEL   *
014800*    TEST (TP-GRADE), 'E' AN END-OF-COURSE TEST (TP-COURSE). AN  *
014900*    END-OF-COURSE TEST GIVEN FOR SEVERAL COURSES HAS A CARD     *
015000*    PER COURSE.                                                 *
015100******************************************************************
015200 77  WS-PLAN-MAX              PIC 9(03) VALUE 100.
015300 01  WS-PLAN-COUNT            PIC 9(03) VALUE ZERO.
015400 01  PLAN-TABLE.
015500     05  TP-ROW               OCCURS 0 TO 100 TIMES
015600                              DEPENDING ON WS-PLAN-COUNT.
015700         10  TP-TEST          PIC X(05).
015800         10  TP-KIND          PIC X(01).
015900         10  TP-GRADE         PIC X(02).
016000         10  TP-COURSE        PIC X(06).
016100         10  TP-SUBJECT       PIC X(04).
016200 01  WS-PLAN-BAD              PIC 9(03) VALUE ZERO.
016300******************************************************************
016400*    ONE ROW PER DISTINCT TEST ON THE PLAN - THE STUDENTS SENT   *
016500*    AND HELD FOR THE COUNT BY TEST.                             *
016600******************************************************************
016700 01  WS-TEST-COUNT            PIC 9(03) VALUE ZERO.
016800 01  TEST-TABLE.
016900     05  TS-ROW               OCCURS 0 TO 100 TIMES
017000                              DEPENDING ON WS-TEST-COUNT.
017100         10  TS-TEST          PIC X(05).
017200         10  TS-SUBJECT       PIC X(04).
017300         10  TS-SENT          PIC 9(05).
017400         10  TS-HELD          PIC 9(05).
017500 01  WS-TS-ROW                PIC 9(03).
017600******************************************************************
017700*    THE ENROLLED STUDENTS ON ROSTERVS, IN STUDENT-ID ORDER AS   *
017800*    THE KSDS DELIVERS THEM. RS-TESTS COUNTS THE TESTS ASSIGNED  *
017900*    AND RS-HELD IS 'Y' ONCE AN EXCEPTION KEEPS THE STUDENT OFF  *
018000*    PREIDOUT.                                                   *
018100******************************************************************
018200 77  WS-ROSTER-MAX            PIC 9(05) VALUE 02000.
018300 01  WS-ROSTER-COUNT          PIC 9(05) VALUE ZERO.
018400 01  ROSTER-TABLE.
018500     05  RS-ROW               OCCURS 0 TO 2000 TIMES
018600                              DEPENDING ON WS-ROSTER-COUNT
018700                              ASCENDING KEY IS RS-ID
018800                              INDEXED BY RS-IDX.
018900         10  RS-ID            PIC 9(07).
019000         10  RS-LAST-NAME     PIC X(30).
019100         10  RS-FIRST-NAME    PIC X(20).
019200         10  RS-DOB           PIC 9(08).
019300         10  RS-GRADE         PIC X(02).
019400         10  RS-SCHOOL        PIC X(04).
019500         10  RS-IEP           PIC X(01).
019600         10  RS-STATE-ID      PIC X(10).
019700         10  RS-TESTS         PIC 9(02).
019800         10  RS-HELD          PIC X(01).
019900 01  WS-RS-ROW                PIC 9(05).
020000 01  WS-FIND-ID               PIC 9(07).
020100******************************************************************
020200*    SSIDXREF, IN LOCAL-ID ORDER AS THE KSDS DELIVERS IT.        *
020300******************************************************************
020400 77  WS-SSID-MAX              PIC 9(05) VALUE 05000.
020500 01  WS-SSID-COUNT            PIC 9(05) VALUE ZERO.
020600 01  SSID-TABLE.
020700     05  SS-ROW               OCCURS 0 TO 5000 TIMES
020800                              DEPENDING ON WS-SSID-COUNT
020900                              ASCENDING KEY IS SS-LOCAL-ID
021000                              INDEXED BY SS-IDX.
021100         10  SS-LOCAL-ID      PIC 9(07).
021200         10  SS-STATE-ID      PIC X(10).
021300******************************************************************
021400*    THE OPEN 'SE' SPELLS ON PGMPART WITH THE TESTING            *
021500*    ACCOMMODATION CODES THEY CARRY (PP-ACCOM-CODE), AND THE     *
021550*    ACTIVE PLANS ON PLAN504 AS PROGRAM '54' WITH THEIR TESTING  *
021560*    ACCOMMODATIONS (SP-TEST-ACCOM), SORTED BY STUDENT AND       *
021600*    PROGRAM.                                                    *
021700******************************************************************
021800 77  WS-ACC-MAX               PIC 9(05) VALUE 02000.
021900 01  WS-ACC-COUNT             PIC 9(05) VALUE ZERO.
022000 01  ACC-TABLE.
022100     05  AC-ROW               OCCURS 0 TO 2000 TIMES
022200                              DEPENDING ON WS-ACC-COUNT
022300                              ASCENDING KEY IS AC-STUDENT-ID
022400                                               AC-PROGRAM
022500                              INDEXED BY AC-IDX.
022600         10  AC-STUDENT-ID    PIC 9(07).
022700         10  AC-PROGRAM       PIC X(02).
022800         10  AC-CODE          PIC X(04) OCCURS 8 TIMES.
022900 01  WS-FIND-PROGRAM          PIC X(02).
023000 01  WS-AC-ROW                PIC 9(05).
023100 01  WS-ACC-SLOT              PIC 9(02).
023200 01  WS-ACC-DUP               PIC X.
023300******************************************************************
023400*    ONE ROW PER TEST ASSIGNED TO A STUDENT, SORTED BY STUDENT,  *
023500*    SUBJECT AND TEST SO A REPEAT OF ONE TEST (TWO SECTIONS OF   *
023600*    THE COURSE) AND TWO TESTS IN ONE SUBJECT FALL TOGETHER.     *
023700*    AG-DUP IS 'Y' ON A REPEAT, WHICH IS NOT SENT TWICE.         *
023800******************************************************************
023900 77  WS-ASG-MAX               PIC 9(05) VALUE 10000.
024000 01  WS-ASG-COUNT             PIC 9(05) VALUE ZERO.
024100 01  ASG-TABLE.
024200     05  AG-ROW               OCCURS 0 TO 10000 TIMES
024300                              DEPENDING ON WS-ASG-COUNT.
024400         10  AG-STUDENT-ID    PIC 9(07).
024500         10  AG-SUBJECT       PIC X(04).
024600         10  AG-TEST          PIC X(05).
024700         10  AG-SOURCE        PIC X(01).
024800         10  AG-RS-ROW        PIC 9(05).
024900         10  AG-DUP           PIC X(01).
025000 01  WS-SCHED-READ            PIC 9(07) VALUE ZERO.
025100 01  WS-SENT-STUDENTS         PIC 9(05) VALUE ZERO.
025200 01  WS-SENT-RECORDS          PIC 9(07) VALUE ZERO.
025300 01  WS-HELD-STUDENTS         PIC 9(05) VALUE ZERO.
025400 01  WS-NO-SSID               PIC 9(05) VALUE ZERO.
025500 01  WS-CONFLICTS             PIC 9(05) VALUE ZERO.
025600 01  WS-IEP-NO-ACC            PIC 9(05) VALUE ZERO.
025700******************************************************************
025800*    ONE EXCEPTION ROW PER STUDENT PER FAULT, SORTED BY          *
025900*    BUILDING AND STUDENT BEFORE PRINTING.                       *
026000******************************************************************
026100 77  WS-EXC-MAX               PIC 9(05) VALUE 02000.
026200 01  WS-EXC-COUNT             PIC 9(05) VALUE ZERO.
026300 01  EXC-TABLE.
026400     05  EX-ROW               OCCURS 0 TO 2000 TIMES
026500                              DEPENDING ON WS-EXC-COUNT.
026600         10  EX-SCHOOL        PIC X(04).
026700         10  EX-STUDENT-ID    PIC 9(07).
026800         10  EX-REASON        PIC X(08).
026900         10  EX-NAME          PIC X(16).
027000         10  EX-GRADE         PIC X(02).
027100         10  EX-DISPOSITION   PIC X(04).
027200         10  EX-DETAIL        PIC X(34).
027300 01  WS-EXC-SCHOOL            PIC X(04).
027400 01  WS-EXC-REASON            PIC X(08).
027500 01  WS-EXC-DETAIL            PIC X(34).
027600******************************************************************
027700*    PREIDRPT LINES.                                             *
027800******************************************************************
027900 01  RPT-HEADING.
028000     05  FILLER               PIC X(50) VALUE
028100         'STATE ASSESSMENT PRE-ID - EXCEPTIONS BY BUILDING'.
028200 01  RPT-BUILDING-LINE.
028300     05  FILLER               PIC X(10) VALUE 'BUILDING: '.
028400     05  RPT-B-SCHOOL         PIC X(04).
028500 01  RPT-COLUMNS.
028600     05  FILLER               PIC X(09) VALUE 'STUDENT'.
028700     05  FILLER               PIC X(18) VALUE 'NAME'.
028800     05  FILLER               PIC X(04) VALUE 'GR'.
028900     05  FILLER               PIC X(10) VALUE 'FAULT'.
029000     05  FILLER               PIC X(06) VALUE 'DISP'.
029100     05  FILLER               PIC X(34) VALUE 'DETAIL'.
029200 01  RPT-DETAIL-LINE.
029300     05  RPT-D-STUDENT-ID     PIC 9(07).
029400     05  FILLER               PIC X(02) VALUE SPACES.
029500     05  RPT-D-NAME           PIC X(16).
029600     05  FILLER               PIC X(02) VALUE SPACES.
029700     05  RPT-D-GRADE          PIC X(02).
029800     05  FILLER               PIC X(02) VALUE SPACES.
029900     05  RPT-D-REASON         PIC X(08).
030000     05  FILLER               PIC X(02) VALUE SPACES.
030100     05  RPT-D-DISPOSITION    PIC X(04).
030200     05  FILLER               PIC X(02) VALUE SPACES.
030300     05  RPT-D-DETAIL         PIC X(34).
030400 01  RPT-NONE-LINE.
030500     05  FILLER               PIC X(50) VALUE
030600         'NO EXCEPTIONS - EVERY ASSIGNED STUDENT IS ON FILE'.
030700 01  RPT-TEST-HEADING.
030800     05  FILLER               PIC X(50) VALUE
030900         'STATE ASSESSMENT PRE-ID - STUDENTS BY TEST'.
031000 01  RPT-TEST-COLUMNS.
031100     05  FILLER               PIC X(08) VALUE 'TEST'.
031200     05  FILLER               PIC X(08) VALUE 'SUBJ'.
031300     05  FILLER               PIC X(10) VALUE '      SENT'.
031400     05  FILLER               PIC X(10) VALUE '      HELD'.
031500 01  RPT-TEST-LINE.
031600     05  RPT-T-TEST           PIC X(05).
031700     05  FILLER               PIC X(03) VALUE SPACES.
031800     05  RPT-T-SUBJECT        PIC X(04).
031900     05  FILLER               PIC X(04) VALUE SPACES.
032000     05  RPT-T-SENT           PIC ZZZ,ZZ9.
032100     05  FILLER               PIC X(03) VALUE SPACES.
032200     05  RPT-T-HELD           PIC ZZZ,ZZ9.
032300 01  RPT-TOTAL-LINE.
032400     05  RPT-TOT-LABEL        PIC X(40).
032500     05  RPT-TOT-VALUE        PIC ZZZ,ZZ9.
032600 PROCEDURE DIVISION.
032700 MAINLINE.
032800******************************************************************
032900*    READ THE PLAN, ASSIGN THE TESTS, CHECK EACH STUDENT, WRITE  *
033000*    THE STUDENTS WITH NOTHING WRONG TO PREIDOUT AND PRINT THE   *
033100*    REST.                                                       *
033200******************************************************************
033300     perform read-business-date
033400     perform read-test-plan
033500     perform load-roster-table
033600     perform load-ssid-table
033700     perform load-accommodations
033800     perform assign-grade-tests
033900     perform assign-course-tests
034000     if ws-asg-count > 1
034100         sort ag-row ascending key ag-student-id ag-subject
034200             ag-test
034300     end-if
034400     perform check-test-assignments
034500     perform check-student-records
034600     perform write-preid-file
034700     perform print-preid-report
034800     display 'PRE-ID RECORDS WRITTEN ' ws-sent-records
034900         ' FOR ' ws-sent-students ' STUDENTS'
035000     display 'PRE-ID STUDENTS HELD ' ws-held-students
035100         ' - NO SSID ' ws-no-ssid ' CONFLICTING TESTS '
035200         ws-conflicts
035300     if ws-iep-no-acc not = zero
035400         display 'IEP STUDENTS WITH NO ACCOMMODATIONS ON FILE: '
035500             ws-iep-no-acc
035600     end-if
035700     if ws-held-students not = zero
035800         or ws-plan-bad not = zero
035900         move 4 to return-code
036000     end-if
036100     stop run
036200     .
036300 READ-TEST-PLAN.
036400******************************************************************
036500*    A CARD WITH NO TEST CODE OR SUBJECT, AN UNKNOWN KIND, A     *
036600*    GRADE TEST WITH NO GRADE OR A COURSE TEST WITH NO COURSE    *
036700*    IS SKIPPED AND ENDS THE RUN RC 4. NO USABLE CARD AT ALL IS  *
036800*    FATAL - THERE IS NOTHING TO ASSIGN.                         *
036900******************************************************************
037000     move zero to ws-plan-count
037100     move zero to ws-test-count
037200     open input test-plan-file
037300     if ws-preidprm-status not = '00'
037400         display 'COULD NOT OPEN PREIDPRM - STATUS '
037500             ws-preidprm-status
037600         move 16 to return-code
037700         stop run
037800     end-if
037900     perform until ws-preidprm-status not = '00'
038000         read test-plan-file
038100         if ws-preidprm-status = '00'
038200             perform edit-plan-card
038300         end-if
038400     end-perform
038500     close test-plan-file
038600     if ws-plan-count = zero
038700         display 'NO USABLE TEST PLAN CARD ON PREIDPRM'
038800         move 16 to return-code
038900         stop run
039000     end-if
039100     .
039200 EDIT-PLAN-CARD.
039300     if pc-test-code = spaces
039400         or pc-subject = spaces
039500         or (pc-kind not = 'G' and pc-kind not = 'E')
039600         or (pc-kind = 'G' and pc-grade = spaces)
039700         or (pc-kind = 'E' and pc-course-code = spaces)
039800         display 'PREIDPRM CARD REJECTED: ' test-plan-card(1:18)
039900         add 1 to ws-plan-bad
040000     else
040100         if ws-plan-count < ws-plan-max
040200             add 1 to ws-plan-count
040300             move pc-test-code   to tp-test(ws-plan-count)
040400             move pc-kind        to tp-kind(ws-plan-count)
040500             move pc-grade       to tp-grade(ws-plan-count)
040600             move pc-course-code to tp-course(ws-plan-count)
040700             move pc-subject     to tp-subject(ws-plan-count)
040800             perform add-test-row
040900         else
041000             display 'PREIDPRM HAS MORE THAN ' ws-plan-max
041100                 ' CARDS - TABLE FULL'
041200             move 16 to return-code
041300             stop run
041400         end-if
041500     end-if
041600     .
041700 ADD-TEST-ROW.
041800     move zero to ws-ts-row
041900     perform varying j from 1 by 1 until j > ws-test-count
042000         if ts-test(j) = pc-test-code
042100             move j to ws-ts-row
042200         end-if
042300     end-perform
042400     if ws-ts-row = zero
042500         add 1 to ws-test-count
042600         move pc-test-code to ts-test(ws-test-count)
042700         move pc-subject   to ts-subject(ws-test-count)
042800         move zero         to ts-sent(ws-test-count)
042900         move zero         to ts-held(ws-test-count)
043000     end-if
043100     .
043200 LOAD-ROSTER-TABLE.
043300******************************************************************
043400*    ENROLLED STUDENTS ONLY - A WITHDRAWN STUDENT DOES NOT TEST  *
043500*    HERE.                                                       *
043600******************************************************************
043700     move zero to ws-roster-count
043800     open input roster-file
043900     if ws-roster-file-status not = '00'
044000         display 'COULD NOT OPEN ROSTERVS - STATUS '
044100             ws-roster-file-status
044200         move 16 to return-code
044300         stop run
044400     end-if
044500     perform until ws-roster-file-status not = '00'
044600         read roster-file next record
044700         if ws-roster-file-status = '00'
044800             and st-withdraw-date = zero
044900             if ws-roster-count < ws-roster-max
045000                 add 1 to ws-roster-count
045100                 perform load-one-student
045200             else
045300                 display 'ROSTERVS HAS MORE THAN ' ws-roster-max
045400                     ' ENROLLED STUDENTS - TABLE FULL'
045500                 move 16 to return-code
045600                 stop run
045700             end-if
045800         end-if
045900     end-perform
046000     close roster-file
046100     .
046200 LOAD-ONE-STUDENT.
046300     move st-id          to rs-id(ws-roster-count)
046400     move st-last-name   to rs-last-name(ws-roster-count)
046500     move st-first-name  to rs-first-name(ws-roster-count)
046600     move st-dob         to rs-dob(ws-roster-count)
046700     move st-grade       to rs-grade(ws-roster-count)
046800     move st-school-code to rs-school(ws-roster-count)
046900     move st-iep-status  to rs-iep(ws-roster-count)
047000     move spaces         to rs-state-id(ws-roster-count)
047100     move zero           to rs-tests(ws-roster-count)
047200     move 'N'            to rs-held(ws-roster-count)
047300     .
047400 LOAD-SSID-TABLE.
047500******************************************************************
047600*    A MISSING SSIDXREF IS FATAL - EVERY STUDENT WOULD BE HELD.  *
047700******************************************************************
047800     move zero to ws-ssid-count
047900     open input ssid-xref-file
048000     if ws-ssidx-status not = '00'
048100         display 'COULD NOT OPEN SSIDXREF - STATUS '
048200             ws-ssidx-status
048300         move 16 to return-code
048400         stop run
048500     end-if
048600     perform until ws-ssidx-status not = '00'
048700         read ssid-xref-file next record
048800         if ws-ssidx-status = '00'
048900             and sx-state-id not = spaces
049000             if ws-ssid-count < ws-ssid-max
049100                 add 1 to ws-ssid-count
049200                 move sx-local-id to ss-local-id(ws-ssid-count)
049300                 move sx-state-id to ss-state-id(ws-ssid-count)
049400             else
049500                 display 'SSIDXREF HAS MORE THAN ' ws-ssid-max
049600                     ' SSIDS - TABLE FULL'
049700                 move 16 to return-code
049800                 stop run
049900             end-if
050000         end-if
050100     end-perform
050200     close ssid-xref-file
050300     perform varying i from 1 by 1 until i > ws-roster-count
050400         if ws-ssid-count > zero
050500             search all ss-row
050600                 at end
050700                     continue
050800                 when ss-local-id(ss-idx) = rs-id(i)
050900                     move ss-state-id(ss-idx) to rs-state-id(i)
051000             end-search
051100         end-if
051200     end-perform
051300     .
051400 LOAD-ACCOMMODATIONS.
051500******************************************************************
051600*    AN OPEN 'SE' (IEP) SPELL IS THE STUDENT'S IEP; ITS          *
051700*    PP-ACCOM-CODE SLOTS ARE THE TESTING ACCOMMODATIONS IT       *
051800*    GRANTS. WITHOUT PGMPART NO ACCOMMODATIONS GO TO THE VENDOR, *
051900*    SO IT IS FATAL. THE 504 PLANS FOLLOW FROM PLAN504.          *
052000******************************************************************
052100     move zero to ws-acc-count
052200     open input program-part-file
052300     if ws-pgmpart-status not = '00'
052400         display 'COULD NOT OPEN PGMPART - STATUS '
052500             ws-pgmpart-status
052600         move 16 to return-code
052700         stop run
052800     end-if
052900     perform until ws-pgmpart-status not = '00'
053000         read program-part-file next record
053100         if ws-pgmpart-status = '00'
053200             and pp-program-code = 'SE'
053400             and pp-exit-date = zero
053500             if ws-acc-count < ws-acc-max
053600                 add 1 to ws-acc-count
053650                 move spaces to ac-row(ws-acc-count)
053700                 move pp-student-id
053800                     to ac-student-id(ws-acc-count)
053900                 move pp-program-code
054000                     to ac-program(ws-acc-count)
054100                 perform varying k from 1 by 1 until k > 5
054200                     move pp-accom-code(k)
054300                         to ac-code(ws-acc-count k)
054400                 end-perform
054500             else
054600                 display 'PGMPART HAS MORE THAN ' ws-acc-max
054700                     ' OPEN IEP SPELLS - TABLE FULL'
054800                 move 16 to return-code
054900                 stop run
055000             end-if
055100         end-if
055200     end-perform
055300     close program-part-file
055310     perform load-504-plans
055400     if ws-acc-count > 1
055500         sort ac-row ascending key ac-student-id ac-program
055600     end-if
055700     .
055702 LOAD-504-PLANS.
055704******************************************************************
055706*    EVERY ACTIVE PLAN ON PLAN504 ALREADY IN EFFECT, AS A '54'   *
055708*    ROW. NO PLAN504 YET (NO PLAN EVER ENTERED) MEANS NO 504     *
055710*    STUDENTS; ANY OTHER OPEN FAILURE IS FATAL, AS FOR PGMPART.  *
055712******************************************************************
055714     open input plan-504-file
055716     if ws-plan504-status not = '00'
055718         and ws-plan504-status not = '35'
055720         display 'COULD NOT OPEN PLAN504 - STATUS '
055722             ws-plan504-status
055724         move 16 to return-code
055726         stop run
055728     end-if
055730     perform until ws-plan504-status not = '00'
055732         read plan-504-file next record
055734         if ws-plan504-status = '00'
055736             and sp-status = 'A'
055738             and sp-start-date not > ws-business-date
055740             if ws-acc-count < ws-acc-max
055742                 add 1 to ws-acc-count
055744                 move spaces to ac-row(ws-acc-count)
055746                 move sp-student-id
055748                     to ac-student-id(ws-acc-count)
055750                 move '54' to ac-program(ws-acc-count)
055752                 perform varying k from 1 by 1 until k > 8
055754                     move sp-test-accom(k)
055756                         to ac-code(ws-acc-count k)
055758                 end-perform
055760             else
055762                 display 'PGMPART AND PLAN504 HAVE MORE THAN '
055764                     ws-acc-max ' IEPS AND 504 PLANS - TABLE FULL'
055766                 move 16 to return-code
055768                 stop run
055770             end-if
055772         end-if
055774     end-perform
055776     if ws-plan504-status not = '35'
055778         close plan-504-file
055780     end-if
055782     .
055800 ASSIGN-GRADE-TESTS.
055900     move zero to ws-asg-count
056000     perform varying i from 1 by 1 until i > ws-roster-count
056100         perform varying j from 1 by 1 until j > ws-plan-count
056200             if tp-kind(j) = 'G'
056300                 and tp-grade(j) = rs-grade(i)
056400                 move i to ws-rs-row
056500                 perform add-assignment
056600             end-if
056700         end-perform
056800     end-perform
056900     .
057000 ASSIGN-COURSE-TESTS.
057100******************************************************************
057200*    EVERY STSCHED SECTION OF A COURSE ON AN 'E' CARD, FOR A     *
057300*    STUDENT STILL ENROLLED. NO STSCHED MEANS NO END-OF-COURSE   *
057400*    TESTING IS SCHEDULED YET - THE GRADE TESTS STILL GO.        *
057500******************************************************************
057600     open input student-schedule-file
057700     if ws-stsched-status not = '00'
057800         display 'NO STSCHED - NO END-OF-COURSE TESTS ASSIGNED'
057900     else
058000         perform until ws-stsched-status not = '00'
058100             read student-schedule-file next record
058200             if ws-stsched-status = '00'
058300                 add 1 to ws-sched-read
058400                 perform match-course-test
058500             end-if
058600         end-perform
058700         close student-schedule-file
058800     end-if
058900     .
059000 MATCH-COURSE-TEST.
059100     move sc-student-id to ws-find-id
059200     perform find-student-row
059300     if ws-rs-row not = zero
059400         perform varying j from 1 by 1 until j > ws-plan-count
059500             if tp-kind(j) = 'E'
059600                 and tp-course(j) = sc-course-code
059700                 perform add-assignment
059800             end-if
059900         end-perform
060000     end-if
060100     .
060200 ADD-ASSIGNMENT.
060300     if ws-asg-count < ws-asg-max
060400         add 1 to ws-asg-count
060500         move rs-id(ws-rs-row) to ag-student-id(ws-asg-count)
060600         move tp-subject(j)    to ag-subject(ws-asg-count)
060700         move tp-test(j)       to ag-test(ws-asg-count)
060800         move tp-kind(j)       to ag-source(ws-asg-count)
060900         move ws-rs-row        to ag-rs-row(ws-asg-count)
061000         move 'N'              to ag-dup(ws-asg-count)
061100     else
061200         display 'MORE THAN ' ws-asg-max
061300             ' TEST ASSIGNMENTS - TABLE FULL'
061400         move 16 to return-code
061500         stop run
061600     end-if
061700     .
061800 FIND-STUDENT-ROW.
061900     move zero to ws-rs-row
062000     if ws-roster-count > zero
062100         search all rs-row
062200             at end
062300                 continue
062400             when rs-id(rs-idx) = ws-find-id
062500                 set ws-rs-row to rs-idx
062600         end-search
062700     end-if
062800     .
062900 CHECK-TEST-ASSIGNMENTS.
063000******************************************************************
063100*    WALKS EACH STUDENT'S TESTS IN SUBJECT ORDER. THE SAME TEST  *
063200*    AGAIN IS A REPEAT; A DIFFERENT TEST IN THE SAME SUBJECT IS  *
063300*    A CONFLICT THE BUILDING TEST COORDINATOR MUST RESOLVE.      *
063400******************************************************************
063500     perform varying i from 1 by 1 until i > ws-asg-count
063600         move ag-rs-row(i) to ws-rs-row
063700         if i > 1
063800             and ag-student-id(i) = ag-student-id(i - 1)
063900             and ag-test(i) = ag-test(i - 1)
064000             move 'Y' to ag-dup(i)
064100         else
064200             add 1 to rs-tests(ws-rs-row)
064300             if i > 1
064400                 and ag-student-id(i) = ag-student-id(i - 1)
064500                 and ag-subject(i) = ag-subject(i - 1)
064600                 move spaces to ws-exc-detail
064700                 string ag-subject(i) delimited by size
064800                     ' - ' delimited by size
064900                     ag-test(i - 1) delimited by space
065000                     ' AND ' delimited by size
065100                     ag-test(i) delimited by space
065200                     into ws-exc-detail
065300                 end-string
065400                 move 'CONFLICT' to ws-exc-reason
065500                 perform hold-student
065600                 add 1 to ws-conflicts
065700             end-if
065800         end-if
065900     end-perform
066000     .
066100 CHECK-STUDENT-RECORDS.
066200******************************************************************
066300*    EVERY STUDENT WITH A TEST NEEDS AN SSID. AN IEP STUDENT     *
066400*    WITH NO OPEN 'SE' SPELL - OR ONE CARRYING NO CODES - IS     *
066500*    SENT, BUT LISTED SO THE CASE MANAGER CAN CHECK THE PLAN.    *
066600******************************************************************
066700     perform varying i from 1 by 1 until i > ws-roster-count
066800         if rs-tests(i) > zero
066900             move i to ws-rs-row
067000             if rs-state-id(i) = spaces
067100                 move 'NO SSID ON SSIDXREF' to ws-exc-detail
067200                 move 'NOSSID' to ws-exc-reason
067300                 perform hold-student
067400                 add 1 to ws-no-ssid
067500             end-if
067600             if rs-iep(i) = 'Y'
067700                 move rs-id(i) to ws-find-id
067800                 move 'SE' to ws-find-program
067900                 perform find-accommodation-row
068000                 if ws-ac-row = zero
068100                     or (ac-code(ws-ac-row 1) = spaces
068200                     and ac-code(ws-ac-row 2) = spaces
068300                     and ac-code(ws-ac-row 3) = spaces
068400                     and ac-code(ws-ac-row 4) = spaces
068500                     and ac-code(ws-ac-row 5) = spaces)
068600                     move 'IEP - NO ACCOMMODATIONS ON PGMPART'
068700                         to ws-exc-detail
068800                     move 'IEPNOACC' to ws-exc-reason
068900                     perform add-exception-row
069000                     add 1 to ws-iep-no-acc
069100                 end-if
069200             end-if
069300         end-if
069400     end-perform
069500     .
069600 HOLD-STUDENT.
069700     if rs-held(ws-rs-row) not = 'Y'
069800         move 'Y' to rs-held(ws-rs-row)
069900         add 1 to ws-held-students
070000     end-if
070100     perform add-exception-row
070200     .
070300 ADD-EXCEPTION-ROW.
070400     if ws-exc-count < ws-exc-max
070500         add 1 to ws-exc-count
070600         move rs-school(ws-rs-row) to ex-school(ws-exc-count)
070700         move rs-id(ws-rs-row)     to ex-student-id(ws-exc-count)
070800         move ws-exc-reason        to ex-reason(ws-exc-count)
070900         move rs-last-name(ws-rs-row) to ex-name(ws-exc-count)
071000         move rs-grade(ws-rs-row)  to ex-grade(ws-exc-count)
071100         move ws-exc-detail        to ex-detail(ws-exc-count)
071200         move 'SENT'               to ex-disposition(ws-exc-count)
071300         if rs-held(ws-rs-row) = 'Y'
071400             move 'HELD'           to ex-disposition(ws-exc-count)
071500         end-if
071600     else
071700         display 'MORE THAN ' ws-exc-max
071800             ' PRE-ID EXCEPTIONS - TABLE FULL'
071900         move 16 to return-code
072000         stop run
072100     end-if
072200     .
072300 FIND-ACCOMMODATION-ROW.
072400     move zero to ws-ac-row
072500     if ws-acc-count > zero
072600         search all ac-row
072700             at end
072800                 continue
072900             when ac-student-id(ac-idx) = ws-find-id
073000                 and ac-program(ac-idx) = ws-find-program
073100                 set ws-ac-row to ac-idx
073200         end-search
073300     end-if
073400     .
073500 WRITE-PREID-FILE.
073600******************************************************************
073700*    ONE RECORD PER STUDENT PER TEST FOR EVERY STUDENT NOT       *
073800*    HELD. THE IEP CODES COME FIRST, THEN ANY 504 CODE NOT       *
073900*    ALREADY GIVEN.                                              *
074000******************************************************************
074100     open output preid-file
074200     if ws-preidout-status not = '00'
074300         display 'COULD NOT OPEN PREIDOUT - STATUS '
074400             ws-preidout-status
074500         move 16 to return-code
074600         stop run
074700     end-if
074800     perform varying i from 1 by 1 until i > ws-asg-count
074900         if ag-dup(i) not = 'Y'
075000             move ag-rs-row(i) to ws-rs-row
075100             perform find-test-row
075200             if rs-held(ws-rs-row) = 'Y'
075300                 add 1 to ts-held(ws-ts-row)
075400             else
075500                 perform write-preid-record
075600                 add 1 to ts-sent(ws-ts-row)
075700                 if i = 1
075800                     or ag-student-id(i)
075900                         not = ag-student-id(i - 1)
076000                     add 1 to ws-sent-students
076100                 end-if
076200             end-if
076300         end-if
076400     end-perform
076500     close preid-file
076600     .
076700 FIND-TEST-ROW.
076800     move 1 to ws-ts-row
076900     perform varying j from 1 by 1 until j > ws-test-count
077000         if ts-test(j) = ag-test(i)
077100             move j to ws-ts-row
077200         end-if
077300     end-perform
077400     .
077500 WRITE-PREID-RECORD.
077600     move spaces                   to preid-record
077700     move rs-state-id(ws-rs-row)   to pr-state-id
077800     move rs-id(ws-rs-row)         to pr-local-id
077900     move rs-last-name(ws-rs-row)  to pr-last-name
078000     move rs-first-name(ws-rs-row) to pr-first-name
078100     move rs-dob(ws-rs-row)        to pr-dob
078200     move rs-grade(ws-rs-row)      to pr-grade
078300     move rs-school(ws-rs-row)     to pr-school
078400     move ag-test(i)               to pr-test-code
078500     move 'N' to pr-iep-flag
078600     if rs-iep(ws-rs-row) = 'Y'
078700         move 'Y' to pr-iep-flag
078800     end-if
078900     move 'N' to pr-504-flag
079000     move zero to ws-acc-slot
079100     move rs-id(ws-rs-row) to ws-find-id
079200     move 'SE' to ws-find-program
079300     perform find-accommodation-row
079400     if ws-ac-row not = zero
079500         perform copy-accommodations
079600     end-if
079700     move '54' to ws-find-program
079800     perform find-accommodation-row
079900     if ws-ac-row not = zero
080000         move 'Y' to pr-504-flag
080100         perform copy-accommodations
080200     end-if
080300     write preid-record
080400     if ws-preidout-status not = '00'
080500         display 'COULD NOT WRITE PREIDOUT - STATUS '
080600             ws-preidout-status
080700         move 16 to return-code
080800         stop run
080900     end-if
081000     add 1 to ws-sent-records
081100     .
081200 COPY-ACCOMMODATIONS.
081300     perform varying k from 1 by 1 until k > 8
081400         if ac-code(ws-ac-row k) not = spaces
081500             move 'N' to ws-acc-dup
081600             perform varying j from 1 by 1 until j > ws-acc-slot
081700                 if pr-accom-code(j) = ac-code(ws-ac-row k)
081800                     move 'Y' to ws-acc-dup
081900                 end-if
082000             end-perform
082100             if ws-acc-dup = 'N'
082200                 add 1 to ws-acc-slot
082300                 move ac-code(ws-ac-row k)
082400                     to pr-accom-code(ws-acc-slot)
082500             end-if
082600         end-if
082700     end-perform
082800     .
082900 PRINT-PREID-REPORT.
083000******************************************************************
083100*    THE EXCEPTIONS, ONE BLOCK PER BUILDING FOR ITS TEST         *
083200*    COORDINATOR, THEN THE COUNT BY TEST THE VENDOR'S MATERIALS  *
083300*    ORDER IS CHECKED AGAINST.                                   *
083400******************************************************************
083500     open output preid-rpt
083600     if ws-preidrpt-status not = '00'
083700         display 'COULD NOT OPEN PREIDRPT - STATUS '
083800             ws-preidrpt-status
083900         move 16 to return-code
084000         stop run
084100     end-if
084200     write preid-rpt-line from bus-date-heading
084300     write preid-rpt-line from rpt-heading
084400     move spaces to preid-rpt-line
084500     write preid-rpt-line
084600     if ws-exc-count = zero
084700         write preid-rpt-line from rpt-none-line
084800     end-if
084900     if ws-exc-count > 1
085000         sort ex-row ascending key ex-school ex-student-id
085100             ex-reason
085200     end-if
085300     move spaces to ws-exc-school
085400     perform varying i from 1 by 1 until i > ws-exc-count
085500         if ex-school(i) not = ws-exc-school
085600             move ex-school(i) to ws-exc-school
085700             move ex-school(i) to rpt-b-school
085800             if i > 1
085900                 move spaces to preid-rpt-line
086000                 write preid-rpt-line
086100             end-if
086200             write preid-rpt-line from rpt-building-line
086300             write preid-rpt-line from rpt-columns
086400         end-if
086500         move ex-student-id(i)  to rpt-d-student-id
086600         move ex-name(i)        to rpt-d-name
086700         move ex-grade(i)       to rpt-d-grade
086800         move ex-reason(i)      to rpt-d-reason
086900         move ex-disposition(i) to rpt-d-disposition
087000         move ex-detail(i)      to rpt-d-detail
087100         write preid-rpt-line from rpt-detail-line
087200     end-perform
087300     move spaces to preid-rpt-line
087400     write preid-rpt-line
087500     write preid-rpt-line from rpt-test-heading
087600     write preid-rpt-line from rpt-test-columns
087700     perform varying i from 1 by 1 until i > ws-test-count
087800         move ts-test(i)    to rpt-t-test
087900         move ts-subject(i) to rpt-t-subject
088000         move ts-sent(i)    to rpt-t-sent
088100         move ts-held(i)    to rpt-t-held
088200         write preid-rpt-line from rpt-test-line
088300     end-perform
088400     move spaces to preid-rpt-line
088500     write preid-rpt-line
088600     move 'STUDENTS ON PREIDOUT' to rpt-tot-label
088700     move ws-sent-students to rpt-tot-value
088800     write preid-rpt-line from rpt-total-line
088900     move 'PRE-ID RECORDS ON PREIDOUT' to rpt-tot-label
089000     move ws-sent-records to rpt-tot-value
089100     write preid-rpt-line from rpt-total-line
089200     move 'STUDENTS HELD OFF PREIDOUT' to rpt-tot-label
089300     move ws-held-students to rpt-tot-value
089400     write preid-rpt-line from rpt-total-line
089500     move 'PREIDPRM CARDS REJECTED' to rpt-tot-label
089600     move ws-plan-bad to rpt-tot-value
089700     write preid-rpt-line from rpt-total-line
089800     close preid-rpt
089900     .
090000 READ-BUSINESS-DATE.
090100******************************************************************
090200*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
090300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
090400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
090500******************************************************************
090600     open input business-date-file
090700     if ws-busdate-status not = '00'
090800         display 'COULD NOT OPEN BUSDATE - STATUS '
090900             ws-busdate-status
091000         move 16 to return-code
091100         stop run
091200     end-if
091300     read business-date-file next record
091400     if ws-busdate-status not = '00'
091500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
091600             ws-busdate-status
091700         move 16 to return-code
091800         stop run
091900     end-if
092000     close business-date-file
092100     move bd-business-date to ws-business-date
092200     if bd-override-date not = zero
092300         move bd-override-date to ws-business-date
092400         move 'Y' to ws-bus-date-override
092500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
092600             bd-override-date ' SET BY ' bd-override-operator
092700         display '    REASON: ' bd-override-reason
092800     end-if
092900     move ws-business-date to bdh-date
093000     if ws-bus-date-override = 'Y'
093100         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
093200             to bdh-override
093300     end-if
093400     .
