000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSLMS.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    NIGHTLY CLASS-ROSTER EXPORT TO THE LEARNING MANAGEMENT      *
000900*    SYSTEM, IN THE VENDOR'S ROSTER-INTERCHANGE CSV FORMAT - ONE *
001000*    FILE PER ENTITY AND A MANIFEST NAMING THE KIND OF EACH:     *
001100*      LMSORGS  ORGS - THE DISTRICT AND ITS BUILDINGS, FROM THE  *
001200*               BUILDING TABLE ON CODETBL,                       *
001300*      LMSSESS  ACADEMICSESSIONS - THE CURRENT SCHOOL YEAR,      *
001400*      LMSCRSE  COURSES - EVERY CRSECAT COURSE AND HOMEROOM,     *
001500*      LMSCLAS  CLASSES - EVERY MSTSCHED SECTION AND TEACHFIL    *
001600*               HOMEROOM,                                        *
001700*      LMSUSER  USERS - EVERY ROSTERVS STUDENT AND TEACHFIL      *
001800*               TEACHER,                                         *
001900*      LMSENRL  ENROLLMENTS - EVERY STSCHED SECTION AND HOMEROOM *
002000*               A STUDENT SITS IN, AND EACH CLASS'S TEACHER,     *
002100*      LMSMANI  THE MANIFEST.                                    *
002200*    EVERY ROW TONIGHT IS HELD TO THE SNAPSHOT THE LAST RUN      *
002300*    SAVED (LMSSNAP, COPY LMSNREC). A DELTA RUN (NO RUNMODE      *
002400*    CARD) SENDS ONLY THE NEW AND CHANGED ROWS, AS 'ACTIVE', AND *
002500*    THE ROWS GONE SINCE, AS 'TOBEDELETED'. A FULL RUN (RUNMODE  *
002600*    'FULL') SENDS EVERY ROW; SO DOES THE FIRST RUN, WITH NO     *
002700*    SNAPSHOT TO HOLD IT TO. A STUDENT IS NEVER DELETED - A      *
002800*    WITHDRAWN STUDENT GOES AS A DISABLED USER, THE ENROLLMENTS  *
002900*    ENDING ON THE WITHDRAWAL DATE, AND ONE PURGED FROM ROSTERVS *
003000*    IS KEPT AS LAST SENT. A STUDENT WITH ST-DIRECTORY-OPTOUT    *
003100*    GOES WITH ONLY THE NAME, BUILDING AND LOGIN THE CLASSROOM   *
003200*    NEEDS. TONIGHT'S ROWS ARE SAVED AS THE NEXT SNAPSHOT        *
003300*    (LMSSNAPN). THE RUN REPORT (LMSRPT) LISTS WHAT COULD NOT BE *
003400*    SENT AS IT STANDS AND THE COUNTS PER FILE.                  *
003500*    RETURN CODES: 0 CLEAN, 4 A WARNING ON THE RUN REPORT, 16 A  *
003600*    FILE THAT COULD NOT BE READ OR WRITTEN OR A TABLE TOO SMALL *
003700*    FOR THE DISTRICT (NOTHING IS SENT), 20 GSNIGHT HAS NOT      *
003800*    ENDED CLEANLY. SEE JCL/GSLMS.JCL.                           *
003900******************************************************************
004000*    MOD-LOG
004100*    DATE       INIT  DESCRIPTION
004200*    2026-10-15  RVM  ORIGINAL VERSION.
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-BUSDATE-STATUS.
005000     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RUNCTL-STATUS.
005300     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RUNMODE-STATUS.
005600     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS ST-ID
006000         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006100     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TEACHFIL-STATUS.
006400     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-MSTSCHED-STATUS.
006700     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-STSCHED-STATUS.
007000     SELECT COURSE-CATALOG-FILE ASSIGN TO CRSECAT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CATALOG-STATUS.
007300     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CODETBL-STATUS.
007600     SELECT SNAPSHOT-IN-FILE ASSIGN TO LMSSNAP
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-LMSSNAP-STATUS.
007900     SELECT SNAPSHOT-OUT-FILE ASSIGN TO LMSSNAPN
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-LMSSNAPN-STATUS.
008200     SELECT ORGS-FILE ASSIGN TO LMSORGS
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-LMSORGS-STATUS.
008500     SELECT SESSIONS-FILE ASSIGN TO LMSSESS
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-LMSSESS-STATUS.
008800     SELECT COURSES-FILE ASSIGN TO LMSCRSE
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-LMSCRSE-STATUS.
009100     SELECT CLASSES-FILE ASSIGN TO LMSCLAS
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-LMSCLAS-STATUS.
009400     SELECT USERS-FILE ASSIGN TO LMSUSER
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-LMSUSER-STATUS.
009700     SELECT ENROLLMENTS-FILE ASSIGN TO LMSENRL
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-LMSENRL-STATUS.
010000     SELECT MANIFEST-FILE ASSIGN TO LMSMANI
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-LMSMANI-STATUS.
010300     SELECT LMS-RUN-RPT ASSIGN TO LMSRPT
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-LMSRPT-STATUS.
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  BUSINESS-DATE-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  BUSINESS-DATE-RECORD.
011100     COPY BDATREC.
011200 FD  RUN-CONTROL-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  RUN-CONTROL-RECORD          PIC X(50).
011500 FD  RUN-MODE-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  RUN-MODE-RECORD.
011800     05  RM-MODE                 PIC X(08).
011900 FD  ROSTER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  ROSTER-FILE-RECORD.
012200     COPY ROSTERREC.
012300 FD  TEACHER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  TEACHER-FILE-RECORD.
012600     COPY TEACHASN.
012700 FD  MASTER-SCHEDULE-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  MASTER-SCHEDULE-RECORD.
013000     COPY MSTSREC.
013100 FD  STUDENT-SCHEDULE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  STUDENT-SCHEDULE-RECORD.
013400     COPY STSCREC.
013500 FD  COURSE-CATALOG-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  COURSE-CATALOG-RECORD.
013800     COPY CRSEREC.
013900 FD  CODE-TABLE-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  CODE-TABLE-RECORD.
014200     COPY CODEREC.
014300 FD  SNAPSHOT-IN-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  SNAPSHOT-IN-RECORD.
014600     COPY LMSNREC.
014700 FD  SNAPSHOT-OUT-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  SNAPSHOT-OUT-RECORD         PIC X(200).
015000 FD  ORGS-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  ORGS-LINE                   PIC X(220).
015300 FD  SESSIONS-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  SESSIONS-LINE               PIC X(220).
015600 FD  COURSES-FILE
015700     LABEL RECORDS ARE STANDARD.
015800 01  COURSES-LINE                PIC X(220).
015900 FD  CLASSES-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  CLASSES-LINE                PIC X(220).
016200 FD  USERS-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 01  USERS-LINE                  PIC X(220).
016500 FD  ENROLLMENTS-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 01  ENROLLMENTS-LINE            PIC X(220).
016800 FD  MANIFEST-FILE
016900     LABEL RECORDS ARE STANDARD.
017000 01  MANIFEST-LINE               PIC X(80).
017100 FD  LMS-RUN-RPT
017200     LABEL RECORDS ARE STANDARD.
017300 01  LMS-RUN-LINE                PIC X(110).
017400 WORKING-STORAGE SECTION.
017500******************************************************************
017600*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
017700*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
017800*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
017900*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
018000*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
018100*    HAVE APPLIED THE NIGHT'S CHANGES FIRST.                     *
018200******************************************************************
018300 01  RUN-CONTROL-EVENT.
018400     COPY JRUNREC.
018500 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSLMS'.
018600 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
018700 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
018800     'GSNIGHT                 '.
018900 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
019000     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
019100 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
019200 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
019300 01  WS-RUNCTL-STATUS         PIC X(02).
019400 01  WS-RUN-BUS-DATE          PIC 9(08).
019500 01  WS-RUN-PX                PIC 9(02).
019600 01  WS-RUN-PRED-STATE        PIC X.
019700 01  WS-RUN-BLOCKER           PIC X(08).
019800 01  WS-RUNMODE-STATUS        PIC X(02).
019900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
020000 01  WS-TEACHFIL-STATUS       PIC X(02).
020100 01  WS-MSTSCHED-STATUS       PIC X(02).
020200 01  WS-STSCHED-STATUS        PIC X(02).
020300 01  WS-CATALOG-STATUS        PIC X(02).
020400 01  WS-CODETBL-STATUS        PIC X(02).
020500 01  WS-LMSSNAP-STATUS        PIC X(02).
020600 01  WS-LMSSNAPN-STATUS       PIC X(02).
020700 01  WS-LMSORGS-STATUS        PIC X(02).
020800 01  WS-LMSSESS-STATUS        PIC X(02).
020900 01  WS-LMSCRSE-STATUS        PIC X(02).
021000 01  WS-LMSCLAS-STATUS        PIC X(02).
021100 01  WS-LMSUSER-STATUS        PIC X(02).
021200 01  WS-LMSENRL-STATUS        PIC X(02).
021300 01  WS-LMSMANI-STATUS        PIC X(02).
021400 01  WS-LMSRPT-STATUS         PIC X(02).
021500 01  i                        PIC 9(05).
021600 01  j                        PIC 9(05).
021700 01  k                        PIC 9(05).
021800******************************************************************
021900*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
022000*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. IT   *
022100*    IS THE DATELASTMODIFIED OF EVERY ROW A DELTA SENDS.         *
022200******************************************************************
022300 01  WS-BUSDATE-STATUS        PIC X(02).
022400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
022500 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
022600 01  BUS-DATE-HEADING.
022700     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
022800     05  BDH-DATE             PIC 9(08).
022900     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
023000******************************************************************
023100*    RUN MODE - SPACES (NO CARD) A DELTA, 'FULL' EVERY ROW.      *
023200******************************************************************
023300 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
023400 01  WS-MANIFEST-KIND         PIC X(05) VALUE 'delta'.
023500 01  WS-ROW-STATUS            PIC X(11).
023600 01  WS-DATE-MODIFIED         PIC X(20).
023700******************************************************************
023800*    THE SCHOOL YEAR THE BUSINESS DATE FALLS IN, JULY 1 THROUGH  *
023900*    JUNE 30 - THE ONE ACADEMIC SESSION EVERY CLASS IS TAUGHT    *
024000*    IN, NAMED FOR THE CALENDAR YEAR IT ENDS IN.                 *
024100******************************************************************
024200 01  WS-YEAR-START            PIC 9(08).
024300 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
024400     05  WS-YS-YEAR           PIC 9(04).
024500     05  WS-YS-MMDD           PIC 9(04).
024600 01  WS-YEAR-END              PIC 9(08).
024700 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END.
024800     05  WS-YE-YEAR           PIC 9(04).
024900     05  WS-YE-MMDD           PIC 9(04).
025000 01  WS-SESSION-ID.
025100     05  FILLER               PIC X(02) VALUE 'SY'.
025200     05  WS-SESSION-YEAR      PIC 9(04).
025300******************************************************************
025400*    A YYYYMMDD DATE AS THE YYYY-MM-DD TEXT THE FORMAT CALLS     *
025500*    FOR - SPACES FOR A ZERO DATE.                               *
025600******************************************************************
025700 01  WS-DATE-IN               PIC 9(08).
025800 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
025900     05  WS-DI-YEAR           PIC 9(04).
026000     05  WS-DI-MONTH          PIC 9(02).
026100     05  WS-DI-DAY            PIC 9(02).
026200 01  WS-ISO-DATE.
026300     05  WS-ISO-YEAR          PIC 9(04).
026400     05  FILLER               PIC X(01) VALUE '-'.
026500     05  WS-ISO-MONTH         PIC 9(02).
026600     05  FILLER               PIC X(01) VALUE '-'.
026700     05  WS-ISO-DAY           PIC 9(02).
026800 01  WS-ISO-TEXT              PIC X(10).
026900 01  WS-BEGIN-DATE            PIC X(10).
027000 01  WS-END-DATE              PIC X(10).
027100******************************************************************
027200*    THE BUILDINGS - THE BUILDING TABLE ON CODETBL (CT-CODE THE  *
027300*    BUILDING CODE, CT-DESCRIPTION ITS NAME, CT-STATE-CODE THE   *
027400*    STATE SCHOOL NUMBER), ROWS IN FORCE TONIGHT. THE ROW WITH   *
027500*    CT-CLASS 'D' IS THE DISTRICT OFFICE, PARENT OF THE REST. A  *
027600*    BUILDING A STUDENT, TEACHER OR SECTION NAMES THAT IS NOT ON *
027700*    THE TABLE IS STILL SENT, UNDER ITS CODE, AND WARNED OF.     *
027800******************************************************************
027900 77  WS-BUILDING-TABLE-NAME   PIC X(08) VALUE 'BUILDING'.
028000 77  WS-BLD-MAX               PIC 9(03) VALUE 100.
028100 01  WS-BLD-COUNT             PIC 9(03) VALUE ZERO.
028200 01  BLD-TABLE.
028300     05  BLD-ROW              OCCURS 100 TIMES.
028400         10  BLD-CODE         PIC X(04).
028500         10  BLD-NAME         PIC X(30).
028600         10  BLD-STATE-CODE   PIC X(04).
028700 01  WS-DISTRICT-ID           PIC X(04) VALUE 'DIST'.
028800 01  WS-DISTRICT-NAME         PIC X(30) VALUE 'DISTRICT'.
028900 01  WS-DISTRICT-STATE-CODE   PIC X(04) VALUE SPACES.
029000 01  WS-SCHOOL                PIC X(04).
029100 01  WS-BLD-FOUND             PIC X VALUE 'N'.
029200******************************************************************
029300*    THE COURSE CATALOG, IN CODE ORDER FOR THE SEARCH ALL.       *
029400******************************************************************
029500 77  WS-CAT-MAX               PIC 9(04) VALUE 1000.
029600 01  WS-CAT-COUNT             PIC 9(04) VALUE ZERO.
029700 01  CAT-TABLE.
029800     05  CAT-ROW              OCCURS 0 TO 1000 TIMES
029900                              DEPENDING ON WS-CAT-COUNT
030000                              ASCENDING KEY IS CAT-CODE
030100                              INDEXED BY CAT-IDX.
030200         10  CAT-CODE         PIC X(06).
030300         10  CAT-NAME         PIC X(24).
030400         10  CAT-SUBJECT      PIC X(04).
030500 01  WS-CAT-FULL              PIC X VALUE 'N'.
030600 01  WS-COURSE-NAME           PIC X(24).
030700 01  WS-COURSE-SUBJECT        PIC X(04).
030800 77  WS-HOMEROOM-COURSE       PIC X(08) VALUE 'HOMEROOM'.
030900******************************************************************
031000*    EVERY STUDENT ON ROSTERVS, ENROLLED OR NOT, IN ID ORDER FOR *
031100*    THE SEARCH ALL - A WITHDRAWN STUDENT STAYS IN THE LMS AS A  *
031200*    DISABLED USER.                                              *
031300******************************************************************
031400 77  WS-RST-MAX               PIC 9(05) VALUE 03000.
031500 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
031600 01  RST-TABLE.
031700     05  RST-ROW              OCCURS 0 TO 3000 TIMES
031800                              DEPENDING ON WS-RST-COUNT
031900                              ASCENDING KEY IS RST-ID
032000                              INDEXED BY RST-IDX.
032100         10  RST-ID           PIC 9(07).
032200         10  RST-LAST-NAME    PIC X(30).
032300         10  RST-FIRST-NAME   PIC X(20).
032400         10  RST-MIDDLE-NAME  PIC X(20).
032500         10  RST-SCHOOL       PIC X(04).
032600         10  RST-GRADE        PIC X(02).
032700         10  RST-SECTION      PIC X(01).
032800         10  RST-ENROLL-DATE  PIC 9(08).
032900         10  RST-WITHDRAW-DATE PIC 9(08).
033000         10  RST-OPTOUT       PIC X(01).
033100 01  WS-RST-ROW               PIC 9(05).
033200 01  WS-RST-FULL              PIC X VALUE 'N'.
033300******************************************************************
033400*    THE HOMEROOM TEACHERS (TEACHFIL) AND THE COURSE SECTIONS    *
033500*    (MSTSCHED, IN BUILDING, COURSE AND SECTION ORDER FOR THE    *
033600*    SEARCH ALL).                                                *
033700******************************************************************
033800 77  WS-TEACHER-MAX           PIC 9(03) VALUE 300.
033900 01  WS-TEACHER-COUNT         PIC 9(03) VALUE ZERO.
034000 01  WS-TEACHER-TABLE.
034100     05  WT-ENTRY             OCCURS 300 TIMES.
034200         10  WT-TEACHER-ID    PIC 9(05).
034300         10  WT-LAST-NAME     PIC X(30).
034400         10  WT-FIRST-NAME    PIC X(20).
034500         10  WT-SCHOOL-CODE   PIC X(04).
034600         10  WT-GRADE         PIC X(02).
034700         10  WT-SECTION       PIC X(01).
034800 77  WS-MST-MAX               PIC 9(03) VALUE 500.
034900 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
035000 01  MST-TABLE.
035100     05  MST-ROW              OCCURS 0 TO 500 TIMES
035200                              DEPENDING ON WS-MST-COUNT
035300                              ASCENDING KEY IS MST-KEY
035400                              INDEXED BY MST-IDX.
035500         10  MST-KEY.
035600             15  MST-SCHOOL   PIC X(04).
035700             15  MST-COURSE   PIC X(06).
035800             15  MST-SECTION  PIC 9(02).
035900         10  MST-PERIOD       PIC 9(02).
036000         10  MST-TEACHER      PIC 9(05).
036100         10  MST-ROOM         PIC X(04).
036200 01  WS-SECTION-KEY.
036300     05  WS-SK-SCHOOL         PIC X(04).
036400     05  WS-SK-COURSE         PIC X(06).
036500     05  WS-SK-SECTION        PIC 9(02).
036600 01  WS-TEACHER-ON-FILE       PIC X VALUE 'N'.
036700******************************************************************
036800*    TONIGHT'S ROWS, EVERY FILE, SORTED INTO FILE AND SOURCEDID  *
036900*    ORDER BEFORE THE SNAPSHOT IS MATCHED. EXP-BODY IS THE CSV   *
037000*    TEXT AFTER THE SOURCEDID, STATUS AND DATELASTMODIFIED       *
037100*    COLUMNS, EXP-LENGTH BYTES LONG; EXP-TYPE AS LN-FILE-TYPE.   *
037200******************************************************************
037300 77  WS-EXP-MAX               PIC 9(05) VALUE 40000.
037400 01  WS-EXP-COUNT             PIC 9(05) VALUE ZERO.
037500 01  EXP-TABLE.
037600     05  EXP-ROW              OCCURS 0 TO 40000 TIMES
037700                              DEPENDING ON WS-EXP-COUNT.
037800         10  EXP-KEY.
037900             15  EXP-TYPE     PIC 9(01).
038000             15  EXP-ID       PIC X(24).
038100         10  EXP-LENGTH       PIC 9(03).
038200         10  EXP-BODY         PIC X(160).
038300 01  WS-TABLE-FULL            PIC X VALUE 'N'.
038400 01  WS-ROW-TYPE              PIC 9(01).
038500 01  WS-ROW-ID                PIC X(24).
038600 01  WS-BODY                  PIC X(160).
038700 01  WS-BODY-LENGTH           PIC 9(03).
038800 01  WS-PTR                   PIC 9(03).
038900 01  WS-CLASS-ID              PIC X(24).
039000 01  WS-USER-ID               PIC X(08).
039100 01  WS-ENABLED               PIC X(05).
039200 01  WS-STUDENT-USER.
039300     05  FILLER               PIC X(01) VALUE 'S'.
039400     05  WS-SU-ID             PIC 9(07).
039500 01  WS-TEACHER-USER.
039600     05  FILLER               PIC X(01) VALUE 'T'.
039700     05  WS-TU-ID             PIC 9(05).
039800     05  FILLER               PIC X(02) VALUE SPACES.
039900******************************************************************
040000*    THE SNAPSHOT MATCH - TONIGHT'S ROW AND THE SNAPSHOT'S, EACH *
040100*    KEY HIGH-VALUES ONCE ITS SIDE IS SPENT.                     *
040200******************************************************************
040300 01  WS-SNAPSHOT-READ         PIC X VALUE 'N'.
040400 01  WS-SNAPSHOT-DATE         PIC 9(08) VALUE ZERO.
040500 01  WS-CUR-X                 PIC 9(05).
040600 01  WS-CUR-KEY               PIC X(25).
040700 01  WS-PRV-KEY               PIC X(25).
040800 01  WS-LAST-KEY              PIC X(25).
040900 01  WS-DUPLICATE-ROWS        PIC 9(05) VALUE ZERO.
041000 01  WS-OUT-TYPE              PIC 9(01).
041100 01  WS-OUT-ID                PIC X(24).
041200 01  WS-OUT-LENGTH            PIC 9(03).
041300 01  WS-OUT-BODY              PIC X(160).
041400 01  WS-EXPORT-LINE           PIC X(220).
041500 01  WS-SNAP-WRITTEN          PIC 9(05) VALUE ZERO.
041600 01  WS-SNAPSHOT-OUT.
041700     05  SO-FILE-TYPE         PIC 9(01).
041800     05  SO-SOURCED-ID        PIC X(24).
041900     05  SO-BODY-LENGTH       PIC 9(03).
042000     05  SO-BODY              PIC X(160).
042100     05  SO-TAKEN-DATE        PIC 9(08).
042200     05  FILLER               PIC X(04) VALUE SPACES.
042300******************************************************************
042400*    COUNTS PER FILE, IN LN-FILE-TYPE ORDER: ROWS TONIGHT, NEW,  *
042500*    CHANGED, UNCHANGED, GONE (SENT 'TOBEDELETED' ON A DELTA),   *
042600*    KEPT AS LAST SENT, AND LINES WRITTEN.                       *
042700******************************************************************
042800 01  WS-FILE-NAME-LIST        PIC X(48) VALUE
042900     'ORGS    SESSIONSCOURSES CLASSES USERS   ENROLLMT'.
043000 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
043100     05  WS-FILE-NAME         OCCURS 6 TIMES PIC X(08).
043200 01  WS-FILE-TOTALS.
043300     05  FT-ROW               OCCURS 6 TIMES.
043400         10  FT-TONIGHT       PIC 9(05).
043500         10  FT-NEW           PIC 9(05).
043600         10  FT-CHANGED       PIC 9(05).
043700         10  FT-SAME          PIC 9(05).
043800         10  FT-GONE          PIC 9(05).
043900         10  FT-KEPT          PIC 9(05).
044000         10  FT-SENT          PIC 9(05).
044100******************************************************************
044200*    THE MANIFEST - EACH PROPERTY AND ITS VALUE. A VALUE OF '*'  *
044300*    IS THE RUN'S KIND, 'bulk' OR 'delta'.                       *
044400******************************************************************
044500 01  WS-MANIFEST-LIST.
044600     05  FILLER PIC X(30) VALUE 'manifest.version      1.0     '.
044700     05  FILLER PIC X(30) VALUE 'oneroster.version     1.1     '.
044800     05  FILLER PIC X(30) VALUE 'file.academicSessions *       '.
044900     05  FILLER PIC X(30) VALUE 'file.categories       absent  '.
045000     05  FILLER PIC X(30) VALUE 'file.classes          *       '.
045100     05  FILLER PIC X(30) VALUE 'file.classResources   absent  '.
045200     05  FILLER PIC X(30) VALUE 'file.courses          *       '.
045300     05  FILLER PIC X(30) VALUE 'file.courseResources  absent  '.
045400     05  FILLER PIC X(30) VALUE 'file.demographics     absent  '.
045500     05  FILLER PIC X(30) VALUE 'file.enrollments      *       '.
045600     05  FILLER PIC X(30) VALUE 'file.lineItems        absent  '.
045700     05  FILLER PIC X(30) VALUE 'file.orgs             *       '.
045800     05  FILLER PIC X(30) VALUE 'file.resources        absent  '.
045900     05  FILLER PIC X(30) VALUE 'file.results          absent  '.
046000     05  FILLER PIC X(30) VALUE 'file.users            *       '.
046100     05  FILLER PIC X(30) VALUE 'source.systemName     GRADESCH'.
046200     05  FILLER PIC X(30) VALUE 'source.systemCode     GSLMS   '.
046300 01  WS-MANIFEST-TABLE REDEFINES WS-MANIFEST-LIST.
046400     05  MF-ENTRY             OCCURS 17 TIMES.
046500         10  MF-PROPERTY      PIC X(22).
046600         10  MF-VALUE         PIC X(08).
046700 77  WS-MANIFEST-COUNT        PIC 9(02) VALUE 17.
046800******************************************************************
046900*    THE RUN REPORT.                                             *
047000******************************************************************
047100 01  WS-WARNING               PIC X(100).
047200 01  WS-WARN-COUNT            PIC 9(05) VALUE ZERO.
047300 01  LR-HEADING.
047400     05  FILLER               PIC X(20) VALUE
047500         'LMS ROSTER EXPORT - '.
047600     05  LR-H-DATE            PIC 9(08).
047700     05  FILLER               PIC X(08) VALUE '  MODE: '.
047800     05  LR-H-MODE            PIC X(05).
047900 01  LR-SINCE-LINE.
048000     05  FILLER               PIC X(36) VALUE
048100         'CHANGES SINCE THE LMS SNAPSHOT OF   '.
048200     05  LR-S-DATE            PIC 9(08).
048300 01  LR-WARNING-LINE.
048400     05  FILLER               PIC X(04) VALUE SPACES.
048500     05  LR-W-TEXT            PIC X(100).
048600 01  LR-COLUMN-HEADING.
048700     05  FILLER               PIC X(10) VALUE 'FILE'.
048800     05  FILLER               PIC X(09) VALUE ' TONIGHT'.
048900     05  FILLER               PIC X(09) VALUE '     NEW'.
049000     05  FILLER               PIC X(09) VALUE ' CHANGED'.
049100     05  FILLER               PIC X(09) VALUE '    SAME'.
049200     05  FILLER               PIC X(09) VALUE '    GONE'.
049300     05  FILLER               PIC X(09) VALUE '    KEPT'.
049400     05  FILLER               PIC X(09) VALUE '    SENT'.
049500 01  LR-TOTAL-LINE.
049600     05  LR-T-FILE            PIC X(08).
049700     05  FILLER               PIC X(02) VALUE SPACES.
049800     05  LR-T-TONIGHT         PIC ZZ,ZZ9.
049900     05  FILLER               PIC X(03) VALUE SPACES.
050000     05  LR-T-NEW             PIC ZZ,ZZ9.
050100     05  FILLER               PIC X(03) VALUE SPACES.
050200     05  LR-T-CHANGED         PIC ZZ,ZZ9.
050300     05  FILLER               PIC X(03) VALUE SPACES.
050400     05  LR-T-SAME            PIC ZZ,ZZ9.
050500     05  FILLER               PIC X(03) VALUE SPACES.
050600     05  LR-T-GONE            PIC ZZ,ZZ9.
050700     05  FILLER               PIC X(03) VALUE SPACES.
050800     05  LR-T-KEPT            PIC ZZ,ZZ9.
050900     05  FILLER               PIC X(03) VALUE SPACES.
051000     05  LR-T-SENT            PIC ZZ,ZZ9.
051100 01  LR-DUP-TOTAL-LINE.
051200     05  FILLER               PIC X(30) VALUE
051300         'DUPLICATE ROWS SENT ONCE:     '.
051400     05  LR-DT-COUNT          PIC ZZ,ZZ9.
051500 01  LR-WARN-TOTAL-LINE.
051600     05  FILLER               PIC X(10) VALUE 'WARNINGS: '.
051700     05  LR-WT-COUNT          PIC ZZ,ZZ9.
051800 PROCEDURE DIVISION.
051900 MAINLINE.
052000******************************************************************
052100*    TONIGHT'S ROWS FROM THE SOURCE FILES, MATCHED TO THE LAST   *
052200*    SNAPSHOT, SENT AS A DELTA OR IN FULL, AND SAVED AS THE NEXT *
052300*    SNAPSHOT. NOTHING IS SENT FROM A TABLE CUT SHORT - A DELTA  *
052400*    WOULD DELETE WHAT DID NOT FIT.                              *
052500******************************************************************
052600     perform read-business-date
052700     perform read-run-mode
052800     if ws-run-mode not = spaces
052900         and ws-run-mode not = 'FULL    '
053000         display 'RUNMODE ' ws-run-mode
053100             ' IS NOT FULL OR EMPTY - NOTHING RUN'
053200         move 16 to return-code
053300         stop run
053400     end-if
053500     perform start-run-control
053600     open output lms-run-rpt
053700     if ws-lmsrpt-status not = '00'
053800         display 'COULD NOT OPEN LMSRPT - STATUS '
053900             ws-lmsrpt-status
054000         move 16 to return-code
054100         perform end-run-control
054200         stop run
054300     end-if
054400     perform set-school-year
054500     perform open-snapshot
054600     if ws-run-mode = 'FULL    '
054700         or ws-snapshot-read = 'N'
054800         move 'bulk' to ws-manifest-kind
054900     end-if
055000     move ws-business-date to lr-h-date
055100     move ws-manifest-kind to lr-h-mode
055200     write lms-run-line from lr-heading
055300     write lms-run-line from bus-date-heading
055400     if ws-snapshot-read = 'Y'
055500         move ws-snapshot-date to lr-s-date
055600         write lms-run-line from lr-since-line
055700     end-if
055800     move spaces to lms-run-line
055900     write lms-run-line
056000     initialize ws-file-totals
056100     perform load-building-table
056200     perform load-catalog-table
056300     perform load-roster-table
056400     perform load-teacher-table
056500     perform load-section-table
056600     perform build-session-row
056700     perform build-course-rows
056800     perform build-class-rows
056900     perform build-user-rows
057000     perform build-enrollment-rows
057100     perform build-org-rows
057200     if ws-table-full = 'Y'
057300         move 'A TABLE WAS TOO SMALL FOR TONIGHT - NOTHING SENT'
057400             to ws-warning
057500         perform write-warning
057600         close lms-run-rpt
057700         if ws-snapshot-read = 'Y'
057800             close snapshot-in-file
057900         end-if
058000         move 16 to return-code
058100         perform end-run-control
058200         stop run
058300     end-if
058400     if ws-exp-count > 1
058500         sort exp-row ascending key exp-key
058600     end-if
058700     perform open-export-files
058800     perform match-snapshot
058900     perform write-manifest
059000     close orgs-file
059100     close sessions-file
059200     close courses-file
059300     close classes-file
059400     close users-file
059500     close enrollments-file
059600     close manifest-file
059700     close snapshot-out-file
059800     if ws-snapshot-read = 'Y'
059900         close snapshot-in-file
060000     end-if
060100     perform print-run-totals
060200     close lms-run-rpt
060300     display 'LMS ROSTER EXPORT (' ws-manifest-kind ') ROWS '
060400         ws-exp-count ' SNAPSHOT ROWS ' ws-snap-written
060500         ' WARNINGS ' ws-warn-count
060600     if ws-warn-count > zero
060700         move 4 to return-code
060800     end-if
060900     perform end-run-control
061000     stop run
061100     .
061200 READ-RUN-MODE.
061300******************************************************************
061400*    THE OPTIONAL RUNMODE CARD. 'FULL' SENDS EVERY ROW; MISSING  *
061500*    OR EMPTY SENDS THE CHANGES SINCE THE LAST RUN.              *
061600******************************************************************
061700     open input run-mode-file
061800     if ws-runmode-status = '00'
061900         read run-mode-file next record
062000         if ws-runmode-status = '00'
062100             move rm-mode to ws-run-mode
062200         end-if
062300         close run-mode-file
062400     end-if
062500     .
062600 SET-SCHOOL-YEAR.
062700******************************************************************
062800*    JULY 1 THROUGH JUNE 30 AROUND THE BUSINESS DATE, AND THE    *
062900*    DATELASTMODIFIED STAMP FOR TONIGHT'S DELTA ROWS.            *
063000******************************************************************
063100     move ws-business-date to ws-year-start
063200     move ws-business-date to ws-date-in
063300     if ws-di-month < 7
063400         subtract 1 from ws-ys-year
063500     end-if
063600     move 0701 to ws-ys-mmdd
063700     compute ws-ye-year = ws-ys-year + 1
063800     move 0630 to ws-ye-mmdd
063900     move ws-ye-year to ws-session-year
064000     perform format-iso-date
064100     move spaces to ws-date-modified
064200     string ws-iso-text  delimited by size
064300         'T00:00:00Z'    delimited by size
064400         into ws-date-modified
064500     end-string
064600     .
064700 OPEN-SNAPSHOT.
064800******************************************************************
064900*    THE ROWS AS THE LAST RUN SENT THEM, READ IN STEP WITH       *
065000*    TONIGHT'S DURING THE MATCH. NONE ON THE FIRST RUN - THAT    *
065100*    RUN IS SENT IN FULL.                                        *
065200******************************************************************
065300     move high-values to ws-prv-key
065400     open input snapshot-in-file
065500     if ws-lmssnap-status not = '00'
065600         display 'NO LMS SNAPSHOT ON LMSSNAP - STATUS '
065700             ws-lmssnap-status ' - SENDING IN FULL'
065800     else
065900         move 'Y' to ws-snapshot-read
066000         perform read-prior-row
066100         if ws-prv-key not = high-values
066200             move ln-taken-date to ws-snapshot-date
066300         end-if
066400     end-if
066500     .
066600 READ-PRIOR-ROW.
066700     read snapshot-in-file
066800     if ws-lmssnap-status = '00'
066900         move ln-key to ws-prv-key
067000     else
067100         move high-values to ws-prv-key
067200     end-if
067300     .
067400 LOAD-BUILDING-TABLE.
067500******************************************************************
067600*    THE BUILDING ROWS OF CODETBL IN FORCE TONIGHT. A MISSING    *
067700*    CODETBL LEAVES EVERY BUILDING TO GO UNDER ITS CODE.         *
067800******************************************************************
067900     open input code-table-file
068000     if ws-codetbl-status not = '00'
068100         move 'NO CODETBL - BUILDINGS SENT BY CODE ONLY'
068200             to ws-warning
068300         perform write-warning
068400     else
068500         perform until ws-codetbl-status not = '00'
068600             read code-table-file
068700             if ws-codetbl-status = '00'
068800                 and ct-table-name = ws-building-table-name
068900                 and ct-effective-date not > ws-business-date
069000                 and (ct-expiry-date = zero
069100                      or ct-expiry-date not < ws-business-date)
069200                 if ct-class = 'D'
069300                     move ct-code        to ws-district-id
069400                     move ct-description to ws-district-name
069500                     move ct-state-code  to ws-district-state-code
069600                 else
069700                     if ws-bld-count < ws-bld-max
069800                         add 1 to ws-bld-count
069900                         move ws-bld-count to i
070000                         move ct-code        to bld-code(i)
070100                         move ct-description to bld-name(i)
070200                         move ct-state-code  to bld-state-code(i)
070300                     else
070400                         move 'Y' to ws-table-full
070500                         display 'BUILDING TABLE FULL AT '
070600                             ws-bld-max
070700                     end-if
070800                 end-if
070900             end-if
071000         end-perform
071100         close code-table-file
071200     end-if
071300     .
071400 NOTE-BUILDING.
071500******************************************************************
071600*    WS-SCHOOL MUST BE AN ORG THE LMS KNOWS. ONE NOT ON THE      *
071700*    BUILDING TABLE IS ADDED UNDER ITS CODE, AND WARNED OF ONCE. *
071800******************************************************************
071900     move 'N' to ws-bld-found
072000     perform varying k from 1 by 1
072100         until k > ws-bld-count or ws-bld-found = 'Y'
072200         if bld-code(k) = ws-school
072300             move 'Y' to ws-bld-found
072400         end-if
072500     end-perform
072600     if ws-bld-found = 'N'
072700         if ws-bld-count < ws-bld-max
072800             add 1 to ws-bld-count
072900             move ws-bld-count to k
073000             move ws-school to bld-code(k)
073100             move ws-school to bld-name(k)
073200             move spaces    to bld-state-code(k)
073300             move spaces to ws-warning
073400             string 'BUILDING ' delimited by size
073500                 ws-school delimited by size
073600                 ' IS NOT ON THE BUILDING TABLE - SENT BY CODE'
073700                     delimited by size
073800                 into ws-warning
073900             end-string
074000             perform write-warning
074100         else
074200             move 'Y' to ws-table-full
074300             display 'BUILDING TABLE FULL AT ' ws-bld-max
074400         end-if
074500     end-if
074600     .
074700 LOAD-CATALOG-TABLE.
074800     open input course-catalog-file
074900     if ws-catalog-status not = '00'
075000         display 'COULD NOT OPEN CRSECAT - STATUS '
075100             ws-catalog-status
075200         move 16 to return-code
075300         perform end-run-control
075400         stop run
075500     end-if
075600     perform until ws-catalog-status not = '00'
075700         read course-catalog-file
075800         if ws-catalog-status = '00'
075900             if ws-cat-count < ws-cat-max
076000                 add 1 to ws-cat-count
076100                 move ws-cat-count to i
076200                 move cat-course-code  to cat-code(i)
076300                 move cat-course-name  to cat-name(i)
076400                 move cat-subject-area to cat-subject(i)
076500             else
076600                 move 'Y' to ws-cat-full
076700             end-if
076800         end-if
076900     end-perform
077000     close course-catalog-file
077100     if ws-cat-full = 'Y'
077200         display 'CATALOG TABLE FULL AT ' ws-cat-max
077300         move 'Y' to ws-table-full
077400     end-if
077500     if ws-cat-count > 1
077600         sort cat-row ascending key cat-code
077700     end-if
077800     .
077900 LOAD-ROSTER-TABLE.
078000******************************************************************
078100*    EVERY ROSTERVS ROW, WITHDRAWN ONES TOO.                     *
078200******************************************************************
078300     open input roster-file
078400     if ws-roster-file-status not = '00'
078500         display 'COULD NOT OPEN ROSTERVS - STATUS '
078600             ws-roster-file-status
078700         move 16 to return-code
078800         perform end-run-control
078900         stop run
079000     end-if
079100     perform until ws-roster-file-status not = '00'
079200         read roster-file next record
079300         if ws-roster-file-status = '00'
079400             if ws-rst-count < ws-rst-max
079500                 add 1 to ws-rst-count
079600                 move ws-rst-count to i
079700                 move st-id               to rst-id(i)
079800                 move st-last-name        to rst-last-name(i)
079900                 move st-first-name       to rst-first-name(i)
080000                 move st-middle-name      to rst-middle-name(i)
080100                 move st-school-code      to rst-school(i)
080200                 move st-grade            to rst-grade(i)
080300                 move st-section          to rst-section(i)
080400                 move st-enroll-date      to rst-enroll-date(i)
080500                 move st-withdraw-date    to rst-withdraw-date(i)
080600                 move st-directory-optout to rst-optout(i)
080700             else
080800                 move 'Y' to ws-rst-full
080900             end-if
081000         end-if
081100     end-perform
081200     close roster-file
081300     if ws-rst-full = 'Y'
081400         display 'ROSTER TABLE FULL AT ' ws-rst-max
081500         move 'Y' to ws-table-full
081600     end-if
081700     if ws-rst-count > 1
081800         sort rst-row ascending key rst-id
081900     end-if
082000     .
082100 LOAD-TEACHER-TABLE.
082200     open input teacher-file
082300     if ws-teachfil-status not = '00'
082400         display 'COULD NOT OPEN TEACHFIL - STATUS '
082500             ws-teachfil-status
082600         move 16 to return-code
082700         perform end-run-control
082800         stop run
082900     end-if
083000     perform until ws-teachfil-status not = '00'
083100         read teacher-file
083200         if ws-teachfil-status = '00'
083300             if ws-teacher-count < ws-teacher-max
083400                 add 1 to ws-teacher-count
083500                 move ws-teacher-count to i
083600                 move ta-teacher-id  to wt-teacher-id(i)
083700                 move ta-last-name   to wt-last-name(i)
083800                 move ta-first-name  to wt-first-name(i)
083900                 move ta-school-code to wt-school-code(i)
084000                 move ta-grade       to wt-grade(i)
084100                 move ta-section     to wt-section(i)
084200             else
084300                 move 'Y' to ws-table-full
084400                 display 'TEACHER TABLE FULL AT ' ws-teacher-max
084500             end-if
084600         end-if
084700     end-perform
084800     close teacher-file
084900     .
085000 LOAD-SECTION-TABLE.
085100******************************************************************
085200*    THE MASTER SCHEDULE. A BUILDING WITH NO DEPARTMENTALIZED    *
085300*    GRADES HAS NONE - ITS CLASSES ARE THE HOMEROOMS ALONE.      *
085400******************************************************************
085500     open input master-schedule-file
085600     if ws-mstsched-status = '00'
085700         perform until ws-mstsched-status not = '00'
085800             read master-schedule-file
085900             if ws-mstsched-status = '00'
086000                 if ws-mst-count < ws-mst-max
086100                     add 1 to ws-mst-count
086200                     move ws-mst-count to i
086300                     move ms-school-code to mst-school(i)
086400                     move ms-course-code to mst-course(i)
086500                     move ms-section-no  to mst-section(i)
086600                     move ms-period      to mst-period(i)
086700                     move ms-teacher-id  to mst-teacher(i)
086800                     move ms-room        to mst-room(i)
086900                 else
087000                     move 'Y' to ws-table-full
087100                     display 'SECTION TABLE FULL AT ' ws-mst-max
087200                 end-if
087300             end-if
087400         end-perform
087500         close master-schedule-file
087600     end-if
087700     if ws-mst-count > 1
087800         sort mst-row ascending key mst-key
087900     end-if
088000     .
088100 BUILD-SESSION-ROW.
088200******************************************************************
088300*    THE SCHOOL YEAR - TITLE, TYPE, START, END, PARENT, YEAR.    *
088400******************************************************************
088500     move 2 to ws-row-type
088600     move ws-session-id to ws-row-id
088700     move spaces to ws-body
088800     move 1 to ws-ptr
088900     string ws-ys-year        delimited by size
089000         '-'                  delimited by size
089100         ws-ye-year           delimited by size
089200         ',schoolYear,'       delimited by size
089300         into ws-body with pointer ws-ptr
089400     end-string
089500     move ws-year-start to ws-date-in
089600     perform format-iso-date
089700     string ws-iso-text       delimited by space
089800         ','                  delimited by size
089900         into ws-body with pointer ws-ptr
090000     end-string
090100     move ws-year-end to ws-date-in
090200     perform format-iso-date
090300     string ws-iso-text       delimited by space
090400         ',,'                 delimited by size
090500         ws-ye-year           delimited by size
090600         into ws-body with pointer ws-ptr
090700     end-string
090800     perform add-export-row
090900     .
091000 BUILD-COURSE-ROWS.
091100******************************************************************
091200*    EVERY CATALOG COURSE, DISTRICT-WIDE, AND THE HOMEROOM       *
091300*    COURSE EVERY HOMEROOM CLASS IS A SECTION OF - SCHOOL YEAR,  *
091400*    TITLE, CODE, GRADES, ORG, SUBJECTS, SUBJECT CODES.          *
091500******************************************************************
091600     move 3 to ws-row-type
091700     perform varying i from 1 by 1 until i > ws-cat-count
091800         move cat-code(i)    to ws-row-id
091900         move cat-name(i)    to ws-course-name
092000         move cat-subject(i) to ws-course-subject
092100         perform build-one-course
092200     end-perform
092300     move ws-homeroom-course to ws-row-id
092400     move 'HOMEROOM'         to ws-course-name
092500     move spaces             to ws-course-subject
092600     perform build-one-course
092700     .
092800 BUILD-ONE-COURSE.
092900     move spaces to ws-body
093000     move 1 to ws-ptr
093100     string ws-session-id     delimited by size
093200         ',"'                 delimited by size
093300         ws-course-name       delimited by '  '
093400         '",'                 delimited by size
093500         ws-row-id            delimited by space
093600         ',,'                 delimited by size
093700         ws-district-id       delimited by space
093800         ','                  delimited by size
093900         ws-course-subject    delimited by space
094000         ','                  delimited by size
094100         into ws-body with pointer ws-ptr
094200     end-string
094300     perform add-export-row
094400     .
094500 BUILD-CLASS-ROWS.
094600******************************************************************
094700*    A HOMEROOM CLASS FOR EVERY TEACHFIL ROW AND A SCHEDULED     *
094800*    CLASS FOR EVERY MSTSCHED SECTION, EACH WITH ITS TEACHER'S   *
094900*    ENROLLMENT - TITLE, GRADES, COURSE, CLASS CODE, TYPE,       *
095000*    LOCATION, ORG, TERMS, SUBJECTS, SUBJECT CODES, PERIODS. TWO *
095100*    TEACHERS SHARING A HOMEROOM MAKE ONE CLASS, TWO TEACHER     *
095200*    ENROLLMENTS.                                                *
095300******************************************************************
095400     perform varying i from 1 by 1 until i > ws-teacher-count
095500         perform build-homeroom-class
095600     end-perform
095700     perform varying i from 1 by 1 until i > ws-mst-count
095800         perform build-section-class
095900     end-perform
096000     .
096100 BUILD-HOMEROOM-CLASS.
096200     move wt-school-code(i) to ws-school
096300     perform note-building
096400     move spaces to ws-class-id
096500     string wt-school-code(i) delimited by space
096600         '-HR-'               delimited by size
096700         wt-grade(i)          delimited by space
096800         '-'                  delimited by size
096900         wt-section(i)        delimited by size
097000         into ws-class-id
097100     end-string
097200     move 4 to ws-row-type
097300     move ws-class-id to ws-row-id
097400     move spaces to ws-body
097500     move 1 to ws-ptr
097600     string '"HOMEROOM '      delimited by size
097700         wt-grade(i)          delimited by space
097800         '-'                  delimited by size
097900         wt-section(i)        delimited by size
098000         '",'                 delimited by size
098100         wt-grade(i)          delimited by space
098200         ','                  delimited by size
098300         ws-homeroom-course   delimited by space
098400         ',HR-'               delimited by size
098500         wt-grade(i)          delimited by space
098600         '-'                  delimited by size
098700         wt-section(i)        delimited by size
098800         ',homeroom,,'        delimited by size
098900         wt-school-code(i)    delimited by space
099000         ','                  delimited by size
099100         ws-session-id        delimited by size
099200         ',,,'                delimited by size
099300         into ws-body with pointer ws-ptr
099400     end-string
099500     perform add-export-row
099600     move wt-teacher-id(i) to ws-tu-id
099700     perform add-teacher-enrollment
099800     .
099900 BUILD-SECTION-CLASS.
100000     move mst-school(i) to ws-school
100100     perform note-building
100200     move spaces to ws-class-id
100300     string mst-school(i)     delimited by space
100400         '-'                  delimited by size
100500         mst-course(i)        delimited by space
100600         '-'                  delimited by size
100700         mst-section(i)       delimited by size
100800         into ws-class-id
100900     end-string
101000     move mst-course(i) to ws-course-name
101100     move spaces        to ws-course-subject
101200     search all cat-row
101300         at end
101400             move spaces to ws-warning
101500             string 'COURSE ' delimited by size
101600                 mst-course(i) delimited by space
101700                 ' OF SECTION ' delimited by size
101800                 ws-class-id delimited by space
101900                 ' IS NOT ON CRSECAT - SENT UNDER ITS CODE'
102000                     delimited by size
102100                 into ws-warning
102200             end-string
102300             perform write-warning
102400             move 3 to ws-row-type
102500             move mst-course(i) to ws-row-id
102600             perform build-one-course
102700         when cat-code(cat-idx) = mst-course(i)
102800             move cat-name(cat-idx)    to ws-course-name
102900             move cat-subject(cat-idx) to ws-course-subject
103000     end-search
103100     move 4 to ws-row-type
103200     move ws-class-id to ws-row-id
103300     move spaces to ws-body
103400     move 1 to ws-ptr
103500     string '"'               delimited by size
103600         ws-course-name       delimited by '  '
103700         ' SEC '              delimited by size
103800         mst-section(i)       delimited by size
103900         '",,'                delimited by size
104000         mst-course(i)        delimited by space
104100         ','                  delimited by size
104200         mst-course(i)        delimited by space
104300         '-'                  delimited by size
104400         mst-section(i)       delimited by size
104500         ',scheduled,'        delimited by size
104600         mst-room(i)          delimited by space
104700         ','                  delimited by size
104800         mst-school(i)        delimited by space
104900         ','                  delimited by size
105000         ws-session-id        delimited by size
105100         ','                  delimited by size
105200         ws-course-subject    delimited by space
105300         ',,'                 delimited by size
105400         mst-period(i)        delimited by size
105500         into ws-body with pointer ws-ptr
105600     end-string
105700     perform add-export-row
105800     move 'N' to ws-teacher-on-file
105900     perform varying k from 1 by 1
106000         until k > ws-teacher-count or ws-teacher-on-file = 'Y'
106100         if wt-teacher-id(k) = mst-teacher(i)
106200             move 'Y' to ws-teacher-on-file
106300         end-if
106400     end-perform
106500     if ws-teacher-on-file = 'Y'
106600         move mst-teacher(i) to ws-tu-id
106700         perform add-teacher-enrollment
106800     else
106900         move spaces to ws-warning
107000         string 'TEACHER ' delimited by size
107100             mst-teacher(i) delimited by size
107200             ' OF SECTION ' delimited by size
107300             ws-class-id delimited by space
107400             ' IS NOT ON TEACHFIL - CLASS SENT WITHOUT A TEACHER'
107500                 delimited by size
107600             into ws-warning
107700         end-string
107800         perform write-warning
107900     end-if
108000     .
108100 ADD-TEACHER-ENROLLMENT.
108200******************************************************************
108300*    THE TEACHER (WS-TU-ID) OF CLASS WS-CLASS-ID IN WS-SCHOOL -  *
108400*    CLASS, ORG, USER, ROLE, PRIMARY, BEGIN, END.                *
108500******************************************************************
108600     move 6 to ws-row-type
108700     move spaces to ws-row-id
108800     string ws-class-id       delimited by space
108900         '-'                  delimited by size
109000         ws-teacher-user      delimited by space
109100         into ws-row-id
109200     end-string
109300     move spaces to ws-body
109400     move 1 to ws-ptr
109500     string ws-class-id       delimited by space
109600         ','                  delimited by size
109700         ws-school            delimited by space
109800         ','                  delimited by size
109900         ws-teacher-user      delimited by space
110000         ',teacher,true,,'    delimited by size
110100         into ws-body with pointer ws-ptr
110200     end-string
110300     perform add-export-row
110400     .
110500 BUILD-USER-ROWS.
110600******************************************************************
110700*    EVERY STUDENT AND EVERY TEACHER - ENABLED, ORG, ROLE,       *
110800*    USERNAME, USER IDS, GIVEN, FAMILY AND MIDDLE NAMES,         *
110900*    IDENTIFIER, EMAIL, SMS, PHONE, AGENTS, GRADES, PASSWORD. A  *
111000*    WITHDRAWN STUDENT IS DISABLED, NOT DROPPED. A DIRECTORY     *
111100*    OPT-OUT GOES WITH THE NAME, BUILDING AND LOGIN ALONE. A     *
111200*    TEACHER WITH TWO TEACHFIL ROWS IS SENT ONCE.                *
111300******************************************************************
111400     move 5 to ws-row-type
111500     perform varying i from 1 by 1 until i > ws-rst-count
111600         perform build-student-user
111700     end-perform
111800     perform varying i from 1 by 1 until i > ws-teacher-count
111900         perform build-teacher-user
112000     end-perform
112100     .
112200 BUILD-STUDENT-USER.
112300     move rst-school(i) to ws-school
112400     perform note-building
112500     move rst-id(i) to ws-su-id
112600     move ws-student-user to ws-row-id
112700     move 'true' to ws-enabled
112800     if rst-withdraw-date(i) not = zero
112900         move 'false' to ws-enabled
113000     end-if
113100     move spaces to ws-body
113200     move 1 to ws-ptr
113300     string ws-enabled        delimited by space
113400         ','                  delimited by size
113500         rst-school(i)        delimited by space
113600         ',student,'          delimited by size
113700         ws-student-user      delimited by size
113800         ',,"'                delimited by size
113900         rst-first-name(i)    delimited by '  '
114000         '","'                delimited by size
114100         rst-last-name(i)     delimited by '  '
114200         '"'                  delimited by size
114300         into ws-body with pointer ws-ptr
114400     end-string
114500     if rst-optout(i) = 'Y'
114600         string ',,,,,,,,'    delimited by size
114700             into ws-body with pointer ws-ptr
114800         end-string
114900     else
115000         string ',"'          delimited by size
115100             rst-middle-name(i) delimited by '  '
115200             '",'             delimited by size
115300             rst-id(i)        delimited by size
115400             ',,,,,'          delimited by size
115500             rst-grade(i)     delimited by space
115600             ','              delimited by size
115700             into ws-body with pointer ws-ptr
115800         end-string
115900     end-if
116000     perform add-export-row
116100     .
116200 BUILD-TEACHER-USER.
116300     move wt-school-code(i) to ws-school
116400     move wt-teacher-id(i) to ws-tu-id
116500     move ws-teacher-user to ws-row-id
116600     move spaces to ws-body
116700     move 1 to ws-ptr
116800     string 'true,'           delimited by size
116900         wt-school-code(i)    delimited by space
117000         ',teacher,'          delimited by size
117100         ws-teacher-user      delimited by space
117200         ',,"'                delimited by size
117300         wt-first-name(i)     delimited by '  '
117400         '","'                delimited by size
117500         wt-last-name(i)      delimited by '  '
117600         '",,'                delimited by size
117700         wt-teacher-id(i)     delimited by size
117800         ',,,,,,'             delimited by size
117900         into ws-body with pointer ws-ptr
118000     end-string
118100     perform add-export-row
118200     .
118300 BUILD-ENROLLMENT-ROWS.
118400******************************************************************
118500*    EVERY STUDENT IN THE TEACHFIL HOMEROOM OF THE STUDENT'S     *
118600*    BUILDING, GRADE AND SECTION, AND IN EVERY STSCHED SECTION   *
118700*    ON THE MASTER SCHEDULE. A WITHDRAWN STUDENT'S ENROLLMENTS   *
118800*    END ON THE WITHDRAWAL DATE.                                 *
118900******************************************************************
119000     perform varying i from 1 by 1 until i > ws-rst-count
119100         move 'N' to ws-teacher-on-file
119200         perform varying k from 1 by 1
119300             until k > ws-teacher-count
119400                or ws-teacher-on-file = 'Y'
119500             if wt-school-code(k) = rst-school(i)
119600                 and wt-grade(k) = rst-grade(i)
119700                 and wt-section(k) = rst-section(i)
119800                 move 'Y' to ws-teacher-on-file
119900             end-if
120000         end-perform
120100         if ws-teacher-on-file = 'Y'
120200             move i to ws-rst-row
120300             move spaces to ws-class-id
120400             string rst-school(i)  delimited by space
120500                 '-HR-'            delimited by size
120600                 rst-grade(i)      delimited by space
120700                 '-'               delimited by size
120800                 rst-section(i)    delimited by size
120900                 into ws-class-id
121000             end-string
121100             move rst-school(i) to ws-school
121200             perform add-student-enrollment
121300         end-if
121400     end-perform
121500     open input student-schedule-file
121600     if ws-stsched-status = '00'
121700         perform until ws-stsched-status not = '00'
121800             read student-schedule-file
121900             if ws-stsched-status = '00'
122000                 perform note-scheduled-enrollment
122100             end-if
122200         end-perform
122300         close student-schedule-file
122400     end-if
122500     .
122600 NOTE-SCHEDULED-ENROLLMENT.
122700     move sc-school-code to ws-sk-school
122800     move sc-course-code to ws-sk-course
122900     move sc-section-no  to ws-sk-section
123000     move spaces to ws-class-id
123100     string sc-school-code    delimited by space
123200         '-'                  delimited by size
123300         sc-course-code       delimited by space
123400         '-'                  delimited by size
123500         sc-section-no        delimited by size
123600         into ws-class-id
123700     end-string
123800     search all mst-row
123900         at end
124000             move spaces to ws-warning
124100             string 'STUDENT ' delimited by size
124200                 sc-student-id delimited by size
124300                 ' SECTION ' delimited by size
124400                 ws-class-id delimited by space
124500                 ' IS NOT ON MSTSCHED - ENROLLMENT NOT SENT'
124600                     delimited by size
124700                 into ws-warning
124800             end-string
124900             perform write-warning
125000         when mst-key(mst-idx) = ws-section-key
125100             search all rst-row
125200                 at end
125300                     move spaces to ws-warning
125400                     string 'STUDENT ' delimited by size
125500                         sc-student-id delimited by size
125600                         ' ON STSCHED IS NOT ON ROSTERVS - '
125700                             delimited by size
125800                         'ENROLLMENT NOT SENT' delimited by size
125900                         into ws-warning
126000                     end-string
126100                     perform write-warning
126200                 when rst-id(rst-idx) = sc-student-id
126300                     set ws-rst-row to rst-idx
126400                     move sc-school-code to ws-school
126500                     perform add-student-enrollment
126600             end-search
126700     end-search
126800     .
126900 ADD-STUDENT-ENROLLMENT.
127000******************************************************************
127100*    STUDENT WS-RST-ROW IN CLASS WS-CLASS-ID OF WS-SCHOOL - FROM *
127200*    THE LATER OF THE ENROLLMENT DATE AND THE YEAR'S START, TO   *
127300*    THE WITHDRAWAL DATE IF ANY.                                 *
127400******************************************************************
127500     move rst-id(ws-rst-row) to ws-su-id
127600     move 6 to ws-row-type
127700     move spaces to ws-row-id
127800     string ws-class-id       delimited by space
127900         '-'                  delimited by size
128000         ws-student-user      delimited by size
128100         into ws-row-id
128200     end-string
128300     move ws-year-start to ws-date-in
128400     if rst-enroll-date(ws-rst-row) > ws-year-start
128500         move rst-enroll-date(ws-rst-row) to ws-date-in
128600     end-if
128700     perform format-iso-date
128800     move ws-iso-text to ws-begin-date
128900     move rst-withdraw-date(ws-rst-row) to ws-date-in
129000     perform format-iso-date
129100     move ws-iso-text to ws-end-date
129200     move spaces to ws-body
129300     move 1 to ws-ptr
129400     string ws-class-id       delimited by space
129500         ','                  delimited by size
129600         ws-school            delimited by space
129700         ','                  delimited by size
129800         ws-student-user      delimited by size
129900         ',student,false,'    delimited by size
130000         ws-begin-date        delimited by space
130100         ','                  delimited by size
130200         ws-end-date          delimited by space
130300         into ws-body with pointer ws-ptr
130400     end-string
130500     perform add-export-row
130600     .
130700 BUILD-ORG-ROWS.
130800******************************************************************
130900*    THE DISTRICT, THEN EVERY BUILDING UNDER IT - NAME, TYPE,    *
131000*    STATE IDENTIFIER, PARENT. LAST, SO EVERY BUILDING THE OTHER *
131100*    FILES NAME IS ALREADY ON THE TABLE.                         *
131200******************************************************************
131300     move 1 to ws-row-type
131400     move ws-district-id to ws-row-id
131500     move spaces to ws-body
131600     move 1 to ws-ptr
131700     string '"'               delimited by size
131800         ws-district-name     delimited by '  '
131900         '",district,'        delimited by size
132000         ws-district-state-code delimited by space
132100         ','                  delimited by size
132200         into ws-body with pointer ws-ptr
132300     end-string
132400     perform add-export-row
132500     perform varying i from 1 by 1 until i > ws-bld-count
132600         move bld-code(i) to ws-row-id
132700         move spaces to ws-body
132800         move 1 to ws-ptr
132900         string '"'           delimited by size
133000             bld-name(i)      delimited by '  '
133100             '",school,'      delimited by size
133200             bld-state-code(i) delimited by space
133300             ','              delimited by size
133400             ws-district-id   delimited by space
133500             into ws-body with pointer ws-ptr
133600         end-string
133700         perform add-export-row
133800     end-perform
133900     .
134000 ADD-EXPORT-ROW.
134100     if ws-exp-count < ws-exp-max
134200         add 1 to ws-exp-count
134300         move ws-exp-count to j
134400         move ws-row-type to exp-type(j)
134500         move ws-row-id   to exp-id(j)
134600         compute exp-length(j) = ws-ptr - 1
134700         move ws-body     to exp-body(j)
134800     else
134900         if ws-table-full = 'N'
135000             display 'EXPORT TABLE FULL AT ' ws-exp-max
135100         end-if
135200         move 'Y' to ws-table-full
135300     end-if
135400     .
135500 FORMAT-ISO-DATE.
135600     if ws-date-in = zero
135700         move spaces to ws-iso-text
135800     else
135900         move ws-di-year  to ws-iso-year
136000         move ws-di-month to ws-iso-month
136100         move ws-di-day   to ws-iso-day
136200         move ws-iso-date to ws-iso-text
136300     end-if
136400     .
136500 OPEN-EXPORT-FILES.
136600******************************************************************
136700*    THE SIX ENTITY FILES, EACH WITH ITS HEADER ROW, THE         *
136800*    MANIFEST, AND THE NEXT SNAPSHOT.                            *
136900******************************************************************
137000     open output orgs-file
137100     if ws-lmsorgs-status not = '00'
137200         display 'COULD NOT OPEN LMSORGS - STATUS '
137300             ws-lmsorgs-status
137400         move 16 to return-code
137500         perform end-run-control
137600         stop run
137700     end-if
137800     open output sessions-file
137900     if ws-lmssess-status not = '00'
138000         display 'COULD NOT OPEN LMSSESS - STATUS '
138100             ws-lmssess-status
138200         move 16 to return-code
138300         perform end-run-control
138400         stop run
138500     end-if
138600     open output courses-file
138700     if ws-lmscrse-status not = '00'
138800         display 'COULD NOT OPEN LMSCRSE - STATUS '
138900             ws-lmscrse-status
139000         move 16 to return-code
139100         perform end-run-control
139200         stop run
139300     end-if
139400     open output classes-file
139500     if ws-lmsclas-status not = '00'
139600         display 'COULD NOT OPEN LMSCLAS - STATUS '
139700             ws-lmsclas-status
139800         move 16 to return-code
139900         perform end-run-control
140000         stop run
140100     end-if
140200     open output users-file
140300     if ws-lmsuser-status not = '00'
140400         display 'COULD NOT OPEN LMSUSER - STATUS '
140500             ws-lmsuser-status
140600         move 16 to return-code
140700         perform end-run-control
140800         stop run
140900     end-if
141000     open output enrollments-file
141100     if ws-lmsenrl-status not = '00'
141200         display 'COULD NOT OPEN LMSENRL - STATUS '
141300             ws-lmsenrl-status
141400         move 16 to return-code
141500         perform end-run-control
141600         stop run
141700     end-if
141800     open output manifest-file
141900     if ws-lmsmani-status not = '00'
142000         display 'COULD NOT OPEN LMSMANI - STATUS '
142100             ws-lmsmani-status
142200         move 16 to return-code
142300         perform end-run-control
142400         stop run
142500     end-if
142600     open output snapshot-out-file
142700     if ws-lmssnapn-status not = '00'
142800         display 'COULD NOT OPEN LMSSNAPN - STATUS '
142900             ws-lmssnapn-status
143000         move 16 to return-code
143100         perform end-run-control
143200         stop run
143300     end-if
143400     move spaces to orgs-line
143500     string 'sourcedId,status,dateLastModified,name,type,'
143600             delimited by size
143700         'identifier,parentSourcedId'
143800             delimited by size
143900         into orgs-line
144000     end-string
144100     write orgs-line
144200     move spaces to sessions-line
144300     string 'sourcedId,status,dateLastModified,title,type,'
144400             delimited by size
144500         'startDate,endDate,parentSourcedId,schoolYear'
144600             delimited by size
144700         into sessions-line
144800     end-string
144900     write sessions-line
145000     move spaces to courses-line
145100     string 'sourcedId,status,dateLastModified,'
145200             delimited by size
145300         'schoolYearSourcedId,title,courseCode,grades,'
145400             delimited by size
145500         'orgSourcedId,subjects,subjectCodes'
145600             delimited by size
145700         into courses-line
145800     end-string
145900     write courses-line
146000     move spaces to classes-line
146100     string 'sourcedId,status,dateLastModified,title,grades,'
146200             delimited by size
146300         'courseSourcedId,classCode,classType,location,'
146400             delimited by size
146500         'schoolSourcedId,termSourcedIds,subjects,subjectCodes,'
146600             delimited by size
146700         'periods'
146800             delimited by size
146900         into classes-line
147000     end-string
147100     write classes-line
147200     move spaces to users-line
147300     string 'sourcedId,status,dateLastModified,enabledUser,'
147400             delimited by size
147500         'orgSourcedIds,role,username,userIds,givenName,'
147600             delimited by size
147700         'familyName,middleName,identifier,email,sms,phone,'
147800             delimited by size
147900         'agentSourcedIds,grades,password'
148000             delimited by size
148100         into users-line
148200     end-string
148300     write users-line
148400     move spaces to enrollments-line
148500     string 'sourcedId,status,dateLastModified,classSourcedId,'
148600             delimited by size
148700         'schoolSourcedId,userSourcedId,role,primary,'
148800             delimited by size
148900         'beginDate,endDate'
149000             delimited by size
149100         into enrollments-line
149200     end-string
149300     write enrollments-line
149400     .
149500 MATCH-SNAPSHOT.
149600******************************************************************
149700*    TONIGHT'S ROWS AGAINST THE SNAPSHOT'S, BOTH IN FILE AND     *
149800*    SOURCEDID ORDER:                                            *
149900*      - TONIGHT ONLY - NEW, SENT 'ACTIVE';                      *
150000*      - BOTH, TEXT DIFFERS - CHANGED, SENT 'ACTIVE';            *
150100*      - BOTH, SAME TEXT - SENT ONLY ON A FULL RUN;              *
150200*      - SNAPSHOT ONLY - GONE, SENT 'TOBEDELETED' ON A DELTA;    *
150300*        BUT A USER IS NEVER DELETED - ONE PURGED FROM ROSTERVS  *
150400*        IS KEPT AS LAST SENT, ON THE SNAPSHOT AND IN FULL RUNS. *
150500*    A FULL RUN LEAVES STATUS AND DATELASTMODIFIED EMPTY, AS THE *
150600*    FORMAT CALLS FOR IN A BULK FILE. A SOURCEDID TWICE TONIGHT  *
150700*    (A TEACHER ON TWO TEACHFIL ROWS, A COURSE MISSING FROM      *
150800*    CRSECAT WITH TWO SECTIONS) IS SENT ONCE.                    *
150900******************************************************************
151000     move ws-business-date to so-taken-date
151100     move 1 to ws-cur-x
151200     move high-values to ws-last-key
151300     perform set-tonights-key
151400     perform until ws-cur-key = high-values
151500                 and ws-prv-key = high-values
151600         evaluate true
151700             when ws-cur-key < ws-prv-key
151800                 move exp-type(ws-cur-x) to i
151900                 add 1 to ft-tonight(i)
152000                 add 1 to ft-new(i)
152100                 perform send-tonights-row
152200                 perform next-tonights-row
152300             when ws-cur-key = ws-prv-key
152400                 move exp-type(ws-cur-x) to i
152500                 add 1 to ft-tonight(i)
152600                 if exp-length(ws-cur-x) = ln-body-length
152700                     and exp-body(ws-cur-x) = ln-body
152800                     add 1 to ft-same(i)
152900                     if ws-manifest-kind = 'bulk'
153000                         perform send-tonights-row
153100                     else
153200                         perform save-tonights-row
153300                     end-if
153400                 else
153500                     add 1 to ft-changed(i)
153600                     perform send-tonights-row
153700                 end-if
153800                 perform next-tonights-row
153900                 perform read-prior-row
154000             when other
154100                 move ln-file-type to i
154200                 if ln-is-user
154300                     add 1 to ft-kept(i)
154400                     perform keep-prior-row
154500                 else
154600                     add 1 to ft-gone(i)
154700                     if ws-manifest-kind = 'delta'
154800                         perform delete-prior-row
154900                     end-if
155000                 end-if
155100                 perform read-prior-row
155200         end-evaluate
155300     end-perform
155400     .
155500 SET-TONIGHTS-KEY.
155600     if ws-cur-x > ws-exp-count
155700         move high-values to ws-cur-key
155800     else
155900         move exp-key(ws-cur-x) to ws-cur-key
156000     end-if
156100     .
156200 NEXT-TONIGHTS-ROW.
156300     move ws-cur-key to ws-last-key
156400     add 1 to ws-cur-x
156500     perform set-tonights-key
156600     perform until ws-cur-key not = ws-last-key
156700         add 1 to ws-duplicate-rows
156800         add 1 to ws-cur-x
156900         perform set-tonights-key
157000     end-perform
157100     .
157200 SEND-TONIGHTS-ROW.
157300     move exp-type(ws-cur-x)   to ws-out-type
157400     move exp-id(ws-cur-x)     to ws-out-id
157500     move exp-length(ws-cur-x) to ws-out-length
157600     move exp-body(ws-cur-x)   to ws-out-body
157700     move 'active' to ws-row-status
157800     perform write-export-line
157900     perform save-tonights-row
158000     .
158100 SAVE-TONIGHTS-ROW.
158200     move exp-type(ws-cur-x)   to so-file-type
158300     move exp-id(ws-cur-x)     to so-sourced-id
158400     move exp-length(ws-cur-x) to so-body-length
158500     move exp-body(ws-cur-x)   to so-body
158600     perform write-snapshot-row
158700     .
158800 KEEP-PRIOR-ROW.
158900     move ln-file-type   to ws-out-type
159000     move ln-sourced-id  to ws-out-id
159100     move ln-body-length to ws-out-length
159200     move ln-body        to ws-out-body
159300     if ws-manifest-kind = 'bulk'
159400         perform write-export-line
159500     end-if
159600     move ln-file-type   to so-file-type
159700     move ln-sourced-id  to so-sourced-id
159800     move ln-body-length to so-body-length
159900     move ln-body        to so-body
160000     perform write-snapshot-row
160100     .
160200 DELETE-PRIOR-ROW.
160300     move ln-file-type   to ws-out-type
160400     move ln-sourced-id  to ws-out-id
160500     move ln-body-length to ws-out-length
160600     move ln-body        to ws-out-body
160700     move 'tobedeleted' to ws-row-status
160800     perform write-export-line
160900     .
161000 WRITE-SNAPSHOT-ROW.
161100     write snapshot-out-record from ws-snapshot-out
161200     if ws-lmssnapn-status not = '00'
161300         display 'COULD NOT WRITE LMSSNAPN - STATUS '
161400             ws-lmssnapn-status
161500         move 16 to return-code
161600         perform end-run-control
161700         stop run
161800     end-if
161900     add 1 to ws-snap-written
162000     .
162100 WRITE-EXPORT-LINE.
162200******************************************************************
162300*    SOURCEDID, STATUS, DATELASTMODIFIED, THEN THE ROW'S TEXT,   *
162400*    TO THE ENTITY'S FILE. A BULK ROW LEAVES THE SECOND AND      *
162500*    THIRD COLUMNS EMPTY.                                        *
162600******************************************************************
162700     move spaces to ws-export-line
162800     move 1 to ws-ptr
162900     if ws-manifest-kind = 'bulk'
163000         string ws-out-id         delimited by space
163100             ',,,'                delimited by size
163200             into ws-export-line with pointer ws-ptr
163300         end-string
163400     else
163500         string ws-out-id         delimited by space
163600             ','                  delimited by size
163700             ws-row-status        delimited by space
163800             ','                  delimited by size
163900             ws-date-modified     delimited by space
164000             ','                  delimited by size
164100             into ws-export-line with pointer ws-ptr
164200         end-string
164300     end-if
164400     if ws-out-length > zero
164500         string ws-out-body(1:ws-out-length) delimited by size
164600             into ws-export-line with pointer ws-ptr
164700         end-string
164800     end-if
164900     add 1 to ft-sent(ws-out-type)
165000     evaluate ws-out-type
165100         when 1
165200             write orgs-line from ws-export-line
165300         when 2
165400             write sessions-line from ws-export-line
165500         when 3
165600             write courses-line from ws-export-line
165700         when 4
165800             write classes-line from ws-export-line
165900         when 5
166000             write users-line from ws-export-line
166100         when 6
166200             write enrollments-line from ws-export-line
166300     end-evaluate
166400     .
166500 WRITE-MANIFEST.
166600******************************************************************
166700*    ONE PROPERTY,VALUE LINE PER MANIFEST ENTRY; EVERY FILE SENT *
166800*    TONIGHT IS 'bulk' OR 'delta' TOGETHER.                      *
166900******************************************************************
167000     move 'propertyName,value' to manifest-line
167100     write manifest-line
167200     perform varying i from 1 by 1 until i > ws-manifest-count
167300         move spaces to manifest-line
167400         if mf-value(i) = '*'
167500             string mf-property(i)   delimited by space
167600                 ','                 delimited by size
167700                 ws-manifest-kind    delimited by space
167800                 into manifest-line
167900             end-string
168000         else
168100             string mf-property(i)   delimited by space
168200                 ','                 delimited by size
168300                 mf-value(i)         delimited by space
168400                 into manifest-line
168500             end-string
168600         end-if
168700         write manifest-line
168800     end-perform
168900     .
169000 WRITE-WARNING.
169100     move ws-warning to lr-w-text
169200     write lms-run-line from lr-warning-line
169300     add 1 to ws-warn-count
169400     .
169500 PRINT-RUN-TOTALS.
169600     move spaces to lms-run-line
169700     write lms-run-line
169800     write lms-run-line from lr-column-heading
169900     perform varying i from 1 by 1 until i > 6
170000         move ws-file-name(i) to lr-t-file
170100         move ft-tonight(i)   to lr-t-tonight
170200         move ft-new(i)       to lr-t-new
170300         move ft-changed(i)   to lr-t-changed
170400         move ft-same(i)      to lr-t-same
170500         move ft-gone(i)      to lr-t-gone
170600         move ft-kept(i)      to lr-t-kept
170700         move ft-sent(i)      to lr-t-sent
170800         write lms-run-line from lr-total-line
170900     end-perform
171000     move spaces to lms-run-line
171100     write lms-run-line
171200     move ws-duplicate-rows to lr-dt-count
171300     write lms-run-line from lr-dup-total-line
171400     move ws-warn-count to lr-wt-count
171500     write lms-run-line from lr-warn-total-line
171600     .
171700 START-RUN-CONTROL.
171800******************************************************************
171900*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
172000*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
172100*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
172200*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
172300******************************************************************
172400     move spaces to run-control-event
172500     move ws-business-date to ws-run-bus-date
172600     move spaces to ws-run-blocker
172700     perform varying ws-run-px from 1 by 1
172800         until ws-run-px > ws-run-pred-count
172900            or ws-run-blocker not = spaces
173000         perform check-one-predecessor
173100     end-perform
173200     if ws-run-blocker not = spaces
173300         move 'B' to jr-event
173400         perform write-run-control-event
173500         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
173600             ' HAS NOT COMPLETED FOR BUSINESS DATE '
173700             ws-run-bus-date
173800         move ws-run-blocked-rc to return-code
173900         stop run
174000     end-if
174100     move 'S' to jr-event
174200     perform write-run-control-event
174300     .
174400 CHECK-ONE-PREDECESSOR.
174500******************************************************************
174600*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
174700*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
174800*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
174900******************************************************************
175000     move 'N' to ws-run-pred-state
175100     open input run-control-file
175200     if ws-runctl-status = '00'
175300         perform until ws-runctl-status not = '00'
175400             read run-control-file next record
175500                 into run-control-event
175600             if ws-runctl-status = '00'
175700                 and jr-business-date = ws-run-bus-date
175800                 and jr-job-name = ws-run-pred(ws-run-px)
175900                 move 'N' to ws-run-pred-state
176000                 if jr-event = 'E'
176100                     and jr-completion-code <= ws-run-max-rc
176200                     move 'Y' to ws-run-pred-state
176300                 end-if
176400             end-if
176500         end-perform
176600         close run-control-file
176700     end-if
176800     if ws-run-pred-state not = 'Y'
176900         move ws-run-pred(ws-run-px) to ws-run-blocker
177000     end-if
177100     .
177200 END-RUN-CONTROL.
177300******************************************************************
177400*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
177500*    RETURN CODE THE JOB IS ENDING WITH.                         *
177600******************************************************************
177700     move 'E' to jr-event
177800     perform write-run-control-event
177900     .
178000 WRITE-RUN-CONTROL-EVENT.
178100     move ws-run-bus-date to jr-business-date
178200     move ws-run-job-name to jr-job-name
178300     accept jr-event-date from date yyyymmdd
178400     accept jr-event-time from time
178500     move return-code     to jr-completion-code
178600     move ws-run-blocker  to jr-blocked-by
178700     open extend run-control-file
178800     if ws-runctl-status not = '00'
178900         open output run-control-file
179000     end-if
179100     if ws-runctl-status not = '00'
179200         display 'COULD NOT OPEN RUNCTL - STATUS '
179300             ws-runctl-status
179400     else
179500         write run-control-record from run-control-event
179600         close run-control-file
179700     end-if
179800     .
179900 READ-BUSINESS-DATE.
180000******************************************************************
180100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
180200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
180300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
180400******************************************************************
180500     open input business-date-file
180600     if ws-busdate-status not = '00'
180700         display 'COULD NOT OPEN BUSDATE - STATUS '
180800             ws-busdate-status
180900         move 16 to return-code
181000         stop run
181100     end-if
181200     read business-date-file next record
181300     if ws-busdate-status not = '00'
181400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
181500             ws-busdate-status
181600         move 16 to return-code
181700         stop run
181800     end-if
181900     close business-date-file
182000     move bd-business-date to ws-business-date
182100     if bd-override-date not = zero
182200         move bd-override-date to ws-business-date
182300         move 'Y' to ws-bus-date-override
182400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
182500             bd-override-date ' SET BY ' bd-override-operator
182600         display '    REASON: ' bd-override-reason
182700     end-if
182800     move ws-business-date to bdh-date
182900     if ws-bus-date-override = 'Y'
183000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
183100             to bdh-override
183200     end-if
183300     .
