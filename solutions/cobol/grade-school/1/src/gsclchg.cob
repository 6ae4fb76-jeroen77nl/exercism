000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCLCHG.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DAILY CLASS-CHANGE NOTICES TO TEACHERS. EACH MORNING A      *
000900*    TEACHER FINDS IN THE MAILBOX WHO JOINED AND WHO LEFT THEIR  *
001000*    CLASSES OVERNIGHT, INSTEAD OF LEARNING IT FROM THE CHILD AT *
001100*    THE DOOR. EVERY ENROLLED STUDENT'S CLASSES TONIGHT - THE    *
001200*    TEACHFIL HOMEROOM OF THE STUDENT'S BUILDING, GRADE AND      *
001300*    SECTION, AND EVERY STSCHED COURSE SECTION - ARE HELD TO THE *
001400*    SNAPSHOT THE LAST RUN SAVED (CLSNAP, COPY CLSNREC):         *
001500*      - A CLASS THE STUDENT IS NEW TO IS AN 'IN' LINE FOR ITS   *
001600*        TEACHER, WITH THE STUDENT'S BUS ROUTE AND THE MEDICAL   *
001700*        (SEVERE CONDFILE CONDITION), 504 (ACTIVE PLAN504), IEP  *
001800*        AND CUSTODY (A PROHIBITED PERSON ON PICKAUTH) FLAGS.    *
001900*      - A CLASS THE STUDENT HAS LEFT IS AN 'OUT' LINE.          *
002000*    WHY THE CLASS CHANGED COMES FROM TONIGHT'S ACCEPTED         *
002100*    AUDITLOG RECORDS FOR THE STUDENT - NEW ('ADD '), RE-ENROLLED*
002200*    ('REEN'), WITHDRAWN ('WDR '), TRANSFERRED IN OR OUT         *
002300*    ('XFER'), MOVED BY SECTION CHANGE OR REBALANCE ('SECT'      *
002400*    'RBAL'); ANYTHING ELSE IS A SCHEDULE OR ROSTER CHANGE. A    *
002500*    LEGAL NAME CHANGE ('NAMC') IS A NAME LINE, WITH THE FORMER  *
002600*    NAME, FOR THE TEACHER OF EVERY CLASS THE STUDENT SITS IN.   *
002700*    A HOMEROOM'S TEACHER IS THE TEACHFIL ROW OF ITS BUILDING,   *
002800*    GRADE AND SECTION; A COURSE SECTION'S IS ITS MSTSCHED ROW.  *
002900*    THE NOTICES (CLCHGRPT) ARE BURST BY BUILDING - A SECTION    *
003000*    PER BUILDING, A PAGE PER TEACHER NUMBERED WITHIN THE        *
003100*    BUILDING, AND THE BUILDING'S TOTALS. A CHANGE NO TEACHER    *
003200*    CAN BE FOUND FOR, AND AN AUDITED CHANGE THAT MOVED NO CLASS *
003300*    AT ALL, GOES ON THE UNTIED LIST (CLUNTIE) FOR THE OFFICE.   *
003400*    TONIGHT'S CLASSES ARE SAVED AS THE NEXT SNAPSHOT (CLSNAPN). *
003500*    WITH NO SNAPSHOT (THE FIRST NIGHT) ONLY NAME CHANGES ARE    *
003600*    NOTICED; THE OTHER AUDITED CHANGES GO ON THE UNTIED LIST.  *
003700*    RETURN CODES: 0 CLEAN, 4 A CHANGE WAS UNTIED OR A TABLE WAS *
003800*    CUT SHORT, 16 A FILE THAT COULD NOT BE READ OR WRITTEN, 20  *
003900*    GSNIGHT HAS NOT ENDED CLEANLY. SEE JCL/GSCLCHG.JCL.         *
004000******************************************************************
004100*    MOD-LOG
004200*    DATE       INIT  DESCRIPTION
004300*    2026-10-15  RVM  ORIGINAL VERSION.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BUSDATE-STATUS.
005100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNCTL-STATUS.
005400     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS ST-ID
005800         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005900     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-TEACHFIL-STATUS.
006200     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-MSTSCHED-STATUS.
006500     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-STSCHED-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AUDIT-STATUS.
007100     SELECT CONDITION-FILE ASSIGN TO CONDFILE
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CONDFILE-STATUS.
007400     SELECT PLAN-504-FILE ASSIGN TO PLAN504
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PLAN504-STATUS.
007700     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PICKAUTH-STATUS.
008000     SELECT SNAPSHOT-IN-FILE ASSIGN TO CLSNAP
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CLSNAP-STATUS.
008300     SELECT SNAPSHOT-OUT-FILE ASSIGN TO CLSNAPN
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-CLSNAPN-STATUS.
008600     SELECT CLASS-CHANGE-RPT ASSIGN TO CLCHGRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-CLCHGRPT-STATUS.
008900     SELECT UNTIED-RPT ASSIGN TO CLUNTIE
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-CLUNTIE-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  BUSINESS-DATE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  BUSINESS-DATE-RECORD.
009700     COPY BDATREC.
009800 FD  RUN-CONTROL-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  RUN-CONTROL-RECORD          PIC X(50).
010100 FD  ROSTER-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  ROSTER-FILE-RECORD.
010400     COPY ROSTERREC.
010500 FD  TEACHER-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  TEACHER-FILE-RECORD.
010800     COPY TEACHASN.
010900 FD  MASTER-SCHEDULE-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  MASTER-SCHEDULE-RECORD.
011200     COPY MSTSREC.
011300 FD  STUDENT-SCHEDULE-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  STUDENT-SCHEDULE-RECORD.
011600     COPY STSCREC.
011700 FD  AUDIT-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  AUDIT-RECORD.
012000     COPY AUDTREC.
012100 FD  CONDITION-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  CONDITION-RECORD.
012400     COPY CONDREC.
012500 FD  PLAN-504-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  PLAN-504-RECORD.
012800     COPY P504REC.
012900 FD  PICKUP-AUTH-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  PICKUP-AUTH-RECORD.
013200     COPY PICKREC.
013300 FD  SNAPSHOT-IN-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  SNAPSHOT-IN-RECORD.
013600     COPY CLSNREC.
013700 FD  SNAPSHOT-OUT-FILE
013800     LABEL RECORDS ARE STANDARD.
013900 01  SNAPSHOT-OUT-RECORD         PIC X(32).
014000 FD  CLASS-CHANGE-RPT
014100     LABEL RECORDS ARE STANDARD.
014200 01  CLASS-CHANGE-LINE           PIC X(110).
014300 FD  UNTIED-RPT
014400     LABEL RECORDS ARE STANDARD.
014500 01  UNTIED-LINE                 PIC X(110).
014600 WORKING-STORAGE SECTION.
014700******************************************************************
014800*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
014900*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
015000*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
015100*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
015200*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
015300*    HAVE APPLIED THE NIGHT'S CHANGES FIRST.                     *
015400******************************************************************
015500 01  RUN-CONTROL-EVENT.
015600     COPY JRUNREC.
015700 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSCLCHG'.
015800 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
015900 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
016000     'GSNIGHT                 '.
016100 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
016200     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
016300 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
016400 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
016500 01  WS-RUNCTL-STATUS         PIC X(02).
016600 01  WS-RUN-BUS-DATE          PIC 9(08).
016700 01  WS-RUN-PX                PIC 9(02).
016800 01  WS-RUN-PRED-STATE        PIC X.
016900 01  WS-RUN-BLOCKER           PIC X(08).
017000 01  WS-ROSTER-FILE-STATUS    PIC X(02).
017100 01  WS-TEACHFIL-STATUS       PIC X(02).
017200 01  WS-MSTSCHED-STATUS       PIC X(02).
017300 01  WS-STSCHED-STATUS        PIC X(02).
017400 01  WS-AUDIT-STATUS          PIC X(02).
017500 01  WS-CONDFILE-STATUS       PIC X(02).
017600 01  WS-PLAN504-STATUS        PIC X(02).
017700 01  WS-PICKAUTH-STATUS       PIC X(02).
017800 01  WS-CLSNAP-STATUS         PIC X(02).
017900 01  WS-CLSNAPN-STATUS        PIC X(02).
018000 01  WS-CLCHGRPT-STATUS       PIC X(02).
018100 01  WS-CLUNTIE-STATUS        PIC X(02).
018200 01  i                        PIC 9(05).
018300 01  j                        PIC 9(05).
018400 01  k                        PIC 9(05).
018500******************************************************************
018600*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
018700*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
018800*    TONIGHT'S AUDIT RECORDS ARE THE ONES STAMPED WITH IT.       *
018900******************************************************************
019000 01  WS-BUSDATE-STATUS        PIC X(02).
019100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
019200 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
019300 01  BUS-DATE-HEADING.
019400     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
019500     05  BDH-DATE             PIC 9(08).
019600     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
019700******************************************************************
019800*    EVERY STUDENT ON ROSTERVS, ENROLLED OR NOT, IN ID ORDER FOR *
019900*    THE SEARCH ALL - A WITHDRAWN STUDENT STILL HAS A NAME FOR   *
020000*    THE 'OUT' LINE.                                             *
020100******************************************************************
020200 77  WS-RST-MAX               PIC 9(05) VALUE 03000.
020300 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
020400 01  RST-TABLE.
020500     05  RST-ROW              OCCURS 0 TO 3000 TIMES
020600                              DEPENDING ON WS-RST-COUNT
020700                              ASCENDING KEY IS RST-ID
020800                              INDEXED BY RST-IDX.
020900         10  RST-ID           PIC 9(07).
021000         10  RST-LAST-NAME    PIC X(20).
021100         10  RST-FIRST-NAME   PIC X(12).
021200         10  RST-SCHOOL       PIC X(04).
021300         10  RST-GRADE        PIC X(02).
021400         10  RST-SECTION      PIC X(01).
021500         10  RST-BUS-ROUTE    PIC X(04).
021600         10  RST-IEP          PIC X(01).
021700         10  RST-ENROLLED     PIC X(01).
021800 01  WS-RST-ROW               PIC 9(05).
021900 01  WS-RST-FULL              PIC X VALUE 'N'.
022000******************************************************************
022100*    THE HOMEROOM TEACHERS (TEACHFIL) AND THE COURSE SECTIONS    *
022200*    (MSTSCHED) - WHO TEACHES WHICH CLASS.                       *
022300******************************************************************
022400 77  WS-TEACHER-MAX           PIC 9(03) VALUE 300.
022500 01  WS-TEACHER-COUNT         PIC 9(03) VALUE ZERO.
022600 01  WS-TEACHER-TABLE.
022700     05  WT-ENTRY             OCCURS 300 TIMES.
022800         10  WT-TEACHER-ID    PIC 9(05).
022900         10  WT-LAST-NAME     PIC X(30).
023000         10  WT-FIRST-NAME    PIC X(20).
023100         10  WT-SCHOOL-CODE   PIC X(04).
023200         10  WT-GRADE         PIC X(02).
023300         10  WT-SECTION       PIC X(01).
023400 77  WS-MST-MAX               PIC 9(03) VALUE 500.
023500 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
023600 01  MST-TABLE.
023700     05  MST-ROW              OCCURS 500 TIMES.
023800         10  MST-TEACHER      PIC 9(05).
023900         10  MST-SCHOOL       PIC X(04).
024000         10  MST-COURSE       PIC X(06).
024100         10  MST-SECTION      PIC 9(02).
024200         10  MST-PERIOD       PIC 9(02).
024300 01  WS-TABLE-FULL            PIC X VALUE 'N'.
024400******************************************************************
024500*    ONE CLASS A STUDENT SITS IN - BUILDING, 'H' HOMEROOM (GRADE *
024600*    AND SECTION) OR 'S' COURSE SECTION (COURSE AND NUMBER). THE *
024700*    SAME THIRTEEN BYTES AS CN-CLASS-KEY ON THE SNAPSHOT.        *
024800******************************************************************
024900 01  WS-CLASS-KEY.
025000     05  CK-SCHOOL            PIC X(04).
025100     05  CK-TYPE              PIC X(01).
025200         88  CK-IS-HOMEROOM   VALUE 'H'.
025300         88  CK-IS-SCHEDULED  VALUE 'S'.
025400     05  CK-DETAIL            PIC X(08).
025500     05  CK-HOMEROOM-DETAIL REDEFINES CK-DETAIL.
025600         10  CK-GRADE         PIC X(02).
025700         10  CK-SECTION       PIC X(01).
025800         10  FILLER           PIC X(05).
025900     05  CK-SCHEDULE-DETAIL REDEFINES CK-DETAIL.
026000         10  CK-COURSE        PIC X(06).
026100         10  CK-SECTION-NO    PIC 9(02).
026200 01  WS-CLASS-TEXT            PIC X(16).
026300******************************************************************
026400*    TONIGHT'S CLASSES AND THE SNAPSHOT'S, EACH IN STUDENT AND   *
026500*    CLASS ORDER SO ONE MATCHED PASS FINDS EVERY DIFFERENCE.     *
026600******************************************************************
026700 77  WS-CUR-MAX               PIC 9(05) VALUE 12000.
026800 01  WS-CUR-COUNT             PIC 9(05) VALUE ZERO.
026900 01  CUR-TABLE.
027000     05  CUR-ROW              OCCURS 0 TO 12000 TIMES
027100                              DEPENDING ON WS-CUR-COUNT.
027200         10  CUR-STUDENT      PIC 9(07).
027300         10  CUR-CLASS        PIC X(13).
027400 77  WS-PRV-MAX               PIC 9(05) VALUE 12000.
027500 01  WS-PRV-COUNT             PIC 9(05) VALUE ZERO.
027600 01  PRV-TABLE.
027700     05  PRV-ROW              OCCURS 0 TO 12000 TIMES
027800                              DEPENDING ON WS-PRV-COUNT.
027900         10  PRV-STUDENT      PIC 9(07).
028000         10  PRV-CLASS        PIC X(13).
028100 01  WS-SNAPSHOT-READ         PIC X VALUE 'N'.
028200 01  WS-SNAPSHOT-DATE         PIC 9(08) VALUE ZERO.
028300 01  WS-SNAP-WRITTEN          PIC 9(05) VALUE ZERO.
028400 01  WS-CUR-X                 PIC 9(05).
028500 01  WS-PRV-X                 PIC 9(05).
028600 01  WS-CUR-KEY.
028700     05  WS-CUR-KEY-STUDENT   PIC 9(07).
028800     05  WS-CUR-KEY-CLASS     PIC X(13).
028900 01  WS-PRV-KEY.
029000     05  WS-PRV-KEY-STUDENT   PIC 9(07).
029100     05  WS-PRV-KEY-CLASS     PIC X(13).
029200******************************************************************
029300*    TONIGHT'S ACCEPTED AUDIT RECORDS THAT CAN CHANGE A CLASS.   *
029400*    A NAME CHANGE KEEPS THE 'BEFOR' NAME AS THE FORMER NAME.    *
029500*    EVT-TIED IS SET ONCE A NOTICE OR UNTIED LINE ACCOUNTS FOR   *
029600*    THE RECORD.                                                 *
029700******************************************************************
029800 77  WS-EVT-MAX               PIC 9(04) VALUE 2000.
029900 01  WS-EVT-COUNT             PIC 9(04) VALUE ZERO.
030000 01  EVT-TABLE.
030100     05  EVT-ROW              OCCURS 2000 TIMES.
030200         10  EVT-STUDENT      PIC 9(07).
030300         10  EVT-ACTION       PIC X(04).
030400         10  EVT-RESULT       PIC X(05).
030500         10  EVT-FORMER-NAME  PIC X(32).
030600         10  EVT-NEW-NAME     PIC X(32).
030700         10  EVT-TIED         PIC X(01).
030800 01  WS-EVT-ROW               PIC 9(04).
030900 01  WS-FORMER-NAME           PIC X(32).
031000 01  WS-CHANGE-ACTION         PIC X(04).
031100******************************************************************
031200*    THE SEVERE CONDITIONS ON CONDFILE (CD-SEVERITY 'S'), THE    *
031300*    STUDENTS WITH AN ACTIVE 504 PLAN, AND THE STUDENTS PICKAUTH *
031400*    NAMES A PROHIBITED PERSON FOR (PK-TYPE 'P') - THE FLAGS ON  *
031500*    AN 'IN' LINE. A MISSING CONDFILE OR PICKAUTH IS SAID SO ON  *
031600*    EVERY NOTICE - NO FLAG MUST NOT READ AS NO ALERT.           *
031700******************************************************************
031800 77  WS-SEVERE-CODE           PIC X(01) VALUE 'S'.
031900 77  WS-FLG-MAX               PIC 9(04) VALUE 3000.
032000 01  WS-FLG-COUNT             PIC 9(04) VALUE ZERO.
032100 01  FLG-TABLE.
032200     05  FLG-ROW              OCCURS 3000 TIMES.
032300         10  FLG-STUDENT      PIC 9(07).
032400         10  FLG-KIND         PIC X(01).
032500 01  WS-COND-READ             PIC X VALUE 'N'.
032600 01  WS-PICK-READ             PIC X VALUE 'N'.
032700******************************************************************
032800*    THE NOTICE LINES - ONE PER TEACHER PER CHANGE, IN BUILDING, *
032900*    TEACHER, 'IN' BEFORE 'OUT' BEFORE NAME, AND NAME ORDER.     *
033000******************************************************************
033100 77  WS-NTC-MAX               PIC 9(04) VALUE 3000.
033200 01  WS-NTC-COUNT             PIC 9(04) VALUE ZERO.
033300 01  NTC-TABLE.
033400     05  NTC-ROW              OCCURS 0 TO 3000 TIMES
033500                              DEPENDING ON WS-NTC-COUNT.
033600         10  NTC-SCHOOL       PIC X(04).
033700         10  NTC-TEACHER      PIC 9(05).
033800         10  NTC-ORDER        PIC 9(01).
033900         10  NTC-NAME         PIC X(32).
034000         10  NTC-STUDENT      PIC 9(07).
034100         10  NTC-CHANGE       PIC X(10).
034200         10  NTC-CLASS        PIC X(16).
034300         10  NTC-WT-ROW       PIC 9(03).
034400         10  NTC-RST-ROW      PIC 9(05).
034500         10  NTC-EVT-ROW      PIC 9(04).
034600 01  WS-NTC-ROW               PIC 9(04).
034700 01  WS-CHANGE                PIC X(10).
034800 01  WS-ORDER                 PIC 9(01).
034900 01  WS-TIED-TEACHERS         PIC 9(03).
035000******************************************************************
035100*    THE UNTIED LIST - A CHANGE NO TEACHER WAS FOUND FOR.        *
035200******************************************************************
035300 77  WS-UNT-MAX               PIC 9(04) VALUE 1000.
035400 01  WS-UNT-COUNT             PIC 9(04) VALUE ZERO.
035500 01  UNT-TABLE.
035600     05  UNT-ROW              OCCURS 0 TO 1000 TIMES
035700                              DEPENDING ON WS-UNT-COUNT.
035800         10  UNT-SCHOOL       PIC X(04).
035900         10  UNT-STUDENT      PIC 9(07).
036000         10  UNT-NAME         PIC X(32).
036100         10  UNT-CHANGE       PIC X(10).
036200         10  UNT-CLASS        PIC X(16).
036300         10  UNT-WHY          PIC X(30).
036400 01  WS-UNTIED-WHY            PIC X(30).
036500 01  WS-STUDENT-NAME          PIC X(32).
036600 01  WS-STUDENT-SCHOOL        PIC X(04).
036700******************************************************************
036800*    PRINT CONTROL - THE BUILDING BEING BURST, ITS PAGE (ONE     *
036900*    PER TEACHER) AND ITS TOTALS.                                *
037000******************************************************************
037100 01  WS-PREV-SCHOOL           PIC X(04).
037200 01  WS-PREV-TEACHER          PIC 9(05).
037300 01  WS-PAGE-COUNT            PIC 9(03).
037400 01  WS-BLDG-TEACHERS         PIC 9(04).
037500 01  WS-BLDG-CHANGES          PIC 9(05).
037600 01  WS-TEACHER-CHANGES       PIC 9(04).
037700 01  WS-NOTICES-PRINTED       PIC 9(04) VALUE ZERO.
037800 01  CH-HEADING.
037900     05  FILLER               PIC X(30) VALUE
038000         'CLASS-CHANGE NOTICES -       '.
038100     05  CH-H-DATE            PIC 9(08).
038200 01  CH-BLDG-HEADING.
038300     05  FILLER               PIC X(06) VALUE 'BLDG: '.
038400     05  CH-B-SCHOOL          PIC X(04).
038500 01  CH-TEACHER-LINE.
038600     05  FILLER               PIC X(09) VALUE 'TEACHER: '.
038700     05  CH-T-TEACHER         PIC 9(05).
038800     05  FILLER               PIC X(01) VALUE SPACE.
038900     05  CH-T-NAME            PIC X(40).
039000     05  FILLER               PIC X(06) VALUE 'BLDG: '.
039100     05  CH-T-SCHOOL          PIC X(04).
039200     05  FILLER               PIC X(08) VALUE '  PAGE: '.
039300     05  CH-T-PAGE            PIC ZZ9.
039400 01  CH-COLUMN-HEADING.
039500     05  FILLER               PIC X(04) VALUE SPACES.
039600     05  FILLER               PIC X(11) VALUE 'CHANGE'.
039700     05  FILLER               PIC X(09) VALUE 'STUDENT'.
039800     05  FILLER               PIC X(34) VALUE 'NAME'.
039900     05  FILLER               PIC X(18) VALUE 'CLASS'.
040000     05  FILLER               PIC X(06) VALUE 'BUS'.
040100     05  FILLER               PIC X(05) VALUE 'FLAGS'.
040200 01  CH-DETAIL-LINE.
040300     05  FILLER               PIC X(04) VALUE SPACES.
040400     05  CH-D-CHANGE          PIC X(10).
040500     05  FILLER               PIC X(01) VALUE SPACE.
040600     05  CH-D-STUDENT         PIC 9(07).
040700     05  FILLER               PIC X(02) VALUE SPACES.
040800     05  CH-D-NAME            PIC X(32).
040900     05  FILLER               PIC X(02) VALUE SPACES.
041000     05  CH-D-CLASS           PIC X(16).
041100     05  FILLER               PIC X(02) VALUE SPACES.
041200     05  CH-D-BUS             PIC X(04).
041300     05  FILLER               PIC X(02) VALUE SPACES.
041400     05  CH-D-MEDICAL         PIC X(10).
041500     05  CH-D-504             PIC X(04).
041600     05  CH-D-IEP             PIC X(04).
041700     05  CH-D-CUSTODY         PIC X(07).
041800 01  CH-NOTE-LINE.
041900     05  FILLER               PIC X(15) VALUE SPACES.
042000     05  CH-N-LABEL           PIC X(10).
042100     05  CH-N-TEXT            PIC X(60).
042200 01  CH-COUNT-LINE.
042300     05  FILLER               PIC X(04) VALUE SPACES.
042400     05  FILLER               PIC X(09) VALUE 'CHANGES: '.
042500     05  CH-K-COUNT           PIC ZZZ9.
042600 01  CH-BLDG-TOTAL-LINE.
042700     05  FILLER               PIC X(06) VALUE 'BLDG '.
042800     05  CH-BT-SCHOOL         PIC X(04).
042900     05  FILLER               PIC X(12) VALUE ' - NOTICES: '.
043000     05  CH-BT-TEACHERS       PIC ZZZ9.
043100     05  FILLER               PIC X(12) VALUE '  CHANGES: '.
043200     05  CH-BT-CHANGES        PIC ZZZZ9.
043300 01  UT-HEADING.
043400     05  FILLER               PIC X(44) VALUE
043500         'CLASS CHANGES NOT TIED TO ANY TEACHER -     '.
043600     05  UT-H-DATE            PIC 9(08).
043700 01  UT-COLUMN-HEADING.
043800     05  FILLER               PIC X(06) VALUE 'BLDG'.
043900     05  FILLER               PIC X(09) VALUE 'STUDENT'.
044000     05  FILLER               PIC X(34) VALUE 'NAME'.
044100     05  FILLER               PIC X(12) VALUE 'CHANGE'.
044200     05  FILLER               PIC X(18) VALUE 'CLASS'.
044300     05  FILLER               PIC X(03) VALUE 'WHY'.
044400 01  UT-DETAIL-LINE.
044500     05  UT-D-SCHOOL          PIC X(04).
044600     05  FILLER               PIC X(02) VALUE SPACES.
044700     05  UT-D-STUDENT         PIC 9(07).
044800     05  FILLER               PIC X(02) VALUE SPACES.
044900     05  UT-D-NAME            PIC X(32).
045000     05  FILLER               PIC X(02) VALUE SPACES.
045100     05  UT-D-CHANGE          PIC X(10).
045200     05  FILLER               PIC X(02) VALUE SPACES.
045300     05  UT-D-CLASS           PIC X(16).
045400     05  FILLER               PIC X(02) VALUE SPACES.
045500     05  UT-D-WHY             PIC X(30).
045600 01  CH-SINCE-LINE.
045700     05  FILLER               PIC X(36) VALUE
045800         'CHANGES SINCE THE CLASS SNAPSHOT OF '.
045900     05  CH-S-DATE            PIC 9(08).
046000******************************************************************
046100*    THE NEXT SNAPSHOT - THE SAME LAYOUT AS CLSNREC.             *
046200******************************************************************
046300 01  WS-SNAPSHOT-OUT.
046400     05  SO-STUDENT-ID        PIC 9(07).
046500     05  SO-CLASS-KEY         PIC X(13).
046600     05  SO-TAKEN-DATE        PIC 9(08).
046700     05  FILLER               PIC X(04) VALUE SPACES.
046800 01  WS-CHANGE-STUDENT        PIC 9(07).
046900 01  WS-NOTICE-TEACHER        PIC 9(05).
047000 01  WS-NOTICE-WT-ROW         PIC 9(03).
047100 PROCEDURE DIVISION.
047200 MAINLINE.
047300******************************************************************
047400*    MORNING NOTICES FROM THE NIGHT'S CHANGES - IN THE STREAM    *
047500*    AFTER GSNIGHT, BEFORE THE BUILDINGS OPEN.                   *
047600******************************************************************
047700     perform read-business-date
047800     perform start-run-control
047900     open output class-change-rpt
048000     if ws-clchgrpt-status not = '00'
048100         display 'COULD NOT OPEN CLCHGRPT - STATUS '
048200             ws-clchgrpt-status
048300         move 16 to return-code
048400         stop run
048500     end-if
048600     open output untied-rpt
048700     if ws-cluntie-status not = '00'
048800         display 'COULD NOT OPEN CLUNTIE - STATUS '
048900             ws-cluntie-status
049000         move 16 to return-code
049100         stop run
049200     end-if
049300     perform load-roster-table
049400     perform load-class-owners
049500     perform load-flag-table
049600     perform load-tonights-classes
049700     perform load-snapshot
049800     perform load-tonights-changes
049900     if ws-snapshot-read = 'Y'
050000         perform match-class-changes
050100     end-if
050200     perform note-name-changes
050300     perform note-unaccounted-changes
050400     perform print-notices
050500     perform print-untied-list
050600     perform save-snapshot
050700     close class-change-rpt
050800     close untied-rpt
050900     display 'CLASS-CHANGE NOTICES ' ws-notices-printed
051000         ' LINES ' ws-ntc-count ' UNTIED ' ws-unt-count
051100         ' SNAPSHOT ROWS ' ws-snap-written
051200     if ws-unt-count > zero
051300         or ws-rst-full = 'Y'
051400         or ws-table-full = 'Y'
051500         move 4 to return-code
051600     end-if
051700     perform end-run-control
051800     stop run
051900     .
052000 LOAD-ROSTER-TABLE.
052100******************************************************************
052200*    EVERY ROSTERVS ROW, WITHDRAWN ONES TOO - A STUDENT WHO LEFT *
052300*    LAST NIGHT STILL NEEDS A NAME ON THE TEACHER'S 'OUT' LINE.  *
052400******************************************************************
052500     open input roster-file
052600     if ws-roster-file-status not = '00'
052700         display 'COULD NOT OPEN ROSTERVS - STATUS '
052800             ws-roster-file-status
052900         move 16 to return-code
053000         stop run
053100     end-if
053200     perform until ws-roster-file-status not = '00'
053300         read roster-file next record
053400         if ws-roster-file-status = '00'
053500             if ws-rst-count < ws-rst-max
053600                 add 1 to ws-rst-count
053700                 move ws-rst-count to i
053800                 move st-id          to rst-id(i)
053900                 move st-last-name   to rst-last-name(i)
054000                 move st-first-name  to rst-first-name(i)
054100                 move st-school-code to rst-school(i)
054200                 move st-grade       to rst-grade(i)
054300                 move st-section     to rst-section(i)
054400                 move st-bus-route   to rst-bus-route(i)
054500                 move st-iep-status  to rst-iep(i)
054600                 move 'N'            to rst-enrolled(i)
054700                 if st-withdraw-date = zero
054800                     move 'Y' to rst-enrolled(i)
054900                 end-if
055000             else
055100                 move 'Y' to ws-rst-full
055200             end-if
055300         end-if
055400     end-perform
055500     close roster-file
055600     if ws-rst-full = 'Y'
055700         display 'ROSTER TABLE FULL AT ' ws-rst-max
055800     end-if
055900     if ws-rst-count > 1
056000         sort rst-row ascending key rst-id
056100     end-if
056200     .
056300 LOAD-CLASS-OWNERS.
056400******************************************************************
056500*    WHO TEACHES WHAT - THE TEACHFIL HOMEROOMS AND THE MSTSCHED  *
056600*    COURSE SECTIONS. WITHOUT EITHER NO CHANGE CAN BE TIED.      *
056700******************************************************************
056800     open input teacher-file
056900     if ws-teachfil-status not = '00'
057000         display 'COULD NOT OPEN TEACHFIL - STATUS '
057100             ws-teachfil-status
057200         move 16 to return-code
057300         stop run
057400     end-if
057500     perform until ws-teachfil-status not = '00'
057600         read teacher-file
057700         if ws-teachfil-status = '00'
057800             if ws-teacher-count < ws-teacher-max
057900                 add 1 to ws-teacher-count
058000                 move ws-teacher-count to i
058100                 move ta-teacher-id  to wt-teacher-id(i)
058200                 move ta-last-name   to wt-last-name(i)
058300                 move ta-first-name  to wt-first-name(i)
058400                 move ta-school-code to wt-school-code(i)
058500                 move ta-grade       to wt-grade(i)
058600                 move ta-section     to wt-section(i)
058700             else
058800                 move 'Y' to ws-table-full
058900             end-if
059000         end-if
059100     end-perform
059200     close teacher-file
059300     open input master-schedule-file
059400     if ws-mstsched-status = '00'
059500         perform until ws-mstsched-status not = '00'
059600             read master-schedule-file
059700             if ws-mstsched-status = '00'
059800                 if ws-mst-count < ws-mst-max
059900                     add 1 to ws-mst-count
060000                     move ws-mst-count to i
060100                     move ms-teacher-id  to mst-teacher(i)
060200                     move ms-school-code to mst-school(i)
060300                     move ms-course-code to mst-course(i)
060400                     move ms-section-no  to mst-section(i)
060500                     move ms-period      to mst-period(i)
060600                 else
060700                     move 'Y' to ws-table-full
060800                 end-if
060900             end-if
061000         end-perform
061100         close master-schedule-file
061200     end-if
061300     if ws-table-full = 'Y'
061400         display 'TEACHER OR SECTION TABLE FULL - CHANGES UNTIED'
061500     end-if
061600     .
061700 LOAD-FLAG-TABLE.
061800******************************************************************
061900*    'M' A SEVERE CONDITION, '5' AN ACTIVE 504 PLAN, 'C' A       *
062000*    PERSON THE CHILD MUST NOT BE RELEASED TO. EACH SOURCE IS    *
062100*    OPTIONAL; A MISSING CONDFILE OR PICKAUTH IS PRINTED ON THE  *
062200*    NOTICES.                                                    *
062300******************************************************************
062400     open input condition-file
062500     if ws-condfile-status = '00'
062600         move 'Y' to ws-cond-read
062700         perform until ws-condfile-status not = '00'
062800             read condition-file
062900             if ws-condfile-status = '00'
063000                 and cd-severity = ws-severe-code
063100                 move cd-student-id to ws-change-student
063200                 move 'M' to ws-change-action
063300                 perform add-flag-row
063400             end-if
063500         end-perform
063600         close condition-file
063700     end-if
063800     open input plan-504-file
063900     if ws-plan504-status = '00'
064000         perform until ws-plan504-status not = '00'
064100             read plan-504-file
064200             if ws-plan504-status = '00'
064300                 and sp-status = 'A'
064400                 and sp-start-date not > ws-business-date
064500                 move sp-student-id to ws-change-student
064600                 move '5' to ws-change-action
064700                 perform add-flag-row
064800             end-if
064900         end-perform
065000         close plan-504-file
065100     end-if
065200     open input pickup-auth-file
065300     if ws-pickauth-status = '00'
065400         move 'Y' to ws-pick-read
065500         perform until ws-pickauth-status not = '00'
065600             read pickup-auth-file
065700             if ws-pickauth-status = '00'
065800                 and pk-type = 'P'
065900                 move pk-student-id to ws-change-student
066000                 move 'C' to ws-change-action
066100                 perform add-flag-row
066200             end-if
066300         end-perform
066400         close pickup-auth-file
066500     end-if
066600     .
066700 ADD-FLAG-ROW.
066800     if ws-flg-count < ws-flg-max
066900         add 1 to ws-flg-count
067000         move ws-change-student to flg-student(ws-flg-count)
067100         move ws-change-action  to flg-kind(ws-flg-count)
067200     else
067300         move 'Y' to ws-table-full
067400     end-if
067500     .
067600 LOAD-TONIGHTS-CLASSES.
067700******************************************************************
067800*    EVERY ENROLLED STUDENT'S HOMEROOM, THEN EVERY STSCHED       *
067900*    SECTION OF AN ENROLLED STUDENT - A WITHDRAWN STUDENT SITS   *
068000*    IN NO CLASS, WHATEVER STSCHED STILL SAYS.                   *
068100******************************************************************
068200     perform varying i from 1 by 1 until i > ws-rst-count
068300         if rst-enrolled(i) = 'Y'
068400             move spaces          to ws-class-key
068500             move rst-school(i)   to ck-school
068600             move 'H'             to ck-type
068700             move rst-grade(i)    to ck-grade
068800             move rst-section(i)  to ck-section
068900             move rst-id(i)       to ws-change-student
069000             perform add-current-class
069100         end-if
069200     end-perform
069300     open input student-schedule-file
069400     if ws-stsched-status = '00'
069500         perform until ws-stsched-status not = '00'
069600             read student-schedule-file
069700             if ws-stsched-status = '00'
069800                 search all rst-row
069900                     when rst-id(rst-idx) = sc-student-id
070000                         if rst-enrolled(rst-idx) = 'Y'
070100                             move spaces to ws-class-key
070200                             move sc-school-code to ck-school
070300                             move 'S'            to ck-type
070400                             move sc-course-code to ck-course
070500                             move sc-section-no  to ck-section-no
070600                             move sc-student-id
070700                                 to ws-change-student
070800                             perform add-current-class
070900                         end-if
071000                 end-search
071100             end-if
071200         end-perform
071300         close student-schedule-file
071400     end-if
071500     if ws-cur-count > 1
071600         sort cur-row ascending key cur-student cur-class
071700     end-if
071800     .
071900 ADD-CURRENT-CLASS.
072000     if ws-cur-count < ws-cur-max
072100         add 1 to ws-cur-count
072200         move ws-change-student to cur-student(ws-cur-count)
072300         move ws-class-key      to cur-class(ws-cur-count)
072400     else
072500         move 'Y' to ws-table-full
072600     end-if
072700     .
072800 LOAD-SNAPSHOT.
072900******************************************************************
073000*    THE CLASSES AS THE LAST RUN SAW THEM. NONE ON THE FIRST     *
073100*    NIGHT - TONIGHT'S CLASSES BECOME THE FIRST SNAPSHOT.        *
073200******************************************************************
073300     open input snapshot-in-file
073400     if ws-clsnap-status not = '00'
073500         display 'NO CLASS SNAPSHOT ON CLSNAP - STATUS '
073600             ws-clsnap-status ' - CLASS MOVES NOT NOTICED TONIGHT'
073700     else
073800         move 'Y' to ws-snapshot-read
073900         perform until ws-clsnap-status not = '00'
074000             read snapshot-in-file
074100             if ws-clsnap-status = '00'
074200                 if ws-prv-count < ws-prv-max
074300                     add 1 to ws-prv-count
074400                     move ws-prv-count to i
074500                     move cn-student-id to prv-student(i)
074600                     move cn-class-key  to prv-class(i)
074700                     move cn-taken-date to ws-snapshot-date
074800                 else
074900                     move 'Y' to ws-table-full
075000                 end-if
075100             end-if
075200         end-perform
075300         close snapshot-in-file
075400     end-if
075500     if ws-prv-count > 1
075600         sort prv-row ascending key prv-student prv-class
075700     end-if
075800     .
075900 LOAD-TONIGHTS-CHANGES.
076000******************************************************************
076100*    TONIGHT'S ACCEPTED RECORDS OF THE ACTIONS THAT MOVE A CHILD *
076200*    INTO OR OUT OF A CLASS, OR RENAME ONE. THE RESULT THAT      *
076300*    MEANS THE ACTION TOOK IS THE ONE GSRECOVR REPLAYS; A 'SECT' *
076400*    THAT TOOK CARRIES 'OLD > NEW' SECTIONS.                     *
076410*    TONIGHT'S MEANS AUD-DATE = THE BUSINESS DATE - GSNIGHT      *
076420*    STAMPS ITS RECORDS WITH THE BUSINESS DATE, NOT THE CLOCK,   *
076430*    SO A NIGHT PAST MIDNIGHT OR AN OVERRIDE RERUN STILL MATCHES.*
076440*    A GSAD ONLINE CHANGE CARRIES THE DAY IT WAS KEYED.          *
076500******************************************************************
076600     open input audit-file
076700     if ws-audit-status not = '00'
076800         display 'COULD NOT OPEN AUDITLOG - STATUS '
076900             ws-audit-status
077000         move 16 to return-code
077100         stop run
077200     end-if
077300     move spaces to ws-former-name
077400     perform until ws-audit-status not = '00'
077500         read audit-file next record
077600         if ws-audit-status = '00'
077700             and aud-date = ws-business-date
077800             evaluate aud-action
077900                 when 'ADD '
078000                     if aud-result = 'ADDED'
078100                         perform add-change-event
078200                     end-if
078300                 when 'REEN'
078400                     if aud-result = 'REENR'
078500                         perform add-change-event
078600                     end-if
078700                 when 'WDR '
078800                     if aud-result = 'REMOV'
078900                         perform add-change-event
079000                     end-if
079100                 when 'XFER'
079200                     if aud-result = 'XFER ' or 'FEEDR' or 'NXTYR'
079300                         perform add-change-event
079400                     end-if
079500                 when 'SECT'
079600                     if aud-result(2:3) = ' > '
079700                         perform add-change-event
079800                     end-if
079900                 when 'RBAL'
080000                     if aud-result = 'MOVED'
080100                         perform add-change-event
080200                     end-if
080300                 when 'NAMC'
080400                     if aud-result = 'BEFOR'
080500                         move aud-student-id to ws-change-student
080600                         move spaces to ws-former-name
080700                         string aud-last-name  delimited by '  '
080800                                ', '           delimited by size
080900                                aud-first-name delimited by '  '
081000                             into ws-former-name
081100                         end-string
081200                     end-if
081300                     if aud-result = 'AFTER'
081400                         perform add-change-event
081500                     end-if
081600             end-evaluate
081700         end-if
081800     end-perform
081900     close audit-file
082000     .
082100 ADD-CHANGE-EVENT.
082200     if ws-evt-count < ws-evt-max
082300         add 1 to ws-evt-count
082400         move ws-evt-count to i
082500         move aud-student-id to evt-student(i)
082600         move aud-action     to evt-action(i)
082700         move aud-result     to evt-result(i)
082800         move 'N'            to evt-tied(i)
082900         move spaces         to evt-former-name(i)
083000                                evt-new-name(i)
083100         if aud-action = 'NAMC'
083200             and ws-change-student = aud-student-id
083300             move ws-former-name to evt-former-name(i)
083400         end-if
083500         string aud-last-name  delimited by '  '
083600                ', '           delimited by size
083700                aud-first-name delimited by '  '
083800             into evt-new-name(i)
083900         end-string
084000     else
084100         move 'Y' to ws-table-full
084200         display 'AUDIT CHANGE TABLE FULL AT ' ws-evt-max
084300     end-if
084400     .
084500 MATCH-CLASS-CHANGES.
084600******************************************************************
084700*    ONE PASS DOWN BOTH TABLES IN STUDENT AND CLASS ORDER. A ROW *
084800*    ONLY TONIGHT IS A CLASS JOINED, A ROW ONLY ON THE SNAPSHOT  *
084900*    A CLASS LEFT; A ROW ON BOTH IS NO CHANGE.                   *
085000******************************************************************
085100     move 1 to ws-cur-x
085200     move 1 to ws-prv-x
085300     perform until ws-cur-x > ws-cur-count
085400               and ws-prv-x > ws-prv-count
085500         if ws-cur-x > ws-cur-count
085600             move high-values to ws-cur-key
085700         else
085800             move cur-student(ws-cur-x) to ws-cur-key-student
085900             move cur-class(ws-cur-x)   to ws-cur-key-class
086000         end-if
086100         if ws-prv-x > ws-prv-count
086200             move high-values to ws-prv-key
086300         else
086400             move prv-student(ws-prv-x) to ws-prv-key-student
086500             move prv-class(ws-prv-x)   to ws-prv-key-class
086600         end-if
086700         evaluate true
086800             when ws-cur-key < ws-prv-key
086900                 perform note-class-joined
087000                 add 1 to ws-cur-x
087100             when ws-prv-key < ws-cur-key
087200                 perform note-class-left
087300                 add 1 to ws-prv-x
087400             when other
087500                 add 1 to ws-cur-x
087600                 add 1 to ws-prv-x
087700         end-evaluate
087800     end-perform
087900     .
088000 NOTE-CLASS-JOINED.
088100     move cur-student(ws-cur-x) to ws-change-student
088200     move cur-class(ws-cur-x)   to ws-class-key
088300     perform find-student
088400     perform find-change-event
088500     evaluate ws-change-action
088600         when 'ADD '
088700             move 'NEW'       to ws-change
088800         when 'REEN'
088900             move 'RE-ENROLL' to ws-change
089000         when 'XFER'
089100             move 'XFER IN'   to ws-change
089200         when 'SECT'
089300         when 'RBAL'
089400             move 'MOVED IN'  to ws-change
089500         when other
089600             move 'ADDED'     to ws-change
089700     end-evaluate
089800     move 1 to ws-order
089900     perform tie-change-to-teachers
090000     .
090100 NOTE-CLASS-LEFT.
090200     move prv-student(ws-prv-x) to ws-change-student
090300     move prv-class(ws-prv-x)   to ws-class-key
090400     perform find-student
090500     perform find-change-event
090600     evaluate ws-change-action
090700         when 'WDR '
090800             move 'WITHDRAWN' to ws-change
090900         when 'XFER'
091000             move 'XFER OUT'  to ws-change
091100         when 'SECT'
091200         when 'RBAL'
091300             move 'MOVED OUT' to ws-change
091400         when other
091500             move 'DROPPED'   to ws-change
091600     end-evaluate
091700     move 2 to ws-order
091800     perform tie-change-to-teachers
091900     .
092000 FIND-STUDENT.
092100     move zero to ws-rst-row
092200     move 'NOT ON ROSTERVS' to ws-student-name
092300     move '????' to ws-student-school
092400     search all rst-row
092500         when rst-id(rst-idx) = ws-change-student
092600             set ws-rst-row to rst-idx
092700     end-search
092800     if ws-rst-row not = zero
092900         move spaces to ws-student-name
093000         string rst-last-name(ws-rst-row)  delimited by '  '
093100                ', '                       delimited by size
093200                rst-first-name(ws-rst-row) delimited by '  '
093300             into ws-student-name
093400         end-string
093500         move rst-school(ws-rst-row) to ws-student-school
093600     end-if
093700     .
093800 FIND-CHANGE-EVENT.
093900******************************************************************
094000*    WHY THE STUDENT'S CLASSES MOVED - AN ENROLLMENT, WITHDRAWAL *
094100*    OR TRANSFER OUTRANKS A SECTION MOVE THE SAME NIGHT (A NEW   *
094200*    STUDENT REBALANCED IS STILL NEW); THE LATER RECORD WINS     *
094300*    BETWEEN EQUALS. NO RECORD LEAVES WS-CHANGE-ACTION SPACES.   *
094400******************************************************************
094500     move spaces to ws-change-action
094600     move zero   to ws-evt-row
094700     perform varying i from 1 by 1 until i > ws-evt-count
094800         if evt-student(i) = ws-change-student
094900             and evt-action(i) not = 'NAMC'
095000             if evt-action(i) = 'SECT' or 'RBAL'
095100                 if ws-change-action = spaces
095200                     or ws-change-action = 'SECT' or 'RBAL'
095300                     move evt-action(i) to ws-change-action
095400                     move i to ws-evt-row
095500                 end-if
095600             else
095700                 move evt-action(i) to ws-change-action
095800                 move i to ws-evt-row
095900             end-if
096000         end-if
096100     end-perform
096200     .
096300 TIE-CHANGE-TO-TEACHERS.
096400******************************************************************
096500*    A NOTICE LINE FOR EVERY TEACHER OF THE CLASS IN             *
096600*    WS-CLASS-KEY - THE HOMEROOM'S TEACHFIL ROW(S), OR THE       *
096700*    SECTION'S MSTSCHED ROW. NO TEACHER PUTS THE CHANGE ON THE   *
096800*    UNTIED LIST. EITHER WAY THE STUDENT'S AUDIT RECORDS BEHIND  *
096900*    IT ARE ACCOUNTED FOR.                                       *
097000******************************************************************
097100     perform format-class-text
097200     move zero to ws-tied-teachers
097300     if ck-is-homeroom
097400         perform varying j from 1 by 1 until j > ws-teacher-count
097500             if wt-school-code(j) = ck-school
097600                 and wt-grade(j) = ck-grade
097700                 and wt-section(j) = ck-section
097800                 move wt-teacher-id(j) to ws-notice-teacher
097900                 move j to ws-notice-wt-row
098000                 perform add-notice-line
098100             end-if
098200         end-perform
098300         move 'NO HOMEROOM TEACHER ON TEACHFIL' to ws-untied-why
098400     else
098500         perform varying j from 1 by 1 until j > ws-mst-count
098600             if mst-school(j) = ck-school
098700                 and mst-course(j) = ck-course
098800                 and mst-section(j) = ck-section-no
098900                 move mst-teacher(j) to ws-notice-teacher
099000                 move zero to ws-notice-wt-row
099100                 perform varying k from 1 by 1
099200                         until k > ws-teacher-count
099300                            or ws-notice-wt-row not = zero
099400                     if wt-teacher-id(k) = mst-teacher(j)
099500                         move k to ws-notice-wt-row
099600                     end-if
099700                 end-perform
099800                 perform add-notice-line
099900             end-if
100000         end-perform
100100         move 'SECTION NOT ON MSTSCHED' to ws-untied-why
100200     end-if
100300     if ws-tied-teachers = zero
100400         move ck-school to ws-student-school
100500         perform add-untied-line
100600     end-if
100700     if ws-order = 3
100800         move 'Y' to evt-tied(ws-evt-row)
100900     else
101000         perform varying i from 1 by 1 until i > ws-evt-count
101100             if evt-student(i) = ws-change-student
101200                 and evt-action(i) not = 'NAMC'
101300                 move 'Y' to evt-tied(i)
101400             end-if
101500         end-perform
101600     end-if
101700     .
101800 FORMAT-CLASS-TEXT.
101900     move spaces to ws-class-text
102000     if ck-is-homeroom
102100         string 'HOMEROOM '  delimited by size
102200                ck-grade     delimited by size
102300                '-'          delimited by size
102400                ck-section   delimited by size
102500             into ws-class-text
102600         end-string
102700     else
102800         string ck-course     delimited by space
102900                '-'           delimited by size
103000                ck-section-no delimited by size
103100             into ws-class-text
103200         end-string
103300     end-if
103400     .
103500 ADD-NOTICE-LINE.
103600     add 1 to ws-tied-teachers
103700     if ws-ntc-count < ws-ntc-max
103800         add 1 to ws-ntc-count
103900         move ws-ntc-count to k
104000         move ck-school         to ntc-school(k)
104100         move ws-notice-teacher to ntc-teacher(k)
104200         move ws-order          to ntc-order(k)
104300         move ws-student-name   to ntc-name(k)
104400         move ws-change-student to ntc-student(k)
104500         move ws-change         to ntc-change(k)
104600         move ws-class-text     to ntc-class(k)
104700         move ws-notice-wt-row  to ntc-wt-row(k)
104800         move ws-rst-row        to ntc-rst-row(k)
104900         move ws-evt-row        to ntc-evt-row(k)
105000     else
105100         move 'Y' to ws-table-full
105200     end-if
105300     .
105400 ADD-UNTIED-LINE.
105500     if ws-unt-count < ws-unt-max
105600         add 1 to ws-unt-count
105700         move ws-unt-count to k
105800         move ws-student-school to unt-school(k)
105900         move ws-change-student to unt-student(k)
106000         move ws-student-name   to unt-name(k)
106100         move ws-change         to unt-change(k)
106200         move ws-class-text     to unt-class(k)
106300         move ws-untied-why     to unt-why(k)
106400     else
106500         move 'Y' to ws-table-full
106600     end-if
106700     .
106800 NOTE-NAME-CHANGES.
106900******************************************************************
107000*    A RENAMED STUDENT'S EVERY CLASS TONIGHT GETS A NAME LINE -  *
107100*    THE TEACHER'S GRADEBOOK AND SEATING CHART CARRY THE NAME.   *
107200******************************************************************
107300     perform varying ws-evt-row from 1 by 1
107400             until ws-evt-row > ws-evt-count
107500         if evt-action(ws-evt-row) = 'NAMC'
107600             move evt-student(ws-evt-row) to ws-change-student
107700             perform find-student
107800             move 'NAME CHG' to ws-change
107900             move 3 to ws-order
108000             perform varying ws-cur-x from 1 by 1
108100                     until ws-cur-x > ws-cur-count
108200                 if cur-student(ws-cur-x) = ws-change-student
108300                     move cur-class(ws-cur-x) to ws-class-key
108400                     perform tie-change-to-teachers
108500                 end-if
108600             end-perform
108700         end-if
108800     end-perform
108900     .
109000 NOTE-UNACCOUNTED-CHANGES.
109100******************************************************************
109200*    AN AUDITED CHANGE THAT MOVED NO CLASS - A STUDENT WITH NO   *
109300*    CLASS ON EITHER SIDE, A RENAMED STUDENT NOT ENROLLED, OR    *
109400*    ANY CHANGE ON A NIGHT WITH NO SNAPSHOT - GOES ON THE UNTIED *
109500*    LIST SO THE OFFICE CAN TELL THE TEACHER BY HAND.            *
109600******************************************************************
109700     perform varying ws-evt-row from 1 by 1
109800             until ws-evt-row > ws-evt-count
109900         if evt-tied(ws-evt-row) not = 'Y'
110000             move evt-student(ws-evt-row) to ws-change-student
110100             perform find-student
110200             evaluate evt-action(ws-evt-row)
110300                 when 'ADD '
110400                     move 'NEW'       to ws-change
110500                 when 'REEN'
110600                     move 'RE-ENROLL' to ws-change
110700                 when 'WDR '
110800                     move 'WITHDRAWN' to ws-change
110900                 when 'XFER'
111000                     move 'TRANSFER'  to ws-change
111100                 when 'NAMC'
111200                     move 'NAME CHG'  to ws-change
111300                 when other
111400                     move 'MOVED'     to ws-change
111500             end-evaluate
111600             move spaces to ws-class-text
111700             if ws-snapshot-read = 'N'
111800                 and evt-action(ws-evt-row) not = 'NAMC'
111900                 move 'NO CLASS SNAPSHOT TO COMPARE'
112000                     to ws-untied-why
112100             else
112200                 move 'NO CLASS CHANGED ON FILE' to ws-untied-why
112300             end-if
112400             perform add-untied-line
112500             move 'Y' to evt-tied(ws-evt-row)
112600         end-if
112700     end-perform
112800     .
112900 PRINT-NOTICES.
113000******************************************************************
113100*    A SECTION PER BUILDING, A PAGE PER TEACHER NUMBERED WITHIN  *
113200*    THE BUILDING, THE BUILDING'S TOTALS AT ITS FOOT - THE SAME  *
113300*    BURST THE NIGHTLY PRINTS USE, SO EACH OFFICE PULLS ITS OWN. *
113400******************************************************************
113500     if ws-ntc-count > 1
113600         sort ntc-row ascending key ntc-school ntc-teacher
113700             ntc-order ntc-name ntc-student
113800     end-if
113900     write class-change-line from bus-date-heading
114000     move ws-business-date to ch-h-date
114100     write class-change-line from ch-heading
114200     if ws-snapshot-read = 'Y'
114300         move ws-snapshot-date to ch-s-date
114400         write class-change-line from ch-since-line
114500     else
114600         move 'NO CLASS SNAPSHOT - ONLY NAME CHANGES NOTICED'
114700             to class-change-line
114800         write class-change-line
114900     end-if
115000     if ws-ntc-count = zero
115100         move spaces to class-change-line
115200         write class-change-line
115300         move 'NO CLASS CHANGES TONIGHT' to class-change-line
115400         write class-change-line
115500     end-if
115600     perform varying ws-ntc-row from 1 by 1
115700             until ws-ntc-row > ws-ntc-count
115800         if ws-ntc-row = 1
115900             or ntc-school(ws-ntc-row) not = ws-prev-school
116000             if ws-ntc-row > 1
116100                 perform end-teacher-notice
116200                 perform end-building-section
116300             end-if
116400             perform start-building-section
116500             perform start-teacher-notice
116600         else
116700             if ntc-teacher(ws-ntc-row) not = ws-prev-teacher
116800                 perform end-teacher-notice
116900                 perform start-teacher-notice
117000             end-if
117100         end-if
117200         perform print-notice-line
117300     end-perform
117400     if ws-ntc-count > zero
117500         perform end-teacher-notice
117600         perform end-building-section
117700     end-if
117800     if ws-table-full = 'Y'
117900         move spaces to class-change-line
118000         write class-change-line
118100         move '** A TABLE WAS FULL - NOTICES INCOMPLETE **'
118200             to class-change-line
118300         write class-change-line
118400     end-if
118500     .
118600 START-BUILDING-SECTION.
118700     move ntc-school(ws-ntc-row) to ws-prev-school
118800     move zero to ws-page-count
118900     move zero to ws-bldg-teachers
119000     move zero to ws-bldg-changes
119100     move spaces to class-change-line
119200     write class-change-line
119300     move ntc-school(ws-ntc-row) to ch-b-school
119400     write class-change-line from ch-bldg-heading
119500     .
119600 START-TEACHER-NOTICE.
119700     move ntc-teacher(ws-ntc-row) to ws-prev-teacher
119800     add 1 to ws-page-count
119900     add 1 to ws-bldg-teachers
120000     add 1 to ws-notices-printed
120100     move zero to ws-teacher-changes
120200     move spaces to class-change-line
120300     write class-change-line
120400     move ntc-teacher(ws-ntc-row) to ch-t-teacher
120500     move 'NOT ON TEACHFIL' to ch-t-name
120600     move ntc-wt-row(ws-ntc-row) to j
120700     if j not = zero
120800         move spaces to ch-t-name
120900         string wt-last-name(j)  delimited by '  '
121000                ', '             delimited by size
121100                wt-first-name(j) delimited by '  '
121200             into ch-t-name
121300         end-string
121400     end-if
121500     move ntc-school(ws-ntc-row) to ch-t-school
121600     move ws-page-count to ch-t-page
121700     write class-change-line from ch-teacher-line
121800     if ws-cond-read = 'N'
121900         move '  ** CONDFILE NOT READ - ASK THE NURSE'
122000             to class-change-line
122100         write class-change-line
122200     end-if
122300     if ws-pick-read = 'N'
122400         move '  ** PICKAUTH NOT READ - ASK THE OFFICE'
122500             to class-change-line
122600         write class-change-line
122700     end-if
122800     write class-change-line from ch-column-heading
122900     .
123000 PRINT-NOTICE-LINE.
123100******************************************************************
123200*    A STUDENT COMING IN CARRIES THE BUS ROUTE AND THE FLAGS; A  *
123300*    STUDENT GOING OUT DOES NOT. A NAME LINE SHOWS THE NEW NAME  *
123400*    WITH THE FORMER ONE UNDERNEATH.                             *
123500******************************************************************
123600     move ntc-change(ws-ntc-row)  to ch-d-change
123700     move ntc-student(ws-ntc-row) to ch-d-student
123800     move ntc-name(ws-ntc-row)    to ch-d-name
123900     move ntc-class(ws-ntc-row)   to ch-d-class
124000     move spaces to ch-d-bus ch-d-medical ch-d-504 ch-d-iep
124100                    ch-d-custody
124200     move ntc-rst-row(ws-ntc-row) to ws-rst-row
124300     if ntc-order(ws-ntc-row) = 1
124400         and ws-rst-row not = zero
124500         move rst-bus-route(ws-rst-row) to ch-d-bus
124600         if rst-iep(ws-rst-row) = 'Y'
124700             move 'IEP' to ch-d-iep
124800         end-if
124900         perform varying j from 1 by 1 until j > ws-flg-count
125000             if flg-student(j) = ntc-student(ws-ntc-row)
125100                 evaluate flg-kind(j)
125200                     when 'M'
125300                         move 'MED ALERT' to ch-d-medical
125400                     when '5'
125500                         move '504'       to ch-d-504
125600                     when 'C'
125700                         move 'CUSTODY'   to ch-d-custody
125800                 end-evaluate
125900             end-if
126000         end-perform
126100     end-if
126200     write class-change-line from ch-detail-line
126300     if ntc-order(ws-ntc-row) = 3
126400         move ntc-evt-row(ws-ntc-row) to ws-evt-row
126500         if evt-former-name(ws-evt-row) not = spaces
126600             move 'FORMERLY:' to ch-n-label
126700             move evt-former-name(ws-evt-row) to ch-n-text
126800             write class-change-line from ch-note-line
126900         end-if
127000     end-if
127100     add 1 to ws-teacher-changes
127200     add 1 to ws-bldg-changes
127300     .
127400 END-TEACHER-NOTICE.
127500     move ws-teacher-changes to ch-k-count
127600     write class-change-line from ch-count-line
127700     .
127800 END-BUILDING-SECTION.
127900     move spaces to class-change-line
128000     write class-change-line
128100     move ws-prev-school   to ch-bt-school
128200     move ws-bldg-teachers to ch-bt-teachers
128300     move ws-bldg-changes  to ch-bt-changes
128400     write class-change-line from ch-bldg-total-line
128500     .
128600 PRINT-UNTIED-LIST.
128700     if ws-unt-count > 1
128800         sort unt-row ascending key unt-school unt-student
128900     end-if
129000     write untied-line from bus-date-heading
129100     move ws-business-date to ut-h-date
129200     write untied-line from ut-heading
129300     move spaces to untied-line
129400     write untied-line
129500     write untied-line from ut-column-heading
129600     perform varying k from 1 by 1 until k > ws-unt-count
129700         move unt-school(k)  to ut-d-school
129800         move unt-student(k) to ut-d-student
129900         move unt-name(k)    to ut-d-name
130000         move unt-change(k)  to ut-d-change
130100         move unt-class(k)   to ut-d-class
130200         move unt-why(k)     to ut-d-why
130300         write untied-line from ut-detail-line
130400     end-perform
130500     if ws-unt-count = zero
130600         move '    EVERY CHANGE WAS TIED TO A TEACHER'
130700             to untied-line
130800         write untied-line
130900     end-if
131000     .
131100 SAVE-SNAPSHOT.
131200******************************************************************
131300*    TONIGHT'S CLASSES, FOR TOMORROW'S RUN TO COMPARE AGAINST.   *
131400******************************************************************
131500     open output snapshot-out-file
131600     if ws-clsnapn-status not = '00'
131700         display 'COULD NOT OPEN CLSNAPN - STATUS '
131800             ws-clsnapn-status
131900         move 16 to return-code
132000         perform end-run-control
132100         stop run
132200     end-if
132300     move ws-business-date to so-taken-date
132400     perform varying i from 1 by 1 until i > ws-cur-count
132500         move cur-student(i) to so-student-id
132600         move cur-class(i)   to so-class-key
132700         write snapshot-out-record from ws-snapshot-out
132800         add 1 to ws-snap-written
132900     end-perform
133000     close snapshot-out-file
133100     .
133200 START-RUN-CONTROL.
133300******************************************************************
133400*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
133500*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
133600*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
133700*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
133800******************************************************************
133900     move spaces to run-control-event
134000     move ws-business-date to ws-run-bus-date
134100     move spaces to ws-run-blocker
134200     perform varying ws-run-px from 1 by 1
134300         until ws-run-px > ws-run-pred-count
134400            or ws-run-blocker not = spaces
134500         perform check-one-predecessor
134600     end-perform
134700     if ws-run-blocker not = spaces
134800         move 'B' to jr-event
134900         perform write-run-control-event
135000         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
135100             ' HAS NOT COMPLETED FOR BUSINESS DATE '
135200             ws-run-bus-date
135300         move ws-run-blocked-rc to return-code
135400         stop run
135500     end-if
135600     move 'S' to jr-event
135700     perform write-run-control-event
135800     .
135900 CHECK-ONE-PREDECESSOR.
136000******************************************************************
136100*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
136200*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
136300*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
136400******************************************************************
136500     move 'N' to ws-run-pred-state
136600     open input run-control-file
136700     if ws-runctl-status = '00'
136800         perform until ws-runctl-status not = '00'
136900             read run-control-file next record
137000                 into run-control-event
137100             if ws-runctl-status = '00'
137200                 and jr-business-date = ws-run-bus-date
137300                 and jr-job-name = ws-run-pred(ws-run-px)
137400                 move 'N' to ws-run-pred-state
137500                 if jr-event = 'E'
137600                     and jr-completion-code <= ws-run-max-rc
137700                     move 'Y' to ws-run-pred-state
137800                 end-if
137900             end-if
138000         end-perform
138100         close run-control-file
138200     end-if
138300     if ws-run-pred-state not = 'Y'
138400         move ws-run-pred(ws-run-px) to ws-run-blocker
138500     end-if
138600     .
138700 END-RUN-CONTROL.
138800******************************************************************
138900*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
139000*    RETURN CODE THE JOB IS ENDING WITH.                         *
139100******************************************************************
139200     move 'E' to jr-event
139300     perform write-run-control-event
139400     .
139500 WRITE-RUN-CONTROL-EVENT.
139600     move ws-run-bus-date to jr-business-date
139700     move ws-run-job-name to jr-job-name
139800     accept jr-event-date from date yyyymmdd
139900     accept jr-event-time from time
140000     move return-code     to jr-completion-code
140100     move ws-run-blocker  to jr-blocked-by
140200     open extend run-control-file
140300     if ws-runctl-status not = '00'
140400         open output run-control-file
140500     end-if
140600     if ws-runctl-status not = '00'
140700         display 'COULD NOT OPEN RUNCTL - STATUS '
140800             ws-runctl-status
140900     else
141000         write run-control-record from run-control-event
141100         close run-control-file
141200     end-if
141300     .
141400 READ-BUSINESS-DATE.
141500******************************************************************
141600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
141700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
141800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
141900******************************************************************
142000     open input business-date-file
142100     if ws-busdate-status not = '00'
142200         display 'COULD NOT OPEN BUSDATE - STATUS '
142300             ws-busdate-status
142400         move 16 to return-code
142500         stop run
142600     end-if
142700     read business-date-file next record
142800     if ws-busdate-status not = '00'
142900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
143000             ws-busdate-status
143100         move 16 to return-code
143200         stop run
143300     end-if
143400     close business-date-file
143500     move bd-business-date to ws-business-date
143600     if bd-override-date not = zero
143700         move bd-override-date to ws-business-date
143800         move 'Y' to ws-bus-date-override
143900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
144000             bd-override-date ' SET BY ' bd-override-operator
144100         display '    REASON: ' bd-override-reason
144200     end-if
144300     move ws-business-date to bdh-date
144400     if ws-bus-date-override = 'Y'
144500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
144600             to bdh-override
144700     end-if
144800     .
