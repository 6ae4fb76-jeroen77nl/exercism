000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSLOCKER.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MIDDLE AND HIGH SCHOOL LOCKERS. THE LOCKER MASTER           *
000900*    (LOCKMAST, COPY LKRMREC) CARRIES EVERY LOCKER BY BUILDING - *
001000*    NUMBER, LOCATION, GRADE BLOCK, TYPE, LOCK SERIAL AND        *
001100*    CURRENT COMBINATION - AND THE STUDENTS ASSIGNED TO IT. IN   *
001200*    EVERY LEG THE BUILDING OFFICES' LOCKTRN CARDS ARE APPLIED   *
001300*    FIRST (LOCKERS ADDED OR CHANGED, TAKEN OUT OF OR PUT BACK   *
001400*    IN SERVICE, NEW COMBINATIONS, STUDENTS ASSIGNED OR          *
001500*    RELEASED, DAMAGE CHARGES POSTED, PAID OR WAIVED), THEN      *
001600*    EVERY LOCKER HELD BY A STUDENT NO LONGER ENROLLED (WITHDRAW-*
001700*    STUDENT) OR NOW ENROLLED AT ANOTHER BUILDING (TRANSFER-     *
001800*    STUDENT) IS RELEASED. THEN, BY THE RUNMODE CARD:            *
001900*      NIGHTLY (RUNMODE EMPTY) - RUN RIGHT AFTER GSNIGHT, SO A   *
002000*        WITHDRAWAL OR TRANSFER FREES THE LOCKER THE SAME NIGHT. *
002100*      ASSIGN (RUNMODE 'ASSIGN') - EVERY ENROLLED STUDENT WITH   *
002200*        NO LOCKER WHOSE GRADE HAS A HALLWAY BLOCK AT THE        *
002300*        BUILDING IS PLACED IN IT. REQUESTED PARTNERS ('S' CARDS *
002400*        OF THE SAME RUN) AND THEN SIBLINGS (SAME                *
002500*        ST-HOUSEHOLD-ID AND BUILDING) GO TOGETHER INTO A SHARED *
002600*        LOCKER OF THE YOUNGER ONE'S BLOCK WHEN ONE IS FREE;     *
002700*        EVERYONE ELSE TAKES A SINGLE LOCKER, THEN A SHARED ONE. *
002800*        THE LOCKER MAP BY LOCATION IS PRINTED.                  *
002900*      RESET (RUNMODE 'RESET') - YEAR END. EVERY ASSIGNMENT IS   *
003000*        ENDED AND EVERY LOCKER USED SINCE ITS COMBINATION WAS   *
003100*        LAST SET IS LISTED ON THE COMBINATION-RESET WORKLIST;   *
003200*        THE NEW COMBINATIONS COME BACK ON 'K' CARDS.            *
003300*    EVERY STUDENT ASSIGNED TODAY GETS A SLIP, PRINTED BY        *
003400*    HOMEROOM FOR THE HOMEROOM TEACHER (LOCKSLIP). A DAMAGE      *
003500*    CHARGE (LOCKCHRG, COPY LCHGREC) IS ADDED TO THE STUDENT'S   *
003600*    OUTSTANDING OBLIGATION ON OBLGHOLD AS ONE ITEM, AND TAKEN   *
003700*    OFF WHEN PAID OR WAIVED; GSASSET CARRIES THE OPEN CHARGES   *
003800*    INTO OBLGHOLD WHEN IT REWRITES IT, SO THE GSEXIT PACKAGE    *
003900*    AND GSVERIFY LETTERS SEE THEM.                              *
004000*    RETURN CODES: 0 CLEAN, 4 A CARD REJECTED, A STUDENT LEFT    *
004100*    WITHOUT A LOCKER IN THE ASSIGNMENT RUN OR A TABLE CUT       *
004200*    SHORT, 16 A BAD RUNMODE CARD OR A FILE THAT COULD NOT BE    *
004300*    READ OR WRITTEN, 20 GSNIGHT HAS NOT ENDED CLEANLY FOR THE   *
004400*    BUSINESS DATE (NIGHTLY ONLY). SEE JCL/GSLOCKER.JCL,         *
004500*    JCL/GSLOCKAS.JCL AND JCL/GSLOCKRS.JCL.                      *
004600******************************************************************
004700*    MOD-LOG
004800*    DATE       INIT  DESCRIPTION
004900*    2026-10-15  RVM  ORIGINAL VERSION.
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-BUSDATE-STATUS.
005700     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNMODE-STATUS.
006000     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNCTL-STATUS.
006300     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS ST-ID
006700         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006800     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-TEACHFIL-STATUS.
007100     SELECT LOCKER-MASTER-FILE ASSIGN TO LOCKMAST
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-LOCKMAST-STATUS.
007400     SELECT LOCKER-CHARGE-FILE ASSIGN TO LOCKCHRG
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-LOCKCHRG-STATUS.
007700     SELECT HOLD-FILE ASSIGN TO OBLGHOLD
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-OBLGHOLD-STATUS.
008000     SELECT TRANSACTION-FILE ASSIGN TO LOCKTRN
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-LOCKTRN-STATUS.
008300     SELECT LOCKER-RPT ASSIGN TO LOCKRPT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-LOCKRPT-STATUS.
008600     SELECT SLIP-RPT ASSIGN TO LOCKSLIP
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-LOCKSLIP-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  BUSINESS-DATE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  BUSINESS-DATE-RECORD.
009400     COPY BDATREC.
009500 FD  RUN-MODE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  RUN-MODE-RECORD.
009800     05  RM-MODE                 PIC X(08).
009900 FD  RUN-CONTROL-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  RUN-CONTROL-RECORD          PIC X(50).
010200 FD  ROSTER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  ROSTER-FILE-RECORD.
010500     COPY ROSTERREC.
010600 FD  TEACHER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  TEACHER-FILE-RECORD.
010900     COPY TEACHASN.
011000 FD  LOCKER-MASTER-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  LOCKER-MASTER-RECORD.
011300     COPY LKRMREC.
011400 FD  LOCKER-CHARGE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  LOCKER-CHARGE-RECORD.
011700     COPY LCHGREC.
011800 FD  HOLD-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  OBLIGATION-HOLD-RECORD.
012100     COPY OBLGREC.
012200******************************************************************
012300*    LOCKTRN - THE BUILDING OFFICES' CARDS. COL 1 ACTION, COLS   *
012400*    2-5 BUILDING, COLS 6-11 LOCKER NUMBER, THEN BY ACTION:      *
012500*      'L' ADD A LOCKER, OR CHANGE ONE ON FILE:                  *
012600*          COLS 12-27 LOCATION         COL  31    CAPACITY 1/2   *
012700*          COLS 28-29 BLOCK GRADE      COLS 32-43 LOCK SERIAL    *
012800*          COL  30    TYPE F/H/P/D     COLS 44-51 COMBINATION    *
012900*          ON A CHANGE A BLANK FIELD KEEPS WHAT IS ON FILE. A    *
013000*          NEW LOCKER NEEDS ALL BUT THE BLOCK GRADE.             *
013100*      'O' TAKE THE LOCKER OUT OF SERVICE (ITS STUDENTS ARE      *
013200*          RELEASED), 'I' PUT IT BACK IN SERVICE.                *
013300*      'K' NEW COMBINATION SET - COLS 44-51, WITH COLS 32-43 THE *
013400*          SERIAL OF A NEW LOCK (BLANK - SAME LOCK).             *
013500*      'A' ASSIGN A STUDENT (A STUDENT WITH ANOTHER LOCKER AT    *
013600*          THE BUILDING IS MOVED), 'R' RELEASE A STUDENT:        *
013700*          COLS 12-18 STUDENT ID                                 *
013800*      'D' DAMAGE CHARGE, 'P' CHARGES PAID, 'W' CHARGES WAIVED:  *
013900*          COLS 12-18 STUDENT ID                                 *
014000*          COLS 26-31 AMOUNT, 9999V99 ('D' ONLY)                 *
014100*          COLS 32-61 DESCRIPTION ('D' ONLY)                     *
014200*      'S' SHARE REQUEST, ASSIGNMENT RUN ONLY (LOCKER BLANK):    *
014300*          COLS 12-18 STUDENT ID   COLS 19-25 PARTNER'S ID       *
014400******************************************************************
014500 FD  TRANSACTION-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  TRANSACTION-RECORD.
014800     05  TR-ACTION               PIC X(01).
014900     05  TR-SCHOOL-CODE          PIC X(04).
015000     05  TR-LOCKER-NO            PIC X(06).
015100     05  TR-LOCKER-DATA.
015200         10  TR-LOCATION         PIC X(16).
015300         10  TR-BLOCK-GRADE      PIC X(02).
015400         10  TR-TYPE             PIC X(01).
015500         10  TR-CAPACITY         PIC X(01).
015600         10  TR-LOCK-SERIAL      PIC X(12).
015700         10  TR-COMBINATION      PIC X(08).
015800         10  FILLER              PIC X(29).
015900     05  TR-STUDENT-DATA REDEFINES TR-LOCKER-DATA.
016000         10  TR-STUDENT-ID       PIC 9(07).
016100         10  TR-PARTNER-ID       PIC 9(07).
016200         10  TR-AMOUNT           PIC 9(04)V99.
016300         10  TR-DESCRIPTION      PIC X(30).
016400         10  FILLER              PIC X(19).
016500 FD  LOCKER-RPT
016600     LABEL RECORDS ARE STANDARD.
016700 01  LOCKER-LINE                 PIC X(100).
016800 FD  SLIP-RPT
016900     LABEL RECORDS ARE STANDARD.
017000 01  SLIP-LINE                   PIC X(80).
017100 WORKING-STORAGE SECTION.
017200******************************************************************
017300*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
017400*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
017500*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
017600*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
017700*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
017800*    HAVE POSTED THE DAY'S WITHDRAWALS AND TRANSFERS BEFORE      *
017900*    THEIR LOCKERS ARE RELEASED. THE ASSIGN AND RESET LEGS RUN   *
018000*    OUTSIDE THE STREAM.                                         *
018100******************************************************************
018200 01  RUN-CONTROL-EVENT.
018300     COPY JRUNREC.
018400 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSLOCKER'.
018500 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
018600 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
018700     'GSNIGHT                 '.
018800 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
018900     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
019000 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
019100 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
019200 01  WS-RUNCTL-STATUS         PIC X(02).
019300 01  WS-RUN-BUS-DATE          PIC 9(08).
019400 01  WS-RUN-PX                PIC 9(02).
019500 01  WS-RUN-PRED-STATE        PIC X.
019600 01  WS-RUN-BLOCKER           PIC X(08).
019700 01  WS-RUNMODE-STATUS        PIC X(02).
019800 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
019900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
020000 01  WS-TEACHFIL-STATUS       PIC X(02).
020100 01  WS-LOCKMAST-STATUS       PIC X(02).
020200 01  WS-LOCKCHRG-STATUS       PIC X(02).
020300 01  WS-OBLGHOLD-STATUS       PIC X(02).
020400 01  WS-LOCKTRN-STATUS        PIC X(02).
020500 01  WS-LOCKRPT-STATUS        PIC X(02).
020600 01  WS-LOCKSLIP-STATUS       PIC X(02).
020700 01  i                        PIC 9(05).
020800 01  j                        PIC 9(05).
020900 01  k                        PIC 9(05).
021000******************************************************************
021100*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
021200*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
021300******************************************************************
021400 01  WS-BUSDATE-STATUS        PIC X(02).
021500 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
021600 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
021700 01  BUS-DATE-HEADING.
021800     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
021900     05  BDH-DATE             PIC 9(08).
022000     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
022100******************************************************************
022200*    EVERY ENROLLED STUDENT ON ROSTERVS, IN ID ORDER.            *
022300*    RST-HAS-LOCKER IS 'Y' WHILE THE STUDENT HOLDS A LOCKER AT   *
022400*    THE BUILDING ENROLLED IN (SEE NOTE-OCCUPANTS).              *
022500******************************************************************
022600 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
022700 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
022800 01  RST-TABLE.
022900     05  RST-ROW              OCCURS 0 TO 2000 TIMES
023000                              DEPENDING ON WS-RST-COUNT
023100                              ASCENDING KEY IS RST-ID
023200                              INDEXED BY RST-IDX.
023300         10  RST-ID           PIC 9(07).
023400         10  RST-LAST-NAME    PIC X(30).
023500         10  RST-FIRST-NAME   PIC X(20).
023600         10  RST-SCHOOL       PIC X(04).
023700         10  RST-GRADE        PIC X(02).
023800         10  RST-SECTION      PIC X(01).
023900         10  RST-HOUSEHOLD    PIC 9(05).
024000         10  RST-HAS-LOCKER   PIC X(01).
024100 01  WS-RST-FULL              PIC X VALUE 'N'.
024200 01  WS-RST-ROW               PIC 9(05).
024300 01  WS-FIND-ID               PIC 9(07).
024400******************************************************************
024500*    THE HOMEROOM TEACHERS OF TEACHFIL, FOR THE SLIP HEADINGS.   *
024600******************************************************************
024700 77  WS-TCH-MAX               PIC 9(04) VALUE 0500.
024800 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
024900 01  WS-TCH-TABLE.
025000     05  WS-TCH-ENTRY         OCCURS 500 TIMES.
025100         10  WS-TCH-LAST      PIC X(30).
025200         10  WS-TCH-FIRST     PIC X(20).
025300         10  WS-TCH-SCHOOL    PIC X(04).
025400         10  WS-TCH-GRADE     PIC X(02).
025500         10  WS-TCH-SECTION   PIC X(01).
025600 01  WS-TCH-FULL              PIC X VALUE 'N'.
025700******************************************************************
025800*    THE WHOLE LOCKER MASTER, BY BUILDING AND LOCKER NUMBER.     *
025900*    LKR-STUDENT/LKR-ASSIGNED ARE THE TWO PLACES OF A SHARED     *
026000*    LOCKER; A SINGLE LOCKER USES THE FIRST ONLY.                *
026100******************************************************************
026200 77  WS-LKR-MAX               PIC 9(05) VALUE 06000.
026300 01  WS-LKR-COUNT             PIC 9(05) VALUE ZERO.
026400 01  LKR-TABLE.
026500     05  LKR-ROW              OCCURS 0 TO 6000 TIMES
026600                              DEPENDING ON WS-LKR-COUNT
026700                              ASCENDING KEY IS LKR-SCHOOL LKR-NO
026800                              INDEXED BY LKR-IDX.
026900         10  LKR-SCHOOL       PIC X(04).
027000         10  LKR-NO           PIC X(06).
027100         10  LKR-LOCATION     PIC X(16).
027200         10  LKR-BLOCK-GRADE  PIC X(02).
027300         10  LKR-TYPE         PIC X(01).
027400         10  LKR-CAPACITY     PIC 9(01).
027500         10  LKR-LOCK-SERIAL  PIC X(12).
027600         10  LKR-COMBINATION  PIC X(08).
027700         10  LKR-COMBO-DATE   PIC 9(08).
027800         10  LKR-STATUS       PIC X(01).
027900         10  LKR-PLACE        OCCURS 2 TIMES.
028000             15  LKR-STUDENT  PIC 9(07).
028100             15  LKR-ASSIGNED PIC 9(08).
028200         10  LKR-USED-YEAR    PIC X(01).
028300 01  WS-LKR-FULL              PIC X VALUE 'N'.
028400 01  WS-LKR-ROW               PIC 9(05).
028500 01  WS-OLD-LKR-ROW           PIC 9(05).
028600 01  WS-PLACE                 PIC 9(01).
028700 01  WS-FREE-PLACE            PIC 9(01).
028800******************************************************************
028900*    THE LOCKER DAMAGE CHARGES, OPEN AND CLOSED, AS ON LOCKCHRG. *
029000******************************************************************
029100 77  WS-CHG-MAX               PIC 9(05) VALUE 03000.
029200 01  WS-CHG-COUNT             PIC 9(05) VALUE ZERO.
029300 01  CHG-TABLE.
029400     05  CHG-ROW              OCCURS 0 TO 3000 TIMES
029500                              DEPENDING ON WS-CHG-COUNT
029600                              INDEXED BY CHG-IDX.
029700         10  CHG-STUDENT      PIC 9(07).
029800         10  CHG-SCHOOL       PIC X(04).
029900         10  CHG-LOCKER       PIC X(06).
030000         10  CHG-DATE         PIC 9(08).
030100         10  CHG-AMOUNT       PIC 9(04)V99.
030200         10  CHG-DESCRIPTION  PIC X(30).
030300         10  CHG-STATUS       PIC X(01).
030400         10  CHG-CLOSED-DATE  PIC 9(08).
030500 01  WS-CHG-FULL              PIC X VALUE 'N'.
030600 01  WS-CHG-ROW               PIC 9(05).
030700 01  WS-CHG-FOUND             PIC X.
030800******************************************************************
030900*    OBLGHOLD AS IT STANDS, ONE ROW PER STUDENT. A CHARGE POSTED *
031000*    ADDS AN ITEM AND ITS AMOUNT, ONE PAID OR WAIVED TAKES THEM  *
031100*    OFF; THE FILE IS REWRITTEN ONLY WHEN A CHARGE CHANGED.      *
031200******************************************************************
031300 77  WS-OBH-MAX               PIC 9(05) VALUE 05000.
031400 01  WS-OBH-COUNT             PIC 9(05) VALUE ZERO.
031500 01  OBH-TABLE.
031600     05  OBH-ROW              OCCURS 0 TO 5000 TIMES
031700                              DEPENDING ON WS-OBH-COUNT
031800                              ASCENDING KEY IS OBH-STUDENT
031900                              INDEXED BY OBH-IDX.
032000         10  OBH-STUDENT      PIC 9(07).
032100         10  OBH-ITEMS        PIC 9(03).
032200         10  OBH-VALUE        PIC 9(05)V99.
032300 01  WS-OBH-FULL              PIC X VALUE 'N'.
032400 01  WS-OBH-ROW               PIC 9(05).
032500 01  WS-OBH-WRITTEN           PIC 9(05) VALUE ZERO.
032600******************************************************************
032700*    THE ASSIGNMENT RUN'S PAIRS - SHARE REQUESTS ('S') FROM THE  *
032800*    CARDS, THEN SIBLINGS FOUND THROUGH THE HOUSEHOLD TABLE.     *
032900******************************************************************
033000 77  WS-PR-MAX                PIC 9(04) VALUE 1000.
033100 01  WS-PR-COUNT              PIC 9(04) VALUE ZERO.
033200 01  PR-TABLE.
033300     05  PR-ROW               OCCURS 1000 TIMES.
033400         10  PR-ID-1          PIC 9(07).
033500         10  PR-ID-2          PIC 9(07).
033600         10  PR-SOURCE        PIC X(01).
033700 01  WS-PR-FULL               PIC X VALUE 'N'.
033800 01  WS-PR-ROW                PIC 9(04).
033900 01  WS-HH-COUNT              PIC 9(05) VALUE ZERO.
034000 01  HH-TABLE.
034100     05  HH-ROW               OCCURS 0 TO 2000 TIMES
034200                              DEPENDING ON WS-HH-COUNT
034300                              INDEXED BY HH-IDX.
034400         10  HH-HOUSEHOLD     PIC 9(05).
034500         10  HH-SCHOOL        PIC X(04).
034600         10  HH-ID            PIC 9(07).
034700 01  WS-HH-ROW                PIC 9(05).
034800 01  WS-PAIR-ROW-1            PIC 9(05).
034900 01  WS-PAIR-ROW-2            PIC 9(05).
035000 01  WS-PAIR-GRADE            PIC X(02).
035100 01  WS-WANT-SCHOOL           PIC X(04).
035200 01  WS-WANT-GRADE            PIC X(02).
035300 01  WS-FOUND-ROW             PIC 9(05).
035400 01  WS-IN-PAIR               PIC X.
035500******************************************************************
035600*    STUDENTS IN BUILDING, GRADE, HOMEROOM AND NAME ORDER - THE  *
035700*    ORDER THE ASSIGNMENT RUN PLACES THEM IN, AND THE ORDER THE  *
035800*    SLIPS ARE PRINTED IN.                                       *
035900******************************************************************
036000 01  WS-ORD-COUNT             PIC 9(05) VALUE ZERO.
036100 01  ORD-TABLE.
036200     05  ORD-ROW              OCCURS 0 TO 2000 TIMES
036300                              DEPENDING ON WS-ORD-COUNT
036400                              INDEXED BY ORD-IDX.
036500         10  ORD-SCHOOL       PIC X(04).
036600         10  ORD-GRADE        PIC X(02).
036700         10  ORD-SECTION      PIC X(01).
036800         10  ORD-LAST-NAME    PIC X(30).
036900         10  ORD-FIRST-NAME   PIC X(20).
037000         10  ORD-RST-ROW      PIC 9(05).
037100         10  ORD-LKR-ROW      PIC 9(05).
037200 01  WS-ORD-ROW               PIC 9(05).
037300 01  WS-BLOCK-SEEN            PIC X.
037400******************************************************************
037500*    CARD EDITS AND RUN COUNTS.                                  *
037600******************************************************************
037700 01  WS-EDIT-REASON           PIC X(05).
037800 01  WS-EDIT-TEXT             PIC X(36).
037900 01  WS-RELEASE-TEXT          PIC X(30).
038000 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
038100 01  WS-CARDS-APPLIED         PIC 9(05) VALUE ZERO.
038200 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
038300 01  WS-LOCKERS-ADDED         PIC 9(05) VALUE ZERO.
038400 01  WS-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
038500 01  WS-ASSIGNED-COUNT        PIC 9(05) VALUE ZERO.
038600 01  WS-PAIRED-COUNT          PIC 9(05) VALUE ZERO.
038700 01  WS-NO-LOCKER-COUNT       PIC 9(05) VALUE ZERO.
038800 01  WS-CHARGES-POSTED        PIC 9(05) VALUE ZERO.
038900 01  WS-CHARGES-CLOSED        PIC 9(05) VALUE ZERO.
039000 01  WS-RESET-COUNT           PIC 9(05) VALUE ZERO.
039100 01  WS-ENDED-COUNT           PIC 9(05) VALUE ZERO.
039200 01  WS-SLIP-COUNT            PIC 9(05) VALUE ZERO.
039300 01  WS-STUDENT-NAME          PIC X(40).
039400 01  WS-PREV-SCHOOL           PIC X(04).
039500 01  WS-PREV-GRADE            PIC X(02).
039600 01  WS-PREV-SECTION          PIC X(01).
039700 01  WS-PREV-LOCATION         PIC X(16).
039800 01  WS-TEXT-PTR              PIC 9(03).
039900 01  WS-CHARGE-CHANGED        PIC X VALUE 'N'.
040000******************************************************************
040100*    LOCKRPT - CARDS REJECTED, LOCKERS RELEASED, STUDENTS LEFT   *
040200*    WITHOUT A LOCKER, THE LOCKER MAP, THE RESET WORKLIST, THEN  *
040300*    THE RUN TOTALS.                                             *
040400******************************************************************
040500 01  RPT-HEADING.
040600     05  FILLER               PIC X(40) VALUE
040700         'LOCKTRN CARDS REJECTED                  '.
040800 01  RPT-COLUMNS.
040900     05  FILLER               PIC X(50) VALUE
041000         'A BLDG LOCKER DATA                           REASN'.
041100     05  FILLER               PIC X(05) VALUE ' TEXT'.
041200 01  RPT-DETAIL-LINE.
041300     05  RPT-D-ACTION         PIC X(01).
041400     05  FILLER               PIC X(01) VALUE SPACE.
041500     05  RPT-D-SCHOOL         PIC X(04).
041600     05  FILLER               PIC X(01) VALUE SPACE.
041700     05  RPT-D-LOCKER         PIC X(06).
041800     05  FILLER               PIC X(01) VALUE SPACE.
041900     05  RPT-D-DATA           PIC X(31).
042000     05  FILLER               PIC X(01) VALUE SPACE.
042100     05  RPT-D-REASON         PIC X(05).
042200     05  FILLER               PIC X(01) VALUE SPACE.
042300     05  RPT-D-TEXT           PIC X(36).
042400 01  REL-HEADING.
042500     05  FILLER               PIC X(40) VALUE
042600         'LOCKERS RELEASED                        '.
042700 01  REL-COLUMNS.
042800     05  FILLER               PIC X(50) VALUE
042900         'BLDG LOCKER STUDENT NAME                          '.
043000     05  FILLER               PIC X(30) VALUE
043100         '      REASON                  '.
043200 01  REL-DETAIL-LINE.
043300     05  REL-D-SCHOOL         PIC X(04).
043400     05  FILLER               PIC X(01) VALUE SPACE.
043500     05  REL-D-LOCKER         PIC X(06).
043600     05  FILLER               PIC X(01) VALUE SPACE.
043700     05  REL-D-STUDENT        PIC 9(07).
043800     05  FILLER               PIC X(01) VALUE SPACE.
043900     05  REL-D-NAME           PIC X(40).
044000     05  FILLER               PIC X(01) VALUE SPACE.
044100     05  REL-D-REASON         PIC X(30).
044200 01  NOL-HEADING.
044300     05  FILLER               PIC X(50) VALUE
044400         'STUDENTS WITH NO FREE LOCKER IN THEIR GRADE BLOCK '.
044500 01  NOL-DETAIL-LINE.
044600     05  NOL-D-SCHOOL         PIC X(04).
044700     05  FILLER               PIC X(01) VALUE SPACE.
044800     05  NOL-D-GRADE          PIC X(02).
044900     05  FILLER               PIC X(01) VALUE SPACE.
045000     05  NOL-D-SECTION        PIC X(01).
045100     05  FILLER               PIC X(01) VALUE SPACE.
045200     05  NOL-D-STUDENT        PIC 9(07).
045300     05  FILLER               PIC X(01) VALUE SPACE.
045400     05  NOL-D-NAME           PIC X(40).
045500 01  MAP-HEADING.
045600     05  FILLER               PIC X(25) VALUE
045700         'LOCKER MAP - BUILDING    '.
045800     05  MAP-H-SCHOOL         PIC X(04).
045900 01  MAP-LOCATION-LINE.
046000     05  FILLER               PIC X(12) VALUE '  LOCATION: '.
046100     05  MAP-L-LOCATION       PIC X(16).
046200 01  MAP-COLUMNS.
046300     05  FILLER               PIC X(50) VALUE
046400         '    LOCKER T C GR S LOCK SERIAL  STUDENTS         '.
046500 01  MAP-DETAIL-LINE.
046600     05  FILLER               PIC X(04) VALUE SPACES.
046700     05  MAP-D-LOCKER         PIC X(06).
046800     05  FILLER               PIC X(01) VALUE SPACE.
046900     05  MAP-D-TYPE           PIC X(01).
047000     05  FILLER               PIC X(01) VALUE SPACE.
047100     05  MAP-D-CAPACITY       PIC 9(01).
047200     05  FILLER               PIC X(01) VALUE SPACE.
047300     05  MAP-D-BLOCK          PIC X(02).
047400     05  FILLER               PIC X(01) VALUE SPACE.
047500     05  MAP-D-STATUS         PIC X(01).
047600     05  FILLER               PIC X(01) VALUE SPACE.
047700     05  MAP-D-SERIAL         PIC X(12).
047800     05  FILLER               PIC X(01) VALUE SPACE.
047900     05  MAP-D-STUDENTS       PIC X(60).
048000 01  RESET-HEADING.
048100     05  FILLER               PIC X(45) VALUE
048200         'YEAR-END COMBINATION RESET WORKLIST - BLDG   '.
048300     05  RESET-H-SCHOOL       PIC X(04).
048400 01  RESET-COLUMNS.
048500     05  FILLER               PIC X(50) VALUE
048600         'LOCATION         LOCKER LOCK SERIAL  OLD COMBO SET'.
048700     05  FILLER               PIC X(30) VALUE
048800         '      NEW COMBINATION         '.
048900 01  RESET-DETAIL-LINE.
049000     05  RESET-D-LOCATION     PIC X(16).
049100     05  FILLER               PIC X(01) VALUE SPACE.
049200     05  RESET-D-LOCKER       PIC X(06).
049300     05  FILLER               PIC X(01) VALUE SPACE.
049400     05  RESET-D-SERIAL       PIC X(12).
049500     05  FILLER               PIC X(01) VALUE SPACE.
049600     05  RESET-D-COMBO        PIC X(08).
049700     05  FILLER               PIC X(01) VALUE SPACE.
049800     05  RESET-D-DATE         PIC 9(08).
049900     05  FILLER               PIC X(03) VALUE SPACES.
050000     05  RESET-D-NEW          PIC X(20) VALUE
050100         '____________________'.
050200 01  RUN-TOTAL-LINE.
050300     05  RT-LABEL             PIC X(44).
050400     05  RT-VALUE             PIC ZZZZZZ9.
050500******************************************************************
050600*    LOCKSLIP - ONE SLIP PER STUDENT ASSIGNED TODAY, BY HOMEROOM.*
050700******************************************************************
050800 01  SLIP-HOMEROOM-LINE.
050900     05  FILLER               PIC X(20) VALUE
051000         'LOCKER SLIPS - BLDG '.
051100     05  SLH-SCHOOL           PIC X(04).
051200     05  FILLER               PIC X(12) VALUE '  HOMEROOM  '.
051300     05  SLH-GRADE            PIC X(02).
051400     05  FILLER               PIC X(01) VALUE '-'.
051500     05  SLH-SECTION          PIC X(01).
051600     05  FILLER               PIC X(02) VALUE SPACES.
051700     05  SLH-TEACHER          PIC X(38).
051800 01  SLIP-CUT-LINE.
051900     05  FILLER               PIC X(40) VALUE ALL '- '.
052000 01  SLIP-NAME-LINE.
052100     05  FILLER               PIC X(10) VALUE 'STUDENT:  '.
052200     05  SLN-NAME             PIC X(40).
052300     05  FILLER               PIC X(04) VALUE ' ID '.
052400     05  SLN-STUDENT          PIC 9(07).
052500 01  SLIP-LOCKER-LINE.
052600     05  FILLER               PIC X(10) VALUE 'LOCKER:   '.
052700     05  SLL-LOCKER           PIC X(06).
052800     05  FILLER               PIC X(04) VALUE '  - '.
052900     05  SLL-LOCATION         PIC X(16).
053000     05  SLL-SHARED           PIC X(30).
053100 01  SLIP-COMBO-LINE.
053200     05  FILLER               PIC X(14) VALUE 'COMBINATION:  '.
053300     05  SLC-COMBO            PIC X(08).
053400     05  FILLER               PIC X(40) VALUE
053500         '   KEEP THIS SLIP - DO NOT SHARE IT     '.
053600 PROCEDURE DIVISION.
053700 MAINLINE.
053800******************************************************************
053900*    APPLY THE CARDS, FREE THE LOCKERS OF STUDENTS WHO HAVE      *
054000*    LEFT THE BUILDING, THEN ASSIGN OR RESET AS THE RUNMODE      *
054100*    CARD SAYS. SAVE, THEN PRINT TODAY'S SLIPS.                  *
054200******************************************************************
054300     perform read-business-date
054400     perform read-run-mode
054500     if ws-run-mode not = spaces
054600         and ws-run-mode not = 'ASSIGN  '
054700         and ws-run-mode not = 'RESET   '
054800         display 'RUNMODE ' ws-run-mode
054900             ' IS NOT ASSIGN, RESET OR EMPTY - NOTHING RUN'
055000         move 16 to return-code
055100         stop run
055200     end-if
055300     if ws-run-mode = spaces
055400         perform start-run-control
055500     end-if
055600     open output locker-rpt
055700     if ws-lockrpt-status not = '00'
055800         display 'COULD NOT OPEN LOCKRPT - STATUS '
055900             ws-lockrpt-status
056000         move 16 to return-code
056100         stop run
056200     end-if
056300     write locker-line from bus-date-heading
056400     perform load-roster-table
056500     perform load-teachers
056600     perform load-lockers
056700     perform load-charges
056800     perform load-hold-file
056900     perform note-occupants
057000     perform post-transactions
057100     perform release-departed
057200     if ws-run-mode = 'ASSIGN  '
057300         perform assign-lockers
057400     end-if
057500     if ws-run-mode = 'RESET   '
057600         perform print-reset-worklist
057700         perform end-all-assignments
057800     end-if
057900     perform save-lockers
058000     if ws-charge-changed = 'Y'
058100         perform save-charges
058200         perform save-hold-file
058300     end-if
058400     perform print-slips
058500     if ws-run-mode = 'ASSIGN  '
058600         perform print-locker-map
058700     end-if
058800     perform print-run-totals
058900     close locker-rpt
059000     display 'LOCKERS - CARDS READ ' ws-cards-read
059100         ' APPLIED ' ws-cards-applied
059200         ' REJECTED ' ws-cards-rejected
059300     display 'LOCKERS RELEASED ' ws-released-count
059400         ' ASSIGNED ' ws-assigned-count
059500         ' NO LOCKER ' ws-no-locker-count
059600         ' SLIPS ' ws-slip-count
059700     if ws-cards-rejected > zero
059800         or ws-no-locker-count > zero
059900         or ws-rst-full = 'Y'
060000         or ws-tch-full = 'Y'
060100         or ws-pr-full = 'Y'
060200         move 4 to return-code
060300     end-if
060400     if ws-run-mode = spaces
060500         perform end-run-control
060600     end-if
060700     stop run
060800     .
060900 READ-RUN-MODE.
061000******************************************************************
061100*    THE OPTIONAL RUNMODE CARD. 'ASSIGN' RUNS THE ASSIGNMENT,    *
061200*    'RESET' THE YEAR-END RESET; MISSING OR EMPTY RUNS THE       *
061300*    NIGHTLY LEG.                                                *
061400******************************************************************
061500     open input run-mode-file
061600     if ws-runmode-status = '00'
061700         read run-mode-file next record
061800         if ws-runmode-status = '00'
061900             move rm-mode to ws-run-mode
062000         end-if
062100         close run-mode-file
062200     end-if
062300     .
062400 LOAD-ROSTER-TABLE.
062500     move zero to ws-rst-count
062600     open input roster-file
062700     if ws-roster-file-status not = '00'
062800         display 'COULD NOT OPEN ROSTERVS - STATUS '
062900             ws-roster-file-status
063000         move 16 to return-code
063100         stop run
063200     end-if
063300     perform until ws-roster-file-status not = '00'
063400         read roster-file next record
063500         if ws-roster-file-status = '00'
063600             and st-withdraw-date = zero
063700             if ws-rst-count < ws-rst-max
063800                 add 1 to ws-rst-count
063900                 move st-id          to rst-id(ws-rst-count)
064000                 move st-last-name
064100                     to rst-last-name(ws-rst-count)
064200                 move st-first-name
064300                     to rst-first-name(ws-rst-count)
064400                 move st-school-code to rst-school(ws-rst-count)
064500                 move st-grade       to rst-grade(ws-rst-count)
064600                 move st-section     to rst-section(ws-rst-count)
064700                 move st-household-id
064800                     to rst-household(ws-rst-count)
064900                 move 'N' to rst-has-locker(ws-rst-count)
065000             else
065100                 move 'Y' to ws-rst-full
065200             end-if
065300         end-if
065400     end-perform
065500     close roster-file
065600     if ws-rst-full = 'Y'
065700         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
065800             ' - NO LOCKER RELEASED TONIGHT'
065900     end-if
066000     if ws-rst-count > 1
066100         sort rst-row on ascending key rst-id
066200     end-if
066300     .
066400 LOAD-TEACHERS.
066500******************************************************************
066600*    NO TEACHFIL IS AN EMPTY ONE - THE SLIPS THEN GO OUT WITHOUT *
066700*    THE HOMEROOM TEACHER'S NAME.                                *
066800******************************************************************
066900     move zero to ws-tch-count
067000     open input teacher-file
067100     if ws-teachfil-status = '00'
067200         perform until ws-teachfil-status not = '00'
067300             read teacher-file next record
067400             if ws-teachfil-status = '00'
067500                 if ws-tch-count < ws-tch-max
067600                     add 1 to ws-tch-count
067700                     move ta-last-name
067800                         to ws-tch-last(ws-tch-count)
067900                     move ta-first-name
068000                         to ws-tch-first(ws-tch-count)
068100                     move ta-school-code
068200                         to ws-tch-school(ws-tch-count)
068300                     move ta-grade
068400                         to ws-tch-grade(ws-tch-count)
068500                     move ta-section
068600                         to ws-tch-section(ws-tch-count)
068700                 else
068800                     move 'Y' to ws-tch-full
068900                 end-if
069000             end-if
069100         end-perform
069200         close teacher-file
069300     else
069400         display 'NO TEACHFIL - STATUS ' ws-teachfil-status
069500     end-if
069600     if ws-tch-full = 'Y'
069700         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
069800     end-if
069900     .
070000 LOAD-LOCKERS.
070100******************************************************************
070200*    THE WHOLE LOCKER MASTER. NO LOCKMAST YET (BEFORE THE FIRST  *
070300*    'L' CARD) IS AN EMPTY ONE. A MASTER TOO BIG FOR THE TABLE   *
070400*    IS NOT TOUCHED AT ALL.                                      *
070500******************************************************************
070600     move zero to ws-lkr-count
070700     open input locker-master-file
070800     if ws-lockmast-status not = '00'
070900         and ws-lockmast-status not = '35'
071000         display 'COULD NOT OPEN LOCKMAST - STATUS '
071100             ws-lockmast-status
071200         move 16 to return-code
071300         stop run
071400     end-if
071500     if ws-lockmast-status = '00'
071600         perform until ws-lockmast-status not = '00'
071700             read locker-master-file next record
071800             if ws-lockmast-status = '00'
071900                 if ws-lkr-count < ws-lkr-max
072000                     add 1 to ws-lkr-count
072100                     perform move-locker-record-to-row
072200                 else
072300                     move 'Y' to ws-lkr-full
072400                 end-if
072500             end-if
072600         end-perform
072700         close locker-master-file
072800     end-if
072900     if ws-lkr-full = 'Y'
073000         display 'LOCKMAST - LOCKER TABLE FULL AT ' ws-lkr-max
073100             ' - NOT REWRITTEN'
073200         move 16 to return-code
073300         stop run
073400     end-if
073500     if ws-lkr-count > 1
073600         sort lkr-row on ascending key lkr-school lkr-no
073700     end-if
073800     .
073900 MOVE-LOCKER-RECORD-TO-ROW.
074000     move lr-school-code     to lkr-school(ws-lkr-count)
074100     move lr-locker-no       to lkr-no(ws-lkr-count)
074200     move lr-location        to lkr-location(ws-lkr-count)
074300     move lr-block-grade     to lkr-block-grade(ws-lkr-count)
074400     move lr-type            to lkr-type(ws-lkr-count)
074500     move lr-capacity        to lkr-capacity(ws-lkr-count)
074600     move lr-lock-serial     to lkr-lock-serial(ws-lkr-count)
074700     move lr-combination     to lkr-combination(ws-lkr-count)
074800     move lr-combo-date      to lkr-combo-date(ws-lkr-count)
074900     move lr-status          to lkr-status(ws-lkr-count)
075000     move lr-student-1       to lkr-student(ws-lkr-count 1)
075100     move lr-assign-date-1   to lkr-assigned(ws-lkr-count 1)
075200     move lr-student-2       to lkr-student(ws-lkr-count 2)
075300     move lr-assign-date-2   to lkr-assigned(ws-lkr-count 2)
075400     move lr-used-year       to lkr-used-year(ws-lkr-count)
075500     .
075600 LOAD-CHARGES.
075700     move zero to ws-chg-count
075800     open input locker-charge-file
075900     if ws-lockchrg-status not = '00'
076000         and ws-lockchrg-status not = '35'
076100         display 'COULD NOT OPEN LOCKCHRG - STATUS '
076200             ws-lockchrg-status
076300         move 16 to return-code
076400         stop run
076500     end-if
076600     if ws-lockchrg-status = '00'
076700         perform until ws-lockchrg-status not = '00'
076800             read locker-charge-file next record
076900             if ws-lockchrg-status = '00'
077000                 if ws-chg-count < ws-chg-max
077100                     add 1 to ws-chg-count
077200                     move lc-student-id
077300                         to chg-student(ws-chg-count)
077400                     move lc-school-code
077500                         to chg-school(ws-chg-count)
077600                     move lc-locker-no
077700                         to chg-locker(ws-chg-count)
077800                     move lc-charge-date
077900                         to chg-date(ws-chg-count)
078000                     move lc-amount  to chg-amount(ws-chg-count)
078100                     move lc-description
078200                         to chg-description(ws-chg-count)
078300                     move lc-status  to chg-status(ws-chg-count)
078400                     move lc-closed-date
078500                         to chg-closed-date(ws-chg-count)
078600                 else
078700                     move 'Y' to ws-chg-full
078800                 end-if
078900             end-if
079000         end-perform
079100         close locker-charge-file
079200     end-if
079300     if ws-chg-full = 'Y'
079400         display 'LOCKCHRG - CHARGE TABLE FULL AT ' ws-chg-max
079500             ' - NOT REWRITTEN'
079600         move 16 to return-code
079700         stop run
079800     end-if
079900     .
080000 LOAD-HOLD-FILE.
080100******************************************************************
080200*    OBLGHOLD AS GSASSET LAST LEFT IT. NONE YET IS AN EMPTY ONE. *
080300******************************************************************
080400     move zero to ws-obh-count
080500     open input hold-file
080600     if ws-oblghold-status = '00'
080700         perform until ws-oblghold-status not = '00'
080800             read hold-file next record
080900             if ws-oblghold-status = '00'
081000                 if ws-obh-count < ws-obh-max
081100                     add 1 to ws-obh-count
081200                     move ob-student-id
081300                         to obh-student(ws-obh-count)
081400                     move ob-item-count
081500                         to obh-items(ws-obh-count)
081600                     move ob-value-due
081700                         to obh-value(ws-obh-count)
081800                 else
081900                     move 'Y' to ws-obh-full
082000                 end-if
082100             end-if
082200         end-perform
082300         close hold-file
082400     end-if
082500     if ws-obh-full = 'Y'
082600         display 'OBLGHOLD - HOLD TABLE FULL AT ' ws-obh-max
082700             ' - NOT REWRITTEN'
082800         move 16 to return-code
082900         stop run
083000     end-if
083100     if ws-obh-count > 1
083200         sort obh-row on ascending key obh-student
083300     end-if
083400     .
083500 NOTE-OCCUPANTS.
083600******************************************************************
083700*    MARKS EVERY ENROLLED STUDENT WHO HOLDS A LOCKER AT THE      *
083800*    BUILDING THE STUDENT IS ENROLLED IN. A LOCKER LEFT AT THE   *
083900*    OLD BUILDING AFTER A TRANSFER DOES NOT COUNT.               *
084000******************************************************************
084100     perform varying ws-rst-row from 1 by 1
084200             until ws-rst-row > ws-rst-count
084300         move 'N' to rst-has-locker(ws-rst-row)
084400     end-perform
084500     perform varying ws-lkr-row from 1 by 1
084600             until ws-lkr-row > ws-lkr-count
084700         perform varying ws-place from 1 by 1 until ws-place > 2
084800             if lkr-student(ws-lkr-row ws-place) not = zero
084900                 move lkr-student(ws-lkr-row ws-place)
085000                     to ws-find-id
085100                 perform find-student
085200                 if ws-rst-row not = zero
085300                     and rst-school(ws-rst-row)
085400                         = lkr-school(ws-lkr-row)
085500                     move 'Y' to rst-has-locker(ws-rst-row)
085600                 end-if
085700             end-if
085800         end-perform
085900     end-perform
086000     .
086100 FIND-STUDENT.
086200     move zero to ws-rst-row
086300     search all rst-row
086400         when rst-id(rst-idx) = ws-find-id
086500             set ws-rst-row to rst-idx
086600     end-search
086700     .
086800 FIND-LOCKER.
086900     move zero to ws-lkr-row
087000     search all lkr-row
087100         when lkr-school(lkr-idx) = tr-school-code
087200             and lkr-no(lkr-idx) = tr-locker-no
087300             set ws-lkr-row to lkr-idx
087400     end-search
087500     .
087600 POST-TRANSACTIONS.
087700******************************************************************
087800*    ONE PASS OF LOCKTRN, EACH CARD APPLIED AT ONCE SO A LATER   *
087900*    CARD SEES AN EARLIER ONE - AN 'L' FOLLOWED BY ITS 'A' IS    *
088000*    THE USUAL PAIR.                                             *
088100******************************************************************
088200     open input transaction-file
088300     if ws-locktrn-status not = '00'
088400         display 'COULD NOT OPEN LOCKTRN - STATUS '
088500             ws-locktrn-status
088600         move 16 to return-code
088700         stop run
088800     end-if
088900     write locker-line from rpt-heading
089000     move spaces to locker-line
089100     write locker-line
089200     write locker-line from rpt-columns
089300     perform until ws-locktrn-status not = '00'
089400         read transaction-file next record
089500         if ws-locktrn-status = '00'
089600             add 1 to ws-cards-read
089700             perform edit-locker-card
089800             if ws-edit-reason = spaces
089900                 evaluate tr-action
090000                     when 'L'
090100                         if ws-lkr-row = zero
090200                             perform add-locker
090300                         else
090400                             perform change-locker
090500                         end-if
090600                     when 'O'
090700                         perform take-out-of-service
090800                     when 'I'
090900                         move 'A' to lkr-status(ws-lkr-row)
091000                     when 'K'
091100                         perform set-combination
091200                     when 'A'
091300                         perform assign-by-card
091400                     when 'R'
091500                         perform release-place
091600                     when 'D'
091700                         perform post-charge
091800                     when 'P'
091900                         perform close-charges
092000                     when 'W'
092100                         perform close-charges
092200                     when 'S'
092300                         add 1 to ws-pr-count
092400                         perform add-share-request
092500                 end-evaluate
092600                 add 1 to ws-cards-applied
092700             else
092800                 perform reject-transaction
092900             end-if
093000         end-if
093100     end-perform
093200     close transaction-file
093300     if ws-cards-rejected = zero
093400         move 'NO CARDS REJECTED' to locker-line
093500         write locker-line
093600     end-if
093700     .
093800 ADD-SHARE-REQUEST.
093900     add 1 to ws-pr-count
094000     move tr-student-id to pr-id-1(ws-pr-count)
094100     move tr-partner-id to pr-id-2(ws-pr-count)
094200     move 'S'           to pr-source(ws-pr-count)
094300     .
094400 EDIT-LOCKER-CARD.
094500******************************************************************
094600*    THE EDITS, FIRST FAILURE WINS - 'BADAC' NOT ONE OF THE TEN  *
094700*    ACTIONS, 'BADBL' NO BUILDING, 'NOLKR' NO LOCKER NUMBER OR   *
094800*    (OTHER THAN 'L') A LOCKER NOT ON THE MASTER, THEN THE       *
094900*    ACTION'S OWN EDITS BELOW. THE LOCKER IS LEFT IN WS-LKR-ROW, *
095000*    THE STUDENT IN WS-RST-ROW AND THE PLACE IN WS-PLACE.        *
095100******************************************************************
095200     move spaces to ws-edit-reason
095300     move spaces to ws-edit-text
095400     move zero to ws-lkr-row
095500     move zero to ws-rst-row
095600     move zero to ws-place
095700     if tr-action not = 'L' and not = 'O' and not = 'I'
095800         and not = 'K' and not = 'A' and not = 'R'
095900         and not = 'D' and not = 'P' and not = 'W'
096000         and not = 'S'
096100         move 'BADAC' to ws-edit-reason
096200         move 'ACTION NOT L O I K A R D P W OR S' to ws-edit-text
096300     end-if
096400     if ws-edit-reason = spaces
096500         and tr-school-code = spaces
096600         move 'BADBL' to ws-edit-reason
096700         move 'BUILDING MISSING' to ws-edit-text
096800     end-if
096900     if ws-edit-reason = spaces
097000         and tr-action not = 'S'
097100         if tr-locker-no = spaces
097200             move 'NOLKR' to ws-edit-reason
097300             move 'LOCKER NUMBER MISSING' to ws-edit-text
097400         else
097500             perform find-locker
097600             if ws-lkr-row = zero
097700                 and tr-action not = 'L'
097800                 move 'NOLKR' to ws-edit-reason
097900                 move 'LOCKER NOT ON THE MASTER' to ws-edit-text
098000             end-if
098100         end-if
098200     end-if
098300     if ws-edit-reason = spaces
098400         evaluate tr-action
098500             when 'L'
098600                 perform edit-locker-fields
098700             when 'K'
098800                 if tr-combination = spaces
098900                     move 'BADCM' to ws-edit-reason
099000                     move 'NEW COMBINATION MISSING'
099100                         to ws-edit-text
099200                 end-if
099300             when 'A'
099400                 perform edit-assign-card
099500             when 'R'
099600                 perform find-card-student-place
099700                 if ws-place = zero
099800                     move 'NOTON' to ws-edit-reason
099900                     move 'STUDENT NOT ON THIS LOCKER'
100000                         to ws-edit-text
100100                 end-if
100200             when 'D'
100300                 perform edit-charge-card
100400             when 'P'
100500                 perform find-open-charge
100600             when 'W'
100700                 perform find-open-charge
100800             when 'S'
100900                 perform edit-share-card
101000         end-evaluate
101100     end-if
101200     .
101300 EDIT-LOCKER-FIELDS.
101400******************************************************************
101500*    'BADLK' A NEW LOCKER WITHOUT LOCATION, TYPE, CAPACITY, LOCK *
101600*    SERIAL OR COMBINATION, 'TABFL' NO ROOM ON THE MASTER,       *
101700*    'BADTY' TYPE NOT F H P OR D, 'BADCP' CAPACITY NOT 1 OR 2,   *
101800*    OR CUT TO 1 WHILE A SECOND STUDENT HOLDS THE LOCKER.        *
101900******************************************************************
102000     if ws-lkr-row = zero
102100         if tr-location = spaces
102200             or tr-type = space
102300             or tr-capacity = space
102400             or tr-lock-serial = spaces
102500             or tr-combination = spaces
102600             move 'BADLK' to ws-edit-reason
102700             move 'NEW LOCKER NEEDS EVERY FIELD'
102800                 to ws-edit-text
102900         else
103000             if ws-lkr-count not < ws-lkr-max
103100                 move 'TABFL' to ws-edit-reason
103200                 move 'LOCKER MASTER TABLE FULL' to ws-edit-text
103300             end-if
103400         end-if
103500     end-if
103600     if ws-edit-reason = spaces
103700         and tr-type not = space
103800         and tr-type not = 'F' and not = 'H'
103900         and not = 'P' and not = 'D'
104000         move 'BADTY' to ws-edit-reason
104100         move 'TYPE NOT F H P OR D' to ws-edit-text
104200     end-if
104300     if ws-edit-reason = spaces
104400         and tr-capacity not = space
104500         and tr-capacity not = '1' and not = '2'
104600         move 'BADCP' to ws-edit-reason
104700         move 'CAPACITY NOT 1 OR 2' to ws-edit-text
104800     end-if
104900     if ws-edit-reason = spaces
105000         and ws-lkr-row not = zero
105100         and tr-capacity = '1'
105200         and lkr-student(ws-lkr-row 2) not = zero
105300         move 'BADCP' to ws-edit-reason
105400         move 'SECOND PLACE STILL ASSIGNED' to ws-edit-text
105500     end-if
105600     .
105700 EDIT-ASSIGN-CARD.
105800******************************************************************
105900*    'BADST'/'OTHBL' AS FOR ANY STUDENT, 'OUTSV' THE LOCKER IS   *
106000*    OUT OF SERVICE, 'DUPE' THE STUDENT ALREADY HAS IT, 'FULL'   *
106100*    NO PLACE LEFT ON IT. THE FREE PLACE IS LEFT IN              *
106200*    WS-FREE-PLACE.                                              *
106300******************************************************************
106400     move tr-student-id to ws-find-id
106500     perform edit-student-at-building
106600     if ws-edit-reason = spaces
106700         and lkr-status(ws-lkr-row) = 'O'
106800         move 'OUTSV' to ws-edit-reason
106900         move 'LOCKER OUT OF SERVICE' to ws-edit-text
107000     end-if
107100     if ws-edit-reason = spaces
107200         perform find-card-student-place
107300         if ws-place not = zero
107400             move 'DUPE' to ws-edit-reason
107500             move 'STUDENT ALREADY HAS THIS LOCKER'
107600                 to ws-edit-text
107700         end-if
107800     end-if
107900     if ws-edit-reason = spaces
108000         perform find-free-place
108100         if ws-free-place = zero
108200             move 'FULL' to ws-edit-reason
108300             move 'LOCKER ALREADY FULL' to ws-edit-text
108400         end-if
108500     end-if
108600     .
108700 EDIT-STUDENT-AT-BUILDING.
108800******************************************************************
108900*    WS-FIND-ID MUST BE ENROLLED ('BADST') AT THE CARD'S         *
109000*    BUILDING ('OTHBL').                                         *
109100******************************************************************
109200     move zero to ws-rst-row
109300     if ws-find-id is numeric
109400         perform find-student
109500     end-if
109600     if ws-rst-row = zero
109700         move 'BADST' to ws-edit-reason
109800         move 'STUDENT NOT ENROLLED' to ws-edit-text
109900     else
110000         if rst-school(ws-rst-row) not = tr-school-code
110100             move 'OTHBL' to ws-edit-reason
110200             move 'STUDENT ENROLLED AT ANOTHER BUILDING'
110300                 to ws-edit-text
110400         end-if
110500     end-if
110600     .
110700 EDIT-CHARGE-CARD.
110800******************************************************************
110900*    'BADST' NO STUDENT ID (THE STUDENT NEED NOT STILL BE        *
111000*    ENROLLED - A LEAVER IS OFTEN THE ONE CHARGED), 'BADAM' NO   *
111100*    AMOUNT, 'TABFL' NO ROOM FOR THE CHARGE OR A NEW HOLD ROW.   *
111200******************************************************************
111300     if tr-student-id is not numeric
111400         or tr-student-id = zero
111500         move 'BADST' to ws-edit-reason
111600         move 'STUDENT ID MISSING' to ws-edit-text
111700     end-if
111800     if ws-edit-reason = spaces
111900         if tr-amount is not numeric
112000             or tr-amount = zero
112100             move 'BADAM' to ws-edit-reason
112200             move 'CHARGE AMOUNT MISSING' to ws-edit-text
112300         end-if
112400     end-if
112500     if ws-edit-reason = spaces
112600         move tr-student-id to ws-find-id
112700         perform find-hold-row
112800         if ws-chg-count not < ws-chg-max
112900             or (ws-obh-row = zero
113000                 and ws-obh-count not < ws-obh-max)
113100             move 'TABFL' to ws-edit-reason
113200             move 'CHARGE OR HOLD TABLE FULL' to ws-edit-text
113300         end-if
113400     end-if
113500     .
113600 EDIT-SHARE-CARD.
113700******************************************************************
113800*    'NOTAS' A SHARE REQUEST OUTSIDE THE ASSIGNMENT RUN, THEN    *
113900*    BOTH STUDENTS ENROLLED AT THE BUILDING ('BADST'/'OTHBL' FOR *
114000*    THE FIRST, 'BADPT' FOR THE PARTNER), 'TABFL' TOO MANY       *
114100*    REQUESTS.                                                   *
114200******************************************************************
114300     if ws-run-mode not = 'ASSIGN  '
114400         move 'NOTAS' to ws-edit-reason
114500         move 'SHARE REQUESTS GO WITH ASSIGN RUN' to ws-edit-text
114600     end-if
114700     if ws-edit-reason = spaces
114800         move tr-student-id to ws-find-id
114900         perform edit-student-at-building
115000     end-if
115100     if ws-edit-reason = spaces
115200         move zero to ws-rst-row
115300         if tr-partner-id is numeric
115400             and tr-partner-id not = tr-student-id
115500             move tr-partner-id to ws-find-id
115600             perform find-student
115700         end-if
115800         if ws-rst-row = zero
115900             move 'BADPT' to ws-edit-reason
116000             move 'PARTNER NOT ENROLLED' to ws-edit-text
116100         else
116200             if rst-school(ws-rst-row) not = tr-school-code
116300                 move 'BADPT' to ws-edit-reason
116400                 move 'PARTNER AT ANOTHER BUILDING'
116500                     to ws-edit-text
116600             end-if
116700         end-if
116800     end-if
116900     if ws-edit-reason = spaces
117000         and ws-pr-count not < ws-pr-max
117100         move 'TABFL' to ws-edit-reason
117200         move 'SHARE REQUEST TABLE FULL' to ws-edit-text
117300         move 'Y' to ws-pr-full
117400     end-if
117500     .
117600 FIND-CARD-STUDENT-PLACE.
117700     move zero to ws-place
117800     if tr-student-id is numeric
117900         and tr-student-id not = zero
118000         if lkr-student(ws-lkr-row 1) = tr-student-id
118100             move 1 to ws-place
118200         end-if
118300         if lkr-student(ws-lkr-row 2) = tr-student-id
118400             move 2 to ws-place
118500         end-if
118600     end-if
118700     .
118800 FIND-FREE-PLACE.
118900     move zero to ws-free-place
119000     if lkr-student(ws-lkr-row 1) = zero
119100         move 1 to ws-free-place
119200     else
119300         if lkr-capacity(ws-lkr-row) = 2
119400             and lkr-student(ws-lkr-row 2) = zero
119500             move 2 to ws-free-place
119600         end-if
119700     end-if
119800     .
119900 FIND-OPEN-CHARGE.
120000     move 'N' to ws-chg-found
120100     perform varying ws-chg-row from 1 by 1
120200             until ws-chg-row > ws-chg-count
120300         if chg-student(ws-chg-row) = tr-student-id
120400             and chg-school(ws-chg-row) = tr-school-code
120500             and chg-locker(ws-chg-row) = tr-locker-no
120600             and chg-status(ws-chg-row) = 'O'
120700             move 'Y' to ws-chg-found
120800         end-if
120900     end-perform
121000     if ws-chg-found = 'N'
121100         move 'NOCHG' to ws-edit-reason
121200         move 'NO OPEN CHARGE FOR STUDENT/LOCKER' to ws-edit-text
121300     end-if
121400     .
121500 REJECT-TRANSACTION.
121600     add 1 to ws-cards-rejected
121700     move tr-action                  to rpt-d-action
121800     move tr-school-code             to rpt-d-school
121900     move tr-locker-no               to rpt-d-locker
122000     move transaction-record(12:31)  to rpt-d-data
122100     move ws-edit-reason             to rpt-d-reason
122200     move ws-edit-text               to rpt-d-text
122300     write locker-line from rpt-detail-line
122400     .
122500 ADD-LOCKER.
122600     add 1 to ws-lkr-count
122700     move tr-school-code     to lkr-school(ws-lkr-count)
122800     move tr-locker-no       to lkr-no(ws-lkr-count)
122900     move tr-location        to lkr-location(ws-lkr-count)
123000     move tr-block-grade     to lkr-block-grade(ws-lkr-count)
123100     move tr-type            to lkr-type(ws-lkr-count)
123200     move tr-capacity        to lkr-capacity(ws-lkr-count)
123300     move tr-lock-serial     to lkr-lock-serial(ws-lkr-count)
123400     move tr-combination     to lkr-combination(ws-lkr-count)
123500     move ws-business-date   to lkr-combo-date(ws-lkr-count)
123600     move 'A'                to lkr-status(ws-lkr-count)
123700     move zero               to lkr-student(ws-lkr-count 1)
123800     move zero               to lkr-assigned(ws-lkr-count 1)
123900     move zero               to lkr-student(ws-lkr-count 2)
124000     move zero               to lkr-assigned(ws-lkr-count 2)
124100     move 'N'                to lkr-used-year(ws-lkr-count)
124200     add 1 to ws-lockers-added
124300     if ws-lkr-count > 1
124400         sort lkr-row on ascending key lkr-school lkr-no
124500     end-if
124600     .
124700 CHANGE-LOCKER.
124800     if tr-location not = spaces
124900         move tr-location to lkr-location(ws-lkr-row)
125000     end-if
125100     if tr-block-grade not = spaces
125200         move tr-block-grade to lkr-block-grade(ws-lkr-row)
125300     end-if
125400     if tr-type not = space
125500         move tr-type to lkr-type(ws-lkr-row)
125600     end-if
125700     if tr-capacity not = space
125800         move tr-capacity to lkr-capacity(ws-lkr-row)
125900     end-if
126000     if tr-lock-serial not = spaces
126100         or tr-combination not = spaces
126200         perform set-combination
126300     end-if
126400     .
126500 SET-COMBINATION.
126600******************************************************************
126700*    A NEW COMBINATION (AND PERHAPS A NEW LOCK) TAKES THE LOCKER *
126800*    OFF THE RESET WORKLIST UNTIL A STUDENT NEXT HOLDS IT.       *
126900******************************************************************
127000     if tr-lock-serial not = spaces
127100         move tr-lock-serial to lkr-lock-serial(ws-lkr-row)
127200     end-if
127300     if tr-combination not = spaces
127400         move tr-combination to lkr-combination(ws-lkr-row)
127500         move ws-business-date to lkr-combo-date(ws-lkr-row)
127600         move 'N' to lkr-used-year(ws-lkr-row)
127700     end-if
127800     .
127900 TAKE-OUT-OF-SERVICE.
128000     move 'O' to lkr-status(ws-lkr-row)
128100     perform varying ws-place from 1 by 1 until ws-place > 2
128200         if lkr-student(ws-lkr-row ws-place) not = zero
128300             perform release-place
128400         end-if
128500     end-perform
128600     .
128700 ASSIGN-BY-CARD.
128800******************************************************************
128900*    A STUDENT WHO ALREADY HOLDS ANOTHER LOCKER AT THE BUILDING  *
129000*    IS MOVED - THE OLD ONE IS RELEASED FIRST.                   *
129100******************************************************************
129200     if rst-has-locker(ws-rst-row) = 'Y'
129300         move ws-lkr-row to ws-old-lkr-row
129400         perform varying ws-lkr-row from 1 by 1
129500                 until ws-lkr-row > ws-lkr-count
129600             if lkr-school(ws-lkr-row) = rst-school(ws-rst-row)
129700                 perform varying ws-place from 1 by 1
129800                         until ws-place > 2
129900                     if lkr-student(ws-lkr-row ws-place)
130000                             = rst-id(ws-rst-row)
130100                         perform release-place
130200                     end-if
130300                 end-perform
130400             end-if
130500         end-perform
130600         move ws-old-lkr-row to ws-lkr-row
130700     end-if
130800     perform assign-place
130900     .
131000 ASSIGN-PLACE.
131100******************************************************************
131200*    STUDENT WS-RST-ROW INTO PLACE WS-FREE-PLACE OF LOCKER       *
131300*    WS-LKR-ROW, DATED TODAY - WHICH IS WHAT PRINTS THE SLIP.    *
131400******************************************************************
131500     move rst-id(ws-rst-row)
131600         to lkr-student(ws-lkr-row ws-free-place)
131700     move ws-business-date
131800         to lkr-assigned(ws-lkr-row ws-free-place)
131900     move 'Y' to lkr-used-year(ws-lkr-row)
132000     move 'Y' to rst-has-locker(ws-rst-row)
132100     add 1 to ws-assigned-count
132200     .
132300 RELEASE-PLACE.
132400******************************************************************
132500*    EMPTIES PLACE WS-PLACE OF LOCKER WS-LKR-ROW. THE STUDENT,   *
132600*    IF STILL ENROLLED THERE, NO LONGER HOLDS A LOCKER.          *
132700******************************************************************
132800     move lkr-student(ws-lkr-row ws-place) to ws-find-id
132900     perform find-student
133000     if ws-rst-row not = zero
133100         and rst-school(ws-rst-row) = lkr-school(ws-lkr-row)
133200         move 'N' to rst-has-locker(ws-rst-row)
133300     end-if
133400     move zero to lkr-student(ws-lkr-row ws-place)
133500     move zero to lkr-assigned(ws-lkr-row ws-place)
133600     .
133700 POST-CHARGE.
133800     add 1 to ws-chg-count
133900     move tr-student-id      to chg-student(ws-chg-count)
134000     move tr-school-code     to chg-school(ws-chg-count)
134100     move tr-locker-no       to chg-locker(ws-chg-count)
134200     move ws-business-date   to chg-date(ws-chg-count)
134300     move tr-amount          to chg-amount(ws-chg-count)
134400     move tr-description     to chg-description(ws-chg-count)
134500     move 'O'                to chg-status(ws-chg-count)
134600     move zero               to chg-closed-date(ws-chg-count)
134700     if ws-obh-row = zero
134800         add 1 to ws-obh-count
134900         move tr-student-id to obh-student(ws-obh-count)
135000         move zero to obh-items(ws-obh-count)
135100         move zero to obh-value(ws-obh-count)
135200         if ws-obh-count > 1
135300             sort obh-row on ascending key obh-student
135400         end-if
135500         perform find-hold-row
135600     end-if
135700     add 1 to obh-items(ws-obh-row)
135800     add tr-amount to obh-value(ws-obh-row)
135900     add 1 to ws-charges-posted
136000     move 'Y' to ws-charge-changed
136100     .
136200 CLOSE-CHARGES.
136300******************************************************************
136400*    EVERY OPEN CHARGE FOR THE STUDENT AND LOCKER IS CLOSED 'P'  *
136500*    OR 'W' AND COMES OFF THE STUDENT'S OBLGHOLD ROW.            *
136600******************************************************************
136700     move tr-student-id to ws-find-id
136800     perform find-hold-row
136900     perform varying ws-chg-row from 1 by 1
137000             until ws-chg-row > ws-chg-count
137100         if chg-student(ws-chg-row) = tr-student-id
137200             and chg-school(ws-chg-row) = tr-school-code
137300             and chg-locker(ws-chg-row) = tr-locker-no
137400             and chg-status(ws-chg-row) = 'O'
137500             move tr-action to chg-status(ws-chg-row)
137600             move ws-business-date
137700                 to chg-closed-date(ws-chg-row)
137800             if ws-obh-row not = zero
137900                 if obh-items(ws-obh-row) > zero
138000                     subtract 1 from obh-items(ws-obh-row)
138100                 end-if
138200                 if obh-value(ws-obh-row) > chg-amount(ws-chg-row)
138300                     subtract chg-amount(ws-chg-row)
138400                         from obh-value(ws-obh-row)
138500                 else
138600                     move zero to obh-value(ws-obh-row)
138700                 end-if
138800             end-if
138900             add 1 to ws-charges-closed
139000             move 'Y' to ws-charge-changed
139100         end-if
139200     end-perform
139300     .
139400 FIND-HOLD-ROW.
139500     move zero to ws-obh-row
139600     search all obh-row
139700         when obh-student(obh-idx) = ws-find-id
139800             set ws-obh-row to obh-idx
139900     end-search
140000     .
140100 RELEASE-DEPARTED.
140200******************************************************************
140300*    EVERY LOCKER PLACE HELD BY A STUDENT NO LONGER ENROLLED, OR *
140400*    ENROLLED NOW AT ANOTHER BUILDING, IS FREED AND LISTED SO    *
140500*    THE OFFICE CAN CLEAR THE LOCKER OUT. NOTHING IS RELEASED    *
140600*    WHEN THE STUDENT TABLE WAS CUT SHORT.                       *
140700******************************************************************
140800     move spaces to locker-line
140900     write locker-line
141000     write locker-line from rel-heading
141100     if ws-rst-full = 'Y'
141200         move 'STUDENT TABLE FULL - NO LOCKER RELEASED'
141300             to locker-line
141400         write locker-line
141500     else
141600         write locker-line from rel-columns
141700         perform varying ws-lkr-row from 1 by 1
141800                 until ws-lkr-row > ws-lkr-count
141900             perform varying ws-place from 1 by 1
142000                     until ws-place > 2
142100                 if lkr-student(ws-lkr-row ws-place) not = zero
142200                     perform check-one-occupant
142300                 end-if
142400             end-perform
142500         end-perform
142600         if ws-released-count = zero
142700             move 'NO LOCKERS RELEASED' to locker-line
142800             write locker-line
142900         end-if
143000     end-if
143100     .
143200 CHECK-ONE-OCCUPANT.
143300     move spaces to ws-release-text
143400     move lkr-student(ws-lkr-row ws-place) to ws-find-id
143500     perform find-student
143600     if ws-rst-row = zero
143700         move 'NO LONGER ENROLLED' to ws-release-text
143800     else
143900         if rst-school(ws-rst-row) not = lkr-school(ws-lkr-row)
144000             string 'TRANSFERRED TO BUILDING '
144100                 rst-school(ws-rst-row)
144200                 delimited by size into ws-release-text
144300         end-if
144400     end-if
144500     if ws-release-text not = spaces
144600         move lkr-school(ws-lkr-row) to rel-d-school
144700         move lkr-no(ws-lkr-row)     to rel-d-locker
144800         move ws-find-id             to rel-d-student
144900         move spaces                 to rel-d-name
145000         if ws-rst-row not = zero
145100             perform build-student-name
145200             move ws-student-name to rel-d-name
145300         end-if
145400         move ws-release-text        to rel-d-reason
145500         write locker-line from rel-detail-line
145600         perform release-place
145700         add 1 to ws-released-count
145800     end-if
145900     .
146000 BUILD-STUDENT-NAME.
146100     move spaces to ws-student-name
146200     string rst-last-name(ws-rst-row) delimited by '  '
146300            ', ' delimited by size
146400            rst-first-name(ws-rst-row) delimited by '  '
146500            into ws-student-name
146600     .
146700 ASSIGN-LOCKERS.
146800******************************************************************
146900*    THE ASSIGNMENT RUN. PAIRS FIRST - THE SHARE REQUESTS, THEN  *
147000*    SIBLINGS - INTO AN EMPTY SHARED LOCKER OF THE YOUNGER ONE'S *
147100*    GRADE BLOCK; THEN EVERYONE STILL WITHOUT A LOCKER, BY       *
147200*    BUILDING, GRADE, HOMEROOM AND NAME, INTO A FREE SINGLE      *
147300*    LOCKER OF THE GRADE BLOCK, ELSE A FREE PLACE IN A SHARED    *
147400*    ONE. A STUDENT WHOSE GRADE HAS NO BLOCK AT THE BUILDING IS  *
147500*    NOT A LOCKER GRADE AND IS PASSED OVER.                      *
147600******************************************************************
147700     perform find-sibling-pairs
147800     perform varying ws-pr-row from 1 by 1
147900             until ws-pr-row > ws-pr-count
148000         perform place-one-pair
148100     end-perform
148200     move zero to ws-ord-count
148300     perform varying ws-rst-row from 1 by 1
148400             until ws-rst-row > ws-rst-count
148500         if rst-has-locker(ws-rst-row) = 'N'
148600             add 1 to ws-ord-count
148700             move rst-school(ws-rst-row)
148800                 to ord-school(ws-ord-count)
148900             move rst-grade(ws-rst-row)
149000                 to ord-grade(ws-ord-count)
149100             move rst-section(ws-rst-row)
149200                 to ord-section(ws-ord-count)
149300             move rst-last-name(ws-rst-row)
149400                 to ord-last-name(ws-ord-count)
149500             move rst-first-name(ws-rst-row)
149600                 to ord-first-name(ws-ord-count)
149700             move ws-rst-row to ord-rst-row(ws-ord-count)
149800             move zero to ord-lkr-row(ws-ord-count)
149900         end-if
150000     end-perform
150100     if ws-ord-count > 1
150200         sort ord-row on ascending key ord-school ord-grade
150300             ord-section ord-last-name ord-first-name
150400     end-if
150500     move spaces to locker-line
150600     write locker-line
150700     write locker-line from nol-heading
150800     perform varying ws-ord-row from 1 by 1
150900             until ws-ord-row > ws-ord-count
151000         perform place-one-student
151100     end-perform
151200     if ws-no-locker-count = zero
151300         move 'EVERY STUDENT IN A LOCKER GRADE HAS A LOCKER'
151400             to locker-line
151500         write locker-line
151600     end-if
151700     .
151800 FIND-SIBLING-PAIRS.
151900******************************************************************
152000*    ENROLLED STUDENTS WITHOUT A LOCKER, BY HOUSEHOLD, BUILDING  *
152100*    AND ID. TWO OF ONE HOUSEHOLD AT ONE BUILDING, NEITHER IN A  *
152200*    SHARE REQUEST ALREADY, MAKE A PAIR; A THIRD WAITS FOR THE   *
152300*    NEXT.                                                       *
152400******************************************************************
152500     move zero to ws-hh-count
152600     perform varying ws-rst-row from 1 by 1
152700             until ws-rst-row > ws-rst-count
152800         if rst-has-locker(ws-rst-row) = 'N'
152900             and rst-household(ws-rst-row) not = zero
153000             move rst-id(ws-rst-row) to ws-find-id
153100             perform check-in-pair
153200             if ws-in-pair = 'N'
153300                 add 1 to ws-hh-count
153400                 move rst-household(ws-rst-row)
153500                     to hh-household(ws-hh-count)
153600                 move rst-school(ws-rst-row)
153700                     to hh-school(ws-hh-count)
153800                 move rst-id(ws-rst-row) to hh-id(ws-hh-count)
153900             end-if
154000         end-if
154100     end-perform
154200     if ws-hh-count > 1
154300         sort hh-row on ascending key hh-household hh-school
154400             hh-id
154500     end-if
154600     move 1 to ws-hh-row
154700     perform until ws-hh-row >= ws-hh-count
154800         if hh-household(ws-hh-row) = hh-household(ws-hh-row + 1)
154900             and hh-school(ws-hh-row) = hh-school(ws-hh-row + 1)
155000             and ws-pr-count < ws-pr-max
155100             add 1 to ws-pr-count
155200             move hh-id(ws-hh-row)     to pr-id-1(ws-pr-count)
155300             move hh-id(ws-hh-row + 1) to pr-id-2(ws-pr-count)
155400             move 'H' to pr-source(ws-pr-count)
155500             add 2 to ws-hh-row
155600         else
155700             add 1 to ws-hh-row
155800         end-if
155900     end-perform
156000     .
156100 CHECK-IN-PAIR.
156200     move 'N' to ws-in-pair
156300     perform varying ws-pr-row from 1 by 1
156400             until ws-pr-row > ws-pr-count
156500         if pr-id-1(ws-pr-row) = ws-find-id
156600             or pr-id-2(ws-pr-row) = ws-find-id
156700             move 'Y' to ws-in-pair
156800         end-if
156900     end-perform
157000     .
157100 PLACE-ONE-PAIR.
157200******************************************************************
157300*    BOTH STILL WITHOUT A LOCKER AND AT ONE BUILDING, OR THE     *
157400*    PAIR IS LEFT TO THE ONE-BY-ONE PASS.                        *
157500******************************************************************
157600     move pr-id-1(ws-pr-row) to ws-find-id
157700     perform find-student
157800     move ws-rst-row to ws-pair-row-1
157900     move pr-id-2(ws-pr-row) to ws-find-id
158000     perform find-student
158100     move ws-rst-row to ws-pair-row-2
158200     if ws-pair-row-1 not = zero
158300         and ws-pair-row-2 not = zero
158400         and rst-has-locker(ws-pair-row-1) = 'N'
158500         and rst-has-locker(ws-pair-row-2) = 'N'
158600         and rst-school(ws-pair-row-1) = rst-school(ws-pair-row-2)
158700         move rst-school(ws-pair-row-1) to ws-want-school
158800         move rst-grade(ws-pair-row-1) to ws-want-grade
158900         if rst-grade(ws-pair-row-2) < ws-want-grade
159000             move rst-grade(ws-pair-row-2) to ws-want-grade
159100         end-if
159200         move zero to ws-found-row
159300         perform varying ws-lkr-row from 1 by 1
159400                 until ws-lkr-row > ws-lkr-count
159500                    or ws-found-row not = zero
159600             if lkr-school(ws-lkr-row) = ws-want-school
159700                 and lkr-block-grade(ws-lkr-row) = ws-want-grade
159800                 and lkr-status(ws-lkr-row) = 'A'
159900                 and lkr-capacity(ws-lkr-row) = 2
160000                 and lkr-student(ws-lkr-row 1) = zero
160100                 and lkr-student(ws-lkr-row 2) = zero
160200                 move ws-lkr-row to ws-found-row
160300             end-if
160400         end-perform
160500         if ws-found-row not = zero
160600             move ws-found-row to ws-lkr-row
160700             move ws-pair-row-1 to ws-rst-row
160800             move 1 to ws-free-place
160900             perform assign-place
161000             move ws-pair-row-2 to ws-rst-row
161100             move 2 to ws-free-place
161200             perform assign-place
161300             add 1 to ws-paired-count
161400         end-if
161500     end-if
161600     .
161700 PLACE-ONE-STUDENT.
161800     move ord-rst-row(ws-ord-row) to ws-rst-row
161900     move rst-school(ws-rst-row) to ws-want-school
162000     move rst-grade(ws-rst-row)  to ws-want-grade
162100     move 'N' to ws-block-seen
162200     move zero to ws-found-row
162300     perform varying ws-lkr-row from 1 by 1
162400             until ws-lkr-row > ws-lkr-count
162500                or ws-found-row not = zero
162600         if lkr-school(ws-lkr-row) = ws-want-school
162700             and lkr-block-grade(ws-lkr-row) = ws-want-grade
162800             move 'Y' to ws-block-seen
162900             if lkr-status(ws-lkr-row) = 'A'
163000                 and lkr-capacity(ws-lkr-row) = 1
163100                 and lkr-student(ws-lkr-row 1) = zero
163200                 move ws-lkr-row to ws-found-row
163300             end-if
163400         end-if
163500     end-perform
163600     if ws-found-row = zero
163700         and ws-block-seen = 'Y'
163800         perform varying ws-lkr-row from 1 by 1
163900                 until ws-lkr-row > ws-lkr-count
164000                    or ws-found-row not = zero
164100             if lkr-school(ws-lkr-row) = ws-want-school
164200                 and lkr-block-grade(ws-lkr-row) = ws-want-grade
164300                 and lkr-status(ws-lkr-row) = 'A'
164400                 and lkr-capacity(ws-lkr-row) = 2
164500                 perform find-free-place
164600                 if ws-free-place not = zero
164700                     move ws-lkr-row to ws-found-row
164800                 end-if
164900             end-if
165000         end-perform
165100     end-if
165200     if ws-found-row not = zero
165300         move ws-found-row to ws-lkr-row
165400         perform find-free-place
165500         perform assign-place
165600     else
165700         if ws-block-seen = 'Y'
165800             add 1 to ws-no-locker-count
165900             move rst-school(ws-rst-row)  to nol-d-school
166000             move rst-grade(ws-rst-row)   to nol-d-grade
166100             move rst-section(ws-rst-row) to nol-d-section
166200             move rst-id(ws-rst-row)      to nol-d-student
166300             perform build-student-name
166400             move ws-student-name         to nol-d-name
166500             write locker-line from nol-detail-line
166600         end-if
166700     end-if
166800     .
166900 PRINT-RESET-WORKLIST.
167000******************************************************************
167100*    YEAR END. EVERY LOCKER HELD BY ANY STUDENT SINCE ITS        *
167200*    COMBINATION WAS LAST SET, BY BUILDING AND LOCATION, WITH    *
167300*    THE LOCK SERIAL AND THE COMBINATION BEING RETIRED. THE NEW  *
167400*    ONE IS WRITTEN ON THE LINE AND KEYED BACK ON A 'K' CARD.    *
167500******************************************************************
167600     if ws-lkr-count > 1
167700         sort lkr-row on ascending key lkr-school lkr-location
167800             lkr-no
167900     end-if
168000     move spaces to ws-prev-school
168100     perform varying ws-lkr-row from 1 by 1
168200             until ws-lkr-row > ws-lkr-count
168300         if lkr-used-year(ws-lkr-row) = 'Y'
168400             if lkr-school(ws-lkr-row) not = ws-prev-school
168500                 move lkr-school(ws-lkr-row) to ws-prev-school
168600                 move lkr-school(ws-lkr-row) to reset-h-school
168700                 move spaces to locker-line
168800                 write locker-line
168900                 write locker-line from reset-heading
169000                 write locker-line from reset-columns
169100             end-if
169200             move lkr-location(ws-lkr-row)    to reset-d-location
169300             move lkr-no(ws-lkr-row)          to reset-d-locker
169400             move lkr-lock-serial(ws-lkr-row) to reset-d-serial
169500             move lkr-combination(ws-lkr-row) to reset-d-combo
169600             move lkr-combo-date(ws-lkr-row)  to reset-d-date
169700             write locker-line from reset-detail-line
169800             add 1 to ws-reset-count
169900         end-if
170000     end-perform
170100     if ws-reset-count = zero
170200         move spaces to locker-line
170300         write locker-line
170400         move 'NO LOCKER NEEDS A NEW COMBINATION' to locker-line
170500         write locker-line
170600     end-if
170700     .
170800 END-ALL-ASSIGNMENTS.
170900******************************************************************
171000*    EVERY ASSIGNMENT ENDS WITH THE YEAR - NEXT YEAR'S GRADE     *
171100*    BLOCKS ARE FILLED AFRESH BY THE ASSIGNMENT RUN.             *
171200******************************************************************
171300     perform varying ws-lkr-row from 1 by 1
171400             until ws-lkr-row > ws-lkr-count
171500         perform varying ws-place from 1 by 1 until ws-place > 2
171600             if lkr-student(ws-lkr-row ws-place) not = zero
171700                 perform release-place
171800                 add 1 to ws-ended-count
171900             end-if
172000         end-perform
172100     end-perform
172200     .
172300 SAVE-LOCKERS.
172400******************************************************************
172500*    LOCKMAST REWRITTEN WHOLE, BY BUILDING AND LOCKER NUMBER.    *
172600******************************************************************
172700     if ws-lkr-count > 1
172800         sort lkr-row on ascending key lkr-school lkr-no
172900     end-if
173000     open output locker-master-file
173100     if ws-lockmast-status not = '00'
173200         display 'COULD NOT OPEN LOCKMAST FOR OUTPUT - STATUS '
173300             ws-lockmast-status
173400         move 16 to return-code
173500         stop run
173600     end-if
173700     perform varying ws-lkr-row from 1 by 1
173800             until ws-lkr-row > ws-lkr-count
173900         move spaces to locker-master-record
174000         move lkr-school(ws-lkr-row)      to lr-school-code
174100         move lkr-no(ws-lkr-row)          to lr-locker-no
174200         move lkr-location(ws-lkr-row)    to lr-location
174300         move lkr-block-grade(ws-lkr-row) to lr-block-grade
174400         move lkr-type(ws-lkr-row)        to lr-type
174500         move lkr-capacity(ws-lkr-row)    to lr-capacity
174600         move lkr-lock-serial(ws-lkr-row) to lr-lock-serial
174700         move lkr-combination(ws-lkr-row) to lr-combination
174800         move lkr-combo-date(ws-lkr-row)  to lr-combo-date
174900         move lkr-status(ws-lkr-row)      to lr-status
175000         move lkr-student(ws-lkr-row 1)   to lr-student-1
175100         move lkr-assigned(ws-lkr-row 1)  to lr-assign-date-1
175200         move lkr-student(ws-lkr-row 2)   to lr-student-2
175300         move lkr-assigned(ws-lkr-row 2)  to lr-assign-date-2
175400         move lkr-used-year(ws-lkr-row)   to lr-used-year
175500         write locker-master-record
175600     end-perform
175700     close locker-master-file
175800     .
175900 SAVE-CHARGES.
176000     open output locker-charge-file
176100     if ws-lockchrg-status not = '00'
176200         display 'COULD NOT OPEN LOCKCHRG FOR OUTPUT - STATUS '
176300             ws-lockchrg-status
176400         move 16 to return-code
176500         stop run
176600     end-if
176700     perform varying ws-chg-row from 1 by 1
176800             until ws-chg-row > ws-chg-count
176900         move spaces to locker-charge-record
177000         move chg-student(ws-chg-row)     to lc-student-id
177100         move chg-school(ws-chg-row)      to lc-school-code
177200         move chg-locker(ws-chg-row)      to lc-locker-no
177300         move chg-date(ws-chg-row)        to lc-charge-date
177400         move chg-amount(ws-chg-row)      to lc-amount
177500         move chg-description(ws-chg-row) to lc-description
177600         move chg-status(ws-chg-row)      to lc-status
177700         move chg-closed-date(ws-chg-row) to lc-closed-date
177800         write locker-charge-record
177900     end-perform
178000     close locker-charge-file
178100     .
178200 SAVE-HOLD-FILE.
178300******************************************************************
178400*    OBLGHOLD REWRITTEN IN STUDENT ORDER, AS GSASSET WRITES IT - *
178500*    A STUDENT WHO NOW OWES NOTHING DROPS OFF.                   *
178600******************************************************************
178700     open output hold-file
178800     if ws-oblghold-status not = '00'
178900         display 'COULD NOT REWRITE OBLGHOLD - STATUS '
179000             ws-oblghold-status
179100         move 16 to return-code
179200         stop run
179300     end-if
179400     perform varying ws-obh-row from 1 by 1
179500             until ws-obh-row > ws-obh-count
179600         if obh-items(ws-obh-row) > zero
179700             or obh-value(ws-obh-row) > zero
179800             move obh-student(ws-obh-row) to ob-student-id
179900             move obh-items(ws-obh-row)   to ob-item-count
180000             move obh-value(ws-obh-row)   to ob-value-due
180100             write obligation-hold-record
180200             add 1 to ws-obh-written
180300         end-if
180400     end-perform
180500     close hold-file
180600     .
180700 PRINT-SLIPS.
180800******************************************************************
180900*    ONE SLIP FOR EVERY STUDENT ASSIGNED A LOCKER TODAY, BY      *
181000*    BUILDING, GRADE AND HOMEROOM SECTION, A HOMEROOM TO A PAGE. *
181100******************************************************************
181200     open output slip-rpt
181300     if ws-lockslip-status not = '00'
181400         display 'COULD NOT OPEN LOCKSLIP - STATUS '
181500             ws-lockslip-status
181600         move 16 to return-code
181700         stop run
181800     end-if
181900     move zero to ws-ord-count
182000     perform varying ws-lkr-row from 1 by 1
182100             until ws-lkr-row > ws-lkr-count
182200         perform varying ws-place from 1 by 1 until ws-place > 2
182300             if lkr-student(ws-lkr-row ws-place) not = zero
182400                 and lkr-assigned(ws-lkr-row ws-place)
182500                     = ws-business-date
182600                 move lkr-student(ws-lkr-row ws-place)
182700                     to ws-find-id
182800                 perform find-student
182900                 if ws-rst-row not = zero
183000                     and ws-ord-count < ws-rst-max
183100                     perform add-slip-row
183200                 end-if
183300             end-if
183400         end-perform
183500     end-perform
183600     if ws-ord-count > 1
183700         sort ord-row on ascending key ord-school ord-grade
183800             ord-section ord-last-name ord-first-name
183900     end-if
184000     move spaces to ws-prev-school
184100     move spaces to ws-prev-grade
184200     move spaces to ws-prev-section
184300     perform varying ws-ord-row from 1 by 1
184400             until ws-ord-row > ws-ord-count
184500         if ord-school(ws-ord-row) not = ws-prev-school
184600             or ord-grade(ws-ord-row) not = ws-prev-grade
184700             or ord-section(ws-ord-row) not = ws-prev-section
184800             perform print-slip-heading
184900         end-if
185000         perform print-one-slip
185100     end-perform
185200     if ws-ord-count = zero
185300         write slip-line from bus-date-heading
185400         move 'NO LOCKERS ASSIGNED TODAY' to slip-line
185500         write slip-line
185600     else
185700         write slip-line from slip-cut-line
185800     end-if
185900     close slip-rpt
186000     .
186100 ADD-SLIP-ROW.
186200     add 1 to ws-ord-count
186300     move rst-school(ws-rst-row)     to ord-school(ws-ord-count)
186400     move rst-grade(ws-rst-row)      to ord-grade(ws-ord-count)
186500     move rst-section(ws-rst-row)    to ord-section(ws-ord-count)
186600     move rst-last-name(ws-rst-row)
186700         to ord-last-name(ws-ord-count)
186800     move rst-first-name(ws-rst-row)
186900         to ord-first-name(ws-ord-count)
187000     move ws-rst-row                 to ord-rst-row(ws-ord-count)
187100     move ws-lkr-row                 to ord-lkr-row(ws-ord-count)
187200     .
187300 PRINT-SLIP-HEADING.
187400     if ws-prev-school not = spaces
187500         write slip-line from slip-cut-line
187600         move spaces to slip-line
187700         write slip-line after advancing page
187800     end-if
187900     move ord-school(ws-ord-row)  to ws-prev-school
188000     move ord-grade(ws-ord-row)   to ws-prev-grade
188100     move ord-section(ws-ord-row) to ws-prev-section
188200     write slip-line from bus-date-heading
188300     move ord-school(ws-ord-row)  to slh-school
188400     move ord-grade(ws-ord-row)   to slh-grade
188500     move ord-section(ws-ord-row) to slh-section
188600     move spaces to slh-teacher
188700     perform varying k from 1 by 1 until k > ws-tch-count
188800         if ws-tch-school(k) = ord-school(ws-ord-row)
188900             and ws-tch-grade(k) = ord-grade(ws-ord-row)
189000             and ws-tch-section(k) = ord-section(ws-ord-row)
189100             move spaces to slh-teacher
189200             string ws-tch-last(k) delimited by '  '
189300                    ', ' delimited by size
189400                    ws-tch-first(k) delimited by '  '
189500                    into slh-teacher
189600         end-if
189700     end-perform
189800     write slip-line from slip-homeroom-line
189900     .
190000 PRINT-ONE-SLIP.
190100******************************************************************
190200*    A SHARED LOCKER'S SLIP NAMES THE OTHER STUDENT ON IT.       *
190300******************************************************************
190400     move ord-rst-row(ws-ord-row) to ws-rst-row
190500     move ord-lkr-row(ws-ord-row) to ws-lkr-row
190600     add 1 to ws-slip-count
190700     write slip-line from slip-cut-line
190800     perform build-student-name
190900     move ws-student-name           to sln-name
191000     move rst-id(ws-rst-row)        to sln-student
191100     write slip-line from slip-name-line
191200     move lkr-no(ws-lkr-row)        to sll-locker
191300     move lkr-location(ws-lkr-row)  to sll-location
191400     move spaces                    to sll-shared
191500     move zero to ws-find-id
191600     if lkr-student(ws-lkr-row 1) not = rst-id(ws-rst-row)
191700         move lkr-student(ws-lkr-row 1) to ws-find-id
191800     end-if
191900     if lkr-student(ws-lkr-row 2) not = rst-id(ws-rst-row)
192000         and lkr-student(ws-lkr-row 2) not = zero
192100         move lkr-student(ws-lkr-row 2) to ws-find-id
192200     end-if
192300     if ws-find-id not = zero
192400         perform find-student
192500         if ws-rst-row not = zero
192600             perform build-student-name
192700             string ' SHARED WITH ' ws-student-name
192800                 delimited by size into sll-shared
192900         end-if
193000     end-if
193100     write slip-line from slip-locker-line
193200     move lkr-combination(ws-lkr-row) to slc-combo
193300     write slip-line from slip-combo-line
193400     .
193500 PRINT-LOCKER-MAP.
193600******************************************************************
193700*    EVERY LOCKER BY BUILDING, LOCATION AND NUMBER WITH WHO      *
193800*    HOLDS IT - NO COMBINATIONS ON THE MAP. THE TABLE IS LEFT IN *
193900*    LOCATION ORDER, SO THIS COMES AFTER THE SAVE AND THE SLIPS. *
194000******************************************************************
194100     if ws-lkr-count > 1
194200         sort lkr-row on ascending key lkr-school lkr-location
194300             lkr-no
194400     end-if
194500     move spaces to ws-prev-school
194600     move spaces to ws-prev-location
194700     perform varying ws-lkr-row from 1 by 1
194800             until ws-lkr-row > ws-lkr-count
194900         if lkr-school(ws-lkr-row) not = ws-prev-school
195000             move lkr-school(ws-lkr-row) to ws-prev-school
195100             move lkr-school(ws-lkr-row) to map-h-school
195200             move high-values to ws-prev-location
195300             move spaces to locker-line
195400             write locker-line
195500             write locker-line from map-heading
195600         end-if
195700         if lkr-location(ws-lkr-row) not = ws-prev-location
195800             move lkr-location(ws-lkr-row) to ws-prev-location
195900             move lkr-location(ws-lkr-row) to map-l-location
196000             write locker-line from map-location-line
196100             write locker-line from map-columns
196200         end-if
196300         perform print-one-map-line
196400     end-perform
196500     .
196600 PRINT-ONE-MAP-LINE.
196700     move lkr-no(ws-lkr-row)          to map-d-locker
196800     move lkr-type(ws-lkr-row)        to map-d-type
196900     move lkr-capacity(ws-lkr-row)    to map-d-capacity
197000     move lkr-block-grade(ws-lkr-row) to map-d-block
197100     move lkr-status(ws-lkr-row)      to map-d-status
197200     move lkr-lock-serial(ws-lkr-row) to map-d-serial
197300     move spaces to map-d-students
197400     move 1 to ws-text-ptr
197500     perform varying ws-place from 1 by 1 until ws-place > 2
197600         if lkr-student(ws-lkr-row ws-place) not = zero
197700             move lkr-student(ws-lkr-row ws-place) to ws-find-id
197800             perform find-student
197900             if ws-text-ptr > 1
198000                 string ' / ' delimited by size
198100                     into map-d-students
198200                     with pointer ws-text-ptr
198300             end-if
198400             string ws-find-id ' ' delimited by size
198500                 into map-d-students with pointer ws-text-ptr
198600             if ws-rst-row not = zero
198700                 string rst-last-name(ws-rst-row)
198800                     delimited by '  '
198900                     into map-d-students
199000                     with pointer ws-text-ptr
199100             end-if
199200         end-if
199300     end-perform
199400     if map-d-students = spaces
199500         if lkr-status(ws-lkr-row) = 'O'
199600             move 'OUT OF SERVICE' to map-d-students
199700         else
199800             move 'EMPTY' to map-d-students
199900         end-if
200000     end-if
200100     write locker-line from map-detail-line
200200     .
200300 PRINT-RUN-TOTALS.
200400     move spaces to locker-line
200500     write locker-line
200600     move 'LOCKTRN CARDS READ' to rt-label
200700     move ws-cards-read to rt-value
200800     write locker-line from run-total-line
200900     move 'CARDS APPLIED' to rt-label
201000     move ws-cards-applied to rt-value
201100     write locker-line from run-total-line
201200     move 'CARDS REJECTED' to rt-label
201300     move ws-cards-rejected to rt-value
201400     write locker-line from run-total-line
201500     move 'LOCKERS ADDED TO THE MASTER' to rt-label
201600     move ws-lockers-added to rt-value
201700     write locker-line from run-total-line
201800     move 'LOCKERS RELEASED - WITHDRAWN OR TRANSFERRED'
201900         to rt-label
202000     move ws-released-count to rt-value
202100     write locker-line from run-total-line
202200     move 'STUDENTS ASSIGNED A LOCKER' to rt-label
202300     move ws-assigned-count to rt-value
202400     write locker-line from run-total-line
202500     move '  OF WHICH PAIRS PLACED TOGETHER' to rt-label
202600     move ws-paired-count to rt-value
202700     write locker-line from run-total-line
202800     move 'STUDENTS LEFT WITHOUT A LOCKER' to rt-label
202900     move ws-no-locker-count to rt-value
203000     write locker-line from run-total-line
203100     move 'SLIPS PRINTED' to rt-label
203200     move ws-slip-count to rt-value
203300     write locker-line from run-total-line
203400     move 'DAMAGE CHARGES POSTED' to rt-label
203500     move ws-charges-posted to rt-value
203600     write locker-line from run-total-line
203700     move 'DAMAGE CHARGES PAID OR WAIVED' to rt-label
203800     move ws-charges-closed to rt-value
203900     write locker-line from run-total-line
204000     if ws-run-mode = 'RESET   '
204100         move 'LOCKERS ON THE RESET WORKLIST' to rt-label
204200         move ws-reset-count to rt-value
204300         write locker-line from run-total-line
204400         move 'ASSIGNMENTS ENDED FOR THE YEAR' to rt-label
204500         move ws-ended-count to rt-value
204600         write locker-line from run-total-line
204700     end-if
204800     .
204900 START-RUN-CONTROL.
205000******************************************************************
205100*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
205200*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
205300*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
205400*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
205500******************************************************************
205600     move spaces to run-control-event
205700     move ws-business-date to ws-run-bus-date
205800     move spaces to ws-run-blocker
205900     perform varying ws-run-px from 1 by 1
206000         until ws-run-px > ws-run-pred-count
206100            or ws-run-blocker not = spaces
206200         perform check-one-predecessor
206300     end-perform
206400     if ws-run-blocker not = spaces
206500         move 'B' to jr-event
206600         perform write-run-control-event
206700         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
206800             ' HAS NOT COMPLETED FOR BUSINESS DATE '
206900             ws-run-bus-date
207000         move ws-run-blocked-rc to return-code
207100         stop run
207200     end-if
207300     move 'S' to jr-event
207400     perform write-run-control-event
207500     .
207600 CHECK-ONE-PREDECESSOR.
207700******************************************************************
207800*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
207900*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
208000*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
208100******************************************************************
208200     move 'N' to ws-run-pred-state
208300     open input run-control-file
208400     if ws-runctl-status = '00'
208500         perform until ws-runctl-status not = '00'
208600             read run-control-file next record
208700                 into run-control-event
208800             if ws-runctl-status = '00'
208900                 and jr-business-date = ws-run-bus-date
209000                 and jr-job-name = ws-run-pred(ws-run-px)
209100                 move 'N' to ws-run-pred-state
209200                 if jr-event = 'E'
209300                     and jr-completion-code <= ws-run-max-rc
209400                     move 'Y' to ws-run-pred-state
209500                 end-if
209600             end-if
209700         end-perform
209800         close run-control-file
209900     end-if
210000     if ws-run-pred-state not = 'Y'
210100         move ws-run-pred(ws-run-px) to ws-run-blocker
210200     end-if
210300     .
210400 END-RUN-CONTROL.
210500******************************************************************
210600*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
210700*    RETURN CODE THE JOB IS ENDING WITH.                         *
210800******************************************************************
210900     move 'E' to jr-event
211000     perform write-run-control-event
211100     .
211200 WRITE-RUN-CONTROL-EVENT.
211300     move ws-run-bus-date to jr-business-date
211400     move ws-run-job-name to jr-job-name
211500     accept jr-event-date from date yyyymmdd
211600     accept jr-event-time from time
211700     move return-code     to jr-completion-code
211800     move ws-run-blocker  to jr-blocked-by
211900     open extend run-control-file
212000     if ws-runctl-status not = '00'
212100         open output run-control-file
212200     end-if
212300     if ws-runctl-status not = '00'
212400         display 'COULD NOT OPEN RUNCTL - STATUS '
212500             ws-runctl-status
212600     else
212700         write run-control-record from run-control-event
212800         close run-control-file
212900     end-if
213000     .
213100 READ-BUSINESS-DATE.
213200******************************************************************
213300*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
213400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
213500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
213600******************************************************************
213700     open input business-date-file
213800     if ws-busdate-status not = '00'
213900         display 'COULD NOT OPEN BUSDATE - STATUS '
214000             ws-busdate-status
214100         move 16 to return-code
214200         stop run
214300     end-if
214400     read business-date-file next record
214500     if ws-busdate-status not = '00'
214600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
214700             ws-busdate-status
214800         move 16 to return-code
214900         stop run
215000     end-if
215100     close business-date-file
215200     move bd-business-date to ws-business-date
215300     if bd-override-date not = zero
215400         move bd-override-date to ws-business-date
215500         move 'Y' to ws-bus-date-override
215600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
215700             bd-override-date ' SET BY ' bd-override-operator
215800         display '    REASON: ' bd-override-reason
215900     end-if
216000     move ws-business-date to bdh-date
216100     if ws-bus-date-override = 'Y'
216200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
216300             to bdh-override
216400     end-if
216500     .
