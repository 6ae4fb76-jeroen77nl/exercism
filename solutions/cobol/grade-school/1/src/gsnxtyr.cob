000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSNXTYR.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    STAGED NEXT-YEAR ROSTER. FROM MAY THROUGH AUGUST NEXT       *
000900*    YEAR'S SECTIONS, CLASS LISTS AND BUS ASSIGNMENTS ARE BUILT  *
001000*    HERE WHILE THE CURRENT YEAR STAYS OPEN ON ROSTERVS FOR      *
001100*    GRADE CHANGES, SUMMER SCHOOL AND LATE WITHDRAWALS. THE      *
001200*    STAGED ROSTER (NXTROSTR, COPY NXTRREC) HOLDS ONE ROW PER    *
001300*    STUDENT EXPECTED NEXT FALL:                                 *
001400*      - EVERY CURRENT-YEAR STUDENT, AT THE GRADE THE PROM CARD  *
001500*        WOULD GIVE THEM (HOLDS STAY, KG GOES TO 01, GRADE 12    *
001600*        GRADUATES), IN THEIR CURRENT BUILDING AND ON THEIR      *
001700*        CURRENT BUS ROUTE, WITH NO SECTION YET;                 *
001800*      - EVERY KINDERGARTEN-ROUNDUP OR OTHER FUTURE-DATED        *
001900*        REGISTRATION ON PENDENRL.                               *
002000*    EVERY RUN FIRST CARRIES THE CURRENT YEAR FORWARD - A GRADE  *
002100*    CHANGE, A HOLD, A TRANSFER, A NAME CHANGE, A WITHDRAWAL OR  *
002200*    A NEW ENROLLMENT ON ROSTERVS SHOWS UP ON THE STAGED ROW -   *
002300*    THEN APPLIES THE DAY'S NXTCARDS PLACEMENT CARDS:            *
002400*      SECT - NEXT YEAR'S HOMEROOM SECTION,                      *
002500*      BLDG - NEXT YEAR'S BUILDING,                              *
002600*      ROUT - NEXT YEAR'S BUS ROUTE (CHECKED AGAINST ROUTEMST),  *
002700*      GRAD - NEXT YEAR'S GRADE (A RETENTION OR A SKIP).         *
002800*    A BUILDING, ROUTE OR GRADE KEYED ON A CARD STICKS - THE     *
002900*    CARRY-FORWARD NO LONGER OVERWRITES IT FROM THE CURRENT      *
003000*    YEAR. A BUILDING THAT CHANGES CLEARS THE SECTION. A CARD    *
003100*    FOR A ROUNDUP CHILD IS POSTED TO THE CHILD'S PENDENRL       *
003200*    RECORD AS WELL, SO THE REGISTRATION ACTIVATES INTO THE      *
003300*    PLANNED PLACEMENT ON ITS START DATE.                        *
003400*    NXTRPT LISTS THE CARD DISPOSITIONS, THEN NEXT YEAR'S CLASS  *
003500*    LISTS BY BUILDING, GRADE AND SECTION WITH EACH SECTION'S    *
003600*    HEADCOUNT AGAINST ITS ROOMMAST FIRE-CODE CAPACITY, THEN     *
003700*    THE CARRY-FORWARD TOTALS. AT ROLLOVER THE PROM CARD IN      *
003800*    GSNIGHT TAKES THE STAGED PLACEMENTS INTO ROSTERVS IN ONE    *
003900*    STEP AND CLEARS NXTROSTR (SEE PROMOTE-ROSTER).              *
004000*    NXTPARM: 'SEED' IN COLUMNS 1-4 STARTS A NEW STAGED ROSTER   *
004100*    FROM ROSTERVS AND PENDENRL - REFUSED OVER ONE THAT ALREADY  *
004200*    HAS ROWS UNLESS COLUMNS 6-12 SAY 'REPLACE'. RETURN CODES:   *
004300*    0 CLEAN, 4 A CARD WAS REJECTED OR NOTHING IS STAGED, 16 A   *
004400*    FILE COULD NOT BE READ OR WRITTEN OR A TABLE IS FULL, 20    *
004400*    GSNIGHT HAS NOT ENDED CLEANLY FOR THE BUSINESS DATE.        *
004400*    A STUDENT FINISHING A BUILDING'S TERMINAL GRADE IS STAGED   *
004400*    AT THE RECEIVING BUILDING NAMED BY THE FEEDER PATTERN       *
004400*    (FEEDMAST, COPY FEEDREC), BY ATTENDANCE ZONE (STREETD) FOR  *
004400*    A SPLIT FEEDER. A CHOICE-SEAT OR OUT-OF-ZONE STUDENT, OR AN *
004400*    ADDRESS THE FEEDER CANNOT PLACE, STAYS PUT AND IS NOTED ON  *
004400*    THE CLASS LIST FOR A BLDG CARD. SEE                         *
004500*    JCL/GSNXTYR.JCL.                                            *
004600******************************************************************
004700*    MOD-LOG
004800*    DATE       INIT  DESCRIPTION
004900*    2026-10-15  RVM  ORIGINAL VERSION.
004900*    2026-10-15  RVM  FEEDER PATTERNS. A STUDENT FINISHING A
004900*                     BUILDING'S TERMINAL GRADE IS STAGED AT THE
004900*                     FEEDMAST RECEIVING BUILDING (BY STREETD ZONE
004900*                     FOR A SPLIT FEEDER); THE CASES NEEDING A
004900*                     DECISION ARE NOTED ON THE CLASS LISTS.
004920*    2026-10-15  RVM  RECORDS ITS START AND END ON THE RUN-CONTROL
004940*                     LEDGER (RUNCTL, COPY JRUNREC) AND REFUSES TO
004960*                     START, RC 20, UNTIL GSNIGHT HAS ENDED
004980*                     CLEANLY FOR THE SAME BUSINESS DATE.
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT NEXT-YEAR-PARM-FILE ASSIGN TO NXTPARM
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-NXTPARM-STATUS.
005700     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-BUSDATE-STATUS.
005925     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005950         ORGANIZATION IS LINE SEQUENTIAL
005975         FILE STATUS IS WS-RUNCTL-STATUS.
006000     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS ST-ID
006400         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006500     SELECT PENDING-ENROLL-FILE ASSIGN TO PENDENRL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PENDENRL-STATUS.
006800     SELECT NEXT-YEAR-ROSTER-FILE ASSIGN TO NXTROSTR
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-NXTROSTR-STATUS.
007100     SELECT NEXT-YEAR-CARD-FILE ASSIGN TO NXTCARDS
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-NXTCARDS-STATUS.
007400     SELECT ROUTE-MASTER-FILE ASSIGN TO ROUTEMST
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-ROUTEMST-STATUS.
007700     SELECT ROOM-MASTER-FILE ASSIGN TO ROOMMAST
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-ROOMMAST-STATUS.
007900     SELECT STREET-DICT-FILE ASSIGN TO STREETD
007900         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-STREETD-STATUS.
007900     SELECT FEEDER-PATTERN-FILE ASSIGN TO FEEDMAST
007900         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-FEEDMAST-STATUS.
008000     SELECT NEXT-YEAR-RPT ASSIGN TO NXTRPT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-NXTRPT-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  NEXT-YEAR-PARM-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  NEXT-YEAR-PARM-CARD.
008800     05  NP-MODE                 PIC X(04).
008900     05  FILLER                  PIC X(01).
009000     05  NP-REPLACE              PIC X(07).
009100     05  FILLER                  PIC X(68).
009200 FD  BUSINESS-DATE-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  BUSINESS-DATE-RECORD.
009500     COPY BDATREC.
009525 FD  RUN-CONTROL-FILE
009550     LABEL RECORDS ARE STANDARD.
009575 01  RUN-CONTROL-RECORD          PIC X(50).
009600 FD  ROSTER-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  ROSTER-FILE-RECORD.
009900     COPY ROSTERREC.
010000 FD  PENDING-ENROLL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  PENDING-ENROLL-RECORD.
010300     05  PE-START-DATE           PIC 9(08).
010400     05  PE-LAST-NAME            PIC X(30).
010500     05  PE-FIRST-NAME           PIC X(20).
010600     05  PE-MIDDLE-NAME          PIC X(20).
010700     05  PE-GRADE                PIC X(02).
010800     05  PE-SCHOOL-CODE          PIC X(04).
010900     05  PE-DOB                  PIC 9(08).
011000     05  PE-SECTION              PIC X(01).
011100     05  PE-MEAL-STATUS          PIC X(01).
011200     05  PE-ADDRESS              PIC X(30).
011300     05  PE-CITY                 PIC X(20).
011400     05  PE-STATE                PIC X(02).
011500     05  PE-ZIP                  PIC X(05).
011600     05  PE-BUS-ROUTE            PIC X(04).
011700     05  PE-IEP-STATUS           PIC X(01).
011800     05  PE-DIRECTORY-OPTOUT     PIC X(01).
011900 FD  NEXT-YEAR-ROSTER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  NEXT-YEAR-ROSTER-RECORD.
012200     COPY NXTRREC.
012300 FD  NEXT-YEAR-CARD-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  NEXT-YEAR-CARD.
012600     05  NC-ACTION               PIC X(04).
012700     05  FILLER                  PIC X(01).
012800     05  NC-STUDENT-ID           PIC 9(07).
012900     05  FILLER                  PIC X(01).
013000     05  NC-VALUE                PIC X(04).
013100     05  FILLER                  PIC X(01).
013200     05  NC-LAST-NAME            PIC X(30).
013300     05  NC-DOB                  PIC 9(08).
013400     05  FILLER                  PIC X(24).
013500 FD  ROUTE-MASTER-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  ROUTE-MASTER-RECORD.
013800     COPY ROUTEREC.
013900 FD  ROOM-MASTER-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  ROOM-MASTER-RECORD.
014200     COPY ROOMREC.
014200 FD  STREET-DICT-FILE
014200     LABEL RECORDS ARE STANDARD.
014200 01  STREET-DICT-RECORD.
014200     COPY STRTREC.
014200 FD  FEEDER-PATTERN-FILE
014200     LABEL RECORDS ARE STANDARD.
014200 01  FEEDER-PATTERN-RECORD.
014200     COPY FEEDREC.
014300 FD  NEXT-YEAR-RPT
014400     LABEL RECORDS ARE STANDARD.
014500 01  NEXT-YEAR-RPT-LINE          PIC X(132).
014600 WORKING-STORAGE SECTION.
014604******************************************************************
014608*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
014612*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
014616*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
014620*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
014624*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
014628*    HAVE APPLIED THE DAY'S ROSTER CHANGES BEFORE THEY ARE       *
014632*    CARRIED FORWARD.                                            *
014636******************************************************************
014640 01  RUN-CONTROL-EVENT.
014644     COPY JRUNREC.
014648 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSNXTYR '.
014652 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
014656 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
014660     'GSNIGHT                 '.
014664 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
014668     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
014672 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
014676 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
014680 01  WS-RUNCTL-STATUS         PIC X(02).
014684 01  WS-RUN-BUS-DATE          PIC 9(08).
014688 01  WS-RUN-PX                PIC 9(02).
014692 01  WS-RUN-PRED-STATE        PIC X.
014696 01  WS-RUN-BLOCKER           PIC X(08).
014700 01  WS-NXTPARM-STATUS        PIC X(02).
014800 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014900 01  WS-PENDENRL-STATUS       PIC X(02).
015000 01  WS-NXTROSTR-STATUS       PIC X(02).
015100 01  WS-NXTCARDS-STATUS       PIC X(02).
015200 01  WS-ROUTEMST-STATUS       PIC X(02).
015300 01  WS-ROOMMAST-STATUS       PIC X(02).
015400 01  WS-NXTRPT-STATUS         PIC X(02).
015400 01  WS-STREETD-STATUS        PIC X(02).
015400 01  WS-FEEDMAST-STATUS       PIC X(02).
015500 01  j                        PIC 9(05).
015600******************************************************************
015700*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
015800*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
015900******************************************************************
016000 01  WS-BUSDATE-STATUS        PIC X(02).
016100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016200 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016300 01  BUS-DATE-HEADING.
016400     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
016500     05  BDH-DATE             PIC 9(08).
016600     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
016700 01  WS-SEED-RUN              PIC X VALUE 'N'.
016800 01  WS-SEED-REPLACE          PIC X VALUE 'N'.
016900******************************************************************
017000*    GRADE CODES IN PROMOTION ORDER - THE POSITION IS THE CLASS  *
017100*    LIST SORT ORDER (KG FIRST, UG LAST) AND THE LIST A GRAD     *
017200*    CARD IS CHECKED AGAINST.                                    *
017300******************************************************************
017400 01  WS-GRADE-CODE-LIST       PIC X(28)
017500          VALUE 'KG010203040506070809101112UG'.
017600 01  WS-GRADE-CODE-TABLE REDEFINES WS-GRADE-CODE-LIST.
017700     05  GD-CODE              OCCURS 14 TIMES PIC X(02).
017800 01  WS-GRADE-SEQ             PIC 9(02).
017900 01  WS-LOOKUP-GRADE          PIC X(02).
018000******************************************************************
018100*    THE STAGED ROSTER IN STORAGE. NXT-SEEN MARKS A CARRIED ROW  *
018200*    FOUND ON ROSTERVS THIS RUN; NXT-PEND-ROW TIES A ROUNDUP ROW *
018300*    TO ITS PENDENRL RECORD IN WS-PND-TABLE.                     *
018400******************************************************************
018500 77  WS-NXT-MAX               PIC 9(04) VALUE 2500.
018600 01  WS-NXT-COUNT             PIC 9(04) VALUE ZERO.
018700 01  WS-NXT-TABLE.
018800     05  NXT-ROW              OCCURS 0 TO 2500 TIMES
018900                              DEPENDING ON WS-NXT-COUNT.
019000         10  NXT-ID           PIC 9(07).
019100         10  NXT-SOURCE       PIC X(01).
019200         10  NXT-STATUS       PIC X(01).
019300         10  NXT-LAST-NAME    PIC X(30).
019400         10  NXT-FIRST-NAME   PIC X(20).
019500         10  NXT-DOB          PIC 9(08).
019600         10  NXT-CUR-GRADE    PIC X(02).
019700         10  NXT-CUR-SCHOOL   PIC X(04).
019800         10  NXT-GRADE        PIC X(02).
019900         10  NXT-SCHOOL-CODE  PIC X(04).
020000         10  NXT-SECTION      PIC X(01).
020100         10  NXT-BUS-ROUTE    PIC X(04).
020200         10  NXT-GRADE-SET    PIC X(01).
020300         10  NXT-SCHOOL-SET   PIC X(01).
020400         10  NXT-ROUTE-SET    PIC X(01).
020500         10  NXT-START-DATE   PIC 9(08).
020600         10  NXT-CARRIED-DATE PIC 9(08).
020700         10  NXT-GRADE-SEQ    PIC 9(02).
020800         10  NXT-SEEN         PIC X(01).
020900         10  NXT-PEND-ROW     PIC 9(03).
020900         10  NXT-FEEDER-NOTE  PIC X(01).
021000 01  WS-NXT-ROW               PIC 9(04).
021100 01  WS-NXT-ROWS-ON-FILE      PIC 9(04) VALUE ZERO.
021200******************************************************************
021300*    THE GRADE THE PROM CARD WOULD GIVE THE ROSTERVS STUDENT IN  *
021400*    HAND, AND WHETHER THEY RETURN ('A') OR GRADUATE ('G').      *
021500******************************************************************
021600 01  WS-PROJ-GRADE            PIC X(02).
021700 01  WS-PROJ-GRADE-NUM REDEFINES WS-PROJ-GRADE PIC 99.
021800 01  WS-PROJ-STATUS           PIC X(01).
021800 01  WS-PROJ-SCHOOL           PIC X(04).
021800 01  WS-PROJ-FEEDER-NOTE      PIC X(01).
021800******************************************************************
021800*    THE FEEDER-PATTERN TABLE (FEEDMAST, COPY FEEDREC) AND THE   *
021800*    STREET DICTIONARY (STREETD, COPY STRTREC) THAT GIVES AN     *
021800*    ADDRESS ITS ATTENDANCE ZONE - THE SAME TWO FILES AND THE    *
021800*    SAME RULES THE PROM CARD USES, SO THE SUMMER CLASS LISTS    *
021800*    ALREADY SHOW A FINISHING FIFTH-GRADER AT THEIR MIDDLE       *
021800*    SCHOOL. EITHER FILE MISSING LEAVES ITS TABLE EMPTY.         *
021800******************************************************************
021800 77  WS-FEED-MAX              PIC 9(03) VALUE 200.
021800 01  WS-FEED-COUNT            PIC 9(03) VALUE ZERO.
021800 01  WS-FEED-TABLE.
021800     05  WS-FEED-ENTRY        OCCURS 200 TIMES.
021800         10  WS-FEED-FROM-SCHOOL PIC X(04).
021800         10  WS-FEED-FROM-GRADE  PIC X(02).
021800         10  WS-FEED-ZONE        PIC X(02).
021800         10  WS-FEED-TO-SCHOOL   PIC X(04).
021800 01  WS-FEED-ROW              PIC 9(03).
021800 01  WS-FEED-ROWS             PIC 9(03).
021800 01  WS-FEED-SPLIT            PIC X.
021800 01  WS-FEED-ZONE-KEY         PIC X(02).
021800 01  WS-FEED-TO               PIC X(04).
021800 01  WS-FEED-DEFAULT-TO       PIC X(04).
021800 01  WS-FEED-FROM             PIC X(04).
021800 01  WS-FEED-GRADE            PIC X(02).
021800 01  WS-FEED-VERDICT          PIC X(01).
021800 01  WS-FEED-IN-ZONE          PIC X(01).
021800 01  WS-FEED-PATH-SCHOOL      PIC X(04).
021800 01  WS-FEED-PATH-NEXT        PIC X(04).
021800 01  WS-FEED-HOP              PIC 9(02).
021800 77  WS-STREET-MAX            PIC 9(04) VALUE 2000.
021800 01  WS-STREET-COUNT          PIC 9(04) VALUE ZERO.
021800 01  WS-STREET-TABLE.
021800     05  WS-STR-ENTRY         OCCURS 2000 TIMES.
021800         10  WS-STR-NAME      PIC X(25).
021800         10  WS-STR-LOW       PIC 9(05).
021800         10  WS-STR-HIGH      PIC 9(05).
021800         10  WS-STR-ZONE      PIC X(02).
021800         10  WS-STR-SCHOOL    PIC X(04).
021800 01  WS-STR-ROW               PIC 9(04).
021800 01  WS-PARSE-ADDRESS         PIC X(30).
021800 01  WS-HOUSE-NUM-X           PIC X(05).
021800 01  WS-HOUSE-NUMBER          PIC 9(05).
021800 01  WS-STREET-NAME           PIC X(25).
021800 01  WS-PARSE-PTR             PIC 9(02).
021800 01  WS-NUM-OK                PIC X.
021800 01  WS-NUM-DONE              PIC X.
021800 01  WS-DIGIT-X               PIC X(01).
021800 01  WS-DIGIT-N REDEFINES WS-DIGIT-X PIC 9(01).
021900******************************************************************
022000*    PENDENRL HELD WHOLE, SO A ROUNDUP PLACEMENT CAN BE POSTED   *
022100*    BACK AND THE FILE REWRITTEN WITHOUT LOSING A BYTE.          *
022200******************************************************************
022300 77  WS-PND-MAX               PIC 9(03) VALUE 300.
022400 01  WS-PND-COUNT             PIC 9(03) VALUE ZERO.
022500 01  WS-PND-TABLE.
022600     05  PND-IMAGE            OCCURS 300 TIMES PIC X(157).
022700 01  WS-PND-ROW               PIC 9(03).
022800 01  WS-PND-CHANGED           PIC X VALUE 'N'.
022900******************************************************************
023000*    ROUTEMST ROUTE CODES, AND THE ROOMMAST HOMEROOMS WITH THEIR *
023100*    FIRE-CODE CAPACITY. EITHER FILE MISSING LEAVES ITS TABLE    *
023200*    EMPTY - ROUTES AND BUILDINGS ARE THEN TAKEN AS KEYED.       *
023300******************************************************************
023400 77  WS-RTE-MAX               PIC 9(03) VALUE 300.
023500 01  WS-RTE-COUNT             PIC 9(03) VALUE ZERO.
023600 01  WS-RTE-TABLE.
023700     05  WS-RTE-CODE          OCCURS 300 TIMES PIC X(04).
023800 77  WS-RM-MAX                PIC 9(04) VALUE 1000.
023900 01  WS-RM-COUNT              PIC 9(04) VALUE ZERO.
024000 01  WS-RM-TABLE.
024100     05  WS-RM-ENTRY          OCCURS 1000 TIMES.
024200         10  WS-RM-SCHOOL     PIC X(04).
024300         10  WS-RM-GRADE      PIC X(02).
024400         10  WS-RM-SECTION    PIC X(01).
024500         10  WS-RM-CAPACITY   PIC 9(03).
024600 01  WS-RM-ROW                PIC 9(04).
024700 01  WS-FOUND                 PIC X.
024800******************************************************************
024900*    CARRY-FORWARD AND CARD COUNTS FOR THE TOTALS.               *
025000******************************************************************
025100 01  WS-CF-READ               PIC 9(05) VALUE ZERO.
025200 01  WS-CF-ADDED              PIC 9(05) VALUE ZERO.
025300 01  WS-CF-UPDATED            PIC 9(05) VALUE ZERO.
025400 01  WS-CF-WITHDRAWN          PIC 9(05) VALUE ZERO.
025500 01  WS-CF-GONE               PIC 9(05) VALUE ZERO.
025600 01  WS-CF-SECT-CLEARED       PIC 9(05) VALUE ZERO.
025600 01  WS-CF-FEEDER-MOVES       PIC 9(05) VALUE ZERO.
025600 01  WS-CF-FEEDER-EXCEPTIONS  PIC 9(05) VALUE ZERO.
025700 01  WS-ROUNDUP-ROWS          PIC 9(05) VALUE ZERO.
025800 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
025900 01  WS-CARDS-APPLIED         PIC 9(05) VALUE ZERO.
026000 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
026100 01  WS-CARD-RESULT           PIC X(40).
026200 01  WS-NEXT-ACTIVE           PIC 9(05) VALUE ZERO.
026300 01  WS-NEXT-GRADUATING       PIC 9(05) VALUE ZERO.
026400 01  WS-NEXT-WITHDRAWN        PIC 9(05) VALUE ZERO.
026500 01  WS-NEXT-UNSECTIONED      PIC 9(05) VALUE ZERO.
026600 01  WS-SECTIONS-OVER         PIC 9(05) VALUE ZERO.
026700 01  WS-SECTIONS-NO-ROOM      PIC 9(05) VALUE ZERO.
026800******************************************************************
026900*    CLASS-LIST BREAK FIELDS.                                    *
027000******************************************************************
027100 01  WS-BRK-SCHOOL            PIC X(04).
027200 01  WS-BRK-GRADE             PIC X(02).
027300 01  WS-BRK-SECTION           PIC X(01).
027400 01  WS-BRK-COUNT             PIC 9(05) VALUE ZERO.
027500 01  WS-BRK-OPEN              PIC X VALUE 'N'.
027600******************************************************************
027700*    NXTRPT LINES.                                               *
027800******************************************************************
027900 01  NXR-HEADING.
028000     05  FILLER               PIC X(40) VALUE
028100         'STAGED NEXT-YEAR ROSTER                 '.
028200 01  NXR-CARD-TITLE.
028300     05  FILLER               PIC X(40) VALUE
028400         'PLACEMENT CARDS (NXTCARDS)              '.
028500 01  NXR-CARD-LINE.
028600     05  NXR-C-ACTION         PIC X(04).
028700     05  FILLER               PIC X(02) VALUE SPACES.
028800     05  NXR-C-STUDENT-ID     PIC 9(07).
028900     05  FILLER               PIC X(02) VALUE SPACES.
029000     05  NXR-C-VALUE          PIC X(04).
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  NXR-C-NAME           PIC X(30).
029300     05  FILLER               PIC X(02) VALUE SPACES.
029400     05  NXR-C-RESULT         PIC X(40).
029500 01  NXR-GROUP-TITLE.
029600     05  FILLER               PIC X(09) VALUE 'BUILDING '.
029700     05  NXR-G-SCHOOL         PIC X(04).
029800     05  FILLER               PIC X(08) VALUE '  GRADE '.
029900     05  NXR-G-GRADE          PIC X(02).
030000     05  FILLER               PIC X(10) VALUE '  SECTION '.
030100     05  NXR-G-SECTION        PIC X(12).
030200 01  NXR-COLUMNS.
030300     05  FILLER               PIC X(03) VALUE SPACES.
030400     05  FILLER               PIC X(09) VALUE 'STUDENT'.
030500     05  FILLER               PIC X(32) VALUE 'NAME'.
030600     05  FILLER               PIC X(10) VALUE 'THIS YEAR'.
030700     05  FILLER               PIC X(06) VALUE 'ROUTE'.
030800     05  FILLER               PIC X(30) VALUE 'NOTE'.
030900 01  NXR-DETAIL-LINE.
031000     05  FILLER               PIC X(03) VALUE SPACES.
031100     05  NXR-D-STUDENT-ID     PIC X(07).
031200     05  FILLER               PIC X(02) VALUE SPACES.
031300     05  NXR-D-NAME           PIC X(30).
031400     05  FILLER               PIC X(02) VALUE SPACES.
031500     05  NXR-D-CUR-GRADE      PIC X(02).
031600     05  FILLER               PIC X(01) VALUE SPACE.
031700     05  NXR-D-CUR-SCHOOL     PIC X(04).
031800     05  FILLER               PIC X(03) VALUE SPACES.
031900     05  NXR-D-ROUTE          PIC X(04).
032000     05  FILLER               PIC X(02) VALUE SPACES.
032100     05  NXR-D-NOTE           PIC X(40).
032200 01  NXR-GROUP-TOTAL.
032300     05  NXR-GT-FLAG          PIC X(03).
032400     05  FILLER               PIC X(10) VALUE 'HEADCOUNT '.
032500     05  NXR-GT-COUNT         PIC ZZZZ9.
032600     05  FILLER               PIC X(17)
032700                              VALUE '   ROOM CAPACITY '.
032800     05  NXR-GT-CAPACITY      PIC ZZZZ9.
032900     05  FILLER               PIC X(02) VALUE SPACES.
033000     05  NXR-GT-NOTE          PIC X(40).
033100 01  NXR-TOTAL-LINE.
033200     05  NXR-T-LABEL          PIC X(44).
033300     05  NXR-T-VALUE          PIC ZZZZZZ9.
033400 PROCEDURE DIVISION.
033500 MAINLINE.
033600******************************************************************
033700*    SUMMER ENTRY POINT - RUN EACH NIGHT AFTER GSNIGHT FROM THE  *
033800*    SEED RUN IN MAY TO THE PROM CARD IN AUGUST. ROSTERVS IS     *
033900*    ONLY READ; NXTROSTR AND (FOR A ROUNDUP PLACEMENT) PENDENRL  *
034000*    ARE REWRITTEN.                                              *
034100******************************************************************
034200     perform read-business-date
034250     perform start-run-control
034300     perform read-next-year-parm
034400     perform load-next-year-roster
034500     if ws-seed-run = 'Y'
034600         if ws-nxt-rows-on-file > zero
034700             and ws-seed-replace not = 'Y'
034800             display 'NXTROSTR ALREADY HOLDS ' ws-nxt-rows-on-file
034900                 ' ROWS - SEED REFUSED WITHOUT REPLACE'
035000             move 16 to return-code
035100             stop run
035200         end-if
035300         move zero to ws-nxt-count
035400     else
035500         if ws-nxt-rows-on-file = zero
035600             display 'NO NEXT-YEAR ROSTER IS STAGED - CODE A '
035700                 'SEED CARD ON NXTPARM TO START ONE'
035800             move 4 to return-code
035850             perform end-run-control
035900             stop run
036000         end-if
036100     end-if
036200     perform load-route-master
036300     perform load-room-master
036300     perform load-street-dictionary
036300     perform load-feeder-patterns
036300     perform carry-forward-roster
036500     perform load-roundup-registrations
036600     open output next-year-rpt
036700     if ws-nxtrpt-status not = '00'
036800         display 'COULD NOT OPEN NXTRPT - STATUS '
036900             ws-nxtrpt-status
037000         move 16 to return-code
037100         stop run
037200     end-if
037300     write next-year-rpt-line from nxr-heading
037400     write next-year-rpt-line from bus-date-heading
037500     perform apply-placement-cards
037600     perform sort-next-year-roster
037700     perform write-next-year-roster
037800     if ws-pnd-changed = 'Y'
037900         perform rewrite-pending-file
038000     end-if
038100     perform print-class-lists
038200     perform print-next-year-totals
038300     close next-year-rpt
038400     display 'NEXT-YEAR ROSTER: ' ws-next-active ' RETURNING, '
038500         ws-next-unsectioned ' WITHOUT A SECTION, '
038600         ws-cards-rejected ' CARDS REJECTED'
038700     if ws-cards-rejected > zero
038800         move 4 to return-code
038900     end-if
038950     perform end-run-control
039000     stop run
039100     .
039200 READ-NEXT-YEAR-PARM.
039300******************************************************************
039400*    OPTIONAL NXTPARM CARD. NO CARD OR A DUMMY DD IS THE NIGHTLY *
039500*    CARRY-FORWARD RUN.                                          *
039600******************************************************************
039700     open input next-year-parm-file
039800     if ws-nxtparm-status = '00'
039900         read next-year-parm-file
040000         if ws-nxtparm-status = '00'
040100             if np-mode = 'SEED'
040200                 move 'Y' to ws-seed-run
040300             end-if
040400             if np-replace = 'REPLACE'
040500                 move 'Y' to ws-seed-replace
040600             end-if
040700         end-if
040800         close next-year-parm-file
040900     end-if
041000     .
041100 LOAD-NEXT-YEAR-ROSTER.
041200******************************************************************
041300*    READS NXTROSTR INTO STORAGE. ROUNDUP ROWS ARE NOT KEPT -    *
041400*    PENDENRL IS THEIR MASTER AND THEY ARE REBUILT FROM IT       *
041500*    EVERY RUN (LOAD-ROUNDUP-REGISTRATIONS). A MISSING NXTROSTR  *
041600*    IS THE SAME AS AN EMPTY ONE.                                *
041700******************************************************************
041800     move zero to ws-nxt-count
041900     move zero to ws-nxt-rows-on-file
042000     open input next-year-roster-file
042100     if ws-nxtrostr-status = '00'
042200         perform until ws-nxtrostr-status not = '00'
042300             read next-year-roster-file
042400             if ws-nxtrostr-status = '00'
042500                 add 1 to ws-nxt-rows-on-file
042600                 if nx-source = 'R'
042700                     perform keep-next-year-row
042800                 end-if
042900             end-if
043000         end-perform
043100         close next-year-roster-file
043200     end-if
043300     .
043400 KEEP-NEXT-YEAR-ROW.
043500     if ws-nxt-count not < ws-nxt-max
043600         display 'MORE THAN ' ws-nxt-max
043700             ' NEXT-YEAR ROSTER ROWS - WORK TABLE FULL'
043800         move 16 to return-code
043900         stop run
044000     end-if
044100     add 1 to ws-nxt-count
044200     move ws-nxt-count to ws-nxt-row
044300     move nx-id           to nxt-id(ws-nxt-row)
044400     move nx-source       to nxt-source(ws-nxt-row)
044500     move nx-status       to nxt-status(ws-nxt-row)
044600     move nx-last-name    to nxt-last-name(ws-nxt-row)
044700     move nx-first-name   to nxt-first-name(ws-nxt-row)
044800     move nx-dob          to nxt-dob(ws-nxt-row)
044900     move nx-cur-grade    to nxt-cur-grade(ws-nxt-row)
045000     move nx-cur-school   to nxt-cur-school(ws-nxt-row)
045100     move nx-grade        to nxt-grade(ws-nxt-row)
045200     move nx-school-code  to nxt-school-code(ws-nxt-row)
045300     move nx-section      to nxt-section(ws-nxt-row)
045400     move nx-bus-route    to nxt-bus-route(ws-nxt-row)
045500     move nx-grade-set    to nxt-grade-set(ws-nxt-row)
045600     move nx-school-set   to nxt-school-set(ws-nxt-row)
045700     move nx-route-set    to nxt-route-set(ws-nxt-row)
045800     move nx-start-date   to nxt-start-date(ws-nxt-row)
045900     move nx-carried-date to nxt-carried-date(ws-nxt-row)
046000     move 'N'             to nxt-seen(ws-nxt-row)
046100     move zero            to nxt-pend-row(ws-nxt-row)
046100     move nx-feeder-note  to nxt-feeder-note(ws-nxt-row)
046200     .
046300 LOAD-ROUTE-MASTER.
046400     move zero to ws-rte-count
046500     open input route-master-file
046600     if ws-routemst-status = '00'
046700         perform until ws-routemst-status not = '00'
046800             read route-master-file
046900             if ws-routemst-status = '00'
047000                 and ws-rte-count < ws-rte-max
047100                 add 1 to ws-rte-count
047200                 move rt-route-code to ws-rte-code(ws-rte-count)
047300             end-if
047400         end-perform
047500         close route-master-file
047600     else
047700         display 'ROUTEMST NOT AVAILABLE - ROUT CARDS TAKEN AS '
047800             'KEYED'
047900     end-if
048000     .
048100 LOAD-ROOM-MASTER.
048200     move zero to ws-rm-count
048300     open input room-master-file
048400     if ws-roommast-status = '00'
048500         perform until ws-roommast-status not = '00'
048600             read room-master-file
048700             if ws-roommast-status = '00'
048800                 and ws-rm-count < ws-rm-max
048900                 add 1 to ws-rm-count
049000                 move rm-school-code to ws-rm-school(ws-rm-count)
049100                 move rm-grade       to ws-rm-grade(ws-rm-count)
049200                 move rm-section     to ws-rm-section(ws-rm-count)
049300                 move rm-fire-capacity
049400                     to ws-rm-capacity(ws-rm-count)
049500             end-if
049600         end-perform
049700         close room-master-file
049800     else
049900         display 'ROOMMAST NOT AVAILABLE - NO ROOM CAPACITIES '
050000             'ON THE CLASS LISTS'
050100     end-if
050200     .
050300 CARRY-FORWARD-ROSTER.
050400******************************************************************
050500*    WALKS ROSTERVS AND BRINGS EVERY STAGED ROW UP TO DATE WITH  *
050600*    THE CURRENT YEAR, ADDING A ROW FOR A STUDENT ENROLLED SINCE *
050700*    THE LAST RUN. A CARRIED ROW WHOSE STUDENT IS NO LONGER ON   *
050800*    ROSTERVS AT ALL (MERGED AWAY OR PURGED) IS MARKED 'W'.      *
050900******************************************************************
051000     open input roster-file
051100     if ws-roster-file-status not = '00'
051200         display 'COULD NOT OPEN ROSTERVS - STATUS '
051300             ws-roster-file-status
051400         move 16 to return-code
051500         stop run
051600     end-if
051700     perform until ws-roster-file-status not = '00'
051800         read roster-file next record
051900         if ws-roster-file-status = '00'
052000             add 1 to ws-cf-read
052100             perform carry-one-student
052200         end-if
052300     end-perform
052400     close roster-file
052500     perform varying ws-nxt-row from 1 by 1
052600             until ws-nxt-row > ws-nxt-count
052700         if nxt-seen(ws-nxt-row) = 'N'
052800             and nxt-status(ws-nxt-row) not = 'W'
052900             move 'W' to nxt-status(ws-nxt-row)
053000             add 1 to ws-cf-gone
053100         end-if
053200     end-perform
053300     .
053400 CARRY-ONE-STUDENT.
053500     perform project-next-grade
053600     perform find-staged-student
053700     if ws-nxt-row = zero
053800         if st-withdraw-date = zero
053900             perform add-staged-student
054000         end-if
054100     else
054200         perform update-staged-student
054300     end-if
054400     .
054500 PROJECT-NEXT-GRADE.
054600******************************************************************
054700*    THE PROM CARD'S OWN RULES: UNGRADED AND HELD STUDENTS STAY  *
054800*    WHERE THEY ARE, KINDERGARTEN GOES TO 01, GRADE 12           *
054900*    GRADUATES, EVERY OTHER GRADE GOES UP ONE.                   *
055000******************************************************************
055100     move 'A' to ws-proj-status
055200     move st-grade to ws-proj-grade
055300     evaluate true
055400         when st-grade = 'UG'
055500             continue
055600         when st-promo-hold = 'Y'
055700             continue
055800         when st-grade = 'KG'
055900             move '01' to ws-proj-grade
056000         when st-grade = '12'
056100             move spaces to ws-proj-grade
056200             move 'G' to ws-proj-status
056300         when other
056400             add 1 to ws-proj-grade-num
056500     end-evaluate
056600     .
056700 FIND-STAGED-STUDENT.
056800     move zero to ws-nxt-row
056900     perform varying j from 1 by 1
057000             until j > ws-nxt-count or ws-nxt-row not = zero
057100         if nxt-id(j) = st-id
057200             move j to ws-nxt-row
057300         end-if
057400     end-perform
057500     .
057600 ADD-STAGED-STUDENT.
057600     perform project-next-building
057600     if ws-nxt-count not < ws-nxt-max
057800         display 'MORE THAN ' ws-nxt-max
057900             ' NEXT-YEAR ROSTER ROWS - WORK TABLE FULL'
058000         move 16 to return-code
058100         stop run
058200     end-if
058300     add 1 to ws-nxt-count
058400     move ws-nxt-count to ws-nxt-row
058500     move st-id            to nxt-id(ws-nxt-row)
058600     move 'R'              to nxt-source(ws-nxt-row)
058700     move ws-proj-status   to nxt-status(ws-nxt-row)
058800     move st-last-name     to nxt-last-name(ws-nxt-row)
058900     move st-first-name    to nxt-first-name(ws-nxt-row)
059000     move st-dob           to nxt-dob(ws-nxt-row)
059100     move st-grade         to nxt-cur-grade(ws-nxt-row)
059200     move st-school-code   to nxt-cur-school(ws-nxt-row)
059300     move ws-proj-grade    to nxt-grade(ws-nxt-row)
059300     move ws-proj-school   to nxt-school-code(ws-nxt-row)
059500     move space            to nxt-section(ws-nxt-row)
059600     move st-bus-route     to nxt-bus-route(ws-nxt-row)
059700     move 'N'              to nxt-grade-set(ws-nxt-row)
059800     move 'N'              to nxt-school-set(ws-nxt-row)
059900     move 'N'              to nxt-route-set(ws-nxt-row)
060000     move zero             to nxt-start-date(ws-nxt-row)
060100     move ws-business-date to nxt-carried-date(ws-nxt-row)
060200     move 'Y'              to nxt-seen(ws-nxt-row)
060300     move zero             to nxt-pend-row(ws-nxt-row)
060400     add 1 to ws-cf-added
060400     move ws-proj-feeder-note to nxt-feeder-note(ws-nxt-row)
060400     perform count-feeder-verdict
060500     .
060600 UPDATE-STAGED-STUDENT.
060700******************************************************************
060800*    THE CURRENT YEAR'S NAME, DATE OF BIRTH, GRADE AND BUILDING  *
060800*    ALWAYS CARRY FORWARD. NEXT YEAR'S GRADE, BUILDING AND ROUTE *
060800*    FOLLOW THE CURRENT YEAR UNTIL A CARD HAS SET THEM - THE     *
060800*    BUILDING BY WAY OF THE FEEDER PATTERN, ON THE GRADE THE     *
060800*    STUDENT WILL ACTUALLY BE IN (A RETAINED STUDENT STAYS). A   *
061100*    WITHDRAWAL MARKS THE ROW 'W' BUT KEEPS ITS PLACEMENT, IN    *
061200*    CASE THE STUDENT RE-ENROLLS BEFORE THE FALL.                *
061300******************************************************************
061400     move 'Y'              to nxt-seen(ws-nxt-row)
061500     move st-last-name     to nxt-last-name(ws-nxt-row)
061600     move st-first-name    to nxt-first-name(ws-nxt-row)
061700     move st-dob           to nxt-dob(ws-nxt-row)
061800     move st-grade         to nxt-cur-grade(ws-nxt-row)
061900     move st-school-code   to nxt-cur-school(ws-nxt-row)
062000     move ws-business-date to nxt-carried-date(ws-nxt-row)
062100     add 1 to ws-cf-updated
062200     if st-withdraw-date not = zero
062300         if nxt-status(ws-nxt-row) not = 'W'
062400             add 1 to ws-cf-withdrawn
062500         end-if
062600         move 'W' to nxt-status(ws-nxt-row)
062700     else
062800         if nxt-grade-set(ws-nxt-row) = 'Y'
062900             move 'A' to nxt-status(ws-nxt-row)
063000         else
063100             move ws-proj-grade  to nxt-grade(ws-nxt-row)
063200             move ws-proj-status to nxt-status(ws-nxt-row)
063300         end-if
063400         if nxt-grade-set(ws-nxt-row) = 'Y'
063400             move nxt-grade(ws-nxt-row) to ws-proj-grade
063400             move 'A' to ws-proj-status
063400         end-if
063400         if nxt-school-set(ws-nxt-row) not = 'Y'
063400             perform project-next-building
063400             move ws-proj-feeder-note
063400                 to nxt-feeder-note(ws-nxt-row)
063400             if nxt-school-code(ws-nxt-row) not = ws-proj-school
063400                 if nxt-section(ws-nxt-row) not = space
063400                     move space to nxt-section(ws-nxt-row)
063400                     add 1 to ws-cf-sect-cleared
063400                 end-if
063400                 move ws-proj-school
063400                     to nxt-school-code(ws-nxt-row)
063400             end-if
063400             perform count-feeder-verdict
063400         else
063400             move space to nxt-feeder-note(ws-nxt-row)
063400         end-if
064200         if nxt-route-set(ws-nxt-row) not = 'Y'
064300             move st-bus-route to nxt-bus-route(ws-nxt-row)
064400         end-if
064500     end-if
064600     .
064700 PROJECT-NEXT-BUILDING.
064700******************************************************************
064700*    NEXT YEAR'S BUILDING FOR A RETURNING STUDENT WHO MOVES UP A *
064700*    GRADE - THEIR OWN, OR THE FEEDER PATTERN'S RECEIVING        *
064700*    BUILDING WHEN THEY ARE FINISHING THE TERMINAL GRADE. A      *
064700*    CASE THE FEEDER CANNOT DECIDE LEAVES THEM WHERE THEY ARE    *
064700*    WITH THE VERDICT ON THE ROW FOR THE CLASS LISTS.            *
064700******************************************************************
064700     move st-school-code to ws-proj-school
064700     move space to ws-proj-feeder-note
064700     if ws-proj-status = 'A'
064700         and ws-proj-grade not = st-grade
064700         move st-school-code to ws-feed-from
064700         move st-grade       to ws-feed-grade
064700         move st-address     to ws-parse-address
064700         perform find-feeder-building
064700         move ws-feed-verdict to ws-proj-feeder-note
064700         if ws-feed-verdict = 'F'
064700             move ws-feed-to to ws-proj-school
064700         end-if
064700     end-if
064700     .
064700 COUNT-FEEDER-VERDICT.
064700     evaluate nxt-feeder-note(ws-nxt-row)
064700         when 'F'
064700             add 1 to ws-cf-feeder-moves
064700         when 'O'
064700         when 'Z'
064700         when 'N'
064700             add 1 to ws-cf-feeder-exceptions
064700         when other
064700             continue
064700     end-evaluate
064700     .
064700 FIND-FEEDER-BUILDING.
064700******************************************************************
064700*    THE FEEDER PATTERN FOR ONE STUDENT FINISHING WS-FEED-GRADE  *
064700*    AT WS-FEED-FROM, LIVING AT WS-PARSE-ADDRESS.                *
064700*    WS-FEED-VERDICT COMES BACK SPACE WHEN THE GRADE IS NOT THE  *
064700*    BUILDING'S TERMINAL GRADE, 'F' WITH WS-FEED-TO SET WHEN THE *
064700*    STUDENT MOVES ON, OR ONE OF THE CASES A PERSON MUST DECIDE: *
064700*      'O' - THE ADDRESS IS ZONED FOR ANOTHER BUILDING'S PATH -  *
064700*            A CHOICE SEAT OR AN OUT-OF-ZONE ASSIGNMENT, WHICH   *
064700*            THE ROSTER DOES NOT TELL APART;                     *
064700*      'Z' - A SPLIT FEEDER AND THE ADDRESS HAS NO ZONE;         *
064700*      'N' - A SPLIT FEEDER WITH NO RECORD FOR THE ZONE.         *
064700*    A ZONE IS ON THE STUDENT'S PATH WHEN THE BUILDING IS THE    *
064700*    ZONE'S OWN STREETD BUILDING OR ONE IT FEEDS, HOP BY HOP.    *
064700******************************************************************
064700     move space  to ws-feed-verdict
064700     move spaces to ws-feed-to
064700     move spaces to ws-feed-default-to
064700     move zero   to ws-feed-rows
064700     move 'N'    to ws-feed-split
064700     perform varying ws-feed-row from 1 by 1
064700             until ws-feed-row > ws-feed-count
064700         if ws-feed-from-school(ws-feed-row) = ws-feed-from
064700             and ws-feed-from-grade(ws-feed-row) = ws-feed-grade
064700             add 1 to ws-feed-rows
064700             if ws-feed-zone(ws-feed-row) = spaces
064700                 move ws-feed-to-school(ws-feed-row)
064700                     to ws-feed-default-to
064700             else
064700                 move 'Y' to ws-feed-split
064700             end-if
064700         end-if
064700     end-perform
064700     if ws-feed-rows > zero
064700         move zero to ws-str-row
064700         if ws-street-count > zero
064700             and ws-parse-address not = spaces
064700             perform parse-street-address
064700             perform find-street-row
064700         end-if
064700         move spaces to ws-feed-zone-key
064700         move 'Y' to ws-feed-in-zone
064700         if ws-str-row not = zero
064700             move ws-str-zone(ws-str-row) to ws-feed-zone-key
064700             perform check-zone-path
064700         end-if
064700         evaluate true
064700             when ws-feed-in-zone = 'N'
064700                 move 'O' to ws-feed-verdict
064700             when ws-str-row = zero
064700                 and ws-feed-split = 'Y'
064700                 move 'Z' to ws-feed-verdict
064700             when other
064700                 move ws-feed-default-to to ws-feed-to
064700                 perform varying ws-feed-row from 1 by 1
064700                         until ws-feed-row > ws-feed-count
064700                     if ws-feed-from-school(ws-feed-row)
064700                             = ws-feed-from
064700                         and ws-feed-from-grade(ws-feed-row)
064700                             = ws-feed-grade
064700                         and ws-feed-zone(ws-feed-row)
064700                             not = spaces
064700                         and ws-feed-zone(ws-feed-row)
064700                             = ws-feed-zone-key
064700                         move ws-feed-to-school(ws-feed-row)
064700                             to ws-feed-to
064700                     end-if
064700                 end-perform
064700                 if ws-feed-to = spaces
064700                     move 'N' to ws-feed-verdict
064700                 else
064700                     move 'F' to ws-feed-verdict
064700                 end-if
064700         end-evaluate
064700     end-if
064700     .
064700 CHECK-ZONE-PATH.
064700******************************************************************
064700*    WALKS FROM THE ZONE'S STREETD BUILDING THROUGH THE FEEDER   *
064700*    TABLE (THE ZONE'S OWN RECORD FIRST, ELSE THE BLANK-ZONE     *
064700*    ONE) LOOKING FOR WS-FEED-FROM. FIVE HOPS IS MORE THAN ANY   *
064700*    K-12 PATH NEEDS AND STOPS A LOOP KEYED INTO FEEDMAST.       *
064700******************************************************************
064700     move 'N' to ws-feed-in-zone
064700     move ws-str-school(ws-str-row) to ws-feed-path-school
064700     perform varying ws-feed-hop from 1 by 1
064700             until ws-feed-hop > 5
064700                or ws-feed-in-zone = 'Y'
064700                or ws-feed-path-school = spaces
064700         if ws-feed-path-school = ws-feed-from
064700             move 'Y' to ws-feed-in-zone
064700         else
064700             move spaces to ws-feed-path-next
064700             perform varying ws-feed-row from 1 by 1
064700                     until ws-feed-row > ws-feed-count
064700                 if ws-feed-from-school(ws-feed-row)
064700                         = ws-feed-path-school
064700                     if ws-feed-zone(ws-feed-row)
064700                             = ws-feed-zone-key
064700                         move ws-feed-to-school(ws-feed-row)
064700                             to ws-feed-path-next
064700                     else
064700                         if ws-feed-zone(ws-feed-row) = spaces
064700                             and ws-feed-path-next = spaces
064700                             move ws-feed-to-school(ws-feed-row)
064700                                 to ws-feed-path-next
064700                         end-if
064700                     end-if
064700                 end-if
064700             end-perform
064700             move ws-feed-path-next to ws-feed-path-school
064700         end-if
064700     end-perform
064700     .
064700 LOAD-FEEDER-PATTERNS.
064700     move zero to ws-feed-count
064700     open input feeder-pattern-file
064700     if ws-feedmast-status = '00'
064700         perform until ws-feedmast-status not = '00'
064700             read feeder-pattern-file
064700             if ws-feedmast-status = '00'
064700                 and ws-feed-count < ws-feed-max
064700                 add 1 to ws-feed-count
064700                 move fp-from-school
064700                     to ws-feed-from-school(ws-feed-count)
064700                 move fp-from-grade
064700                     to ws-feed-from-grade(ws-feed-count)
064700                 move fp-zone
064700                     to ws-feed-zone(ws-feed-count)
064700                 move fp-to-school
064700                     to ws-feed-to-school(ws-feed-count)
064700             end-if
064700         end-perform
064700         close feeder-pattern-file
064700     end-if
064700     .
064700 LOAD-STREET-DICTIONARY.
064700     move zero to ws-street-count
064700     open input street-dict-file
064700     if ws-streetd-status = '00'
064700         perform until ws-streetd-status not = '00'
064700             read street-dict-file next record
064700             if ws-streetd-status = '00'
064700                 and ws-street-count < ws-street-max
064700                 add 1 to ws-street-count
064700                 move sd-street-name
064700                     to ws-str-name(ws-street-count)
064700                 move sd-num-low
064700                     to ws-str-low(ws-street-count)
064700                 move sd-num-high
064700                     to ws-str-high(ws-street-count)
064700                 move sd-zone
064700                     to ws-str-zone(ws-street-count)
064700                 move sd-school-code
064700                     to ws-str-school(ws-street-count)
064700             end-if
064700         end-perform
064700         close street-dict-file
064700     end-if
064700     .
064700 PARSE-STREET-ADDRESS.
064700******************************************************************
064700*    SPLITS WS-PARSE-ADDRESS INTO THE LEADING HOUSE NUMBER AND   *
064700*    THE STREET NAME BEHIND IT, AS THE NIGHTLY ENROLLMENT EDITS  *
064700*    DO. A NON-NUMERIC LEAD (A PO BOX, A RURAL ROUTE) SETS       *
064700*    WS-NUM-OK 'N' AND THE ADDRESS SIMPLY DOES NOT MATCH.        *
064700******************************************************************
064700     move zero   to ws-house-number
064700     move spaces to ws-street-name
064700     move spaces to ws-house-num-x
064700     move 1      to ws-parse-ptr
064700     unstring ws-parse-address delimited by all ' '
064700         into ws-house-num-x
064700         with pointer ws-parse-ptr
064700     end-unstring
064700     move 'Y' to ws-num-ok
064700     move 'N' to ws-num-done
064700     if ws-house-num-x = spaces
064700         move 'N' to ws-num-ok
064700     end-if
064700     perform varying j from 1 by 1
064700             until j > 5 or ws-num-done = 'Y'
064700         move ws-house-num-x(j:1) to ws-digit-x
064700         if ws-digit-x = space
064700             move 'Y' to ws-num-done
064700         else
064700             if ws-digit-x >= '0' and ws-digit-x <= '9'
064700                 compute ws-house-number =
064700                     (ws-house-number * 10) + ws-digit-n
064700             else
064700                 move 'N' to ws-num-ok
064700                 move 'Y' to ws-num-done
064700             end-if
064700         end-if
064700     end-perform
064700     if ws-num-ok = 'Y'
064700         and ws-parse-ptr < 31
064700         move ws-parse-address(ws-parse-ptr:)
064700             to ws-street-name
064700     end-if
064700     .
064700 FIND-STREET-ROW.
064700     move zero to ws-str-row
064700     if ws-num-ok = 'Y'
064700         perform varying j from 1 by 1
064700                 until j > ws-street-count
064700             if ws-str-name(j) = ws-street-name
064700                 and ws-house-number >= ws-str-low(j)
064700                 and ws-house-number <= ws-str-high(j)
064700                 move j to ws-str-row
064700             end-if
064700         end-perform
064700     end-if
064700     .
064700 LOAD-ROUNDUP-REGISTRATIONS.
064800******************************************************************
064900*    ONE STAGED ROW PER PENDENRL REGISTRATION, PLACED WHERE THE  *
065000*    REGISTRATION SAYS. THE WHOLE FILE IS HELD SO A ROUNDUP      *
065100*    PLACEMENT CARD CAN BE POSTED BACK TO IT.                    *
065200******************************************************************
065300     move zero to ws-pnd-count
065400     open input pending-enroll-file
065500     if ws-pendenrl-status = '00'
065600         perform until ws-pendenrl-status not = '00'
065700             read pending-enroll-file
065800             if ws-pendenrl-status = '00'
065900                 perform keep-roundup-row
066000             end-if
066100         end-perform
066200         close pending-enroll-file
066300     else
066400         display 'PENDENRL NOT AVAILABLE - NO ROUNDUP ROWS STAGED'
066500     end-if
066600     .
066700 KEEP-ROUNDUP-ROW.
066800     if ws-pnd-count not < ws-pnd-max
066900         or ws-nxt-count not < ws-nxt-max
067000         display 'PENDENRL OR NEXT-YEAR ROSTER TOO LARGE FOR THE '
067100             'WORK TABLE'
067200         move 16 to return-code
067300         stop run
067400     end-if
067500     add 1 to ws-pnd-count
067600     move pending-enroll-record to pnd-image(ws-pnd-count)
067700     add 1 to ws-nxt-count
067800     move ws-nxt-count to ws-nxt-row
067900     move zero             to nxt-id(ws-nxt-row)
068000     move 'K'              to nxt-source(ws-nxt-row)
068100     move 'A'              to nxt-status(ws-nxt-row)
068200     move pe-last-name     to nxt-last-name(ws-nxt-row)
068300     move pe-first-name    to nxt-first-name(ws-nxt-row)
068400     move pe-dob           to nxt-dob(ws-nxt-row)
068500     move spaces           to nxt-cur-grade(ws-nxt-row)
068600     move spaces           to nxt-cur-school(ws-nxt-row)
068700     move pe-grade         to nxt-grade(ws-nxt-row)
068800     move pe-school-code   to nxt-school-code(ws-nxt-row)
068900     move pe-section       to nxt-section(ws-nxt-row)
069000     move pe-bus-route     to nxt-bus-route(ws-nxt-row)
069100     move 'N'              to nxt-grade-set(ws-nxt-row)
069200     move 'N'              to nxt-school-set(ws-nxt-row)
069300     move 'N'              to nxt-route-set(ws-nxt-row)
069400     move pe-start-date    to nxt-start-date(ws-nxt-row)
069500     move ws-business-date to nxt-carried-date(ws-nxt-row)
069600     move 'Y'              to nxt-seen(ws-nxt-row)
069700     move ws-pnd-count     to nxt-pend-row(ws-nxt-row)
069700     move space            to nxt-feeder-note(ws-nxt-row)
069800     add 1 to ws-roundup-rows
069900     .
070000 APPLY-PLACEMENT-CARDS.
070100******************************************************************
070200*    THE DAY'S NXTCARDS, ONE PLACEMENT PER CARD, EACH PRINTED    *
070300*    WITH WHAT BECAME OF IT. A CARRIED STUDENT IS FOUND BY ID; A *
070400*    ROUNDUP CHILD (ID ZERO) BY LAST NAME AND DATE OF BIRTH. A   *
070500*    MISSING NXTCARDS IS A NIGHT WITH NOTHING TO PLACE.          *
070600******************************************************************
070700     write next-year-rpt-line from nxr-card-title
070800     open input next-year-card-file
070900     if ws-nxtcards-status = '00'
071000         perform until ws-nxtcards-status not = '00'
071100             read next-year-card-file
071200             if ws-nxtcards-status = '00'
071300                 add 1 to ws-cards-read
071400                 perform apply-one-card
071500             end-if
071600         end-perform
071700         close next-year-card-file
071800     end-if
071900     .
072000 APPLY-ONE-CARD.
072100     move spaces to ws-card-result
072200     perform find-card-row
072300     evaluate true
072400         when ws-nxt-row = zero
072500             move 'REJECTED - NOT ON THE NEXT-YEAR ROSTER'
072600                 to ws-card-result
072700         when nxt-status(ws-nxt-row) = 'W'
072800             move 'REJECTED - STUDENT HAS WITHDRAWN'
072900                 to ws-card-result
073000         when nxt-status(ws-nxt-row) = 'G'
073100             and nc-action not = 'GRAD'
073200             move 'REJECTED - GRADUATING, KEY A GRAD CARD FIRST'
073300                 to ws-card-result
073400         when nc-action = 'SECT'
073500             perform place-section
073600         when nc-action = 'BLDG'
073700             perform place-building
073800         when nc-action = 'ROUT'
073900             perform place-bus-route
074000         when nc-action = 'GRAD'
074100             perform place-grade
074200         when other
074300             move 'REJECTED - UNKNOWN CARD ACTION'
074400                 to ws-card-result
074500     end-evaluate
074600     if ws-card-result(1:8) = 'REJECTED'
074700         add 1 to ws-cards-rejected
074800     else
074900         add 1 to ws-cards-applied
075000         if nxt-source(ws-nxt-row) = 'K'
075100             perform post-roundup-placement
075200         end-if
075300     end-if
075400     move nc-action     to nxr-c-action
075500     move nc-student-id to nxr-c-student-id
075600     move nc-value      to nxr-c-value
075700     move spaces        to nxr-c-name
075800     if ws-nxt-row not = zero
075900         string nxt-last-name(ws-nxt-row)  delimited by '  '
076000                ', '                       delimited by size
076100                nxt-first-name(ws-nxt-row) delimited by '  '
076200             into nxr-c-name
076300         end-string
076400     else
076500         move nc-last-name to nxr-c-name
076600     end-if
076700     move ws-card-result to nxr-c-result
076800     write next-year-rpt-line from nxr-card-line
076900     .
077000 FIND-CARD-ROW.
077100     move zero to ws-nxt-row
077200     perform varying j from 1 by 1
077300             until j > ws-nxt-count or ws-nxt-row not = zero
077400         if nc-student-id not = zero
077500             if nxt-source(j) = 'R'
077600                 and nxt-id(j) = nc-student-id
077700                 move j to ws-nxt-row
077800             end-if
077900         else
078000             if nxt-source(j) = 'K'
078100                 and nxt-last-name(j) = nc-last-name
078200                 and nxt-dob(j) = nc-dob
078300                 move j to ws-nxt-row
078400             end-if
078500         end-if
078600     end-perform
078700     .
078800 PLACE-SECTION.
078900     move nc-value(1:1) to nxt-section(ws-nxt-row)
079000     if nc-value(1:1) = space
079100         move 'SECTION CLEARED' to ws-card-result
079200     else
079300         move 'SECTION PLACED' to ws-card-result
079400     end-if
079500     .
079600 PLACE-BUILDING.
079700******************************************************************
079800*    THE BUILDING MUST HAVE A ROOM ON ROOMMAST (WHEN ROOMMAST    *
079900*    COULD BE READ). A NEW BUILDING CLEARS THE SECTION - ONE     *
080000*    BUILDING'S SECTION LETTER MEANS NOTHING IN ANOTHER.         *
080100******************************************************************
080200     move 'Y' to ws-found
080300     if ws-rm-count > zero
080400         move 'N' to ws-found
080500         perform varying ws-rm-row from 1 by 1
080600                 until ws-rm-row > ws-rm-count
080700             if ws-rm-school(ws-rm-row) = nc-value
080800                 move 'Y' to ws-found
080900             end-if
081000         end-perform
081100     end-if
081200     evaluate true
081300         when nc-value = spaces
081400             move 'REJECTED - NO BUILDING CODE ON THE CARD'
081500                 to ws-card-result
081600         when ws-found = 'N'
081700             move 'REJECTED - BUILDING NOT ON ROOMMAST'
081800                 to ws-card-result
081900         when other
082000             if nxt-school-code(ws-nxt-row) not = nc-value
082100                 move space to nxt-section(ws-nxt-row)
082200             end-if
082300             move nc-value to nxt-school-code(ws-nxt-row)
082300             move 'Y' to nxt-school-set(ws-nxt-row)
082300             move space to nxt-feeder-note(ws-nxt-row)
082500             move 'BUILDING PLACED' to ws-card-result
082600     end-evaluate
082700     .
082800 PLACE-BUS-ROUTE.
082900******************************************************************
083000*    A BLANK ROUTE IS A WALKER OR A PARENT DRIVER. ANY OTHER     *
083100*    ROUTE MUST BE ON ROUTEMST (WHEN ROUTEMST COULD BE READ).    *
083200******************************************************************
083300     move 'Y' to ws-found
083400     if ws-rte-count > zero
083500         and nc-value not = spaces
083600         move 'N' to ws-found
083700         perform varying j from 1 by 1 until j > ws-rte-count
083800             if ws-rte-code(j) = nc-value
083900                 move 'Y' to ws-found
084000             end-if
084100         end-perform
084200     end-if
084300     if ws-found = 'N'
084400         move 'REJECTED - ROUTE NOT ON ROUTEMST'
084500             to ws-card-result
084600     else
084700         move nc-value to nxt-bus-route(ws-nxt-row)
084800         move 'Y' to nxt-route-set(ws-nxt-row)
084900         move 'BUS ROUTE PLACED' to ws-card-result
085000     end-if
085100     .
085200 PLACE-GRADE.
085300     move nc-value(1:2) to ws-lookup-grade
085400     perform find-grade-seq
085500     if ws-grade-seq = zero
085600         move 'REJECTED - NOT A GRADE CODE'
085700             to ws-card-result
085800     else
085900         move ws-lookup-grade to nxt-grade(ws-nxt-row)
086000         move 'Y' to nxt-grade-set(ws-nxt-row)
086100         move 'A' to nxt-status(ws-nxt-row)
086200         move 'GRADE PLACED' to ws-card-result
086300     end-if
086400     .
086500 FIND-GRADE-SEQ.
086600     move zero to ws-grade-seq
086700     perform varying j from 1 by 1 until j > 14
086800         if gd-code(j) = ws-lookup-grade
086900             move j to ws-grade-seq
087000         end-if
087100     end-perform
087200     .
087300 POST-ROUNDUP-PLACEMENT.
087400******************************************************************
087500*    A ROUNDUP CHILD'S PLACEMENT LIVES ON THEIR PENDENRL RECORD, *
087600*    WHICH ADD-STUDENT ENROLLS FROM ON THE START DATE.           *
087700******************************************************************
087800     move nxt-pend-row(ws-nxt-row) to ws-pnd-row
087900     move pnd-image(ws-pnd-row) to pending-enroll-record
088000     move nxt-grade(ws-nxt-row)       to pe-grade
088100     move nxt-school-code(ws-nxt-row) to pe-school-code
088200     move nxt-section(ws-nxt-row)     to pe-section
088300     move nxt-bus-route(ws-nxt-row)   to pe-bus-route
088400     move pending-enroll-record to pnd-image(ws-pnd-row)
088500     move 'Y' to ws-pnd-changed
088600     .
088700 SORT-NEXT-YEAR-ROSTER.
088800******************************************************************
088900*    CLASS-LIST ORDER - BUILDING, GRADE (KG FIRST), SECTION,     *
089000*    NAME. NXT-PEND-ROW TRAVELS WITH ITS ROW, SO THE ROUNDUP     *
089100*    LINK SURVIVES THE SORT.                                     *
089200******************************************************************
089300     perform varying ws-nxt-row from 1 by 1
089400             until ws-nxt-row > ws-nxt-count
089500         move nxt-grade(ws-nxt-row) to ws-lookup-grade
089600         perform find-grade-seq
089700         move ws-grade-seq to nxt-grade-seq(ws-nxt-row)
089800     end-perform
089900     if ws-nxt-count > zero
090000         sort nxt-row ascending key nxt-school-code nxt-grade-seq
090100             nxt-section nxt-last-name nxt-first-name
090200     end-if
090300     .
090400 WRITE-NEXT-YEAR-ROSTER.
090500     open output next-year-roster-file
090600     if ws-nxtrostr-status not = '00'
090700         display 'COULD NOT REWRITE NXTROSTR - STATUS '
090800             ws-nxtrostr-status
090900         move 16 to return-code
091000         stop run
091100     end-if
091200     perform varying ws-nxt-row from 1 by 1
091300             until ws-nxt-row > ws-nxt-count
091400         move spaces to next-year-roster-record
091500         move nxt-id(ws-nxt-row)           to nx-id
091600         move nxt-source(ws-nxt-row)       to nx-source
091700         move nxt-status(ws-nxt-row)       to nx-status
091800         move nxt-last-name(ws-nxt-row)    to nx-last-name
091900         move nxt-first-name(ws-nxt-row)   to nx-first-name
092000         move nxt-dob(ws-nxt-row)          to nx-dob
092100         move nxt-cur-grade(ws-nxt-row)    to nx-cur-grade
092200         move nxt-cur-school(ws-nxt-row)   to nx-cur-school
092300         move nxt-grade(ws-nxt-row)        to nx-grade
092400         move nxt-school-code(ws-nxt-row)  to nx-school-code
092500         move nxt-section(ws-nxt-row)      to nx-section
092600         move nxt-bus-route(ws-nxt-row)    to nx-bus-route
092700         move nxt-grade-set(ws-nxt-row)    to nx-grade-set
092800         move nxt-school-set(ws-nxt-row)   to nx-school-set
092900         move nxt-route-set(ws-nxt-row)    to nx-route-set
093000         move nxt-start-date(ws-nxt-row)   to nx-start-date
093100         move nxt-carried-date(ws-nxt-row) to nx-carried-date
093100         move nxt-feeder-note(ws-nxt-row)  to nx-feeder-note
093200         write next-year-roster-record
093300     end-perform
093400     close next-year-roster-file
093500     .
093600 REWRITE-PENDING-FILE.
093700     open output pending-enroll-file
093800     if ws-pendenrl-status not = '00'
093900         display 'COULD NOT REWRITE PENDENRL - STATUS '
094000             ws-pendenrl-status
094100         move 16 to return-code
094200         stop run
094300     end-if
094400     perform varying ws-pnd-row from 1 by 1
094500             until ws-pnd-row > ws-pnd-count
094600         move pnd-image(ws-pnd-row) to pending-enroll-record
094700         write pending-enroll-record
094800     end-perform
094900     close pending-enroll-file
095000     .
095100 PRINT-CLASS-LISTS.
095200******************************************************************
095300*    NEXT YEAR'S CLASS LISTS - EVERY RETURNING ('A') ROW UNDER   *
095400*    ITS BUILDING, GRADE AND SECTION, STUDENTS NOT YET SECTIONED *
095500*    FIRST IN EACH GRADE. EACH SECTION CLOSES WITH ITS HEADCOUNT *
095600*    AGAINST THE FIRE-CODE CAPACITY OF ITS ROOMMAST HOMEROOM.    *
095700******************************************************************
095800     move spaces to ws-brk-school
095900     move spaces to ws-brk-grade
096000     move spaces to ws-brk-section
096100     move 'N' to ws-brk-open
096200     perform varying ws-nxt-row from 1 by 1
096300             until ws-nxt-row > ws-nxt-count
096400         evaluate nxt-status(ws-nxt-row)
096500             when 'A'
096600                 perform print-class-list-row
096700             when 'G'
096800                 add 1 to ws-next-graduating
096900             when other
097000                 add 1 to ws-next-withdrawn
097100         end-evaluate
097200     end-perform
097300     perform print-section-total
097400     .
097500 PRINT-CLASS-LIST-ROW.
097600     if ws-brk-open = 'N'
097700         or nxt-school-code(ws-nxt-row) not = ws-brk-school
097800         or nxt-grade(ws-nxt-row) not = ws-brk-grade
097900         or nxt-section(ws-nxt-row) not = ws-brk-section
098000         perform print-section-total
098100         move nxt-school-code(ws-nxt-row) to ws-brk-school
098200         move nxt-grade(ws-nxt-row)       to ws-brk-grade
098300         move nxt-section(ws-nxt-row)     to ws-brk-section
098400         move 'Y' to ws-brk-open
098500         move spaces to next-year-rpt-line
098600         write next-year-rpt-line
098700         move ws-brk-school to nxr-g-school
098800         move ws-brk-grade  to nxr-g-grade
098900         if ws-brk-section = space
099000             move '(NONE YET)' to nxr-g-section
099100         else
099200             move ws-brk-section to nxr-g-section
099300         end-if
099400         write next-year-rpt-line from nxr-group-title
099500         write next-year-rpt-line from nxr-columns
099600     end-if
099700     add 1 to ws-brk-count
099800     add 1 to ws-next-active
099900     if nxt-section(ws-nxt-row) = space
100000         add 1 to ws-next-unsectioned
100100     end-if
100200     if nxt-source(ws-nxt-row) = 'K'
100300         move 'ROUNDUP' to nxr-d-student-id
100400     else
100500         move nxt-id(ws-nxt-row) to nxr-d-student-id
100600     end-if
100700     move spaces to nxr-d-name
100800     string nxt-last-name(ws-nxt-row)  delimited by '  '
100900            ', '                       delimited by size
101000            nxt-first-name(ws-nxt-row) delimited by '  '
101100         into nxr-d-name
101200     end-string
101300     move nxt-cur-grade(ws-nxt-row)  to nxr-d-cur-grade
101400     move nxt-cur-school(ws-nxt-row) to nxr-d-cur-school
101500     move nxt-bus-route(ws-nxt-row)  to nxr-d-route
101600     move spaces to nxr-d-note
101700     evaluate true
101800         when nxt-source(ws-nxt-row) = 'K'
101900             string 'PENDENRL - STARTS ' delimited by size
102000                    nxt-start-date(ws-nxt-row) delimited by size
102100                 into nxr-d-note
102200             end-string
102300         when nxt-grade-set(ws-nxt-row) = 'Y'
102400             and nxt-grade(ws-nxt-row) = nxt-cur-grade(ws-nxt-row)
102500             move 'RETAINED' to nxr-d-note
102600         when nxt-grade-set(ws-nxt-row) = 'Y'
102700             move 'GRADE SET BY CARD' to nxr-d-note
102800         when nxt-grade(ws-nxt-row) = nxt-cur-grade(ws-nxt-row)
102900             and nxt-grade(ws-nxt-row) not = 'UG'
103000             move 'HELD - PROMOTION HOLD ON ROSTERVS'
103100                 to nxr-d-note
103200         when nxt-feeder-note(ws-nxt-row) = 'F'
103200             string 'FEEDER PATTERN - FROM ' delimited by size
103200                    nxt-cur-school(ws-nxt-row) delimited by size
103200                 into nxr-d-note
103200             end-string
103200         when nxt-feeder-note(ws-nxt-row) = 'O'
103200             move 'FEEDER DECISION - CHOICE/OUT OF ZONE'
103200                 to nxr-d-note
103200         when nxt-feeder-note(ws-nxt-row) = 'Z'
103200             move 'FEEDER DECISION - ADDRESS HAS NO ZONE'
103200                 to nxr-d-note
103200         when nxt-feeder-note(ws-nxt-row) = 'N'
103200             move 'FEEDER DECISION - ZONE NOT IN FEEDMAST'
103200                 to nxr-d-note
103200         when nxt-school-code(ws-nxt-row)
103200                 not = nxt-cur-school(ws-nxt-row)
103200             move 'NEW BUILDING' to nxr-d-note
103500         when other
103600             continue
103700     end-evaluate
103800     write next-year-rpt-line from nxr-detail-line
103900     .
104000 PRINT-SECTION-TOTAL.
104100     if ws-brk-open = 'Y'
104200         move spaces to nxr-gt-flag
104300         move spaces to nxr-gt-note
104400         move ws-brk-count to nxr-gt-count
104500         move zero to nxr-gt-capacity
104600         if ws-brk-section not = space
104700             move 'N' to ws-found
104800             perform varying ws-rm-row from 1 by 1
104900                     until ws-rm-row > ws-rm-count
105000                 if ws-rm-school(ws-rm-row) = ws-brk-school
105100                     and ws-rm-grade(ws-rm-row) = ws-brk-grade
105200                     and ws-rm-section(ws-rm-row) = ws-brk-section
105300                     move 'Y' to ws-found
105400                     move ws-rm-capacity(ws-rm-row)
105500                         to nxr-gt-capacity
105600                 end-if
105700             end-perform
105800             evaluate true
105900                 when ws-rm-count = zero
106000                     continue
106100                 when ws-found = 'N'
106200                     move '*' to nxr-gt-flag
106300                     move 'NO ROOMMAST HOMEROOM FOR THIS SECTION'
106400                         to nxr-gt-note
106500                     add 1 to ws-sections-no-room
106600                 when ws-brk-count > nxr-gt-capacity
106700                     move '**' to nxr-gt-flag
106800                     move 'OVER THE ROOM FIRE-CODE CAPACITY'
106900                         to nxr-gt-note
107000                     add 1 to ws-sections-over
107100                 when other
107200                     continue
107300             end-evaluate
107400         else
107500             move 'STILL TO BE SECTIONED' to nxr-gt-note
107600         end-if
107700         write next-year-rpt-line from nxr-group-total
107800     end-if
107900     move zero to ws-brk-count
108000     .
108100 PRINT-NEXT-YEAR-TOTALS.
108200     move spaces to next-year-rpt-line
108300     write next-year-rpt-line
108400     move 'ROSTERVS RECORDS CARRIED FORWARD' to nxr-t-label
108500     move ws-cf-read to nxr-t-value
108600     write next-year-rpt-line from nxr-total-line
108700     move '  NEW TO THE NEXT-YEAR ROSTER' to nxr-t-label
108800     move ws-cf-added to nxr-t-value
108900     write next-year-rpt-line from nxr-total-line
109000     move '  WITHDRAWN SINCE THE LAST RUN' to nxr-t-label
109100     move ws-cf-withdrawn to nxr-t-value
109200     write next-year-rpt-line from nxr-total-line
109300     move '  NO LONGER ON ROSTERVS' to nxr-t-label
109400     move ws-cf-gone to nxr-t-value
109500     write next-year-rpt-line from nxr-total-line
109600     move '  SECTIONS CLEARED BY A BUILDING CHANGE' to nxr-t-label
109700     move ws-cf-sect-cleared to nxr-t-value
109800     write next-year-rpt-line from nxr-total-line
109800     move '  MOVED ON BY THE FEEDER PATTERN' to nxr-t-label
109800     move ws-cf-feeder-moves to nxr-t-value
109800     write next-year-rpt-line from nxr-total-line
109800     move '  FEEDER CASES WAITING ON A DECISION' to nxr-t-label
109800     move ws-cf-feeder-exceptions to nxr-t-value
109800     write next-year-rpt-line from nxr-total-line
109900     move 'ROUNDUP REGISTRATIONS ON PENDENRL' to nxr-t-label
110000     move ws-roundup-rows to nxr-t-value
110100     write next-year-rpt-line from nxr-total-line
110200     move 'PLACEMENT CARDS READ' to nxr-t-label
110300     move ws-cards-read to nxr-t-value
110400     write next-year-rpt-line from nxr-total-line
110500     move '  APPLIED' to nxr-t-label
110600     move ws-cards-applied to nxr-t-value
110700     write next-year-rpt-line from nxr-total-line
110800     move '  REJECTED' to nxr-t-label
110900     move ws-cards-rejected to nxr-t-value
111000     write next-year-rpt-line from nxr-total-line
111100     move 'RETURNING NEXT YEAR' to nxr-t-label
111200     move ws-next-active to nxr-t-value
111300     write next-year-rpt-line from nxr-total-line
111400     move '  NOT YET SECTIONED' to nxr-t-label
111500     move ws-next-unsectioned to nxr-t-value
111600     write next-year-rpt-line from nxr-total-line
111700     move '  SECTIONS OVER ROOM CAPACITY' to nxr-t-label
111800     move ws-sections-over to nxr-t-value
111900     write next-year-rpt-line from nxr-total-line
112000     move '  SECTIONS WITH NO ROOMMAST HOMEROOM' to nxr-t-label
112100     move ws-sections-no-room to nxr-t-value
112200     write next-year-rpt-line from nxr-total-line
112300     move 'GRADUATING THIS YEAR' to nxr-t-label
112400     move ws-next-graduating to nxr-t-value
112500     write next-year-rpt-line from nxr-total-line
112600     move 'WITHDRAWN - NOT RETURNING' to nxr-t-label
112700     move ws-next-withdrawn to nxr-t-value
112800     write next-year-rpt-line from nxr-total-line
112900     .
112901 START-RUN-CONTROL.
112902******************************************************************
112903*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
112904*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
112905*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
112906*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
112907******************************************************************
112908     move spaces to run-control-event
112909     move ws-business-date to ws-run-bus-date
112910     move spaces to ws-run-blocker
112911     perform varying ws-run-px from 1 by 1
112912         until ws-run-px > ws-run-pred-count
112913            or ws-run-blocker not = spaces
112914         perform check-one-predecessor
112915     end-perform
112916     if ws-run-blocker not = spaces
112917         move 'B' to jr-event
112918         perform write-run-control-event
112919         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
112920             ' HAS NOT COMPLETED FOR BUSINESS DATE '
112921             ws-run-bus-date
112922         move ws-run-blocked-rc to return-code
112923         stop run
112924     end-if
112925     move 'S' to jr-event
112926     perform write-run-control-event
112927     .
112928 CHECK-ONE-PREDECESSOR.
112929******************************************************************
112930*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
112931*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
112932*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
112933******************************************************************
112934     move 'N' to ws-run-pred-state
112935     open input run-control-file
112936     if ws-runctl-status = '00'
112937         perform until ws-runctl-status not = '00'
112938             read run-control-file next record
112939                 into run-control-event
112940             if ws-runctl-status = '00'
112941                 and jr-business-date = ws-run-bus-date
112942                 and jr-job-name = ws-run-pred(ws-run-px)
112943                 move 'N' to ws-run-pred-state
112944                 if jr-event = 'E'
112945                     and jr-completion-code <= ws-run-max-rc
112946                     move 'Y' to ws-run-pred-state
112947                 end-if
112948             end-if
112949         end-perform
112950         close run-control-file
112951     end-if
112952     if ws-run-pred-state not = 'Y'
112953         move ws-run-pred(ws-run-px) to ws-run-blocker
112954     end-if
112955     .
112956 END-RUN-CONTROL.
112957******************************************************************
112958*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
112959*    RETURN CODE THE JOB IS ENDING WITH.                         *
112960******************************************************************
112961     move 'E' to jr-event
112962     perform write-run-control-event
112963     .
112964 WRITE-RUN-CONTROL-EVENT.
112965     move ws-run-bus-date to jr-business-date
112966     move ws-run-job-name to jr-job-name
112967     accept jr-event-date from date yyyymmdd
112968     accept jr-event-time from time
112969     move return-code     to jr-completion-code
112970     move ws-run-blocker  to jr-blocked-by
112971     open extend run-control-file
112972     if ws-runctl-status not = '00'
112973         open output run-control-file
112974     end-if
112975     if ws-runctl-status not = '00'
112976         display 'COULD NOT OPEN RUNCTL - STATUS '
112977             ws-runctl-status
112978     else
112979         write run-control-record from run-control-event
112980         close run-control-file
112981     end-if
112982     .
113000 READ-BUSINESS-DATE.
113100******************************************************************
113200*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
113300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
113400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
113500******************************************************************
113600     open input business-date-file
113700     if ws-busdate-status not = '00'
113800         display 'COULD NOT OPEN BUSDATE - STATUS '
113900             ws-busdate-status
114000         move 16 to return-code
114100         stop run
114200     end-if
114300     read business-date-file next record
114400     if ws-busdate-status not = '00'
114500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
114600             ws-busdate-status
114700         move 16 to return-code
114800         stop run
114900     end-if
115000     close business-date-file
115100     move bd-business-date to ws-business-date
115200     if bd-override-date not = zero
115300         move bd-override-date to ws-business-date
115400         move 'Y' to ws-bus-date-override
115500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
115600             bd-override-date ' SET BY ' bd-override-operator
115700         display '    REASON: ' bd-override-reason
115800     end-if
115900     move ws-business-date to bdh-date
116000     if ws-bus-date-override = 'Y'
116100         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
116200             to bdh-override
116300     end-if
116400     .
