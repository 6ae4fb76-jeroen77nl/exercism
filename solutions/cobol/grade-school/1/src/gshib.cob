000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSHIB.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    BULLYING AND HARASSMENT INVESTIGATION CASES. DISCFILE SAYS  *
000900*    WHAT HAPPENED TO AN OFFENDER; THE STATE ANTI-BULLYING LAW   *
001000*    AND TITLE IX ALSO WANT THE REPORT ITSELF, THE TARGETS, THE  *
001100*    INVESTIGATION AND ITS DEADLINES. EACH REPORT IS A CASE ON   *
001200*    HIBCASE (COPY HIBCREC). TWO LEGS, BY THE RUNMODE CARD:      *
001300*      CASES (RUNMODE EMPTY) - THE PRINCIPALS' CARDS (HIBTRN):   *
001400*        'A' - A NEW REPORT: DATE, BUILDING, REPORTER TYPE AND   *
001500*              ALLEGATION CATEGORY (HIBCATG TABLE OF CODETBL).   *
001600*        'C' - CORRECT ANY OF THOSE FOUR THE CARD FILLS IN.      *
001700*        'P' - ADD A TARGET OR RESPONDENT BY ST-ID, 'X' DROP ONE.*
001800*        'I' - ASSIGN (OR REPLACE) THE INVESTIGATOR.             *
001900*        'B' - THE INVESTIGATION BEGAN.                          *
002000*        'N' - A PARTY'S GUARDIANS WERE NOTIFIED.                *
002100*        'F' - THE FINDING, SUBSTANTIATED OR UNSUBSTANTIATED.    *
002200*        'R' - THE FINDING WAS REPORTED TO THE GUARDIANS, WHICH  *
002300*              CLOSES THE CASE.                                  *
002400*        'L' - LINK A SUBSTANTIATED CASE TO THE DISCFILE         *
002500*              INCIDENT OF ONE OF ITS RESPONDENTS (TAKEN ON A    *
002600*              CLOSED CASE TOO - DISCIPLINE OFTEN POSTS LATER).  *
002700*        REJECTED CARDS ARE LISTED ON HIBRPT WITH A REASON CODE. *
002800*        EVERY STEP'S DEADLINE IS THEN RECOMPUTED IN SCHOOL DAYS *
002900*        OF THE BUILDING'S SCHCALND CALENDAR, HIBCASE IS         *
003000*        REWRITTEN WHOLE, AND HIBRPT LISTS BY BUILDING EVERY     *
003100*        STEP OF AN OPEN CASE THAT IS DUE TODAY OR OVERDUE.      *
003200*      STATE (RUNMODE 'STATE') - THE ANNUAL STATE BULLYING       *
003300*        REPORT ON HIBRPT: THE CASES REPORTED IN THE SCHOOL YEAR *
003400*        (1 JULY - 30 JUNE) BY BUILDING AND CATEGORY, THEN FOR   *
003500*        THE DISTRICT. NOTHING IS UPDATED.                       *
003600*    RETURN CODES: 0 CLEAN, 4 A CARD REJECTED OR A TABLE CUT     *
003700*    SHORT, 16 A FILE COULD NOT BE READ OR WRITTEN OR THE        *
003800*    RUNMODE CARD IS NOT KNOWN. SEE JCL/GSHIB.JCL AND            *
003900*    GSHIBST.JCL.                                                *
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
005100     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNMODE-STATUS.
005400     SELECT TRANSACTION-FILE ASSIGN TO HIBTRN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HIBTRN-STATUS.
005700     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS ST-ID
006100         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006200     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CODETBL-STATUS.
006500     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO SCHCALND
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CALENDAR-STATUS.
006800     SELECT DISCIPLINE-FILE ASSIGN TO DISCFILE
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-DISCFILE-STATUS.
007100     SELECT HIB-CASE-FILE ASSIGN TO HIBCASE
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-HIBCASE-STATUS.
007400     SELECT HIB-RPT ASSIGN TO HIBRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-HIBRPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  BUSINESS-DATE-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  BUSINESS-DATE-RECORD.
008200     COPY BDATREC.
008300 FD  RUN-MODE-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  RUN-MODE-RECORD.
008600     05  RM-MODE                 PIC X(08).
008700******************************************************************
008800*    HIBTRN - ONE CARD PER STEP AS THE PRINCIPAL'S OFFICE ENTERED*
008900*    IT:                                                         *
009000*      COL 1     ACTION - A, C, P, X, I, B, N, F, R OR L         *
009100*      COL 2-8   CASE NUMBER (FROM THE REPORT FORM)              *
009200*    'A' AND 'C':                                                *
009300*      COL 9-16  DATE REPORTED                                   *
009400*      COL 17-20 BUILDING                                        *
009500*      COL 21    REPORTER TYPE - T, G, W, S, A OR O              *
009600*      COL 22-25 ALLEGATION CATEGORY (HIBCATG)                   *
009700*    'P', 'X', 'N' AND 'L':                                      *
009800*      COL 9-15  STUDENT ID                                      *
009900*      COL 16-23 DATE GUARDIANS NOTIFIED ('N'), INCIDENT DATE    *
010000*                ('L')                                           *
010100*      COL 24    ROLE - 'T' TARGET, 'R' RESPONDENT ('P', 'X')    *
010200*      COL 25-26 DISCIPLINE INCIDENT TYPE, DI-TYPE-CODE ('L')    *
010300*    'I', 'B', 'F' AND 'R':                                      *
010400*      COL 9-16  DATE BEGUN ('B'), FINDING DATE ('F'), DATE      *
010500*                REPORTED TO THE GUARDIANS ('R')                 *
010600*      COL 17    FINDING - 'S' SUBSTANTIATED, 'U' NOT ('F')      *
010700*      COL 18-22 INVESTIGATOR STAFF ID ('I')                     *
010800*      COL 23-52 INVESTIGATOR NAME ('I')                         *
010900******************************************************************
011000 FD  TRANSACTION-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  TRANSACTION-RECORD.
011300     05  TR-ACTION               PIC X(01).
011400     05  TR-CASE-NO              PIC 9(07).
011500     05  TR-CASE-FIELDS.
011600         10  TR-REPORTED-DATE    PIC 9(08).
011700         10  TR-SCHOOL-CODE      PIC X(04).
011800         10  TR-REPORTER-TYPE    PIC X(01).
011900         10  TR-CATEGORY         PIC X(04).
012000         10  FILLER              PIC X(27).
012100     05  TR-PARTY-FIELDS REDEFINES TR-CASE-FIELDS.
012200         10  TR-STUDENT-ID       PIC 9(07).
012300         10  TR-PARTY-DATE       PIC 9(08).
012400         10  TR-PARTY-ROLE       PIC X(01).
012500         10  TR-INCIDENT-TYPE    PIC X(02).
012600         10  FILLER              PIC X(26).
012700     05  TR-STEP-FIELDS REDEFINES TR-CASE-FIELDS.
012800         10  TR-STEP-DATE        PIC 9(08).
012900         10  TR-FINDING          PIC X(01).
013000         10  TR-INVESTIGATOR-ID  PIC 9(05).
013100         10  TR-INVESTIGATOR-NAME PIC X(30).
013200 FD  ROSTER-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  ROSTER-FILE-RECORD.
013500     COPY ROSTERREC.
013600 FD  CODE-TABLE-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  CODE-TABLE-RECORD.
013900     COPY CODEREC.
014000 FD  SCHOOL-CALENDAR-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  CALENDAR-RECORD.
014300     COPY CALNREC.
014400 FD  DISCIPLINE-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  DISCIPLINE-RECORD.
014700     COPY DISCREC.
014800 FD  HIB-CASE-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 01  HIB-CASE-RECORD.
015100     COPY HIBCREC.
015200 FD  HIB-RPT
015300     LABEL RECORDS ARE STANDARD.
015400 01  HIB-LINE                    PIC X(110).
015500 WORKING-STORAGE SECTION.
015600 01  WS-RUNMODE-STATUS        PIC X(02).
015700 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
015800 01  WS-HIBTRN-STATUS         PIC X(02).
015900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
016000 01  WS-CODETBL-STATUS        PIC X(02).
016100 01  WS-CALENDAR-STATUS       PIC X(02).
016200 01  WS-DISCFILE-STATUS       PIC X(02).
016300 01  WS-HIBCASE-STATUS        PIC X(02).
016400 01  WS-HIBRPT-STATUS         PIC X(02).
016500 01  i                        PIC 9(05).
016600 01  j                        PIC 9(05).
016700 01  k                        PIC 9(05).
016800 01  p                        PIC 9(05).
016900******************************************************************
017000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
017100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
017200******************************************************************
017300 01  WS-BUSDATE-STATUS        PIC X(02).
017400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017500 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
017600     05  WS-BUS-YEAR          PIC 9(04).
017700     05  WS-BUS-MONTH         PIC 9(02).
017800     05  WS-BUS-DAY           PIC 9(02).
017900 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
018000 01  BUS-DATE-HEADING.
018100     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
018200     05  BDH-DATE             PIC 9(08).
018300     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
018400******************************************************************
018500*    THE STATUTORY CLOCK, IN SCHOOL DAYS AFTER THE REPORT DATE   *
018600*    (THE FINDING-REPORTED STEP AFTER THE FINDING DATE). A       *
018700*    SEX-BASED CATEGORY RUNS THE DISTRICT'S TITLE IX GRIEVANCE   *
018800*    TIME FRAME FOR THE FINDING INSTEAD.                         *
018900******************************************************************
019000 77  WS-START-DAYS            PIC 9(02) VALUE 01.
019100 77  WS-NOTICE-DAYS           PIC 9(02) VALUE 02.
019200 77  WS-FINDING-DAYS          PIC 9(02) VALUE 10.
019300 77  WS-T9-FINDING-DAYS       PIC 9(02) VALUE 30.
019400 77  WS-REPORT-DAYS           PIC 9(02) VALUE 05.
019500******************************************************************
019600*    THE SCHOOL YEAR THE STATE REPORT COVERS - 1 JULY THROUGH 30 *
019700*    JUNE, THE YEAR THE BUSINESS DATE FALLS IN.                  *
019800******************************************************************
019900 01  WS-YEAR-START            PIC 9(08).
020000 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
020100     05  WS-YS-YEAR           PIC 9(04).
020200     05  WS-YS-MMDD           PIC 9(04).
020300 01  WS-YEAR-END              PIC 9(08).
020400 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END.
020500     05  WS-YE-YEAR           PIC 9(04).
020600     05  WS-YE-MMDD           PIC 9(04).
020700******************************************************************
020800*    EVERY STUDENT ON ROSTERVS, IN ID ORDER FOR THE SEARCH ALL   *
020900*    PER CARD. A BUILDING ON AN 'A' CARD MUST BE ONE SOME        *
021000*    STUDENT IS ENROLLED IN.                                     *
021100******************************************************************
021200 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
021300 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
021400 01  RST-TABLE.
021500     05  RST-ROW              OCCURS 0 TO 2000 TIMES
021600                              DEPENDING ON WS-RST-COUNT
021700                              ASCENDING KEY IS RST-ID
021800                              INDEXED BY RST-IDX.
021900         10  RST-ID           PIC 9(07).
022000         10  RST-LAST-NAME    PIC X(20).
022100         10  RST-FIRST-NAME   PIC X(12).
022200         10  RST-SCHOOL       PIC X(04).
022300 01  WS-RST-FULL              PIC X VALUE 'N'.
022400******************************************************************
022500*    THE HIBCATG ROWS OF CODETBL - THE ALLEGATION CATEGORIES,    *
022600*    WITH THE STATE REPORT'S CROSSWALK CODE AND CT-CLASS 'T' FOR *
022700*    A SEX-BASED (TITLE IX) CATEGORY.                            *
022800******************************************************************
022900 77  WS-CAT-MAX               PIC 9(03) VALUE 100.
023000 01  WS-CAT-COUNT             PIC 9(03) VALUE ZERO.
023100 01  WS-CAT-TABLE.
023200     05  WS-CAT-ENTRY         OCCURS 100 TIMES.
023300         10  WS-CAT-CODE      PIC X(04).
023400         10  WS-CAT-DESC      PIC X(30).
023500         10  WS-CAT-EFF       PIC 9(08).
023600         10  WS-CAT-EXP       PIC 9(08).
023700         10  WS-CAT-STATE     PIC X(04).
023800         10  WS-CAT-CLASS     PIC X(01).
023900 01  WS-CAT-FULL              PIC X VALUE 'N'.
024000 01  WS-CAT-ROW               PIC 9(03).
024100******************************************************************
024200*    THE SCHOOL DAYS ('I' AND 'E' ROWS) OF SCHCALND, BY CALENDAR *
024300*    AND DATE. WS-CALB-TABLE IS THE BUILDINGS THAT HAVE A        *
024400*    CALENDAR OF THEIR OWN; SELECT-SCHOOL-CALENDAR TURNS A       *
024500*    BUILDING (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON   *
024600*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
024700******************************************************************
024800 77  WS-CAL-MAX               PIC 9(04) VALUE 4000.
024900 01  WS-CAL-COUNT             PIC 9(04) VALUE ZERO.
025000 01  CAL-TABLE.
025100     05  CAL-ROW              OCCURS 0 TO 4000 TIMES
025200                              DEPENDING ON WS-CAL-COUNT
025300                              ASCENDING KEY IS CAL-SCHOOL CAL-DAY
025400                              INDEXED BY CAL-IDX.
025500         10  CAL-SCHOOL       PIC X(04).
025600         10  CAL-DAY          PIC 9(08).
025700 01  WS-CAL-FULL              PIC X VALUE 'N'.
025800 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
025900 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
026000 01  WS-CALB-TABLE.
026100     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
026200 01  WS-CALB-ROW              PIC 9(02).
026300 01  WS-CALB-FOUND            PIC X.
026400 01  WS-CAL-FOR-SCHOOL        PIC X(04).
026500 01  WS-CAL-KEY               PIC X(04).
026600 01  WS-CAL-ROW               PIC 9(04).
026700 01  WS-FROM-DATE             PIC 9(08).
026800 01  WS-DAY-COUNT             PIC 9(02).
026900 01  WS-DAYS-SEEN             PIC 9(03).
027000 01  WS-DUE-DATE              PIC 9(08).
027100 01  WS-DAYS-LATE             PIC 9(03).
027200******************************************************************
027300*    THE DISCFILE INCIDENTS, BY STUDENT, DATE AND TYPE, SO AN    *
027400*    'L' CARD CAN BE MATCHED TO ONE WITH A SEARCH ALL.           *
027500******************************************************************
027600 77  WS-DSC-MAX               PIC 9(05) VALUE 05000.
027700 01  WS-DSC-COUNT             PIC 9(05) VALUE ZERO.
027800 01  DSC-TABLE.
027900     05  DSC-ROW              OCCURS 0 TO 5000 TIMES
028000                              DEPENDING ON WS-DSC-COUNT
028100                              ASCENDING KEY IS DSC-STUDENT
028200                                               DSC-DATE
028300                                               DSC-TYPE
028400                              INDEXED BY DSC-IDX.
028500         10  DSC-STUDENT      PIC 9(07).
028600         10  DSC-DATE         PIC 9(08).
028700         10  DSC-TYPE         PIC X(02).
028800 01  WS-DSC-FULL              PIC X VALUE 'N'.
028900******************************************************************
029000*    EVERY CASE ON HIBCASE, KEPT IN CASE NUMBER ORDER AS THE     *
029100*    CARDS POST SO EACH CARD FINDS ITS CASE WITH A SEARCH ALL.   *
029200******************************************************************
029300 77  WS-CSE-MAX               PIC 9(05) VALUE 03000.
029400 77  WS-PARTY-MAX             PIC 9(02) VALUE 10.
029500 77  WS-LINK-MAX              PIC 9(02) VALUE 05.
029600 01  WS-CSE-COUNT             PIC 9(05) VALUE ZERO.
029700 01  CSE-TABLE.
029800     05  CSE-ROW              OCCURS 0 TO 3000 TIMES
029900                              DEPENDING ON WS-CSE-COUNT
030000                              ASCENDING KEY IS CSE-CASE-NO
030100                              INDEXED BY CSE-IDX.
030200         10  CSE-CASE-NO      PIC 9(07).
030300         10  CSE-SCHOOL       PIC X(04).
030400         10  CSE-REPORTED     PIC 9(08).
030500         10  CSE-REPORTER     PIC X(01).
030600         10  CSE-CATEGORY     PIC X(04).
030700         10  CSE-TITLE-IX     PIC X(01).
030800         10  CSE-STATUS       PIC X(01).
030900         10  CSE-INV-ID       PIC 9(05).
031000         10  CSE-INV-NAME     PIC X(30).
031100         10  CSE-BEGUN        PIC 9(08).
031200         10  CSE-FINDING      PIC X(01).
031300         10  CSE-FINDING-DATE PIC 9(08).
031400         10  CSE-REPORTED-TO  PIC 9(08).
031500         10  CSE-START-DUE    PIC 9(08).
031600         10  CSE-NOTICE-DUE   PIC 9(08).
031700         10  CSE-FINDING-DUE  PIC 9(08).
031800         10  CSE-REPORT-DUE   PIC 9(08).
031900         10  CSE-PARTY        OCCURS 10 TIMES.
032000             15  CSE-ROLE     PIC X(01).
032100             15  CSE-STUDENT  PIC 9(07).
032200             15  CSE-NOTIFIED PIC 9(08).
032300         10  CSE-LINK         OCCURS 5 TIMES.
032400             15  CSE-LINK-ID  PIC 9(07).
032500             15  CSE-LINK-DATE PIC 9(08).
032600             15  CSE-LINK-TYPE PIC X(02).
032700         10  CSE-UPDATED      PIC 9(08).
032800 01  WS-CSE-FULL              PIC X VALUE 'N'.
032900 01  WS-CSE-ROW               PIC 9(05).
033000 01  WS-FOUND                 PIC X.
033100 01  WS-PARTY-SLOT            PIC 9(02).
033200 01  WS-LINK-SLOT             PIC 9(02).
033300 01  WS-EDIT-REASON           PIC X(05).
033400 01  WS-EDIT-TEXT             PIC X(36).
033500 01  WS-CHECK-DATE            PIC 9(08).
033600 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
033700     05  WS-CHECK-YEAR        PIC 9(04).
033800     05  WS-CHECK-MONTH       PIC 9(02).
033900     05  WS-CHECK-DAY         PIC 9(02).
034000 01  WS-DATE-OK               PIC X.
034100 01  WS-EARLIEST-DATE         PIC 9(08).
034200 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
034300 01  WS-CASES-OPENED          PIC 9(05) VALUE ZERO.
034400 01  WS-CASES-CHANGED         PIC 9(05) VALUE ZERO.
034500 01  WS-PARTIES-ADDED         PIC 9(05) VALUE ZERO.
034600 01  WS-PARTIES-DROPPED       PIC 9(05) VALUE ZERO.
034700 01  WS-INVESTIGATORS-SET     PIC 9(05) VALUE ZERO.
034800 01  WS-INVESTIGATIONS-BEGUN  PIC 9(05) VALUE ZERO.
034900 01  WS-NOTICES-POSTED        PIC 9(05) VALUE ZERO.
035000 01  WS-FINDINGS-POSTED       PIC 9(05) VALUE ZERO.
035100 01  WS-CASES-CLOSED          PIC 9(05) VALUE ZERO.
035200 01  WS-INCIDENTS-LINKED      PIC 9(05) VALUE ZERO.
035300 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
035400******************************************************************
035500*    THE OVERDUE-STEP LIST - ONE BUILDING AT A TIME.             *
035600******************************************************************
035700 01  WS-CURRENT-SCHOOL        PIC X(04).
035800 01  WS-STEP-NAME             PIC X(22).
035900 01  WS-STEP-DUE              PIC 9(08).
036000 01  WS-STEP-OPEN             PIC X.
036100 01  WS-BLDG-OPEN             PIC 9(05).
036200 01  WS-BLDG-LATE             PIC 9(05).
036300 01  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
036400 01  WS-LATE-COUNT            PIC 9(05) VALUE ZERO.
036500 01  WS-DUE-TODAY-COUNT       PIC 9(05) VALUE ZERO.
036600 01  WS-NO-CAL-COUNT          PIC 9(05) VALUE ZERO.
036700******************************************************************
036800*    THE STATE REPORT - ONE ROW PER BUILDING AND CATEGORY, PLUS  *
036900*    A DISTRICT ROW PER CATEGORY UNDER BUILDING HIGH-VALUES SO   *
037000*    IT SORTS LAST.                                              *
037100******************************************************************
037200 77  WS-SST-MAX               PIC 9(04) VALUE 1000.
037300 01  WS-SST-COUNT             PIC 9(04) VALUE ZERO.
037400 01  SST-TABLE.
037500     05  SST-ROW              OCCURS 0 TO 1000 TIMES
037600                              DEPENDING ON WS-SST-COUNT
037700                              ASCENDING KEY IS SST-SCHOOL
037800                                               SST-CATEGORY
037900                              INDEXED BY SST-IDX.
038000         10  SST-SCHOOL       PIC X(04).
038100         10  SST-CATEGORY     PIC X(04).
038200         10  SST-REPORTS      PIC 9(05).
038300         10  SST-INVESTIGATED PIC 9(05).
038400         10  SST-SUBSTANTIATED PIC 9(05).
038500         10  SST-UNFOUNDED    PIC 9(05).
038600         10  SST-PENDING      PIC 9(05).
038700         10  SST-INCIDENTS    PIC 9(05).
038800 01  WS-SST-FULL              PIC X VALUE 'N'.
038900 01  WS-SST-ROW               PIC 9(04).
039000 01  WS-SST-SCHOOL            PIC X(04).
039100 01  WS-YEAR-CASES            PIC 9(05) VALUE ZERO.
039200 01  WS-BLDG-TOTALS.
039300     05  WS-BT-REPORTS        PIC 9(05).
039400     05  WS-BT-INVESTIGATED   PIC 9(05).
039500     05  WS-BT-SUBSTANTIATED  PIC 9(05).
039600     05  WS-BT-UNFOUNDED      PIC 9(05).
039700     05  WS-BT-PENDING        PIC 9(05).
039800     05  WS-BT-INCIDENTS      PIC 9(05).
039900******************************************************************
040000*    HIBRPT LINES - THE REJECT LIST.                             *
040100******************************************************************
040200 01  RPT-HEADING.
040300     05  FILLER               PIC X(46) VALUE
040400         'BULLYING AND HARASSMENT CASES - CARDS REJECTED'.
040500 01  RPT-COLUMNS.
040600     05  FILLER               PIC X(05) VALUE 'ACT'.
040700     05  FILLER               PIC X(09) VALUE 'CASE'.
040800     05  FILLER               PIC X(20) VALUE 'CARD COLUMNS 9-26'.
040900     05  FILLER               PIC X(06) VALUE 'RSN'.
041000     05  FILLER               PIC X(36) VALUE 'REASON'.
041100 01  RPT-DETAIL-LINE.
041200     05  RPT-D-ACTION         PIC X(01).
041300     05  FILLER               PIC X(04) VALUE SPACES.
041400     05  RPT-D-CASE-NO        PIC X(07).
041500     05  FILLER               PIC X(02) VALUE SPACES.
041600     05  RPT-D-DATA           PIC X(18).
041700     05  FILLER               PIC X(02) VALUE SPACES.
041800     05  RPT-D-REASON         PIC X(05).
041900     05  FILLER               PIC X(01) VALUE SPACES.
042000     05  RPT-D-TEXT           PIC X(36).
042100 01  RUN-TOTAL-LINE.
042200     05  RT-LABEL             PIC X(44).
042300     05  RT-VALUE             PIC ZZZZ9.
042400******************************************************************
042500*    HIBRPT LINES - THE OVERDUE STEPS.                           *
042600******************************************************************
042700 01  OD-HEADING.
042800     05  FILLER               PIC X(44) VALUE
042900         'INVESTIGATION STEPS DUE OR OVERDUE - AS OF '.
043000     05  OD-H-DATE            PIC 9(08).
043100 01  OD-BLDG-HEADING.
043200     05  FILLER               PIC X(09) VALUE 'BUILDING '.
043300     05  OD-B-SCHOOL          PIC X(04).
043400 01  OD-COLUMNS.
043500     05  FILLER               PIC X(09) VALUE 'CASE'.
043600     05  FILLER               PIC X(10) VALUE 'REPORTED'.
043700     05  FILLER               PIC X(06) VALUE 'CATG'.
043800     05  FILLER               PIC X(04) VALUE 'T9'.
043900     05  FILLER               PIC X(24) VALUE 'STEP'.
044000     05  FILLER               PIC X(10) VALUE 'DUE'.
044100     05  FILLER               PIC X(22) VALUE 'INVESTIGATOR'.
044200     05  FILLER               PIC X(18) VALUE 'STATUS'.
044300 01  OD-DETAIL-LINE.
044400     05  OD-D-CASE-NO         PIC 9(07).
044500     05  FILLER               PIC X(02) VALUE SPACES.
044600     05  OD-D-REPORTED        PIC 9(08).
044700     05  FILLER               PIC X(02) VALUE SPACES.
044800     05  OD-D-CATEGORY        PIC X(04).
044900     05  FILLER               PIC X(02) VALUE SPACES.
045000     05  OD-D-TITLE-IX        PIC X(02).
045100     05  FILLER               PIC X(02) VALUE SPACES.
045200     05  OD-D-STEP            PIC X(22).
045300     05  FILLER               PIC X(02) VALUE SPACES.
045400     05  OD-D-DUE             PIC X(08).
045500     05  FILLER               PIC X(02) VALUE SPACES.
045600     05  OD-D-INVESTIGATOR    PIC X(20).
045700     05  FILLER               PIC X(02) VALUE SPACES.
045800     05  OD-D-STATUS          PIC X(08).
045900     05  OD-D-DAYS-LATE       PIC ZZZ.
046000     05  OD-D-DAYS-LABEL      PIC X(12).
046100 01  OD-BLDG-TOTAL-LINE.
046200     05  FILLER               PIC X(16) VALUE
046300         '    OPEN CASES '.
046400     05  OD-T-OPEN            PIC ZZZZ9.
046500     05  FILLER               PIC X(20) VALUE
046600         '   STEPS OVERDUE '.
046700     05  OD-T-LATE            PIC ZZZZ9.
046800******************************************************************
046900*    HIBRPT LINES - THE ANNUAL STATE REPORT.                     *
047000******************************************************************
047100 01  ST-HEADING.
047200     05  FILLER               PIC X(40) VALUE
047300         'STATE BULLYING AND HARASSMENT REPORT - '.
047400     05  FILLER               PIC X(12) VALUE 'SCHOOL YEAR '.
047500     05  ST-H-START           PIC 9(08).
047600     05  FILLER               PIC X(04) VALUE ' TO '.
047700     05  ST-H-END             PIC 9(08).
047800 01  ST-BLDG-HEADING.
047900     05  FILLER               PIC X(09) VALUE 'BUILDING '.
048000     05  ST-B-SCHOOL          PIC X(04).
048100 01  ST-COLUMNS.
048200     05  FILLER               PIC X(06) VALUE 'CATG'.
048300     05  FILLER               PIC X(06) VALUE 'STATE'.
048400     05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
048500     05  FILLER               PIC X(04) VALUE 'T9'.
048600     05  FILLER               PIC X(09) VALUE 'REPORTS'.
048700     05  FILLER               PIC X(09) VALUE 'INVESTGD'.
048800     05  FILLER               PIC X(09) VALUE 'SUBSTNTD'.
048900     05  FILLER               PIC X(09) VALUE 'UNSUBST'.
049000     05  FILLER               PIC X(09) VALUE 'PENDING'.
049100     05  FILLER               PIC X(09) VALUE 'DISC INC'.
049200 01  ST-DETAIL-LINE.
049300     05  ST-D-CATEGORY        PIC X(04).
049400     05  FILLER               PIC X(02) VALUE SPACES.
049500     05  ST-D-STATE           PIC X(04).
049600     05  FILLER               PIC X(02) VALUE SPACES.
049700     05  ST-D-DESC            PIC X(30).
049800     05  FILLER               PIC X(02) VALUE SPACES.
049900     05  ST-D-TITLE-IX        PIC X(02).
050000     05  FILLER               PIC X(01) VALUE SPACES.
050100     05  ST-D-REPORTS         PIC ZZZZ9.
050200     05  FILLER               PIC X(04) VALUE SPACES.
050300     05  ST-D-INVESTIGATED    PIC ZZZZ9.
050400     05  FILLER               PIC X(04) VALUE SPACES.
050500     05  ST-D-SUBSTANTIATED   PIC ZZZZ9.
050600     05  FILLER               PIC X(04) VALUE SPACES.
050700     05  ST-D-UNFOUNDED       PIC ZZZZ9.
050800     05  FILLER               PIC X(04) VALUE SPACES.
050900     05  ST-D-PENDING         PIC ZZZZ9.
051000     05  FILLER               PIC X(04) VALUE SPACES.
051100     05  ST-D-INCIDENTS       PIC ZZZZ9.
051200 PROCEDURE DIVISION.
051300 MAINLINE.
051400******************************************************************
051500*    CASES: POST THE CARDS, RECOMPUTE THE DEADLINES, LIST WHAT   *
051600*    IS DUE. STATE: THE ANNUAL REPORT FOR THE YEAR.              *
051700******************************************************************
051800     perform read-business-date
051900     perform read-run-mode
052000     if ws-run-mode not = spaces
052100         and ws-run-mode not = 'STATE   '
052200         display 'RUNMODE ' ws-run-mode
052300             ' IS NOT STATE OR EMPTY - NOTHING RUN'
052400         move 16 to return-code
052500         stop run
052600     end-if
052700     perform load-category-codes
052800     perform load-cases
052900     open output hib-rpt
053000     if ws-hibrpt-status not = '00'
053100         display 'COULD NOT OPEN HIBRPT - STATUS '
053200             ws-hibrpt-status
053300         move 16 to return-code
053400         stop run
053500     end-if
053600     write hib-line from bus-date-heading
053700     if ws-run-mode = spaces
053800         perform load-roster-table
053900         perform load-calendar
054000         perform load-discipline
054100         perform post-transactions
054200         perform set-deadlines
054300         perform save-cases
054400         perform print-overdue-steps
054500         display 'HIB CASES - CARDS READ ' ws-cards-read
054600             ' OPENED ' ws-cases-opened
054700             ' CLOSED ' ws-cases-closed
054800             ' REJECTED ' ws-cards-rejected
054900         display 'HIB CASES - OPEN ' ws-open-count
055000             ' STEPS OVERDUE ' ws-late-count
055100             ' NO CALENDAR ' ws-no-cal-count
055200     else
055300         perform print-state-report
055400         display 'HIB STATE REPORT - CASES IN YEAR '
055500             ws-year-cases
055600     end-if
055700     close hib-rpt
055800     if ws-cards-rejected > zero
055900         or ws-rst-full = 'Y'
056000         or ws-cat-full = 'Y'
056100         or ws-cal-full = 'Y'
056200         or ws-dsc-full = 'Y'
056300         or ws-cse-full = 'Y'
056400         or ws-sst-full = 'Y'
056500         move 4 to return-code
056600     end-if
056700     stop run
056800     .
056900 READ-RUN-MODE.
057000******************************************************************
057100*    THE OPTIONAL RUNMODE CARD. 'STATE' RUNS THE ANNUAL REPORT;  *
057200*    MISSING OR EMPTY POSTS THE CARDS.                           *
057300******************************************************************
057400     open input run-mode-file
057500     if ws-runmode-status = '00'
057600         read run-mode-file next record
057700         if ws-runmode-status = '00'
057800             move rm-mode to ws-run-mode
057900         end-if
058000         close run-mode-file
058100     end-if
058200     .
058300 LOAD-ROSTER-TABLE.
058400     move zero to ws-rst-count
058500     open input roster-file
058600     if ws-roster-file-status not = '00'
058700         display 'COULD NOT OPEN ROSTERVS - STATUS '
058800             ws-roster-file-status
058900         move 16 to return-code
059000         stop run
059100     end-if
059200     perform until ws-roster-file-status not = '00'
059300         read roster-file next record
059400         if ws-roster-file-status = '00'
059500             if ws-rst-count < ws-rst-max
059600                 add 1 to ws-rst-count
059700                 move st-id            to rst-id(ws-rst-count)
059800                 move st-last-name
059900                     to rst-last-name(ws-rst-count)
060000                 move st-first-name
060100                     to rst-first-name(ws-rst-count)
060200                 move st-school-code   to rst-school(ws-rst-count)
060300             else
060400                 move 'Y' to ws-rst-full
060500             end-if
060600         end-if
060700     end-perform
060800     close roster-file
060900     if ws-rst-full = 'Y'
061000         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
061100     end-if
061200     if ws-rst-count > 1
061300         sort rst-row on ascending key rst-id
061400     end-if
061500     .
061600 LOAD-CATEGORY-CODES.
061700     move zero to ws-cat-count
061800     open input code-table-file
061900     if ws-codetbl-status not = '00'
062000         display 'COULD NOT OPEN CODETBL - STATUS '
062100             ws-codetbl-status
062200         move 16 to return-code
062300         stop run
062400     end-if
062500     perform until ws-codetbl-status not = '00'
062600         read code-table-file next record
062700         if ws-codetbl-status = '00'
062800             and ct-table-name = 'HIBCATG'
062900             if ws-cat-count < ws-cat-max
063000                 add 1 to ws-cat-count
063100                 move ct-code to ws-cat-code(ws-cat-count)
063200                 move ct-description
063300                     to ws-cat-desc(ws-cat-count)
063400                 move ct-effective-date
063500                     to ws-cat-eff(ws-cat-count)
063600                 move ct-expiry-date
063700                     to ws-cat-exp(ws-cat-count)
063800                 move ct-state-code
063900                     to ws-cat-state(ws-cat-count)
064000                 move ct-class to ws-cat-class(ws-cat-count)
064100             else
064200                 move 'Y' to ws-cat-full
064300             end-if
064400         end-if
064500     end-perform
064600     close code-table-file
064700     if ws-cat-full = 'Y'
064800         display 'CODETBL - CATEGORY TABLE FULL AT ' ws-cat-max
064900     end-if
065000     .
065100 LOAD-CALENDAR.
065200******************************************************************
065300*    NO SCHCALND LEAVES EVERY DEADLINE ZERO - LISTED AS 'NO CAL' *
065400*    RATHER THAN GUESSED.                                        *
065500******************************************************************
065600     move zero to ws-cal-count
065700     open input school-calendar-file
065800     if ws-calendar-status = '00'
065900         perform until ws-calendar-status not = '00'
066000             read school-calendar-file next record
066100             if ws-calendar-status = '00'
066200                 and (cal-day-type = 'I'
066300                 or cal-day-type = 'E')
066400                 if ws-cal-count < ws-cal-max
066500                     add 1 to ws-cal-count
066600                     move cal-school-code
066700                         to cal-school(ws-cal-count)
066800                     move cal-date to cal-day(ws-cal-count)
066900                     if cal-school-code not = spaces
067000                         perform note-calendar-building
067100                     end-if
067200                 else
067300                     move 'Y' to ws-cal-full
067400                 end-if
067500             end-if
067600         end-perform
067700         close school-calendar-file
067800     else
067900         display 'NO SCHCALND - STATUS ' ws-calendar-status
068000             ' - DEADLINES NOT COMPUTED'
068100     end-if
068200     if ws-cal-full = 'Y'
068300         display 'SCHCALND - CALENDAR TABLE FULL AT ' ws-cal-max
068400     end-if
068500     if ws-cal-count > 1
068600         sort cal-row on ascending key cal-school cal-day
068700     end-if
068800     .
068900 NOTE-CALENDAR-BUILDING.
069000     move 'N' to ws-calb-found
069100     perform varying ws-calb-row from 1 by 1
069200             until ws-calb-row > ws-calb-count
069300         if ws-calb-school(ws-calb-row) = cal-school-code
069400             move 'Y' to ws-calb-found
069500         end-if
069600     end-perform
069700     if ws-calb-found = 'N'
069800         and ws-calb-count < ws-calb-max
069900         add 1 to ws-calb-count
070000         move cal-school-code to ws-calb-school(ws-calb-count)
070100     end-if
070200     .
070300 LOAD-DISCIPLINE.
070400     move zero to ws-dsc-count
070500     open input discipline-file
070600     if ws-discfile-status not = '00'
070700         and ws-discfile-status not = '35'
070800         display 'COULD NOT OPEN DISCFILE - STATUS '
070900             ws-discfile-status
071000         move 16 to return-code
071100         stop run
071200     end-if
071300     if ws-discfile-status = '00'
071400         perform until ws-discfile-status not = '00'
071500             read discipline-file next record
071600             if ws-discfile-status = '00'
071700                 if ws-dsc-count < ws-dsc-max
071800                     add 1 to ws-dsc-count
071900                     move di-student-id
072000                         to dsc-student(ws-dsc-count)
072100                     move di-incident-date
072200                         to dsc-date(ws-dsc-count)
072300                     move di-type-code to dsc-type(ws-dsc-count)
072400                 else
072500                     move 'Y' to ws-dsc-full
072600                 end-if
072700             end-if
072800         end-perform
072900         close discipline-file
073000     end-if
073100     if ws-dsc-full = 'Y'
073200         display 'DISCFILE - INCIDENT TABLE FULL AT ' ws-dsc-max
073300     end-if
073400     if ws-dsc-count > 1
073500         sort dsc-row on ascending key dsc-student dsc-date
073600             dsc-type
073700     end-if
073800     .
073900 LOAD-CASES.
074000******************************************************************
074100*    THE WHOLE CASE FILE. NO HIBCASE YET (BEFORE THE FIRST CASE  *
074200*    IS EVER ENTERED) IS AN EMPTY ONE.                           *
074300******************************************************************
074400     move zero to ws-cse-count
074500     open input hib-case-file
074600     if ws-hibcase-status not = '00'
074700         and ws-hibcase-status not = '35'
074800         display 'COULD NOT OPEN HIBCASE - STATUS '
074900             ws-hibcase-status
075000         move 16 to return-code
075100         stop run
075200     end-if
075300     if ws-hibcase-status = '00'
075400         perform until ws-hibcase-status not = '00'
075500             read hib-case-file next record
075600             if ws-hibcase-status = '00'
075700                 if ws-cse-count < ws-cse-max
075800                     add 1 to ws-cse-count
075900                     move ws-cse-count to p
076000                     perform move-case-record-to-row
076100                 else
076200                     move 'Y' to ws-cse-full
076300                 end-if
076400             end-if
076500         end-perform
076600         close hib-case-file
076700     end-if
076800     if ws-cse-full = 'Y'
076900         display 'HIBCASE - CASE TABLE FULL AT ' ws-cse-max
077000     end-if
077100     perform sort-cases-by-number
077200     .
077300 MOVE-CASE-RECORD-TO-ROW.
077400     move hc-case-no             to cse-case-no(p)
077500     move hc-school-code         to cse-school(p)
077600     move hc-reported-date       to cse-reported(p)
077700     move hc-reporter-type       to cse-reporter(p)
077800     move hc-category            to cse-category(p)
077900     move hc-title-ix            to cse-title-ix(p)
078000     move hc-status              to cse-status(p)
078100     move hc-investigator-id     to cse-inv-id(p)
078200     move hc-investigator-name   to cse-inv-name(p)
078300     move hc-invest-start-date   to cse-begun(p)
078400     move hc-finding             to cse-finding(p)
078500     move hc-finding-date        to cse-finding-date(p)
078600     move hc-finding-notice-date to cse-reported-to(p)
078700     move hc-start-due           to cse-start-due(p)
078800     move hc-notice-due          to cse-notice-due(p)
078900     move hc-finding-due         to cse-finding-due(p)
079000     move hc-report-due          to cse-report-due(p)
079100     perform varying k from 1 by 1 until k > ws-party-max
079200         move hc-party-role(k)     to cse-role(p, k)
079300         move hc-party-id(k)       to cse-student(p, k)
079400         move hc-party-notified(k) to cse-notified(p, k)
079500     end-perform
079600     perform varying k from 1 by 1 until k > ws-link-max
079700         move hc-link-student-id(k) to cse-link-id(p, k)
079800         move hc-link-date(k)       to cse-link-date(p, k)
079900         move hc-link-type(k)       to cse-link-type(p, k)
080000     end-perform
080100     move hc-updated-date        to cse-updated(p)
080200     .
080300 SORT-CASES-BY-NUMBER.
080400     if ws-cse-count > 1
080500         sort cse-row on ascending key cse-case-no
080600     end-if
080700     .
080800 POST-TRANSACTIONS.
080900******************************************************************
081000*    ONE PASS OF HIBTRN, EACH CARD APPLIED TO CSE-TABLE AT ONCE  *
081100*    SO A LATER CARD IN THE SAME FILE SEES AN EARLIER ONE - AN   *
081200*    'A' FOLLOWED BY ITS 'P' CARDS IS THE USUAL BATCH.           *
081300******************************************************************
081400     open input transaction-file
081500     if ws-hibtrn-status not = '00'
081600         display 'COULD NOT OPEN HIBTRN - STATUS '
081700             ws-hibtrn-status
081800         move 16 to return-code
081900         stop run
082000     end-if
082100     write hib-line from rpt-heading
082200     move spaces to hib-line
082300     write hib-line
082400     write hib-line from rpt-columns
082500     perform until ws-hibtrn-status not = '00'
082600         read transaction-file next record
082700         if ws-hibtrn-status = '00'
082800             add 1 to ws-cards-read
082900             perform edit-case
083000             if ws-edit-reason = spaces
083100                 move ws-cse-row to p
083200                 evaluate tr-action
083300                     when 'A'
083400                         perform open-case
083500                     when 'C'
083600                         perform change-case
083700                     when 'P'
083800                         perform add-party
083900                     when 'X'
084000                         perform drop-party
084100                     when 'I'
084200                         perform assign-investigator
084300                     when 'B'
084400                         perform begin-investigation
084500                     when 'N'
084600                         perform record-notice
084700                     when 'F'
084800                         perform record-finding
084900                     when 'R'
085000                         perform report-finding
085100                     when 'L'
085200                         perform link-incident
085300                 end-evaluate
085400             end-if
085500             if ws-edit-reason not = spaces
085600                 perform reject-transaction
085700             end-if
085800         end-if
085900     end-perform
086000     close transaction-file
086100     if ws-cards-rejected = zero
086200         move 'NO CARDS REJECTED' to hib-line
086300         write hib-line
086400     end-if
086500     move spaces to hib-line
086600     write hib-line
086700     move 'HIBTRN CARDS READ' to rt-label
086800     move ws-cards-read to rt-value
086900     write hib-line from run-total-line
087000     move 'CASES OPENED' to rt-label
087100     move ws-cases-opened to rt-value
087200     write hib-line from run-total-line
087300     move 'CASES CORRECTED' to rt-label
087400     move ws-cases-changed to rt-value
087500     write hib-line from run-total-line
087600     move 'TARGETS AND RESPONDENTS ADDED' to rt-label
087700     move ws-parties-added to rt-value
087800     write hib-line from run-total-line
087900     move 'TARGETS AND RESPONDENTS DROPPED' to rt-label
088000     move ws-parties-dropped to rt-value
088100     write hib-line from run-total-line
088200     move 'INVESTIGATORS ASSIGNED' to rt-label
088300     move ws-investigators-set to rt-value
088400     write hib-line from run-total-line
088500     move 'INVESTIGATIONS BEGUN' to rt-label
088600     move ws-investigations-begun to rt-value
088700     write hib-line from run-total-line
088800     move 'GUARDIAN NOTICES RECORDED' to rt-label
088900     move ws-notices-posted to rt-value
089000     write hib-line from run-total-line
089100     move 'FINDINGS RECORDED' to rt-label
089200     move ws-findings-posted to rt-value
089300     write hib-line from run-total-line
089400     move 'CASES CLOSED - FINDING REPORTED' to rt-label
089500     move ws-cases-closed to rt-value
089600     write hib-line from run-total-line
089700     move 'DISCIPLINE INCIDENTS LINKED' to rt-label
089800     move ws-incidents-linked to rt-value
089900     write hib-line from run-total-line
090000     move 'CARDS REJECTED' to rt-label
090100     move ws-cards-rejected to rt-value
090200     write hib-line from run-total-line
090300     .
090400 EDIT-CASE.
090500******************************************************************
090600*    THE EDITS EVERY CARD SHARES, FIRST FAILURE WINS - 'BADAC'   *
090700*    THE ACTION IS NOT ONE OF THE TEN, 'BADCS' NO CASE NUMBER,   *
090800*    'DUPE' AN 'A' FOR A CASE ALREADY ON FILE, 'NOCAS' ANY OTHER *
090900*    CARD FOR A CASE NOT ON FILE, 'CLOSD' THE CASE IS CLOSED     *
091000*    (ONLY AN 'L' IS STILL TAKEN). THE CASE, IF ANY, IS LEFT IN  *
091100*    WS-CSE-ROW (ZERO FOR NONE).                                 *
091200******************************************************************
091300     move spaces to ws-edit-reason
091400     move spaces to ws-edit-text
091500     move zero to ws-cse-row
091600     if tr-action not = 'A' and tr-action not = 'C'
091700         and tr-action not = 'P' and tr-action not = 'X'
091800         and tr-action not = 'I' and tr-action not = 'B'
091900         and tr-action not = 'N' and tr-action not = 'F'
092000         and tr-action not = 'R' and tr-action not = 'L'
092100         move 'BADAC' to ws-edit-reason
092200         move 'ACTION NOT A C P X I B N F R OR L'
092300             to ws-edit-text
092400     end-if
092500     if ws-edit-reason = spaces
092600         if tr-case-no is not numeric
092700             or tr-case-no = zero
092800             move 'BADCS' to ws-edit-reason
092900             move 'CASE NUMBER MISSING OR NOT NUMERIC'
093000                 to ws-edit-text
093100         end-if
093200     end-if
093300     if ws-edit-reason = spaces
093400         search all cse-row
093500             when cse-case-no(cse-idx) = tr-case-no
093600                 set ws-cse-row to cse-idx
093700         end-search
093800         if tr-action = 'A'
093900             if ws-cse-row not = zero
094000                 move 'DUPE' to ws-edit-reason
094100                 move 'CASE NUMBER ALREADY ON FILE'
094200                     to ws-edit-text
094300             end-if
094400         else
094500             if ws-cse-row = zero
094600                 move 'NOCAS' to ws-edit-reason
094700                 move 'CASE NOT ON FILE' to ws-edit-text
094800             else
094900                 if cse-status(ws-cse-row) = 'C'
095000                     and tr-action not = 'L'
095100                     move 'CLOSD' to ws-edit-reason
095200                     move 'CASE IS CLOSED' to ws-edit-text
095300                 end-if
095400             end-if
095500         end-if
095600     end-if
095700     .
095800 OPEN-CASE.
095900******************************************************************
096000*    'BADDT' THE REPORT DATE IS NOT A DATE OR IS AFTER TODAY;    *
096100*    THEN THE BUILDING, REPORTER TYPE AND CATEGORY EDITS.        *
096200******************************************************************
096300     move zero to ws-earliest-date
096400     move tr-reported-date to ws-check-date
096500     perform check-card-date
096600     if ws-date-ok = 'N'
096700         move 'BADDT' to ws-edit-reason
096800         move 'DATE REPORTED NOT VALID' to ws-edit-text
096900     end-if
097000     if ws-edit-reason = spaces
097100         perform edit-building
097200     end-if
097300     if ws-edit-reason = spaces
097400         perform edit-reporter-type
097500     end-if
097600     if ws-edit-reason = spaces
097700         perform edit-category
097800     end-if
097900     if ws-edit-reason = spaces
098000         if ws-cse-count < ws-cse-max
098100             add 1 to ws-cse-count
098200             move ws-cse-count to p
098300         else
098400             move 'Y' to ws-cse-full
098500             move 'FULL' to ws-edit-reason
098600             move 'CASE TABLE FULL - CASE NOT OPENED'
098700                 to ws-edit-text
098800         end-if
098900     end-if
099000     if ws-edit-reason = spaces
099100         move tr-case-no       to cse-case-no(p)
099200         move tr-school-code   to cse-school(p)
099300         move tr-reported-date to cse-reported(p)
099400         move tr-reporter-type to cse-reporter(p)
099500         move tr-category      to cse-category(p)
099600         move 'N'              to cse-title-ix(p)
099700         if ws-cat-class(ws-cat-row) = 'T'
099800             move 'Y' to cse-title-ix(p)
099900         end-if
100000         move 'R'              to cse-status(p)
100100         move zero             to cse-inv-id(p)
100200         move spaces           to cse-inv-name(p)
100300         move zero             to cse-begun(p)
100400         move space            to cse-finding(p)
100500         move zero             to cse-finding-date(p)
100600         move zero             to cse-reported-to(p)
100700         move zero             to cse-start-due(p)
100800         move zero             to cse-notice-due(p)
100900         move zero             to cse-finding-due(p)
101000         move zero             to cse-report-due(p)
101100         perform varying k from 1 by 1 until k > ws-party-max
101200             move space to cse-role(p, k)
101300             move zero  to cse-student(p, k)
101400             move zero  to cse-notified(p, k)
101500         end-perform
101600         perform varying k from 1 by 1 until k > ws-link-max
101700             move zero   to cse-link-id(p, k)
101800             move zero   to cse-link-date(p, k)
101900             move spaces to cse-link-type(p, k)
102000         end-perform
102100         move ws-business-date to cse-updated(p)
102200         add 1 to ws-cases-opened
102300         perform sort-cases-by-number
102400     end-if
102500     .
102600 CHANGE-CASE.
102700******************************************************************
102800*    ANY OF THE REPORT DATE, BUILDING, REPORTER TYPE AND         *
102900*    CATEGORY THE CARD FILLS IN REPLACES WHAT THE CASE HAS - AN  *
103000*    INVESTIGATION OFTEN RECLASSIFIES THE ALLEGATION, WHICH CAN  *
103100*    START OR STOP THE TITLE IX CLOCK. 'NOCHG' THE CARD FILLS IN *
103200*    NONE OF THEM; 'BADDT' THE DATE IS NOT VALID OR FALLS AFTER  *
103300*    A STEP ALREADY TAKEN.                                       *
103400******************************************************************
103500     if transaction-record(9:17) = spaces
103600         move 'NOCHG' to ws-edit-reason
103700         move 'NOTHING TO CHANGE ON THE CARD' to ws-edit-text
103800     end-if
103900     if ws-edit-reason = spaces
104000         and transaction-record(9:8) not = spaces
104100         move zero to ws-earliest-date
104200         move tr-reported-date to ws-check-date
104300         perform check-card-date
104400         if ws-date-ok = 'Y'
104500             and cse-begun(p) not = zero
104600             and tr-reported-date > cse-begun(p)
104700             move 'N' to ws-date-ok
104800         end-if
104900         if ws-date-ok = 'N'
105000             move 'BADDT' to ws-edit-reason
105100             move 'DATE REPORTED NOT VALID' to ws-edit-text
105200         end-if
105300     end-if
105400     if ws-edit-reason = spaces
105500         and tr-school-code not = spaces
105600         perform edit-building
105700     end-if
105800     if ws-edit-reason = spaces
105900         and tr-reporter-type not = space
106000         perform edit-reporter-type
106100     end-if
106200     if ws-edit-reason = spaces
106300         and tr-category not = spaces
106400         perform edit-category
106500     end-if
106600     if ws-edit-reason = spaces
106700         if transaction-record(9:8) not = spaces
106800             move tr-reported-date to cse-reported(p)
106900         end-if
107000         if tr-school-code not = spaces
107100             move tr-school-code to cse-school(p)
107200         end-if
107300         if tr-reporter-type not = space
107400             move tr-reporter-type to cse-reporter(p)
107500         end-if
107600         if tr-category not = spaces
107700             move tr-category to cse-category(p)
107800             move 'N' to cse-title-ix(p)
107900             if ws-cat-class(ws-cat-row) = 'T'
108000                 move 'Y' to cse-title-ix(p)
108100             end-if
108200         end-if
108300         move ws-business-date to cse-updated(p)
108400         add 1 to ws-cases-changed
108500     end-if
108600     .
108700 EDIT-BUILDING.
108800     move 'N' to ws-found
108900     perform varying i from 1 by 1 until i > ws-rst-count
109000         if rst-school(i) = tr-school-code
109100             move 'Y' to ws-found
109200         end-if
109300     end-perform
109400     if ws-found = 'N'
109500         or tr-school-code = spaces
109600         move 'BADSC' to ws-edit-reason
109700         move 'BUILDING NOT ON THE ROSTER' to ws-edit-text
109800     end-if
109900     .
110000 EDIT-REPORTER-TYPE.
110100     if tr-reporter-type not = 'T' and tr-reporter-type not = 'G'
110200         and tr-reporter-type not = 'W'
110300         and tr-reporter-type not = 'S'
110400         and tr-reporter-type not = 'A'
110500         and tr-reporter-type not = 'O'
110600         move 'BADRT' to ws-edit-reason
110700         move 'REPORTER TYPE NOT T G W S A OR O'
110800             to ws-edit-text
110900     end-if
111000     .
111100 EDIT-CATEGORY.
111200******************************************************************
111300*    'BADCT' THE CATEGORY IS NOT IN FORCE TODAY ON HIBCATG. ON A *
111400*    CLEAN EDIT ITS ROW IS LEFT IN WS-CAT-ROW.                   *
111500******************************************************************
111600     move zero to ws-cat-row
111700     perform varying i from 1 by 1 until i > ws-cat-count
111800         if ws-cat-code(i) = tr-category
111900             and ws-cat-eff(i) not > ws-business-date
112000             and (ws-cat-exp(i) = zero
112100             or ws-cat-exp(i) not < ws-business-date)
112200             move i to ws-cat-row
112300         end-if
112400     end-perform
112500     if ws-cat-row = zero
112600         move 'BADCT' to ws-edit-reason
112700         move 'CATEGORY NOT IN FORCE ON HIBCATG'
112800             to ws-edit-text
112900     end-if
113000     .
113100 ADD-PARTY.
113200******************************************************************
113300*    'NOSTU' THE STUDENT IS NOT ON ROSTERVS; 'BADRL' THE ROLE IS *
113400*    NOT 'T' OR 'R'; 'DUPPT' THE STUDENT IS ALREADY A PARTY TO   *
113500*    THE CASE; 'FULL' THE CASE HAS NO FREE PARTY SLOT.           *
113600******************************************************************
113700     move 'N' to ws-found
113800     if tr-student-id is numeric
113900         search all rst-row
114000             when rst-id(rst-idx) = tr-student-id
114100                 move 'Y' to ws-found
114200         end-search
114300     end-if
114400     if ws-found = 'N'
114500         move 'NOSTU' to ws-edit-reason
114600         move 'STUDENT NOT ON ROSTER' to ws-edit-text
114700     end-if
114800     if ws-edit-reason = spaces
114900         and tr-party-role not = 'T'
115000         and tr-party-role not = 'R'
115100         move 'BADRL' to ws-edit-reason
115200         move 'ROLE NOT T OR R' to ws-edit-text
115300     end-if
115400     if ws-edit-reason = spaces
115500         move zero to ws-party-slot
115600         perform varying k from ws-party-max by -1 until k < 1
115700             if cse-student(p, k) = zero
115800                 move k to ws-party-slot
115900             end-if
116000             if cse-student(p, k) = tr-student-id
116100                 move 'DUPPT' to ws-edit-reason
116200                 move 'STUDENT ALREADY A PARTY TO THE CASE'
116300                     to ws-edit-text
116400             end-if
116500         end-perform
116600         if ws-edit-reason = spaces
116700             and ws-party-slot = zero
116800             move 'FULL' to ws-edit-reason
116900             move 'CASE ALREADY HAS TEN PARTIES'
117000                 to ws-edit-text
117100         end-if
117200     end-if
117300     if ws-edit-reason = spaces
117400         move tr-party-role to cse-role(p, ws-party-slot)
117500         move tr-student-id to cse-student(p, ws-party-slot)
117600         move zero          to cse-notified(p, ws-party-slot)
117700         move ws-business-date to cse-updated(p)
117800         add 1 to ws-parties-added
117900     end-if
118000     .
118100 DROP-PARTY.
118200******************************************************************
118300*    'NOPTY' THE STUDENT IS NOT ON THE CASE IN THAT ROLE; 'LINKD'*
118400*    A RESPONDENT WHOSE INCIDENT IS LINKED TO THE CASE STAYS.    *
118500*    THE PARTIES AFTER IT CLOSE UP.                              *
118600******************************************************************
118700     perform find-party
118800     if ws-party-slot = zero
118900         or cse-role(p, ws-party-slot) not = tr-party-role
119000         move 'NOPTY' to ws-edit-reason
119100         move 'STUDENT NOT ON THE CASE IN THAT ROLE'
119200             to ws-edit-text
119300     end-if
119400     if ws-edit-reason = spaces
119500         perform varying k from 1 by 1 until k > ws-link-max
119600             if cse-link-id(p, k) = tr-student-id
119700                 move 'LINKD' to ws-edit-reason
119800                 move 'RESPONDENT HAS A LINKED INCIDENT'
119900                     to ws-edit-text
120000             end-if
120100         end-perform
120200     end-if
120300     if ws-edit-reason = spaces
120400         perform varying k from ws-party-slot by 1
120500                 until k not < ws-party-max
120600             move cse-party(p, k + 1) to cse-party(p, k)
120700         end-perform
120800         move space to cse-role(p, ws-party-max)
120900         move zero  to cse-student(p, ws-party-max)
121000         move zero  to cse-notified(p, ws-party-max)
121100         move ws-business-date to cse-updated(p)
121200         add 1 to ws-parties-dropped
121300     end-if
121400     .
121500 FIND-PARTY.
121600     move zero to ws-party-slot
121700     if tr-student-id is numeric
121800         and tr-student-id not = zero
121900         perform varying k from 1 by 1 until k > ws-party-max
122000             if cse-student(p, k) = tr-student-id
122100                 move k to ws-party-slot
122200             end-if
122300         end-perform
122400     end-if
122500     .
122600 ASSIGN-INVESTIGATOR.
122700     if tr-investigator-id is not numeric
122800         or tr-investigator-id = zero
122900         or tr-investigator-name = spaces
123000         move 'NOINV' to ws-edit-reason
123100         move 'INVESTIGATOR ID AND NAME REQUIRED'
123200             to ws-edit-text
123300     else
123400         move tr-investigator-id   to cse-inv-id(p)
123500         move tr-investigator-name to cse-inv-name(p)
123600         move ws-business-date to cse-updated(p)
123700         add 1 to ws-investigators-set
123800     end-if
123900     .
124000 BEGIN-INVESTIGATION.
124100******************************************************************
124200*    'NOINV' NO INVESTIGATOR IS ASSIGNED YET; 'BADDT' THE DATE   *
124300*    IS NOT VALID, BEFORE THE REPORT OR AFTER TODAY. A SECOND 'B'*
124400*    CORRECTS THE DATE.                                          *
124500******************************************************************
124600     if cse-inv-id(p) = zero
124700         move 'NOINV' to ws-edit-reason
124800         move 'NO INVESTIGATOR ASSIGNED' to ws-edit-text
124900     end-if
125000     if ws-edit-reason = spaces
125100         move cse-reported(p) to ws-earliest-date
125200         move tr-step-date to ws-check-date
125300         perform check-card-date
125400         if ws-date-ok = 'Y'
125500             and cse-finding(p) not = space
125600             and tr-step-date > cse-finding-date(p)
125700             move 'N' to ws-date-ok
125800         end-if
125900         if ws-date-ok = 'N'
126000             move 'BADDT' to ws-edit-reason
126100             move 'DATE BEGUN NOT VALID' to ws-edit-text
126200         end-if
126300     end-if
126400     if ws-edit-reason = spaces
126500         move tr-step-date to cse-begun(p)
126600         if cse-status(p) = 'R'
126700             move 'I' to cse-status(p)
126800         end-if
126900         move ws-business-date to cse-updated(p)
127000         add 1 to ws-investigations-begun
127100     end-if
127200     .
127300 RECORD-NOTICE.
127400******************************************************************
127500*    'NOPTY' THE STUDENT IS NOT A PARTY TO THE CASE; 'BADDT' THE *
127600*    DATE IS NOT VALID, BEFORE THE REPORT OR AFTER TODAY.        *
127700******************************************************************
127800     perform find-party
127900     if ws-party-slot = zero
128000         move 'NOPTY' to ws-edit-reason
128100         move 'STUDENT NOT A PARTY TO THE CASE' to ws-edit-text
128200     end-if
128300     if ws-edit-reason = spaces
128400         move cse-reported(p) to ws-earliest-date
128500         move tr-party-date to ws-check-date
128600         perform check-card-date
128700         if ws-date-ok = 'N'
128800             move 'BADDT' to ws-edit-reason
128900             move 'DATE NOTIFIED NOT VALID' to ws-edit-text
129000         end-if
129100     end-if
129200     if ws-edit-reason = spaces
129300         move tr-party-date to cse-notified(p, ws-party-slot)
129400         move ws-business-date to cse-updated(p)
129500         add 1 to ws-notices-posted
129600     end-if
129700     .
129800 RECORD-FINDING.
129900******************************************************************
130000*    'NOTBG' THE INVESTIGATION HAS NOT BEGUN; 'BADFN' THE        *
130100*    FINDING IS NOT 'S' OR 'U'; 'NORSP' A SUBSTANTIATED FINDING  *
130200*    ON A CASE WITH NO RESPONDENT; 'BADDT' THE DATE IS NOT VALID,*
130300*    BEFORE THE INVESTIGATION BEGAN OR AFTER TODAY. A SECOND 'F' *
130400*    CORRECTS THE FINDING.                                       *
130500******************************************************************
130600     if cse-begun(p) = zero
130700         move 'NOTBG' to ws-edit-reason
130800         move 'INVESTIGATION HAS NOT BEGUN' to ws-edit-text
130900     end-if
131000     if ws-edit-reason = spaces
131100         and tr-finding not = 'S'
131200         and tr-finding not = 'U'
131300         move 'BADFN' to ws-edit-reason
131400         move 'FINDING NOT S OR U' to ws-edit-text
131500     end-if
131600     if ws-edit-reason = spaces
131700         and tr-finding = 'S'
131800         move 'N' to ws-found
131900         perform varying k from 1 by 1 until k > ws-party-max
132000             if cse-role(p, k) = 'R'
132100                 move 'Y' to ws-found
132200             end-if
132300         end-perform
132400         if ws-found = 'N'
132500             move 'NORSP' to ws-edit-reason
132600             move 'SUBSTANTIATED CASE HAS NO RESPONDENT'
132700                 to ws-edit-text
132800         end-if
132900     end-if
133000     if ws-edit-reason = spaces
133100         and tr-finding = 'U'
133200         and cse-link-id(p, 1) not = zero
133300         move 'LINKD' to ws-edit-reason
133400         move 'CASE HAS LINKED INCIDENTS' to ws-edit-text
133500     end-if
133600     if ws-edit-reason = spaces
133700         move cse-begun(p) to ws-earliest-date
133800         move tr-step-date to ws-check-date
133900         perform check-card-date
134000         if ws-date-ok = 'N'
134100             move 'BADDT' to ws-edit-reason
134200             move 'FINDING DATE NOT VALID' to ws-edit-text
134300         end-if
134400     end-if
134500     if ws-edit-reason = spaces
134600         move tr-finding   to cse-finding(p)
134700         move tr-step-date to cse-finding-date(p)
134800         move 'F' to cse-status(p)
134900         move ws-business-date to cse-updated(p)
135000         add 1 to ws-findings-posted
135100     end-if
135200     .
135300 REPORT-FINDING.
135400******************************************************************
135500*    'NOFND' NO FINDING YET; 'BADDT' THE DATE IS NOT VALID,      *
135600*    BEFORE THE FINDING OR AFTER TODAY. CLOSES THE CASE.         *
135700******************************************************************
135800     if cse-finding(p) = space
135900         move 'NOFND' to ws-edit-reason
136000         move 'NO FINDING RECORDED' to ws-edit-text
136100     end-if
136200     if ws-edit-reason = spaces
136300         move cse-finding-date(p) to ws-earliest-date
136400         move tr-step-date to ws-check-date
136500         perform check-card-date
136600         if ws-date-ok = 'N'
136700             move 'BADDT' to ws-edit-reason
136800             move 'DATE REPORTED TO GUARDIANS NOT VALID'
136900                 to ws-edit-text
137000         end-if
137100     end-if
137200     if ws-edit-reason = spaces
137300         move tr-step-date to cse-reported-to(p)
137400         move 'C' to cse-status(p)
137500         move ws-business-date to cse-updated(p)
137600         add 1 to ws-cases-closed
137700     end-if
137800     .
137900 LINK-INCIDENT.
138000******************************************************************
138100*    'NOTSB' THE CASE IS NOT SUBSTANTIATED; 'NORSP' THE STUDENT  *
138200*    IS NOT A RESPONDENT ON IT; 'NODSC' NO SUCH INCIDENT ON      *
138300*    DISCFILE; 'DUPLK' ALREADY LINKED; 'FULL' NO FREE LINK SLOT. *
138400******************************************************************
138500     if cse-finding(p) not = 'S'
138600         move 'NOTSB' to ws-edit-reason
138700         move 'CASE IS NOT SUBSTANTIATED' to ws-edit-text
138800     end-if
138900     if ws-edit-reason = spaces
139000         perform find-party
139100         if ws-party-slot = zero
139200             or cse-role(p, ws-party-slot) not = 'R'
139300             move 'NORSP' to ws-edit-reason
139400             move 'STUDENT NOT A RESPONDENT ON THE CASE'
139500                 to ws-edit-text
139600         end-if
139700     end-if
139800     if ws-edit-reason = spaces
139900         move 'N' to ws-found
140000         search all dsc-row
140100             when dsc-student(dsc-idx) = tr-student-id
140200                 and dsc-date(dsc-idx) = tr-party-date
140300                 and dsc-type(dsc-idx) = tr-incident-type
140400                 move 'Y' to ws-found
140500         end-search
140600         if ws-found = 'N'
140700             move 'NODSC' to ws-edit-reason
140800             move 'INCIDENT NOT ON DISCFILE' to ws-edit-text
140900         end-if
141000     end-if
141100     if ws-edit-reason = spaces
141200         move zero to ws-link-slot
141300         perform varying k from ws-link-max by -1 until k < 1
141400             if cse-link-id(p, k) = zero
141500                 move k to ws-link-slot
141600             end-if
141700             if cse-link-id(p, k) = tr-student-id
141800                 and cse-link-date(p, k) = tr-party-date
141900                 and cse-link-type(p, k) = tr-incident-type
142000                 move 'DUPLK' to ws-edit-reason
142100                 move 'INCIDENT ALREADY LINKED' to ws-edit-text
142200             end-if
142300         end-perform
142400         if ws-edit-reason = spaces
142500             and ws-link-slot = zero
142600             move 'FULL' to ws-edit-reason
142700             move 'CASE ALREADY HAS FIVE INCIDENTS'
142800                 to ws-edit-text
142900         end-if
143000     end-if
143100     if ws-edit-reason = spaces
143200         move tr-student-id    to cse-link-id(p, ws-link-slot)
143300         move tr-party-date    to cse-link-date(p, ws-link-slot)
143400         move tr-incident-type to cse-link-type(p, ws-link-slot)
143500         move ws-business-date to cse-updated(p)
143600         add 1 to ws-incidents-linked
143700     end-if
143800     .
143900 CHECK-CARD-DATE.
144000******************************************************************
144100*    WS-CHECK-DATE MUST BE A DATE NO LATER THAN TODAY AND NO     *
144200*    EARLIER THAN WS-EARLIEST-DATE.                              *
144300******************************************************************
144400     perform check-date
144500     if ws-date-ok = 'Y'
144600         and (ws-check-date > ws-business-date
144700         or ws-check-date < ws-earliest-date)
144800         move 'N' to ws-date-ok
144900     end-if
145000     .
145100 CHECK-DATE.
145200     move 'Y' to ws-date-ok
145300     if ws-check-date is not numeric
145400         move 'N' to ws-date-ok
145500     else
145600         if ws-check-month < 1 or ws-check-month > 12
145700             or ws-check-day < 1 or ws-check-day > 31
145800             move 'N' to ws-date-ok
145900         end-if
146000     end-if
146100     .
146200 REJECT-TRANSACTION.
146300     add 1 to ws-cards-rejected
146400     move tr-action                  to rpt-d-action
146500     move transaction-record(2:7)    to rpt-d-case-no
146600     move transaction-record(9:18)   to rpt-d-data
146700     move ws-edit-reason             to rpt-d-reason
146800     move ws-edit-text               to rpt-d-text
146900     write hib-line from rpt-detail-line
147000     .
147100 SET-DEADLINES.
147200******************************************************************
147300*    EVERY OPEN CASE'S STEP DEADLINES, COUNTED ON ITS BUILDING'S *
147400*    CALENDAR FRESH EACH RUN SO A SNOW DAY ADDED TO SCHCALND     *
147500*    MOVES THEM. A CASE CLOSED BEFORE TODAY KEEPS THE DEADLINES  *
147600*    IT CLOSED UNDER.                                            *
147700******************************************************************
147800     perform varying p from 1 by 1 until p > ws-cse-count
147900         if cse-status(p) not = 'C'
148000             or cse-updated(p) = ws-business-date
148100             move cse-school(p) to ws-cal-for-school
148200             perform select-school-calendar
148300             move cse-reported(p) to ws-from-date
148400             move ws-start-days to ws-day-count
148500             perform add-school-days
148600             move ws-due-date to cse-start-due(p)
148700             move ws-notice-days to ws-day-count
148800             perform add-school-days
148900             move ws-due-date to cse-notice-due(p)
149000             if cse-title-ix(p) = 'Y'
149100                 move ws-t9-finding-days to ws-day-count
149200             else
149300                 move ws-finding-days to ws-day-count
149400             end-if
149500             perform add-school-days
149600             move ws-due-date to cse-finding-due(p)
149700             move zero to cse-report-due(p)
149800             if cse-finding(p) not = space
149900                 move cse-finding-date(p) to ws-from-date
150000                 move ws-report-days to ws-day-count
150100                 perform add-school-days
150200                 move ws-due-date to cse-report-due(p)
150300             end-if
150400         end-if
150500     end-perform
150600     .
150700 SELECT-SCHOOL-CALENDAR.
150800     move spaces to ws-cal-key
150900     perform varying ws-calb-row from 1 by 1
151000             until ws-calb-row > ws-calb-count
151100         if ws-calb-school(ws-calb-row) = ws-cal-for-school
151200             move ws-cal-for-school to ws-cal-key
151300         end-if
151400     end-perform
151500     .
151600 ADD-SCHOOL-DAYS.
151700******************************************************************
151800*    WS-DUE-DATE IS THE WS-DAY-COUNT'TH SCHOOL DAY AFTER         *
151900*    WS-FROM-DATE ON CALENDAR WS-CAL-KEY - ZERO WHEN THE         *
152000*    CALENDAR ON FILE DOES NOT REACH THAT FAR.                   *
152100******************************************************************
152200     move zero to ws-due-date
152300     move zero to ws-days-seen
152400     perform varying ws-cal-row from 1 by 1
152500             until ws-cal-row > ws-cal-count
152600                or ws-due-date not = zero
152700         if cal-school(ws-cal-row) = ws-cal-key
152800             and cal-day(ws-cal-row) > ws-from-date
152900             add 1 to ws-days-seen
153000             if ws-days-seen = ws-day-count
153100                 move cal-day(ws-cal-row) to ws-due-date
153200             end-if
153300         end-if
153400     end-perform
153500     .
153600 COUNT-DAYS-LATE.
153700******************************************************************
153800*    THE SCHOOL DAYS ON CALENDAR WS-CAL-KEY AFTER WS-STEP-DUE UP *
153900*    TO AND INCLUDING TODAY.                                     *
154000******************************************************************
154100     move zero to ws-days-late
154200     perform varying ws-cal-row from 1 by 1
154300             until ws-cal-row > ws-cal-count
154400         if cal-school(ws-cal-row) = ws-cal-key
154500             and cal-day(ws-cal-row) > ws-step-due
154600             and cal-day(ws-cal-row) not > ws-business-date
154700             and ws-days-late < 999
154800             add 1 to ws-days-late
154900         end-if
155000     end-perform
155100     .
155200 SAVE-CASES.
155300     open output hib-case-file
155400     if ws-hibcase-status not = '00'
155500         display 'COULD NOT REWRITE HIBCASE - STATUS '
155600             ws-hibcase-status
155700         move 16 to return-code
155800         stop run
155900     end-if
156000     perform varying p from 1 by 1 until p > ws-cse-count
156100         move spaces to hib-case-record
156200         move cse-case-no(p)      to hc-case-no
156300         move cse-school(p)       to hc-school-code
156400         move cse-reported(p)     to hc-reported-date
156500         move cse-reporter(p)     to hc-reporter-type
156600         move cse-category(p)     to hc-category
156700         move cse-title-ix(p)     to hc-title-ix
156800         move cse-status(p)       to hc-status
156900         move cse-inv-id(p)       to hc-investigator-id
157000         move cse-inv-name(p)     to hc-investigator-name
157100         move cse-begun(p)        to hc-invest-start-date
157200         move cse-finding(p)      to hc-finding
157300         move cse-finding-date(p) to hc-finding-date
157400         move cse-reported-to(p)  to hc-finding-notice-date
157500         move cse-start-due(p)    to hc-start-due
157600         move cse-notice-due(p)   to hc-notice-due
157700         move cse-finding-due(p)  to hc-finding-due
157800         move cse-report-due(p)   to hc-report-due
157900         perform varying k from 1 by 1 until k > ws-party-max
158000             move cse-role(p, k)     to hc-party-role(k)
158100             move cse-student(p, k)  to hc-party-id(k)
158200             move cse-notified(p, k) to hc-party-notified(k)
158300         end-perform
158400         perform varying k from 1 by 1 until k > ws-link-max
158500             move cse-link-id(p, k)   to hc-link-student-id(k)
158600             move cse-link-date(p, k) to hc-link-date(k)
158700             move cse-link-type(p, k) to hc-link-type(k)
158800         end-perform
158900         move cse-updated(p)      to hc-updated-date
159000         write hib-case-record
159100     end-perform
159200     close hib-case-file
159300     .
159400 PRINT-OVERDUE-STEPS.
159500******************************************************************
159600*    EVERY OPEN CASE BY BUILDING AND CASE NUMBER, LISTING EACH   *
159700*    STEP NOT YET TAKEN WHOSE DEADLINE IS TODAY OR PAST - OR     *
159800*    THAT HAS NO DEADLINE BECAUSE THE CALENDAR DOES NOT REACH IT.*
159900*    HIBCASE IS ALREADY SAVED, SO THE TABLE IS FREE TO BE        *
160000*    RE-SORTED.                                                  *
160100******************************************************************
160200     if ws-cse-count > 1
160300         sort cse-row on ascending key cse-school cse-case-no
160400     end-if
160500     move ws-business-date to od-h-date
160600     move spaces to hib-line
160700     write hib-line
160800     write hib-line from od-heading
160900     move spaces to ws-current-school
161000     perform varying p from 1 by 1 until p > ws-cse-count
161100         if cse-status(p) not = 'C'
161200             perform print-case-steps
161300         end-if
161400     end-perform
161500     if ws-current-school not = spaces
161600         perform print-building-total
161700     else
161800         move 'NO OPEN CASES' to hib-line
161900         write hib-line
162000     end-if
162100     move spaces to hib-line
162200     write hib-line
162300     move 'OPEN CASES' to rt-label
162400     move ws-open-count to rt-value
162500     write hib-line from run-total-line
162600     move 'STEPS OVERDUE' to rt-label
162700     move ws-late-count to rt-value
162800     write hib-line from run-total-line
162900     move 'STEPS DUE TODAY' to rt-label
163000     move ws-due-today-count to rt-value
163100     write hib-line from run-total-line
163200     move 'STEPS WITH NO DEADLINE - CALENDAR SHORT' to rt-label
163300     move ws-no-cal-count to rt-value
163400     write hib-line from run-total-line
163500     .
163600 PRINT-CASE-STEPS.
163700     if cse-school(p) not = ws-current-school
163800         if ws-current-school not = spaces
163900             perform print-building-total
164000         end-if
164100         move cse-school(p) to ws-current-school
164200         move zero to ws-bldg-open ws-bldg-late
164300         move spaces to hib-line
164400         write hib-line
164500         move ws-current-school to od-b-school
164600         write hib-line from od-bldg-heading
164700         write hib-line from od-columns
164800     end-if
164900     add 1 to ws-bldg-open ws-open-count
165000     move cse-school(p) to ws-cal-for-school
165100     perform select-school-calendar
165200     if cse-begun(p) = zero
165300         move 'INVESTIGATION BEGUN' to ws-step-name
165400         move cse-start-due(p) to ws-step-due
165500         perform print-one-step
165600     end-if
165700     move 'N' to ws-step-open
165800     move 'Y' to ws-found
165900     perform varying k from 1 by 1 until k > ws-party-max
166000         if cse-student(p, k) not = zero
166100             move 'N' to ws-found
166200             if cse-notified(p, k) = zero
166300                 move 'Y' to ws-step-open
166400             end-if
166500         end-if
166600     end-perform
166700     if ws-step-open = 'Y'
166800         or ws-found = 'Y'
166900         move 'GUARDIANS NOTIFIED' to ws-step-name
167000         move cse-notice-due(p) to ws-step-due
167100         perform print-one-step
167200     end-if
167300     if cse-finding(p) = space
167400         move 'FINDING MADE' to ws-step-name
167500         move cse-finding-due(p) to ws-step-due
167600         perform print-one-step
167700     else
167800         move 'FINDING TO GUARDIANS' to ws-step-name
167900         move cse-report-due(p) to ws-step-due
168000         perform print-one-step
168100     end-if
168200     .
168300 PRINT-ONE-STEP.
168400******************************************************************
168500*    LISTS THE STEP IN WS-STEP-NAME WHEN WS-STEP-DUE IS TODAY OR *
168600*    PAST (WITH THE SCHOOL DAYS LATE), OR ZERO. A STEP STILL     *
168700*    AHEAD OF ITS DEADLINE IS NOT LISTED.                        *
168800******************************************************************
168900     if ws-step-due = zero
169000         or ws-step-due not > ws-business-date
169100         move cse-case-no(p)   to od-d-case-no
169200         move cse-reported(p)  to od-d-reported
169300         move cse-category(p)  to od-d-category
169400         move spaces           to od-d-title-ix
169500         if cse-title-ix(p) = 'Y'
169600             move 'T9' to od-d-title-ix
169700         end-if
169800         move ws-step-name     to od-d-step
169900         move cse-inv-name(p)  to od-d-investigator
170000         if cse-inv-name(p) = spaces
170100             move '(NONE ASSIGNED)' to od-d-investigator
170200         end-if
170300         move zero   to od-d-days-late
170400         move spaces to od-d-days-label
170500         evaluate true
170600             when ws-step-due = zero
170700                 move 'NO CAL'   to od-d-due
170800                 move 'NO CAL'   to od-d-status
170900                 add 1 to ws-no-cal-count
171000             when ws-step-due = ws-business-date
171100                 move ws-step-due to od-d-due
171200                 move 'DUE'      to od-d-status
171300                 add 1 to ws-due-today-count
171400             when other
171500                 move ws-step-due to od-d-due
171600                 move 'OVERDUE'  to od-d-status
171700                 perform count-days-late
171800                 move ws-days-late to od-d-days-late
171900                 move ' SCHOOL DAYS' to od-d-days-label
172000                 add 1 to ws-bldg-late ws-late-count
172100         end-evaluate
172200         write hib-line from od-detail-line
172300     end-if
172400     .
172500 PRINT-BUILDING-TOTAL.
172600     move ws-bldg-open to od-t-open
172700     move ws-bldg-late to od-t-late
172800     write hib-line from od-bldg-total-line
172900     .
173000 PRINT-STATE-REPORT.
173100******************************************************************
173200*    EVERY CASE REPORTED IN THE SCHOOL YEAR IS COUNTED ONCE AT   *
173300*    ITS BUILDING AND CATEGORY AND ONCE FOR THE DISTRICT: AS A   *
173400*    REPORT, AS INVESTIGATED ONCE A FINDING IS MADE (SPLIT INTO  *
173500*    SUBSTANTIATED AND NOT), OTHERWISE AS PENDING, WITH THE      *
173600*    DISCIPLINE INCIDENTS LINKED TO IT. THE CATEGORY PRINTS WITH *
173700*    ITS STATE CROSSWALK CODE (THE DISTRICT CODE WHEN NONE).     *
173800******************************************************************
173900     move ws-business-date to ws-year-start
174000     if ws-bus-month < 7
174100         subtract 1 from ws-ys-year
174200     end-if
174300     move 0701 to ws-ys-mmdd
174400     compute ws-ye-year = ws-ys-year + 1
174500     move 0630 to ws-ye-mmdd
174600     move zero to ws-sst-count
174700     perform varying p from 1 by 1 until p > ws-cse-count
174800         if cse-reported(p) not < ws-year-start
174900             and cse-reported(p) not > ws-year-end
175000             add 1 to ws-year-cases
175100             move cse-school(p) to ws-sst-school
175200             perform tally-case
175300             move high-values to ws-sst-school
175400             perform tally-case
175500         end-if
175600     end-perform
175700     if ws-sst-full = 'Y'
175800         display 'STATE REPORT TABLE FULL AT ' ws-sst-max
175900     end-if
176000     if ws-sst-count > 1
176100         sort sst-row on ascending key sst-school sst-category
176200     end-if
176300     move ws-year-start to st-h-start
176400     move ws-year-end to st-h-end
176500     write hib-line from st-heading
176600     move spaces to ws-current-school
176700     perform varying ws-sst-row from 1 by 1
176800             until ws-sst-row > ws-sst-count
176900         perform print-state-row
177000     end-perform
177100     if ws-sst-count > zero
177200         perform print-state-building-total
177300     else
177400         move spaces to hib-line
177500         write hib-line
177600         move 'NO CASES REPORTED IN THE SCHOOL YEAR' to hib-line
177700         write hib-line
177800     end-if
177900     .
178000 TALLY-CASE.
178100     move zero to ws-sst-row
178200     perform varying i from 1 by 1 until i > ws-sst-count
178300         if sst-school(i) = ws-sst-school
178400             and sst-category(i) = cse-category(p)
178500             move i to ws-sst-row
178600         end-if
178700     end-perform
178800     if ws-sst-row = zero
178900         if ws-sst-count < ws-sst-max
179000             add 1 to ws-sst-count
179100             move ws-sst-count to ws-sst-row
179200             move ws-sst-school   to sst-school(ws-sst-row)
179300             move cse-category(p) to sst-category(ws-sst-row)
179400             move zero to sst-reports(ws-sst-row)
179500                 sst-investigated(ws-sst-row)
179600                 sst-substantiated(ws-sst-row)
179700                 sst-unfounded(ws-sst-row)
179800                 sst-pending(ws-sst-row)
179900                 sst-incidents(ws-sst-row)
180000         else
180100             move 'Y' to ws-sst-full
180200         end-if
180300     end-if
180400     if ws-sst-row not = zero
180500         add 1 to sst-reports(ws-sst-row)
180600         evaluate cse-finding(p)
180700             when 'S'
180800                 add 1 to sst-investigated(ws-sst-row)
180900                     sst-substantiated(ws-sst-row)
181000             when 'U'
181100                 add 1 to sst-investigated(ws-sst-row)
181200                     sst-unfounded(ws-sst-row)
181300             when other
181400                 add 1 to sst-pending(ws-sst-row)
181500         end-evaluate
181600         perform varying k from 1 by 1 until k > ws-link-max
181700             if cse-link-id(p, k) not = zero
181800                 add 1 to sst-incidents(ws-sst-row)
181900             end-if
182000         end-perform
182100     end-if
182200     .
182300 PRINT-STATE-ROW.
182400     if sst-school(ws-sst-row) not = ws-current-school
182500         if ws-current-school not = spaces
182600             perform print-state-building-total
182700         end-if
182800         move sst-school(ws-sst-row) to ws-current-school
182900         move zero to ws-bt-reports ws-bt-investigated
183000             ws-bt-substantiated ws-bt-unfounded ws-bt-pending
183100             ws-bt-incidents
183200         move spaces to hib-line
183300         write hib-line
183400         if ws-current-school = high-values
183500             move 'DISTRICT - ALL BUILDINGS' to hib-line
183600             write hib-line
183700         else
183800             move ws-current-school to st-b-school
183900             write hib-line from st-bldg-heading
184000         end-if
184100         write hib-line from st-columns
184200     end-if
184300     move sst-category(ws-sst-row) to st-d-category
184400     move sst-category(ws-sst-row) to st-d-state
184500     move 'NOT ON HIBCATG' to st-d-desc
184600     move spaces to st-d-title-ix
184700     perform varying i from 1 by 1 until i > ws-cat-count
184800         if ws-cat-code(i) = sst-category(ws-sst-row)
184900             move ws-cat-desc(i) to st-d-desc
185000             if ws-cat-state(i) not = spaces
185100                 move ws-cat-state(i) to st-d-state
185200             end-if
185300             if ws-cat-class(i) = 'T'
185400                 move 'T9' to st-d-title-ix
185500             end-if
185600         end-if
185700     end-perform
185800     move sst-reports(ws-sst-row)       to st-d-reports
185900     move sst-investigated(ws-sst-row)  to st-d-investigated
186000     move sst-substantiated(ws-sst-row) to st-d-substantiated
186100     move sst-unfounded(ws-sst-row)     to st-d-unfounded
186200     move sst-pending(ws-sst-row)       to st-d-pending
186300     move sst-incidents(ws-sst-row)     to st-d-incidents
186400     write hib-line from st-detail-line
186500     add sst-reports(ws-sst-row)       to ws-bt-reports
186600     add sst-investigated(ws-sst-row)  to ws-bt-investigated
186700     add sst-substantiated(ws-sst-row) to ws-bt-substantiated
186800     add sst-unfounded(ws-sst-row)     to ws-bt-unfounded
186900     add sst-pending(ws-sst-row)       to ws-bt-pending
187000     add sst-incidents(ws-sst-row)     to ws-bt-incidents
187100     .
187200 PRINT-STATE-BUILDING-TOTAL.
187300     move spaces              to st-d-category st-d-state
187400     move spaces              to st-d-title-ix
187500     move 'TOTAL'             to st-d-desc
187600     move ws-bt-reports       to st-d-reports
187700     move ws-bt-investigated  to st-d-investigated
187800     move ws-bt-substantiated to st-d-substantiated
187900     move ws-bt-unfounded     to st-d-unfounded
188000     move ws-bt-pending       to st-d-pending
188100     move ws-bt-incidents     to st-d-incidents
188200     write hib-line from st-detail-line
188300     .
188400 READ-BUSINESS-DATE.
188500******************************************************************
188600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
188700*    BUSINESS DATE MEANS NO RUN.                                 *
188800******************************************************************
188900     open input business-date-file
189000     if ws-busdate-status not = '00'
189100         display 'COULD NOT OPEN BUSDATE - STATUS '
189200             ws-busdate-status
189300         move 16 to return-code
189400         stop run
189500     end-if
189600     read business-date-file next record
189700     if ws-busdate-status not = '00'
189800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
189900             ws-busdate-status
190000         move 16 to return-code
190100         stop run
190200     end-if
190300     close business-date-file
190400     move bd-business-date to ws-business-date
190500     if bd-override-date not = zero
190600         move bd-override-date to ws-business-date
190700         move 'Y' to ws-bus-date-override
190800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
190900             bd-override-date ' SET BY ' bd-override-operator
191000         display '    REASON: ' bd-override-reason
191100     end-if
191200     move ws-business-date to bdh-date
191300     if ws-bus-date-override = 'Y'
191400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
191500             to bdh-override
191600     end-if
191700     .
