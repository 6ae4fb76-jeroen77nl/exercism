000600 DATE-COMPILED.
000700******************************************************************
000800*    SUBSTITUTE PLACEMENT AND UNFILLED-COVERAGE WORKLIST - THE   *
000860*    WHITEBOARD IN EACH OFFICE, RETIRED. TEACHER-ABSENCE         *
000920*    TRANSACTIONS (TCHABSNT - TEACHER, DATE, PLACED SUB ID OR    *
000980*    ZERO, LEAVE TYPE, FULL OR HALF DAY) ACCUMULATE ON THE       *
001040*    ABSENCE LOG (TCHABLOG, COPY ABLGREC). EACH MORNING RUN:     *
001100*      1. APPENDS THE DAY'S TRANSACTIONS TO THE LOG (AN          *
001160*         ABSENCE ALREADY LOGGED FOR THE TEACHER AND DATE        *
001220*         UPDATES ITS SUB PLACEMENT INSTEAD - THE LATE SUB       *
001280*         WHO ACCEPTS AT 7 AM - AND ITS LEAVE TYPE AND DAY       *
001340*         PORTION WHEN THE TRANSACTION CARRIES THEM). A NEW      *
001400*         ABSENCE MUST NAME A LEAVE TYPE IN FORCE ON THE         *
001460*         LEAVETYP TABLE OF CODETBL; THE PORTION IS 'F' FULL     *
001520*         (THE DEFAULT) OR 'H' HALF. A TRANSACTION THAT FAILS IS *
001580*         NOT APPLIED AND IS LISTED AT THE FOOT OF THE WORKLIST. *
001700*      2. PRINTS THE UNCOVERED WORKLIST (SUBWORK) - TODAY'S      *
001800*         ABSENCES WITH NO SUB, JOINED TO TEACHFIL FOR THE       *
001900*         SECTION AND TO THE ROSTER FOR THE HEADCOUNT SITTING    *
002000*         IN THAT ROOM, WITH THE SUB POOL (SUBPOOL) PRINTED      *
002100*         UNDERNEATH FOR THE OFFICE TO DIAL.                     *
002200*      3. PRINTS THE SUBSTITUTE FOLDER PACKET (SUBPKT) FOR       *
002210*         EVERY ABSENCE TODAY WITH A SUB PLACED, A SECTION PER   *
002220*         BUILDING - THE TEACHER'S CLASS LIST (THE TEACHFIL      *
002230*         HOMEROOM, OR PERIOD BY PERIOD FROM MSTSCHED AND        *
002240*         STSCHED FOR A DEPARTMENTALIZED TEACHER) WITH THE BELL  *
002250*         TIMES (BELLSCHD), EACH STUDENT'S BUS ROUTE FOR         *
002260*         DISMISSAL, AND UNDER THE STUDENT ANY SEVERE CONDFILE   *
002270*         CONDITION WITH ITS ACTION, THE 504 CLASSROOM           *
002280*         ACCOMMODATIONS (PLAN504), THE IEP FLAG AND ANY PERSON  *
002290*         PICKAUTH SAYS THE CHILD MUST NOT BE RELEASED TO.       *
002300*      4. PRINTS THE MONTHLY FILL-RATE REPORT (SUBFILL) PER      *
002310*         BUILDING FROM THE WHOLE LOG.                           *
002400*    THE LOG FEEDS THE PAY-PERIOD EXTRACT TO PAYROLL (GSPAYX).   *
002420*    RETURN CODES: 0 CLEAN, 4 A TRANSACTION REJECTED OR A PACKET *
002440*    TABLE CUT SHORT, 16 THE LOG OR THE CODE TABLE COULD NOT BE  *
002460*    READ OR WRITTEN. SEE JCL/GSSUB.JCL.                         *
002500******************************************************************
002600*    MOD-LOG
002700*    DATE       INIT  DESCRIPTION
002800*    2026-09-01  RVM  ORIGINAL VERSION.
002810*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002820*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002830*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002840*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002850*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002860*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002870*    2026-10-15  RVM  ADDED THE LEAVE TYPE (LEAVETYP TABLE OF
002875*                     CODETBL) AND THE FULL/HALF-DAY PORTION TO
002880*                     THE ABSENCE TRANSACTION AND THE LOG, WHICH
002885*                     MOVES TO COPYBOOK ABLGREC FOR THE PAYROLL
002890*                     EXTRACT. A TRANSACTION WITH A BAD LEAVE
002895*                     TYPE OR PORTION IS REJECTED AND LISTED ON
002898*                     SUBWORK (RC 4).
002908*    2026-10-15  RVM  ADDED THE SUBSTITUTE FOLDER PACKETS (SUBPKT)
002918*                     FOR EVERY ABSENCE TODAY WITH A SUB PLACED -
002928*                     CLASS LISTS BY SECTION OR PERIOD WITH BELL
002938*                     TIMES (NEW BELLSCHD), MEDICAL, 504, IEP,
002948*                     BUS AND CUSTODY ALERTS, BY BUILDING.
002958******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
005300     SELECT FILL-RATE-RPT ASSIGN TO SUBFILL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUBFILL-STATUS.
005520     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005540         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-BUSDATE-STATUS.
005570     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
005580         ORGANIZATION IS LINE SEQUENTIAL
005590         FILE STATUS IS WS-CODETBL-STATUS.
005600     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
005610         ORGANIZATION IS LINE SEQUENTIAL
005620         FILE STATUS IS WS-MSTSCHED-STATUS.
005630     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
005640         ORGANIZATION IS LINE SEQUENTIAL
005650         FILE STATUS IS WS-STSCHED-STATUS.
005660     SELECT CONDITION-FILE ASSIGN TO CONDFILE
005670         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-CONDFILE-STATUS.
005690     SELECT PLAN-504-FILE ASSIGN TO PLAN504
005700         ORGANIZATION IS LINE SEQUENTIAL
005710         FILE STATUS IS WS-PLAN504-STATUS.
005720     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
005730         ORGANIZATION IS LINE SEQUENTIAL
005740         FILE STATUS IS WS-PICKAUTH-STATUS.
005750     SELECT BELL-SCHEDULE-FILE ASSIGN TO BELLSCHD
005760         ORGANIZATION IS LINE SEQUENTIAL
005770         FILE STATUS IS WS-BELLSCHD-STATUS.
005780     SELECT SUB-PACKET-RPT ASSIGN TO SUBPKT
005790         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUBPKT-STATUS.
005810 DATA DIVISION.
005820 FILE SECTION.
005830 FD  ABSENCE-TRANS-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  ABSENCE-TRANS-RECORD.
006100     05  AB-TEACHER-ID           PIC 9(05).
006200     05  AB-ABSENCE-DATE         PIC 9(08).
006300     05  AB-SUB-ID               PIC 9(05).
006400     05  AB-LEAVE-TYPE           PIC X(04).
006500     05  AB-DAY-PORTION          PIC X(01).
006600 FD  ABSENCE-LOG-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  ABSENCE-LOG-RECORD.
006900     COPY ABLGREC.
007000 FD  SUB-POOL-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  SUB-POOL-RECORD.
008700 FD  FILL-RATE-RPT
008800     LABEL RECORDS ARE STANDARD.
008900 01  FILL-RATE-LINE              PIC X(80).
008920 FD  BUSINESS-DATE-FILE
008940     LABEL RECORDS ARE STANDARD.
008960 01  BUSINESS-DATE-RECORD.
008980     COPY BDATREC.
008984 FD  CODE-TABLE-FILE
008988     LABEL RECORDS ARE STANDARD.
008992 01  CODE-TABLE-RECORD.
008996     COPY CODEREC.
009006 FD  MASTER-SCHEDULE-FILE
009016     LABEL RECORDS ARE STANDARD.
009026 01  MASTER-SCHEDULE-RECORD.
009036     COPY MSTSREC.
009046 FD  STUDENT-SCHEDULE-FILE
009056     LABEL RECORDS ARE STANDARD.
009066 01  STUDENT-SCHEDULE-RECORD.
009076     COPY STSCREC.
009086 FD  CONDITION-FILE
009096     LABEL RECORDS ARE STANDARD.
009106 01  CONDITION-RECORD.
009116     COPY CONDREC.
009126 FD  PLAN-504-FILE
009136     LABEL RECORDS ARE STANDARD.
009146 01  PLAN-504-RECORD.
009156     COPY P504REC.
009166 FD  PICKUP-AUTH-FILE
009176     LABEL RECORDS ARE STANDARD.
009186 01  PICKUP-AUTH-RECORD.
009196     COPY PICKREC.
009206 FD  BELL-SCHEDULE-FILE
009216     LABEL RECORDS ARE STANDARD.
009226 01  BELL-SCHEDULE-RECORD.
009236     COPY BELLREC.
009246 FD  SUB-PACKET-RPT
009256     LABEL RECORDS ARE STANDARD.
009266 01  SUB-PACKET-LINE             PIC X(100).
009276 WORKING-STORAGE SECTION.
009286 01  WS-TCHABSNT-STATUS       PIC X(02).
009296 01  WS-TCHABLOG-STATUS       PIC X(02).
009300 01  WS-SUBPOOL-STATUS        PIC X(02).
009400 01  WS-TEACHFIL-STATUS       PIC X(02).
009500 01  WS-ROSTER-FILE-STATUS    PIC X(02).
009600 01  WS-SUBWORK-STATUS        PIC X(02).
009700 01  WS-SUBFILL-STATUS        PIC X(02).
009710 01  WS-MSTSCHED-STATUS       PIC X(02).
009720 01  WS-STSCHED-STATUS        PIC X(02).
009730 01  WS-CONDFILE-STATUS       PIC X(02).
009740 01  WS-PLAN504-STATUS        PIC X(02).
009750 01  WS-PICKAUTH-STATUS       PIC X(02).
009760 01  WS-BELLSCHD-STATUS       PIC X(02).
009770 01  WS-SUBPKT-STATUS         PIC X(02).
009800 01  i                        PIC 9(05).
009900 01  j                        PIC 9(05).
009950 01  k                        PIC 9(05).
010000 01  WS-TODAY-DATE            PIC 9(08).
010100******************************************************************
010200*    THE ABSENCE LOG HELD FOR THE RUN - LOAD/UPDATE/SAVE, LIKE   *
010900         10  WS-ABS-TEACHER   PIC 9(05).
011000         10  WS-ABS-DATE      PIC 9(08).
011100         10  WS-ABS-SUB       PIC 9(05).
011105         10  WS-ABS-LEAVE     PIC X(04).
011110         10  WS-ABS-PORTION   PIC X(01).
011115 01  WS-ABS-ROW               PIC 9(04).
011120******************************************************************
011125*    THE LEAVETYP ROWS OF CODETBL - THE LEAVE TYPES A TEACHER'S  *
011130*    ABSENCE MAY BE LOGGED UNDER, EACH IN FORCE FROM ITS         *
011135*    EFFECTIVE DATE THROUGH ITS EXPIRY (ZERO OPEN-ENDED).        *
011140******************************************************************
011145 77  WS-LVT-MAX               PIC 9(03) VALUE 100.
011150 01  WS-LVT-COUNT             PIC 9(03) VALUE ZERO.
011155 01  WS-LVT-TABLE.
011160     05  WS-LVT-ENTRY         OCCURS 100 TIMES.
011165         10  WS-LVT-CODE      PIC X(04).
011170         10  WS-LVT-EFF       PIC 9(08).
011175         10  WS-LVT-EXP       PIC 9(08).
011180 01  WS-LVT-FULL              PIC X VALUE 'N'.
011185 01  WS-LVT-OK                PIC X.
011190 01  WS-CODETBL-STATUS        PIC X(02).
011195******************************************************************
011200*    THE MORNING'S REJECTED TRANSACTIONS, LISTED ON SUBWORK.     *
011205******************************************************************
011210 77  WS-REJ-MAX               PIC 9(03) VALUE 200.
011215 01  WS-REJ-COUNT             PIC 9(03) VALUE ZERO.
011220 01  WS-REJ-TABLE.
011225     05  WS-REJ-ENTRY         OCCURS 200 TIMES.
011230         10  WS-REJ-TEACHER   PIC 9(05).
011235         10  WS-REJ-DATE      PIC 9(08).
011240         10  WS-REJ-LEAVE     PIC X(04).
011245         10  WS-REJ-PORTION   PIC X(01).
011250         10  WS-REJ-REASON    PIC X(30).
011255 01  WS-TRANS-REJECTED        PIC 9(04) VALUE ZERO.
011260 01  WS-REJECT-REASON         PIC X(30).
011300******************************************************************
011400*    TEACHER ASSIGNMENTS AND THE SUB POOL, LOADED ONCE.          *
011500******************************************************************
017300     05  WK-P-NAME            PIC X(30).
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  WK-P-PHONE           PIC X(12).
017505 01  WK-REJECT-HEADING.
017510     05  FILLER               PIC X(42) VALUE
017515         'REJECTED ABSENCE TRANSACTIONS - NOT LOGGED'.
017520 01  WK-REJECT-LINE.
017525     05  WK-R-TEACHER         PIC 9(05).
017530     05  FILLER               PIC X(02) VALUE SPACES.
017535     05  WK-R-DATE            PIC 9(08).
017540     05  FILLER               PIC X(02) VALUE SPACES.
017545     05  WK-R-LEAVE           PIC X(04).
017550     05  FILLER               PIC X(02) VALUE SPACES.
017555     05  WK-R-PORTION         PIC X(01).
017560     05  FILLER               PIC X(02) VALUE SPACES.
017565     05  WK-R-REASON          PIC X(30).
017600 01  FIL-HEADING.
017700     05  FILLER               PIC X(40) VALUE
017800         'SUBSTITUTE FILL RATE BY BUILDING/MONTH  '.
018600     05  FIL-D-TOTAL          PIC ZZZZ9.
018700     05  FILLER               PIC X(08) VALUE ' RATE:  '.
018800     05  FIL-D-RATE           PIC ZZ9.9.
018810******************************************************************
018820*    THE SUBSTITUTE FOLDER PACKETS - ONE PER ABSENCE TODAY WITH  *
018830*    A SUB PLACED, PRINTED IN BUILDING AND TEACHER ORDER. A      *
018840*    TEACHER NOT ON TEACHFIL TAKES THE BUILDING OF THEIR FIRST   *
018850*    MSTSCHED SECTION, OR '????'.                                *
018860******************************************************************
018870 77  WS-PKT-MAX               PIC 9(03) VALUE 200.
018880 01  WS-PKT-COUNT             PIC 9(03) VALUE ZERO.
018890 01  PKT-TABLE.
018900     05  PKT-ROW              OCCURS 0 TO 200 TIMES
018910                              DEPENDING ON WS-PKT-COUNT.
018920         10  PKT-SCHOOL       PIC X(04).
018930         10  PKT-TEACHER      PIC 9(05).
018940         10  PKT-ABS-ROW      PIC 9(04).
018950         10  PKT-WT-ROW       PIC 9(03).
018960 01  WS-PKT-ROW               PIC 9(03).
018970 01  WS-PKT-SHORT             PIC X VALUE 'N'.
018980 01  WS-PACKETS-PRINTED       PIC 9(04) VALUE ZERO.
018990 01  WS-PREV-SCHOOL           PIC X(04).
019000 01  WS-CLASS-FOUND           PIC X.
019010******************************************************************
019020*    WHAT THE PACKETS ARE PRINTED FROM, LOADED ONCE WHEN THERE   *
019030*    IS A PACKET TO PRINT. THE ENROLLED STUDENTS ON ROSTERVS IN  *
019040*    ID ORDER FOR THE SEARCH ALL.                                *
019050******************************************************************
019060 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
019070 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
019080 01  RST-TABLE.
019090     05  RST-ROW              OCCURS 0 TO 2000 TIMES
019100                              DEPENDING ON WS-RST-COUNT
019110                              ASCENDING KEY IS RST-ID
019120                              INDEXED BY RST-IDX.
019130         10  RST-ID           PIC 9(07).
019140         10  RST-LAST-NAME    PIC X(20).
019150         10  RST-FIRST-NAME   PIC X(12).
019160         10  RST-SCHOOL       PIC X(04).
019170         10  RST-GRADE        PIC X(02).
019180         10  RST-SECTION      PIC X(01).
019190         10  RST-BUS-ROUTE    PIC X(04).
019200         10  RST-IEP          PIC X(01).
019210 01  WS-RST-ROW               PIC 9(05).
019220******************************************************************
019230*    EVERY MSTSCHED SECTION, IN TEACHER AND PERIOD ORDER, AND    *
019240*    EVERY STSCHED ENROLLMENT - A DEPARTMENTALIZED TEACHER'S DAY.*
019250******************************************************************
019260 77  WS-MST-MAX               PIC 9(03) VALUE 500.
019270 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
019280 01  MST-TABLE.
019290     05  MST-ROW              OCCURS 0 TO 500 TIMES
019300                              DEPENDING ON WS-MST-COUNT.
019310         10  MST-TEACHER      PIC 9(05).
019320         10  MST-PERIOD       PIC 9(02).
019330         10  MST-SCHOOL       PIC X(04).
019340         10  MST-COURSE       PIC X(06).
019350         10  MST-SECTION      PIC 9(02).
019360         10  MST-ROOM         PIC X(04).
019370 01  WS-MST-ROW               PIC 9(03).
019380 77  WS-SCH-MAX               PIC 9(04) VALUE 8000.
019390 01  WS-SCH-COUNT             PIC 9(04) VALUE ZERO.
019400 01  WS-SCH-TABLE.
019410     05  WS-SCH-ENTRY         OCCURS 8000 TIMES.
019420         10  WS-SCH-STUDENT   PIC 9(07).
019430         10  WS-SCH-SCHOOL    PIC X(04).
019440         10  WS-SCH-COURSE    PIC X(06).
019450         10  WS-SCH-SECTION   PIC 9(02).
019460******************************************************************
019470*    THE SEVERE CONDITIONS ON CONDFILE (CD-SEVERITY 'S'), THE    *
019480*    ACTIVE 504 PLANS' CLASSROOM ACCOMMODATIONS WITH THE         *
019490*    CLSACCOM DESCRIPTIONS OF CODETBL, THE PROHIBITED PERSONS ON *
019500*    PICKAUTH (PK-TYPE 'P') AND THE BELL TIMES. A MISSING        *
019510*    CONDFILE OR PICKAUTH IS SAID SO ON EVERY PACKET - THE SUB   *
019520*    MUST NOT TAKE AN EMPTY LIST FOR NO ALERTS.                  *
019530******************************************************************
019540 77  WS-SEVERE-CODE           PIC X(01) VALUE 'S'.
019550 77  WS-CND-MAX               PIC 9(04) VALUE 2000.
019560 01  WS-CND-COUNT             PIC 9(04) VALUE ZERO.
019570 01  WS-CND-TABLE.
019580     05  WS-CND-ENTRY         OCCURS 2000 TIMES.
019590         10  WS-CND-STUDENT   PIC 9(07).
019600         10  WS-CND-CODE      PIC X(03).
019610         10  WS-CND-ACTION    PIC X(30).
019620 01  WS-COND-READ             PIC X VALUE 'N'.
019630 77  WS-P504-MAX              PIC 9(04) VALUE 2000.
019640 01  WS-P504-COUNT            PIC 9(04) VALUE ZERO.
019650 01  WS-P504-TABLE.
019660     05  WS-P504-ENTRY        OCCURS 2000 TIMES.
019670         10  WS-P504-STUDENT  PIC 9(07).
019680         10  WS-P504-ACCOMS.
019690             15  WS-P504-ACCOM
019700                              PIC X(04) OCCURS 8 TIMES.
019710 01  WS-P504-ROW              PIC 9(04).
019720 01  WS-P504-SLOT             PIC 9(02).
019730 77  WS-ACC-MAX               PIC 9(03) VALUE 100.
019740 01  WS-ACC-COUNT             PIC 9(03) VALUE ZERO.
019750 01  WS-ACC-TABLE.
019760     05  WS-ACC-ENTRY         OCCURS 100 TIMES.
019770         10  WS-ACC-CODE      PIC X(04).
019780         10  WS-ACC-DESC      PIC X(30).
019790 01  WS-ACC-FULL              PIC X VALUE 'N'.
019800 77  WS-PCK-MAX               PIC 9(04) VALUE 1000.
019810 01  WS-PCK-COUNT             PIC 9(04) VALUE ZERO.
019820 01  WS-PCK-TABLE.
019830     05  WS-PCK-ENTRY         OCCURS 1000 TIMES.
019840         10  WS-PCK-STUDENT   PIC 9(07).
019850         10  WS-PCK-NAME      PIC X(40).
019860         10  WS-PCK-RELATION  PIC X(10).
019870         10  WS-PCK-ORDER     PIC X(15).
019880 01  WS-PICK-READ             PIC X VALUE 'N'.
019890 77  WS-BEL-MAX               PIC 9(03) VALUE 300.
019900 01  WS-BEL-COUNT             PIC 9(03) VALUE ZERO.
019910 01  WS-BEL-TABLE.
019920     05  WS-BEL-ENTRY         OCCURS 300 TIMES.
019930         10  WS-BEL-SCHOOL    PIC X(04).
019940         10  WS-BEL-PERIOD    PIC 9(02).
019950         10  WS-BEL-START     PIC 9(04).
019960         10  WS-BEL-END       PIC 9(04).
019970 01  WS-BELL-SCHOOL           PIC X(04).
019980 01  WS-BELL-PERIOD           PIC 9(02).
019990 01  WS-BELL-START            PIC 9(04).
020000 01  WS-BELL-START-PARTS REDEFINES WS-BELL-START.
020010     05  WS-BELL-START-HH     PIC 9(02).
020020     05  WS-BELL-START-MM     PIC 9(02).
020030 01  WS-BELL-END              PIC 9(04).
020040 01  WS-BELL-END-PARTS REDEFINES WS-BELL-END.
020050     05  WS-BELL-END-HH       PIC 9(02).
020060     05  WS-BELL-END-MM       PIC 9(02).
020070******************************************************************
020080*    ONE CLASS OF ONE PACKET - THE ROSTER ROWS OF ITS STUDENTS,  *
020090*    SORTED BY NAME FOR PRINTING.                                *
020100******************************************************************
020110 77  WS-CLS-MAX               PIC 9(03) VALUE 200.
020120 01  WS-CLS-COUNT             PIC 9(03) VALUE ZERO.
020130 01  CLS-TABLE.
020140     05  CLS-ROW              OCCURS 0 TO 200 TIMES
020150                              DEPENDING ON WS-CLS-COUNT.
020160         10  CLS-LAST-NAME    PIC X(20).
020170         10  CLS-FIRST-NAME   PIC X(12).
020180         10  CLS-RST-ROW      PIC 9(05).
020190 01  WS-CLS-ROW               PIC 9(03).
020200******************************************************************
020210*    SUBPKT LINES.                                               *
020220******************************************************************
020230 01  SB-HEADING.
020240     05  FILLER               PIC X(32) VALUE
020250         'SUBSTITUTE FOLDER PACKETS -     '.
020260     05  SB-H-DATE            PIC 9(08).
020270 01  SB-BLDG-HEADING.
020280     05  FILLER               PIC X(06) VALUE 'BLDG: '.
020290     05  SB-B-SCHOOL          PIC X(04).
020300 01  SB-TEACHER-LINE.
020310     05  FILLER               PIC X(09) VALUE 'TEACHER: '.
020320     05  SB-T-TEACHER         PIC 9(05).
020330     05  FILLER               PIC X(01) VALUE SPACE.
020340     05  SB-T-NAME            PIC X(30).
020350     05  FILLER               PIC X(06) VALUE ' SUB: '.
020360     05  SB-T-SUB             PIC 9(05).
020370     05  FILLER               PIC X(01) VALUE SPACE.
020380     05  SB-T-SUB-NAME        PIC X(30).
020390     05  FILLER               PIC X(02) VALUE SPACES.
020400     05  SB-T-PORTION         PIC X(08).
020410 01  SB-CLASS-LINE.
020420     05  FILLER               PIC X(02) VALUE SPACES.
020430     05  SB-C-CLASS           PIC X(44).
020440     05  FILLER               PIC X(06) VALUE 'BELL: '.
020450     05  SB-C-BELL            PIC X(20).
020460 01  SB-COLUMN-HEADING.
020470     05  FILLER               PIC X(04) VALUE SPACES.
020480     05  FILLER               PIC X(09) VALUE 'STUDENT'.
020490     05  FILLER               PIC X(34) VALUE 'NAME'.
020500     05  FILLER               PIC X(04) VALUE 'GR'.
020510     05  FILLER               PIC X(06) VALUE 'BUS'.
020520     05  FILLER               PIC X(05) VALUE 'FLAGS'.
020530 01  SB-STUDENT-LINE.
020540     05  FILLER               PIC X(04) VALUE SPACES.
020550     05  SB-S-STUDENT         PIC 9(07).
020560     05  FILLER               PIC X(02) VALUE SPACES.
020570     05  SB-S-NAME            PIC X(32).
020580     05  FILLER               PIC X(02) VALUE SPACES.
020590     05  SB-S-GRADE           PIC X(02).
020600     05  FILLER               PIC X(02) VALUE SPACES.
020610     05  SB-S-BUS             PIC X(04).
020620     05  FILLER               PIC X(02) VALUE SPACES.
020630     05  SB-S-MEDICAL         PIC X(10).
020640     05  SB-S-504             PIC X(04).
020650     05  SB-S-IEP             PIC X(04).
020660     05  SB-S-CUSTODY         PIC X(07).
020670 01  SB-NOTE-LINE.
020680     05  FILLER               PIC X(13) VALUE SPACES.
020690     05  SB-N-LABEL           PIC X(10).
020700     05  SB-N-TEXT            PIC X(77).
020710 01  SB-COUNT-LINE.
020720     05  FILLER               PIC X(04) VALUE SPACES.
020730     05  FILLER               PIC X(10) VALUE 'STUDENTS: '.
020740     05  SB-K-COUNT           PIC ZZ9.
020750******************************************************************
020760*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
020770*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
020780*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
020790******************************************************************
020800 01  WS-BUSDATE-STATUS        PIC X(02).
020810 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020820 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
020830 01  BUS-DATE-HEADING.
020840     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
020850     05  BDH-DATE             PIC 9(08).
020860     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
020870 PROCEDURE DIVISION.
020880 MAINLINE.
020890******************************************************************
020900*    MORNING ENTRY POINT - RUN BEFORE FIRST BELL.                *
020910******************************************************************
020920     perform read-business-date
020930     move ws-business-date to ws-today-date
020940     perform load-code-tables
020950     perform load-absence-log
020960     perform load-teacher-table
020970     perform load-sub-pool
020980     perform apply-absence-transactions
020990     perform save-absence-log
021000     perform print-uncovered-worklist
021010     perform print-sub-packets
021020     perform print-fill-rate-report
021030     display 'SUB COVERAGE - TRANS ' ws-trans-applied
021040         ' UNCOVERED TODAY ' ws-uncovered
021050         ' REJECTED ' ws-trans-rejected
021060         ' PACKETS ' ws-packets-printed
021070     if ws-trans-rejected > zero
021080         or ws-pkt-short = 'Y'
021090         move 4 to return-code
021100     end-if
021110     stop run
021120     .
021130 LOAD-ABSENCE-LOG.
021140     move zero to ws-abs-count
021150     open input absence-log-file
021160     if ws-tchablog-status = '00'
021170         perform until ws-tchablog-status not = '00'
021180             read absence-log-file next record
021200             if ws-tchablog-status = '00'
021300                 and ws-abs-count < ws-abs-max
021400                 add 1 to ws-abs-count
021700                 move al-absence-date
021800                     to ws-abs-date(ws-abs-count)
021900                 move al-sub-id
021930                     to ws-abs-sub(ws-abs-count)
021960                 move al-leave-type
021990                     to ws-abs-leave(ws-abs-count)
022020                 move al-day-portion
022050                     to ws-abs-portion(ws-abs-count)
022100             end-if
022200         end-perform
022300         close absence-log-file
023000             move ws-abs-teacher(j) to al-teacher-id
023100             move ws-abs-date(j)    to al-absence-date
023200             move ws-abs-sub(j)     to al-sub-id
023230             move ws-abs-leave(j)   to al-leave-type
023260             move ws-abs-portion(j) to al-day-portion
023300             write absence-log-record
023400         end-perform
023500         close absence-log-file
029000         perform until ws-tchabsnt-status not = '00'
029100             read absence-trans-file next record
029200             if ws-tchabsnt-status = '00'
029240                 perform edit-one-absence
029280                 if ws-reject-reason = spaces
029320                     add 1 to ws-trans-applied
029360                     perform apply-one-absence
029400                 else
029440                     perform reject-one-absence
029480                 end-if
029520             end-if
029600         end-perform
029700         close absence-trans-file
029800     end-if
031200         move ab-teacher-id
031300             to ws-abs-teacher(ws-abs-row)
031400         move ab-absence-date to ws-abs-date(ws-abs-row)
031404         move 'F' to ws-abs-portion(ws-abs-row)
031408     end-if
031412     if ws-abs-row not = zero
031416         move ab-sub-id to ws-abs-sub(ws-abs-row)
031420         if ab-leave-type not = spaces
031424             move ab-leave-type to ws-abs-leave(ws-abs-row)
031428         end-if
031432         if ab-day-portion not = space
031436             move ab-day-portion to ws-abs-portion(ws-abs-row)
031440         end-if
031444     end-if
031448     .
031452 EDIT-ONE-ABSENCE.
031456******************************************************************
031460*    A NEW ABSENCE NEEDS A LEAVE TYPE IN FORCE ON ITS DATE; A    *
031464*    TRANSACTION FOR ONE ALREADY LOGGED MAY LEAVE IT BLANK AND   *
031468*    KEEP THE LOGGED ONE. THE PORTION IS BLANK, 'F' OR 'H'.      *
031472******************************************************************
031476     move spaces to ws-reject-reason
031480     move zero to ws-abs-row
031484     perform varying j from 1 by 1 until j > ws-abs-count
031488         if ws-abs-teacher(j) = ab-teacher-id
031492             and ws-abs-date(j) = ab-absence-date
031496             move j to ws-abs-row
031500         end-if
031504     end-perform
031508     evaluate true
031512         when ab-teacher-id is not numeric
031516             or ab-teacher-id = zero
031520             move 'TEACHER ID NOT NUMERIC' to ws-reject-reason
031524         when ab-absence-date is not numeric
031528             move 'ABSENCE DATE NOT NUMERIC' to ws-reject-reason
031532         when ab-sub-id is not numeric
031536             move 'SUB ID NOT NUMERIC' to ws-reject-reason
031540         when ab-day-portion not = space
031544             and ab-day-portion not = 'F'
031548             and ab-day-portion not = 'H'
031552             move 'DAY PORTION NOT F OR H' to ws-reject-reason
031556         when ab-leave-type = spaces
031560             and ws-abs-row = zero
031564             move 'NO LEAVE TYPE ON NEW ABSENCE'
031568                 to ws-reject-reason
031572         when ab-leave-type not = spaces
031576             perform check-leave-type
031580             if ws-lvt-ok = 'N'
031584                 move 'LEAVE TYPE NOT ON LEAVETYP'
031588                     to ws-reject-reason
031592             end-if
031596     end-evaluate
031600     .
031604 CHECK-LEAVE-TYPE.
031608     move 'N' to ws-lvt-ok
031612     perform varying j from 1 by 1
031616             until j > ws-lvt-count or ws-lvt-ok = 'Y'
031620         if ws-lvt-code(j) = ab-leave-type
031624             and ws-lvt-eff(j) not > ab-absence-date
031628             and (ws-lvt-exp(j) = zero
031632                  or ws-lvt-exp(j) not < ab-absence-date)
031636             move 'Y' to ws-lvt-ok
031640         end-if
031644     end-perform
031648     .
031652 REJECT-ONE-ABSENCE.
031656     add 1 to ws-trans-rejected
031660     display 'TCHABSNT REJECTED - TEACHER ' ab-teacher-id
031664         ' DATE ' ab-absence-date ' - ' ws-reject-reason
031668     if ws-rej-count < ws-rej-max
031672         add 1 to ws-rej-count
031676         move ab-teacher-id    to ws-rej-teacher(ws-rej-count)
031680         move ab-absence-date  to ws-rej-date(ws-rej-count)
031684         move ab-leave-type    to ws-rej-leave(ws-rej-count)
031688         move ab-day-portion   to ws-rej-portion(ws-rej-count)
031692         move ws-reject-reason to ws-rej-reason(ws-rej-count)
031696     end-if
031700     .
031704 LOAD-CODE-TABLES.
031707******************************************************************
031710*    THE LEAVETYP TABLE IS WHAT EVERY NEW ABSENCE IS EDITED      *
031713*    AGAINST - NO CODETBL MEANS NO RUN. THE CLSACCOM             *
031716*    DESCRIPTIONS ARE KEPT FOR THE 504 LINES OF THE PACKETS.     *
031719******************************************************************
031724     move zero to ws-lvt-count
031728     open input code-table-file
031732     if ws-codetbl-status not = '00'
031736         display 'COULD NOT OPEN CODETBL - STATUS '
031740             ws-codetbl-status
031744         move 16 to return-code
031748         stop run
031752     end-if
031756     perform until ws-codetbl-status not = '00'
031760         read code-table-file next record
031764         if ws-codetbl-status = '00'
031768             and ct-table-name = 'LEAVETYP'
031772             if ws-lvt-count < ws-lvt-max
031776                 add 1 to ws-lvt-count
031780                 move ct-code to ws-lvt-code(ws-lvt-count)
031784                 move ct-effective-date
031788                     to ws-lvt-eff(ws-lvt-count)
031792                 move ct-expiry-date
031796                     to ws-lvt-exp(ws-lvt-count)
031800             else
031801                 move 'Y' to ws-lvt-full
031802             end-if
031803         end-if
031804         if ws-codetbl-status = '00'
031805             and ct-table-name = 'CLSACCOM'
031806             if ws-acc-count < ws-acc-max
031807                 add 1 to ws-acc-count
031808                 move ct-code to ws-acc-code(ws-acc-count)
031809                 move ct-description
031810                     to ws-acc-desc(ws-acc-count)
031811             else
031812                 move 'Y' to ws-acc-full
031813             end-if
031814         end-if
031815     end-perform
031816     close code-table-file
031824     if ws-lvt-full = 'Y'
031828         display 'CODETBL - LEAVE TYPE TABLE FULL AT ' ws-lvt-max
031832     end-if
031900     .
032000 PRINT-UNCOVERED-WORKLIST.
032100     open output worklist-rpt
032400             ws-subwork-status
032500         move 1 to return-code
032600     else
032650         write worklist-line from bus-date-heading
032700         move ws-today-date to wk-h-date
032800         write worklist-line from wk-heading
032900         perform varying i from 1 by 1 until i > ws-abs-count
034000             move ws-pool-name(j)  to wk-p-name
034100             move ws-pool-phone(j) to wk-p-phone
034200             write worklist-line from wk-pool-line
034210         end-perform
034220         if ws-trans-rejected > zero
034230             move spaces to worklist-line
034240             write worklist-line
034250             write worklist-line from wk-reject-heading
034260             perform varying j from 1 by 1
034270                     until j > ws-rej-count
034280                 move ws-rej-teacher(j) to wk-r-teacher
034290                 move ws-rej-date(j)    to wk-r-date
034300                 move ws-rej-leave(j)   to wk-r-leave
034310                 move ws-rej-portion(j) to wk-r-portion
034320                 move ws-rej-reason(j)  to wk-r-reason
034330                 write worklist-line from wk-reject-line
034340             end-perform
034350         end-if
034360         close worklist-rpt
034500     end-if
034600     .
034700 WRITE-UNCOVERED-LINE.
038700         close roster-file
038800     end-if
038900     .
039000 PRINT-SUB-PACKETS.
039010******************************************************************
039020*    ONE PACKET PER ABSENCE TODAY WITH A SUB PLACED, A SECTION   *
039030*    PER BUILDING FOR THE OFFICE TO PULL ITS OWN. THE SOURCES    *
039040*    ARE READ ONLY WHEN THERE IS A PACKET TO PRINT.              *
039050******************************************************************
039060     move zero to ws-pkt-count
039070     perform varying i from 1 by 1 until i > ws-abs-count
039080         if ws-abs-date(i) = ws-today-date
039090             and ws-abs-sub(i) not = zero
039100             perform add-packet
039110         end-if
039120     end-perform
039130     if ws-pkt-count > zero
039140         perform load-packet-sources
039150         perform varying ws-pkt-row from 1 by 1
039160                 until ws-pkt-row > ws-pkt-count
039170             perform set-packet-school
039180         end-perform
039190         sort pkt-row ascending key pkt-school pkt-teacher
039200     end-if
039210     open output sub-packet-rpt
039220     if ws-subpkt-status not = '00'
039230         display 'COULD NOT OPEN SUBPKT - STATUS '
039240             ws-subpkt-status
039250         move 1 to return-code
039260     else
039270         write sub-packet-line from bus-date-heading
039280         move ws-today-date to sb-h-date
039290         write sub-packet-line from sb-heading
039300         if ws-pkt-count = zero
039310             move 'NO SUBSTITUTE PLACED TODAY - NO PACKETS'
039320                 to sub-packet-line
039330             write sub-packet-line
039340         end-if
039350         move spaces to ws-prev-school
039360         perform varying ws-pkt-row from 1 by 1
039370                 until ws-pkt-row > ws-pkt-count
039380             if pkt-school(ws-pkt-row) not = ws-prev-school
039390                 move pkt-school(ws-pkt-row) to ws-prev-school
039400                 move spaces to sub-packet-line
039410                 write sub-packet-line
039420                 move pkt-school(ws-pkt-row) to sb-b-school
039430                 write sub-packet-line from sb-bldg-heading
039440             end-if
039450             perform print-one-packet
039460         end-perform
039470         if ws-pkt-short = 'Y'
039480             move '** PACKET TABLES FULL - PACKETS INCOMPLETE **'
039490                 to sub-packet-line
039500             write sub-packet-line
039510         end-if
039520         close sub-packet-rpt
039530     end-if
039540     .
039550 ADD-PACKET.
039560     move zero to ws-wt-row
039570     perform varying j from 1 by 1
039580             until j > ws-teacher-count
039590         if wt-teacher-id(j) = ws-abs-teacher(i)
039600             move j to ws-wt-row
039610         end-if
039620     end-perform
039630     if ws-pkt-count < ws-pkt-max
039640         add 1 to ws-pkt-count
039650         move ws-abs-teacher(i) to pkt-teacher(ws-pkt-count)
039660         move i                 to pkt-abs-row(ws-pkt-count)
039670         move ws-wt-row         to pkt-wt-row(ws-pkt-count)
039680         move '????'            to pkt-school(ws-pkt-count)
039690         if ws-wt-row not = zero
039700             move wt-school-code(ws-wt-row)
039710                 to pkt-school(ws-pkt-count)
039720         end-if
039730     else
039740         move 'Y' to ws-pkt-short
039750         display 'SUBPKT - PACKET TABLE FULL AT ' ws-pkt-max
039760     end-if
039770     .
039780 LOAD-PACKET-SOURCES.
039790******************************************************************
039800*    EVERY SOURCE IS OPTIONAL - A MISSING FILE LOADS NOTHING AND *
039810*    THE PACKET SAYS SO WHERE IT MATTERS. A FULL TABLE CUTS THE  *
039820*    PACKETS SHORT AND ENDS THE STEP WITH RC 4.                  *
039830******************************************************************
039840     open input roster-file
039850     if ws-roster-file-status = '00'
039860         perform until ws-roster-file-status not = '00'
039870             read roster-file next record
039880             if ws-roster-file-status = '00'
039890                 and st-withdraw-date = zero
039900                 if ws-rst-count < ws-rst-max
039910                     add 1 to ws-rst-count
039920                     move st-id         to rst-id(ws-rst-count)
039930                     move st-last-name
039940                         to rst-last-name(ws-rst-count)
039950                     move st-first-name
039960                         to rst-first-name(ws-rst-count)
039970                     move st-school-code
039980                         to rst-school(ws-rst-count)
039990                     move st-grade      to rst-grade(ws-rst-count)
040000                     move st-section
040010                         to rst-section(ws-rst-count)
040020                     move st-bus-route
040030                         to rst-bus-route(ws-rst-count)
040040                     move st-iep-status to rst-iep(ws-rst-count)
040050                 else
040060                     move 'Y' to ws-pkt-short
040070                 end-if
040080             end-if
040090         end-perform
040100         close roster-file
040110     end-if
040120     if ws-rst-count > 1
040130         sort rst-row ascending key rst-id
040140     end-if
040150     open input master-schedule-file
040160     if ws-mstsched-status = '00'
040170         perform until ws-mstsched-status not = '00'
040180             read master-schedule-file
040190             if ws-mstsched-status = '00'
040200                 if ws-mst-count < ws-mst-max
040210                     add 1 to ws-mst-count
040220                     move ms-teacher-id
040230                         to mst-teacher(ws-mst-count)
040240                     move ms-period
040250                         to mst-period(ws-mst-count)
040260                     move ms-school-code
040270                         to mst-school(ws-mst-count)
040280                     move ms-course-code
040290                         to mst-course(ws-mst-count)
040300                     move ms-section-no
040310                         to mst-section(ws-mst-count)
040320                     move ms-room        to mst-room(ws-mst-count)
040330                 else
040340                     move 'Y' to ws-pkt-short
040350                 end-if
040360             end-if
040370         end-perform
040380         close master-schedule-file
040390     end-if
040400     if ws-mst-count > 1
040410         sort mst-row ascending key mst-teacher mst-period
040420     end-if
040430     open input student-schedule-file
040440     if ws-stsched-status = '00'
040450         perform until ws-stsched-status not = '00'
040460             read student-schedule-file
040470             if ws-stsched-status = '00'
040480                 if ws-sch-count < ws-sch-max
040490                     add 1 to ws-sch-count
040500                     move sc-student-id
040510                         to ws-sch-student(ws-sch-count)
040520                     move sc-school-code
040530                         to ws-sch-school(ws-sch-count)
040540                     move sc-course-code
040550                         to ws-sch-course(ws-sch-count)
040560                     move sc-section-no
040570                         to ws-sch-section(ws-sch-count)
040580                 else
040590                     move 'Y' to ws-pkt-short
040600                 end-if
040610             end-if
040620         end-perform
040630         close student-schedule-file
040640     end-if
040650     open input condition-file
040660     if ws-condfile-status = '00'
040670         move 'Y' to ws-cond-read
040680         perform until ws-condfile-status not = '00'
040690             read condition-file
040700             if ws-condfile-status = '00'
040710                 and cd-severity = ws-severe-code
040720                 if ws-cnd-count < ws-cnd-max
040730                     add 1 to ws-cnd-count
040740                     move cd-student-id
040750                         to ws-cnd-student(ws-cnd-count)
040760                     move cd-condition-code
040770                         to ws-cnd-code(ws-cnd-count)
040780                     move cd-action to ws-cnd-action(ws-cnd-count)
040790                 else
040800                     move 'Y' to ws-pkt-short
040810                 end-if
040820             end-if
040830         end-perform
040840         close condition-file
040850     end-if
040860     open input plan-504-file
040870     if ws-plan504-status = '00'
040880         perform until ws-plan504-status not = '00'
040890             read plan-504-file
040900             if ws-plan504-status = '00'
040910                 and sp-status = 'A'
040920                 and sp-start-date not > ws-today-date
040930                 if ws-p504-count < ws-p504-max
040940                     add 1 to ws-p504-count
040950                     move sp-student-id
040960                         to ws-p504-student(ws-p504-count)
040970                     move sp-class-accoms
040980                         to ws-p504-accoms(ws-p504-count)
040990                 else
041000                     move 'Y' to ws-pkt-short
041010                 end-if
041020             end-if
041030         end-perform
041040         close plan-504-file
041050     end-if
041060     open input pickup-auth-file
041070     if ws-pickauth-status = '00'
041080         move 'Y' to ws-pick-read
041090         perform until ws-pickauth-status not = '00'
041100             read pickup-auth-file
041110             if ws-pickauth-status = '00'
041120                 and pk-type = 'P'
041130                 if ws-pck-count < ws-pck-max
041140                     add 1 to ws-pck-count
041150                     move pk-student-id
041160                         to ws-pck-student(ws-pck-count)
041170                     move pk-person-name
041180                         to ws-pck-name(ws-pck-count)
041190                     move pk-relationship
041200                         to ws-pck-relation(ws-pck-count)
041210                     move pk-court-order
041220                         to ws-pck-order(ws-pck-count)
041230                 else
041240                     move 'Y' to ws-pkt-short
041250                 end-if
041260             end-if
041270         end-perform
041280         close pickup-auth-file
041290     end-if
041300     open input bell-schedule-file
041310     if ws-bellschd-status = '00'
041320         perform until ws-bellschd-status not = '00'
041330             read bell-schedule-file
041340             if ws-bellschd-status = '00'
041350                 if ws-bel-count < ws-bel-max
041360                     add 1 to ws-bel-count
041370                     move bl-school-code
041380                         to ws-bel-school(ws-bel-count)
041390                     move bl-period to ws-bel-period(ws-bel-count)
041400                     move bl-start-time
041410                         to ws-bel-start(ws-bel-count)
041420                     move bl-end-time to ws-bel-end(ws-bel-count)
041430                 else
041440                     move 'Y' to ws-pkt-short
041450                 end-if
041460             end-if
041470         end-perform
041480         close bell-schedule-file
041490     end-if
041500     if ws-pkt-short = 'Y'
041510         display 'SUBPKT - A SOURCE TABLE IS FULL - PACKETS SHORT'
041520     end-if
041530     .
041540 SET-PACKET-SCHOOL.
041550     if pkt-school(ws-pkt-row) = '????'
041560         perform varying j from 1 by 1
041570                 until j > ws-mst-count
041580                    or pkt-school(ws-pkt-row) not = '????'
041590             if mst-teacher(j) = pkt-teacher(ws-pkt-row)
041600                 move mst-school(j) to pkt-school(ws-pkt-row)
041610             end-if
041620         end-perform
041630     end-if
041640     .
041650 PRINT-ONE-PACKET.
041660     move pkt-abs-row(ws-pkt-row) to ws-abs-row
041670     move pkt-wt-row(ws-pkt-row)  to ws-wt-row
041680     move spaces to sub-packet-line
041690     write sub-packet-line
041700     move pkt-teacher(ws-pkt-row) to sb-t-teacher
041710     move spaces to sb-t-name
041720     if ws-wt-row not = zero
041730         move wt-last-name(ws-wt-row) to sb-t-name
041740     end-if
041750     move ws-abs-sub(ws-abs-row) to sb-t-sub
041760     move 'NOT IN THE SUB POOL' to sb-t-sub-name
041770     perform varying j from 1 by 1 until j > ws-pool-count
041780         if ws-pool-id(j) = ws-abs-sub(ws-abs-row)
041790             move ws-pool-name(j) to sb-t-sub-name
041800         end-if
041810     end-perform
041820     move 'FULL DAY' to sb-t-portion
041830     if ws-abs-portion(ws-abs-row) = 'H'
041840         move 'HALF DAY' to sb-t-portion
041850     end-if
041860     write sub-packet-line from sb-teacher-line
041870     if ws-cond-read = 'N'
041880         move '  ** CONDFILE NOT READ - ASK THE NURSE'
041890             to sub-packet-line
041900         write sub-packet-line
041910     end-if
041920     if ws-pick-read = 'N'
041930         move '  ** PICKAUTH NOT READ - ASK THE OFFICE'
041940             to sub-packet-line
041950         write sub-packet-line
041960     end-if
041970     move 'N' to ws-class-found
041980     perform varying ws-mst-row from 1 by 1
041990             until ws-mst-row > ws-mst-count
042000         if mst-teacher(ws-mst-row) = pkt-teacher(ws-pkt-row)
042010             move 'Y' to ws-class-found
042020             perform print-period-class
042030         end-if
042040     end-perform
042050     if ws-class-found = 'N'
042060         if ws-wt-row not = zero
042070             perform print-homeroom-class
042080         else
042090             move '  NO CLASS ON TEACHFIL OR MSTSCHED'
042100                 to sub-packet-line
042110             write sub-packet-line
042120         end-if
042130     end-if
042140     add 1 to ws-packets-printed
042150     .
042160 PRINT-HOMEROOM-CLASS.
042170******************************************************************
042180*    THE SELF-CONTAINED CLASSROOM - EVERY ENROLLED STUDENT IN    *
042190*    THE TEACHER'S BUILDING, GRADE AND SECTION, ON THE BUILDING'S*
042200*    PERIOD 00 BELLS.                                            *
042210******************************************************************
042220     move spaces to sb-c-class
042230     string 'HOMEROOM - GRADE '        delimited by size
042240            wt-grade(ws-wt-row)        delimited by size
042250            ' SECTION '                delimited by size
042260            wt-section(ws-wt-row)      delimited by size
042270         into sb-c-class
042280     end-string
042290     move wt-school-code(ws-wt-row) to ws-bell-school
042300     move zero to ws-bell-period
042310     perform set-bell-text
042320     write sub-packet-line from sb-class-line
042330     move zero to ws-cls-count
042340     perform varying k from 1 by 1 until k > ws-rst-count
042350         if rst-school(k) = wt-school-code(ws-wt-row)
042360             and rst-grade(k) = wt-grade(ws-wt-row)
042370             and rst-section(k) = wt-section(ws-wt-row)
042380             move k to ws-rst-row
042390             perform add-class-student
042400         end-if
042410     end-perform
042420     perform print-class-list
042430     .
042440 PRINT-PERIOD-CLASS.
042450******************************************************************
042460*    ONE MSTSCHED SECTION OF A DEPARTMENTALIZED TEACHER - ITS    *
042470*    STSCHED STUDENTS, ON THE BELLS OF ITS PERIOD.               *
042480******************************************************************
042490     move spaces to sb-c-class
042500     string 'PERIOD '                  delimited by size
042510            mst-period(ws-mst-row)     delimited by size
042520            ' - '                      delimited by size
042530            mst-course(ws-mst-row)     delimited by size
042540            ' SECTION '                delimited by size
042550            mst-section(ws-mst-row)    delimited by size
042560            ' ROOM '                   delimited by size
042570            mst-room(ws-mst-row)       delimited by size
042580         into sb-c-class
042590     end-string
042600     move mst-school(ws-mst-row) to ws-bell-school
042610     move mst-period(ws-mst-row) to ws-bell-period
042620     perform set-bell-text
042630     write sub-packet-line from sb-class-line
042640     move zero to ws-cls-count
042650     perform varying k from 1 by 1 until k > ws-sch-count
042660         if ws-sch-school(k) = mst-school(ws-mst-row)
042670             and ws-sch-course(k) = mst-course(ws-mst-row)
042680             and ws-sch-section(k) = mst-section(ws-mst-row)
042690             search all rst-row
042700                 when rst-id(rst-idx) = ws-sch-student(k)
042710                     set ws-rst-row to rst-idx
042720                     perform add-class-student
042730             end-search
042740         end-if
042750     end-perform
042760     perform print-class-list
042770     .
042780 SET-BELL-TEXT.
042790     move 'NOT ON BELLSCHD' to sb-c-bell
042800     perform varying j from 1 by 1 until j > ws-bel-count
042810         if ws-bel-school(j) = ws-bell-school
042820             and ws-bel-period(j) = ws-bell-period
042830             move ws-bel-start(j) to ws-bell-start
042840             move ws-bel-end(j)   to ws-bell-end
042850             move spaces to sb-c-bell
042860             string ws-bell-start-hh delimited by size
042870                    ':'              delimited by size
042880                    ws-bell-start-mm delimited by size
042890                    ' - '            delimited by size
042900                    ws-bell-end-hh   delimited by size
042910                    ':'              delimited by size
042920                    ws-bell-end-mm   delimited by size
042930                 into sb-c-bell
042940             end-string
042950         end-if
042960     end-perform
042970     .
042980 ADD-CLASS-STUDENT.
042990     if ws-cls-count < ws-cls-max
043000         add 1 to ws-cls-count
043010         move rst-last-name(ws-rst-row)
043020             to cls-last-name(ws-cls-count)
043030         move rst-first-name(ws-rst-row)
043040             to cls-first-name(ws-cls-count)
043050         move ws-rst-row to cls-rst-row(ws-cls-count)
043060     else
043070         move 'Y' to ws-pkt-short
043080     end-if
043090     .
043100 PRINT-CLASS-LIST.
043110******************************************************************
043120*    THE CLASS BY NAME - FLAGS ON THE STUDENT'S LINE, THE        *
043130*    DETAIL THE SUB MUST ACT ON UNDERNEATH.                      *
043140******************************************************************
043150     if ws-cls-count > 1
043160         sort cls-row ascending key cls-last-name cls-first-name
043170     end-if
043180     write sub-packet-line from sb-column-heading
043190     perform varying ws-cls-row from 1 by 1
043200             until ws-cls-row > ws-cls-count
043210         move cls-rst-row(ws-cls-row) to ws-rst-row
043220         perform print-class-student
043230     end-perform
043240     move ws-cls-count to sb-k-count
043250     write sub-packet-line from sb-count-line
043260     .
043270 PRINT-CLASS-STUDENT.
043280     move rst-id(ws-rst-row)        to sb-s-student
043290     move spaces to sb-s-name
043300     string rst-last-name(ws-rst-row)  delimited by '  '
043310            ', '                       delimited by size
043320            rst-first-name(ws-rst-row) delimited by '  '
043330         into sb-s-name
043340     end-string
043350     move rst-grade(ws-rst-row)     to sb-s-grade
043360     move rst-bus-route(ws-rst-row) to sb-s-bus
043370     move spaces to sb-s-medical
043380     perform varying j from 1 by 1 until j > ws-cnd-count
043390         if ws-cnd-student(j) = rst-id(ws-rst-row)
043400             move 'MED ALERT' to sb-s-medical
043410         end-if
043420     end-perform
043430     move zero to ws-p504-row
043440     perform varying j from 1 by 1 until j > ws-p504-count
043450         if ws-p504-student(j) = rst-id(ws-rst-row)
043460             move j to ws-p504-row
043470         end-if
043480     end-perform
043490     move spaces to sb-s-504
043500     if ws-p504-row not = zero
043510         move '504' to sb-s-504
043520     end-if
043530     move spaces to sb-s-iep
043540     if rst-iep(ws-rst-row) = 'Y'
043550         move 'IEP' to sb-s-iep
043560     end-if
043570     move spaces to sb-s-custody
043580     perform varying j from 1 by 1 until j > ws-pck-count
043590         if ws-pck-student(j) = rst-id(ws-rst-row)
043600             move 'CUSTODY' to sb-s-custody
043610         end-if
043620     end-perform
043630     write sub-packet-line from sb-student-line
043640     perform varying j from 1 by 1 until j > ws-cnd-count
043650         if ws-cnd-student(j) = rst-id(ws-rst-row)
043660             move 'MEDICAL:' to sb-n-label
043670             move spaces to sb-n-text
043680             string ws-cnd-code(j)   delimited by size
043690                    ' - '            delimited by size
043700                    ws-cnd-action(j) delimited by size
043710                 into sb-n-text
043720             end-string
043730             write sub-packet-line from sb-note-line
043740         end-if
043750     end-perform
043760     if ws-p504-row not = zero
043770         perform print-504-accommodations
043780     end-if
043790     perform varying j from 1 by 1 until j > ws-pck-count
043800         if ws-pck-student(j) = rst-id(ws-rst-row)
043810             move 'CUSTODY:' to sb-n-label
043820             move spaces to sb-n-text
043830             string 'DO NOT RELEASE TO '  delimited by size
043840                    ws-pck-name(j)        delimited by '  '
043850                    ' ('                  delimited by size
043860                    ws-pck-relation(j)    delimited by '  '
043870                    ') - ORDER '          delimited by size
043880                    ws-pck-order(j)       delimited by '  '
043890                 into sb-n-text
043900             end-string
043910             write sub-packet-line from sb-note-line
043920         end-if
043930     end-perform
043940     .
043950 PRINT-504-ACCOMMODATIONS.
043960******************************************************************
043970*    THE CLASSROOM ACCOMMODATIONS OF THE PLAN AT WS-P504-ROW,    *
043980*    DESCRIBED FROM CLSACCOM. A CODE SINCE TAKEN OFF THE TABLE   *
043990*    STILL PRINTS - THE PLAN STANDS UNTIL GS504 CHANGES IT.      *
044000******************************************************************
044010     perform varying ws-p504-slot from 1 by 1
044020             until ws-p504-slot > 8
044030         if ws-p504-accom(ws-p504-row, ws-p504-slot) not = spaces
044040             move '504:' to sb-n-label
044050             move spaces to sb-n-text
044060             move ws-p504-accom(ws-p504-row, ws-p504-slot)
044070                 to sb-n-text
044080             perform varying j from 1 by 1 until j > ws-acc-count
044090                 if ws-acc-code(j) =
044100                     ws-p504-accom(ws-p504-row, ws-p504-slot)
044110                     move ws-acc-desc(j) to sb-n-text(7:30)
044120                 end-if
044130             end-perform
044140             write sub-packet-line from sb-note-line
044150         end-if
044160     end-perform
044170     .
044180 PRINT-FILL-RATE-REPORT.
044190     move zero to ws-fil-count
044200     perform varying i from 1 by 1 until i > ws-abs-count
044210         perform tally-fill-row
044220     end-perform
044230     sort fil-row ascending key fil-school fil-month
044240     open output fill-rate-rpt
044250     if ws-subfill-status not = '00'
044260         display 'COULD NOT OPEN SUBFILL - STATUS '
044270             ws-subfill-status
044280         move 1 to return-code
044290     else
044300         write fill-rate-line from bus-date-heading
044310         write fill-rate-line from fil-heading
044320         perform varying i from 1 by 1 until i > ws-fil-count
044330             move fil-school(i) to fil-d-school
044340             move fil-month(i)  to fil-d-month
044350             move fil-filled(i) to fil-d-filled
044360             move fil-total(i)  to fil-d-total
044370             if fil-total(i) not = zero
044380                 compute ws-fill-rate rounded =
044390                     fil-filled(i) * 100 / fil-total(i)
044400             else
044410                 move zero to ws-fill-rate
044420             end-if
044430             move ws-fill-rate to fil-d-rate
044440             write fill-rate-line from fil-detail-line
044450         end-perform
044460         close fill-rate-rpt
044470     end-if
044480     .
044490 TALLY-FILL-ROW.
044500     move zero to ws-wt-row
044510     perform varying j from 1 by 1
044520             until j > ws-teacher-count
044530         if wt-teacher-id(j) = ws-abs-teacher(i)
044540             move j to ws-wt-row
044550         end-if
044560     end-perform
044570     if ws-wt-row not = zero
044580         move zero to ws-fil-row
044590         perform varying j from 1 by 1
044600                 until j > ws-fil-count
044610             if fil-school(j) = wt-school-code(ws-wt-row)
044620                 and fil-month(j) = ws-abs-date(i)(1:6)
044630                 move j to ws-fil-row
044640             end-if
044650         end-perform
044660         if ws-fil-row = zero
044670             and ws-fil-count < ws-fil-max
044680             add 1 to ws-fil-count
044690             move ws-fil-count to ws-fil-row
044700             move wt-school-code(ws-wt-row)
044710                 to fil-school(ws-fil-row)
044720             move ws-abs-date(i)(1:6)
044730                 to fil-month(ws-fil-row)
044740             move zero to fil-total(ws-fil-row)
044750             move zero to fil-filled(ws-fil-row)
044760         end-if
044800         if ws-fil-row not = zero
044900             add 1 to fil-total(ws-fil-row)
045000             if ws-abs-sub(i) not = zero
045300         end-if
045400     end-if
045500     .
045600 READ-BUSINESS-DATE.
045700******************************************************************
045800*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
045900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
046000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
046100******************************************************************
046200     open input business-date-file
046300     if ws-busdate-status not = '00'
046400         display 'COULD NOT OPEN BUSDATE - STATUS '
046500             ws-busdate-status
046600         move 16 to return-code
046700         stop run
046800     end-if
046900     read business-date-file next record
047000     if ws-busdate-status not = '00'
047100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
047200             ws-busdate-status
047300         move 16 to return-code
047400         stop run
047500     end-if
047600     close business-date-file
047700     move bd-business-date to ws-business-date
047800     if bd-override-date not = zero
047900         move bd-override-date to ws-business-date
048000         move 'Y' to ws-bus-date-override
048100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
048200             bd-override-date ' SET BY ' bd-override-operator
048300         display '    REASON: ' bd-override-reason
048400     end-if
048500     move ws-business-date to bdh-date
048600     if ws-bus-date-override = 'Y'
048700         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
048800             to bdh-override
048900     end-if
049000     .
