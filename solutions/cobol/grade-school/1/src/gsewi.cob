000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSEWI.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MONTHLY EARLY-WARNING INDICATOR RUN, GRADES 6-12. EVERY     *
000900*    ENROLLED STUDENT IN THOSE GRADES IS SCORED ON THREE         *
001000*    INDICATORS AGAINST THE DISTRICT THRESHOLDS (EWICTL CARD):   *
001100*      ATTENDANCE - UNEXCUSED ABSENT DAYS ON ATTNDLOG THIS       *
001200*                   SCHOOL YEAR (FINAL CORRECTED VERSION,        *
001300*                   PERIOD-00) AS A PCT OF THE INSTRUCTIONAL     *
001400*                   DAYS ON THE BUILDING CALENDAR SINCE THE      *
001500*                   LATER OF JULY 1 AND THE ENROLL DATE,         *
001600*      BEHAVIOR   - INCIDENTS ON DISCFILE THIS SCHOOL YEAR; ANY  *
001700*                   'SU' OR 'EX' ACTION SCORES HIGH OUTRIGHT,    *
001800*      COURSE     - F MARKS IN THE CURRENT MARKING PERIOD ON     *
001900*                   PROGFILE AND THE LATEST TERM GPA ON GPAHIST, *
002000*                   WHICHEVER SCORES WORSE,                      *
002100*    EACH 0 ON TRACK, 1 MODERATE OR 2 HIGH. THE RISK LEVEL IS    *
002200*    HIGH WHEN ANY INDICATOR IS HIGH OR TWO OR MORE ARE FLAGGED, *
002300*    MODERATE WHEN ONE IS, LOW OTHERWISE. EVERY STUDENT'S SCORES *
002400*    ARE ADDED TO THE HISTORY FILE (EWIHIST, COPY EWIHREC) UNDER *
002500*    THE RUN MONTH, AND EWIRPT LISTS, PER BUILDING AND COUNSELOR *
002600*    (STUCNSL, COPY SCNSREC), THE STUDENTS WHOSE RISK LEVEL IS   *
002700*    ABOVE THEIR LATEST EARLIER MONTH ON EWIHIST - OR WHO ARE AT *
002800*    MODERATE OR HIGH ON THEIR FIRST MONTH SCORED.               *
002900*    RETURN CODES: 0 CLEAN, 4 THE THRESHOLD CARD WAS REJECTED OR *
003000*    A TABLE WAS CUT SHORT, 16 A FILE COULD NOT BE READ OR       *
003100*    WRITTEN. RUN EARLY EACH MONTH - SEE JCL/GSEWI.JCL.          *
003200******************************************************************
003300*    MOD-LOG
003400*    DATE       INIT  DESCRIPTION
003500*    2026-10-15  RVM  ORIGINAL VERSION.
003500*    2026-10-15  RVM  EACH STUDENT'S COUNSELOR NOW COMES FROM THE
003500*                     NIGHTLY STUDENT-COUNSELOR FILE (STUCNSL,
003500*                     COPY SCNSREC) INSTEAD OF MATCHING CNSLASGN
003500*                     HERE, SO THE WORKLIST ROUTES THE SAME WAY
003500*                     AS EVERY OTHER COUNSELOR REPORT.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BUSDATE-STATUS.
004300     SELECT THRESHOLD-CONTROL-FILE ASSIGN TO EWICTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-EWICTL-STATUS.
004600     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ST-ID
005000         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005100     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO SCHCALND
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CALENDAR-STATUS.
005400     SELECT ATTENDANCE-FILE ASSIGN TO ATTNDLOG
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ATTENDANCE-STATUS.
005700     SELECT DISCIPLINE-FILE ASSIGN TO DISCFILE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DISCFILE-STATUS.
006000     SELECT PROGRESS-GRADE-FILE ASSIGN TO PROGFILE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PROGFILE-STATUS.
006300     SELECT GPA-HISTORY-FILE ASSIGN TO GPAHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS GH-KEY
006700         FILE STATUS IS WS-GPAHIST-STATUS.
006800     SELECT STUDENT-COUNSELOR-FILE ASSIGN TO STUCNSL
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-STUCNSL-STATUS.
007100     SELECT EWI-HISTORY-FILE ASSIGN TO EWIHIST
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-EWIHIST-STATUS.
007400     SELECT WORKLIST-RPT ASSIGN TO EWIRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EWIRPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  BUSINESS-DATE-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  BUSINESS-DATE-RECORD.
008200     COPY BDATREC.
008300******************************************************************
008400*    EWICTL - OPTIONAL. THE DISTRICT THRESHOLDS, MODERATE THEN   *
008500*    HIGH FOR EACH INDICATOR:                                    *
008600*      COL 1-3   ABSENCE RATE PCT, ONE DECIMAL (050 = 5.0)       *
008700*      COL 4-6   ABSENCE RATE PCT, ONE DECIMAL (100 = 10.0)      *
008800*      COL 7-8   INCIDENTS THIS SCHOOL YEAR (01)                 *
008900*      COL 9-10  INCIDENTS THIS SCHOOL YEAR (03)                 *
009000*      COL 11-12 F MARKS THIS MARKING PERIOD (01)                *
009100*      COL 13-14 F MARKS THIS MARKING PERIOD (02)                *
009200*      COL 15-17 TERM GPA BELOW, TWO DECIMALS (250 = 2.50)       *
009300*      COL 18-20 TERM GPA BELOW, TWO DECIMALS (200 = 2.00)       *
009400*    A RATE OR COUNT AT OR OVER ITS THRESHOLD, OR A GPA UNDER    *
009500*    ITS, SCORES AT THAT LEVEL. NO CARD KEEPS THE DEFAULTS SHOWN.*
009600******************************************************************
009700 FD  THRESHOLD-CONTROL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  THRESHOLD-CONTROL-RECORD.
010000     05  EC-ATT-MODERATE         PIC 9(02)V9.
010100     05  EC-ATT-HIGH             PIC 9(02)V9.
010200     05  EC-BEH-MODERATE         PIC 9(02).
010300     05  EC-BEH-HIGH             PIC 9(02).
010400     05  EC-CRS-F-MODERATE       PIC 9(02).
010500     05  EC-CRS-F-HIGH           PIC 9(02).
010600     05  EC-CRS-GPA-MODERATE     PIC 9V99.
010700     05  EC-CRS-GPA-HIGH         PIC 9V99.
010800 01  THRESHOLD-CONTROL-TEXT REDEFINES THRESHOLD-CONTROL-RECORD
010900                                 PIC X(20).
011000 FD  ROSTER-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  ROSTER-FILE-RECORD.
011300     COPY ROSTERREC.
011400 FD  SCHOOL-CALENDAR-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  CALENDAR-RECORD.
011700     COPY CALNREC.
011800 FD  ATTENDANCE-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  ATTENDANCE-RECORD.
012100     COPY ATTNDREC.
012200 FD  DISCIPLINE-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  DISCIPLINE-RECORD.
012500     COPY DISCREC.
012600 FD  PROGRESS-GRADE-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  PROGRESS-GRADE-RECORD.
012900     COPY PROGREC.
013000 FD  GPA-HISTORY-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  GPA-HISTORY-RECORD.
013300     COPY GPAHREC.
013400 FD  STUDENT-COUNSELOR-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  STUDENT-COUNSELOR-RECORD.
013700     COPY SCNSREC.
013800 FD  EWI-HISTORY-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  EWI-HISTORY-RECORD.
014100     COPY EWIHREC.
014200 FD  WORKLIST-RPT
014300     LABEL RECORDS ARE STANDARD.
014400 01  WORKLIST-LINE               PIC X(100).
014500 WORKING-STORAGE SECTION.
014600 01  WS-EWICTL-STATUS         PIC X(02).
014700 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014800 01  WS-CALENDAR-STATUS       PIC X(02).
014900 01  WS-ATTENDANCE-STATUS     PIC X(02).
015000 01  WS-DISCFILE-STATUS       PIC X(02).
015100 01  WS-PROGFILE-STATUS       PIC X(02).
015200 01  WS-GPAHIST-STATUS        PIC X(02).
015300 01  WS-STUCNSL-STATUS        PIC X(02).
015400 01  WS-EWIHIST-STATUS        PIC X(02).
015500 01  WS-EWIRPT-STATUS         PIC X(02).
015600 01  i                        PIC 9(05).
015700 01  j                        PIC 9(05).
015800******************************************************************
015900*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016000*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
016100******************************************************************
016200 01  WS-BUSDATE-STATUS        PIC X(02).
016300 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016400 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
016500     05  WS-BUS-YEAR          PIC 9(04).
016600     05  WS-BUS-MONTH         PIC 9(02).
016700     05  WS-BUS-DAY           PIC 9(02).
016800 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016900 01  BUS-DATE-HEADING.
017000     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
017100     05  BDH-DATE             PIC 9(08).
017200     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017300******************************************************************
017400*    THE MONTH THIS RUN SCORES (YYYYMM OF THE BUSINESS DATE), THE*
017500*    FIRST DAY OF THE SCHOOL YEAR IT FALLS IN (JULY 1), AND THE  *
017600*    OLDEST MONTH OF HISTORY LOOKED BACK AT FOR THE COMPARISON - *
017700*    A YEAR, SO A SEPTEMBER RUN STILL SEES THE SPRING BEFORE.    *
017800******************************************************************
017900 01  WS-RUN-MONTH             PIC 9(06).
018000 01  WS-OLDEST-MONTH          PIC 9(06).
018100 01  WS-YEAR-START            PIC 9(08).
018200 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
018300     05  WS-YS-YEAR           PIC 9(04).
018400     05  WS-YS-MMDD           PIC 9(04).
018500******************************************************************
018600*    THE DISTRICT THRESHOLDS - EWICTL WHEN A GOOD CARD IS THERE, *
018700*    THESE DEFAULTS OTHERWISE.                                   *
018800******************************************************************
018900 01  WS-ATT-MODERATE          PIC 9(02)V9 VALUE 05.0.
019000 01  WS-ATT-HIGH              PIC 9(02)V9 VALUE 10.0.
019100 01  WS-BEH-MODERATE          PIC 9(02) VALUE 01.
019200 01  WS-BEH-HIGH              PIC 9(02) VALUE 03.
019300 01  WS-CRS-F-MODERATE        PIC 9(02) VALUE 01.
019400 01  WS-CRS-F-HIGH            PIC 9(02) VALUE 02.
019500 01  WS-CRS-GPA-MODERATE      PIC 9V99 VALUE 2.50.
019600 01  WS-CRS-GPA-HIGH          PIC 9V99 VALUE 2.00.
019700 01  WS-CTL-REJECTED          PIC X VALUE 'N'.
019800******************************************************************
019900*    THE SCHOOL-CALENDAR MASTER LOADED ONCE - ONLY THE           *
020000*    INSTRUCTIONAL DAYS ('I' AND 'E') ARE KEPT, SINCE ONLY       *
020100*    THOSE DAYS COUNT TOWARD A STUDENT'S ENROLLED-DAY DIVISOR.   *
020200******************************************************************
020300 77  WS-CALENDAR-MAX          PIC 9(04) VALUE 3660.
020400 01  WS-CALENDAR-COUNT        PIC 9(04) VALUE ZERO.
020500 01  WS-CALENDAR-TABLE.
020600     05  WS-CAL-ENTRY         OCCURS 3660 TIMES.
020700         10  WS-CAL-DAY       PIC 9(08).
020800         10  WS-CAL-SCHOOL    PIC X(04).
020900******************************************************************
021000*    THE BUILDINGS THAT HAVE A CALENDAR OF THEIR OWN ON SCHCALND *
021100*    (SEE CALNREC.CPY). SELECT-SCHOOL-CALENDAR TURNS A BUILDING  *
021200*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
021300*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
021400******************************************************************
021500 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
021600 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
021700 01  WS-CALB-TABLE.
021800     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
021900 01  WS-CALB-ROW              PIC 9(02).
022000 01  WS-CALB-FOUND            PIC X.
022100 01  WS-CAL-FOR-SCHOOL        PIC X(04).
022200 01  WS-CAL-KEY               PIC X(04).
022300******************************************************************
022400*    ONE ROW PER ENROLLED STUDENT IN GRADES 06-12, IN ID ORDER   *
022500*    FOR THE SEARCH ALL AS EACH SOURCE FILE IS JOINED IN, THEN   *
022600*    RESORTED BY BUILDING, COUNSELOR AND NAME FOR THE WORKLIST.  *
022700******************************************************************
022800 77  WS-EWT-MAX               PIC 9(05) VALUE 02000.
022900 01  WS-EWT-COUNT             PIC 9(05) VALUE ZERO.
023000 01  EWT-TABLE.
023100     05  EWT-ROW              OCCURS 0 TO 2000 TIMES
023200                              DEPENDING ON WS-EWT-COUNT
023300                              ASCENDING KEY IS EWT-ID
023400                              INDEXED BY EWT-IDX.
023500         10  EWT-ID           PIC 9(07).
023600         10  EWT-LAST-NAME    PIC X(30).
023700         10  EWT-FIRST-NAME   PIC X(20).
023800         10  EWT-GRADE        PIC X(02).
023900         10  EWT-SCHOOL       PIC X(04).
024000         10  EWT-FROM-DATE    PIC 9(08).
024100         10  EWT-ABSENT       PIC 9(05).
024200         10  EWT-DAYS         PIC 9(05).
024300         10  EWT-RATE         PIC 9(03)V9.
024400         10  EWT-INCIDENTS    PIC 9(03).
024500         10  EWT-SUSPENDED    PIC X(01).
024600         10  EWT-F-COUNT      PIC 9(02).
024700         10  EWT-TERM-GPA     PIC 9V99.
024800         10  EWT-GPA-ON-FILE  PIC X(01).
024900         10  EWT-ATT-SCORE    PIC 9(01).
025000         10  EWT-BEH-SCORE    PIC 9(01).
025100         10  EWT-CRS-SCORE    PIC 9(01).
025200         10  EWT-LEVEL        PIC X(01).
025300         10  EWT-LEVEL-RANK   PIC 9(01).
025400         10  EWT-PREV-RANK    PIC 9(01).
025500         10  EWT-CNSL-SORT    PIC X(01).
025600         10  EWT-CNSL-NAME    PIC X(30).
025700         10  EWT-CNSL-ID      PIC 9(05).
025800 01  WS-EWT-FULL              PIC X VALUE 'N'.
025900******************************************************************
026000*    FINAL CORRECTED STATUS PER STUDENT/DATE FROM ATTNDLOG -     *
026100*    THE SAME TWO-PASS CORRECTION SCHEME THE ADA/ADM AND         *
026200*    ABSENTEEISM JOBS USE.                                       *
026300******************************************************************
026400 77  WS-CORR-MAX              PIC 9(04) VALUE 2000.
026500 01  WS-CORR-COUNT            PIC 9(04) VALUE ZERO.
026600 01  WS-CORR-TABLE.
026700     05  WS-CORR-ENTRY        OCCURS 2000 TIMES.
026800         10  WS-CORR-ID       PIC 9(07).
026900         10  WS-CORR-DATE     PIC 9(08).
027000         10  WS-CORR-STATUS   PIC X(01).
027100         10  WS-CORR-EXC      PIC X(01).
027200 01  WS-CORR-ROW              PIC 9(04).
027300 01  WS-CORR-FULL             PIC X VALUE 'N'.
027400******************************************************************
027500*    THE CURRENT MARKING PERIOD - THE HIGHEST TERM AND MARKING   *
027600*    PERIOD ANYWHERE ON PROGFILE - WHOSE F MARKS ARE COUNTED.    *
027700******************************************************************
027800 01  WS-CUR-TERM              PIC X(05) VALUE SPACES.
027900 01  WS-CUR-MARKING           PIC 9(01) VALUE ZERO.
029600******************************************************************
029700*    THE EARLIER MONTHS OF EWIHIST (BACK TO WS-OLDEST-MONTH),    *
029800*    NUMBERED IN FILE ORDER AND SORTED SO THE LAST ROW OF EACH   *
029900*    STUDENT IS THEIR LATEST MONTH, LATEST VERSION - THE LEVEL   *
030000*    THIS MONTH IS COMPARED WITH. THE RUN MONTH ITSELF IS LEFT   *
030100*    OUT, SO A RERUN COMPARES WITH THE SAME MONTH AS THE FIRST.  *
030200******************************************************************
030300 77  WS-PRV-MAX               PIC 9(05) VALUE 30000.
030400 01  WS-PRV-COUNT             PIC 9(05) VALUE ZERO.
030500 01  PRV-TABLE.
030600     05  PRV-ROW              OCCURS 0 TO 30000 TIMES
030700                              DEPENDING ON WS-PRV-COUNT
030800                              ASCENDING KEY IS PRV-STUDENT
030900                              INDEXED BY PRV-IDX.
031000         10  PRV-STUDENT      PIC 9(07).
031100         10  PRV-MONTH        PIC 9(06).
031200         10  PRV-SEQ          PIC 9(05).
031300         10  PRV-LEVEL        PIC X(01).
031400 01  WS-PRV-FULL              PIC X VALUE 'N'.
031500 01  WS-FLAGGED               PIC 9(01).
031600 01  WS-COURSE-SCORE          PIC 9(01).
031700 01  WS-PREV-SCHOOL           PIC X(04).
031800 01  WS-PREV-CNSL             PIC X(36).
031900 01  WS-THIS-CNSL             PIC X(36).
032000 01  WS-SCORED-COUNT          PIC 9(05) VALUE ZERO.
032100 01  WS-LOW-COUNT             PIC 9(05) VALUE ZERO.
032200 01  WS-MODERATE-COUNT        PIC 9(05) VALUE ZERO.
032300 01  WS-HIGH-COUNT            PIC 9(05) VALUE ZERO.
032400 01  WS-ROSE-COUNT            PIC 9(05) VALUE ZERO.
032500 01  WS-FELL-COUNT            PIC 9(05) VALUE ZERO.
032600 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
032700 01  WS-UNASSIGNED-COUNT      PIC 9(05) VALUE ZERO.
032800 01  WS-BLDG-SCORED           PIC 9(05).
032900 01  WS-BLDG-MODERATE         PIC 9(05).
033000 01  WS-BLDG-HIGH             PIC 9(05).
033100 01  WS-BLDG-ROSE             PIC 9(05).
033200******************************************************************
033300*    EWIRPT LINES.                                               *
033400******************************************************************
033500 01  EW-HEADING.
033600     05  FILLER               PIC X(53) VALUE
033700         'EARLY-WARNING WORKLIST - RISK ROSE SINCE LAST MONTH'.
033800     05  FILLER               PIC X(11) VALUE 'RUN MONTH '.
033900     05  EW-H-MONTH           PIC 9(06).
034000 01  EW-THRESHOLD-LINE.
034100     05  FILLER               PIC X(24) VALUE
034200         'THRESHOLDS - ABSENCE PCT'.
034300     05  EW-T-ATT-MOD         PIC Z9.9.
034400     05  FILLER               PIC X(01) VALUE '/'.
034500     05  EW-T-ATT-HIGH        PIC Z9.9.
034600     05  FILLER               PIC X(12) VALUE '  INCIDENTS '.
034700     05  EW-T-BEH-MOD         PIC Z9.
034800     05  FILLER               PIC X(01) VALUE '/'.
034900     05  EW-T-BEH-HIGH        PIC Z9.
035000     05  FILLER               PIC X(10) VALUE '  F MARKS '.
035100     05  EW-T-F-MOD           PIC Z9.
035200     05  FILLER               PIC X(01) VALUE '/'.
035300     05  EW-T-F-HIGH          PIC Z9.
035400     05  FILLER               PIC X(12) VALUE '  GPA BELOW '.
035500     05  EW-T-GPA-MOD         PIC 9.99.
035600     05  FILLER               PIC X(01) VALUE '/'.
035700     05  EW-T-GPA-HIGH        PIC 9.99.
035800 01  EW-BLDG-HEADING.
035900     05  FILLER               PIC X(06) VALUE 'BLDG: '.
036000     05  EW-HB-SCHOOL         PIC X(04).
036100 01  EW-CNSL-HEADING.
036200     05  FILLER               PIC X(13) VALUE '  COUNSELOR: '.
036300     05  EW-HC-ID             PIC X(07).
036400     05  EW-HC-NAME           PIC X(30).
036500 01  EW-COLUMN-HEADING.
036600     05  FILLER               PIC X(13) VALUE '    ID'.
036700     05  FILLER               PIC X(22) VALUE 'LAST NAME'.
036800     05  FILLER               PIC X(04) VALUE 'GR'.
036900     05  FILLER               PIC X(07) VALUE 'ABS%'.
037000     05  FILLER               PIC X(06) VALUE 'INC'.
037100     05  FILLER               PIC X(04) VALUE 'F'.
037200     05  FILLER               PIC X(06) VALUE 'GPA'.
037300     05  FILLER               PIC X(07) VALUE 'A B C'.
037400     05  FILLER               PIC X(10) VALUE 'WAS'.
037500     05  FILLER               PIC X(08) VALUE 'NOW'.
037600 01  EW-DETAIL-LINE.
037700     05  FILLER               PIC X(04) VALUE SPACES.
037800     05  EW-D-ID              PIC 9(07).
037900     05  FILLER               PIC X(02) VALUE SPACES.
038000     05  EW-D-LAST-NAME       PIC X(20).
038100     05  FILLER               PIC X(02) VALUE SPACES.
038200     05  EW-D-GRADE           PIC X(02).
038300     05  FILLER               PIC X(02) VALUE SPACES.
038400     05  EW-D-RATE            PIC ZZ9.9.
038500     05  FILLER               PIC X(02) VALUE SPACES.
038600     05  EW-D-INCIDENTS       PIC ZZ9.
038700     05  EW-D-SUSPENDED       PIC X(01).
038800     05  FILLER               PIC X(02) VALUE SPACES.
038900     05  EW-D-F-COUNT         PIC Z9.
039000     05  FILLER               PIC X(02) VALUE SPACES.
039100     05  EW-D-GPA             PIC X(04).
039200     05  FILLER               PIC X(02) VALUE SPACES.
039300     05  EW-D-ATT-SCORE       PIC 9(01).
039400     05  FILLER               PIC X(01) VALUE SPACES.
039500     05  EW-D-BEH-SCORE       PIC 9(01).
039600     05  FILLER               PIC X(01) VALUE SPACES.
039700     05  EW-D-CRS-SCORE       PIC 9(01).
039800     05  FILLER               PIC X(02) VALUE SPACES.
039900     05  EW-D-WAS             PIC X(08).
040000     05  FILLER               PIC X(02) VALUE SPACES.
040100     05  EW-D-NOW             PIC X(08).
040200 01  EW-GPA-EDIT              PIC 9.99.
040300 01  EW-LEVEL-WORD            PIC X(08).
040400 01  EW-BLDG-TOTAL-LINE.
040500     05  FILLER               PIC X(13) VALUE '  BLDG TOTAL '.
040600     05  EW-BT-SCORED         PIC ZZZZ9.
040700     05  FILLER               PIC X(08) VALUE ' SCORED '.
040800     05  EW-BT-MODERATE       PIC ZZZZ9.
040900     05  FILLER               PIC X(10) VALUE ' MODERATE '.
041000     05  EW-BT-HIGH           PIC ZZZZ9.
041100     05  FILLER               PIC X(06) VALUE ' HIGH '.
041200     05  EW-BT-ROSE           PIC ZZZZ9.
041300     05  FILLER               PIC X(05) VALUE ' ROSE'.
041400 01  RUN-TOTAL-LINE.
041500     05  RT-LABEL             PIC X(44).
041600     05  RT-VALUE             PIC ZZZZ9.
041700 PROCEDURE DIVISION.
041800 MAINLINE.
041900******************************************************************
042000*    STANDALONE MONTHLY ENTRY POINT. LOADS THE STUDENTS IN SCOPE,*
042100*    JOINS IN EACH INDICATOR SOURCE, SCORES, FILES THE MONTH ON  *
042200*    EWIHIST AND PRINTS THE WORKLIST.                            *
042300******************************************************************
042400     perform read-business-date
042500     compute ws-run-month = ws-bus-year * 100 + ws-bus-month
042600     compute ws-oldest-month = ws-run-month - 100
042700     if ws-bus-month < 7
042800         compute ws-ys-year = ws-bus-year - 1
042900     else
043000         move ws-bus-year to ws-ys-year
043100     end-if
043200     move 0701 to ws-ys-mmdd
043300     perform read-threshold-control
043400     perform load-instructional-days
043500     perform load-roster-table
043600     perform load-correction-table
043700     perform tally-absences
043800     perform count-enrolled-days
043900     perform tally-incidents
044000     perform join-progress-failures
044100     perform join-latest-term-gpa
044200     perform join-counselors
044300     perform load-prior-months
044400     perform score-students
044500     perform write-history
044600     perform print-worklist
044700     display 'EARLY WARNING ' ws-run-month
044800         ' - SCORED ' ws-scored-count
044900         ' MODERATE ' ws-moderate-count
045000         ' HIGH ' ws-high-count
045100         ' ROSE ' ws-rose-count
045200     if ws-ctl-rejected = 'Y'
045300         or ws-ewt-full = 'Y'
045400         or ws-corr-full = 'Y'
045600         or ws-prv-full = 'Y'
045700         move 4 to return-code
045800     end-if
045900     stop run
046000     .
046100 READ-THRESHOLD-CONTROL.
046200******************************************************************
046300*    OPTIONAL EWICTL CARD. EVERY FIELD MUST BE NUMERIC AND EACH  *
046400*    HIGH THRESHOLD AT LEAST AS SEVERE AS ITS MODERATE ONE, OR   *
046500*    THE WHOLE CARD IS SET ASIDE AND THE DEFAULTS STAND - A HALF *
046600*    APPLIED CARD WOULD SCORE THE MONTH AGAINST A MIX NOBODY SET.*
046700******************************************************************
046800     open input threshold-control-file
046900     if ws-ewictl-status = '00'
047000         read threshold-control-file next record
047100         if ws-ewictl-status = '00'
047200             if threshold-control-text is numeric
047300                 and ec-att-high not < ec-att-moderate
047400                 and ec-beh-high not < ec-beh-moderate
047500                 and ec-crs-f-high not < ec-crs-f-moderate
047600                 and ec-crs-gpa-high not > ec-crs-gpa-moderate
047700                 and ec-att-moderate > zero
047800                 and ec-beh-moderate > zero
047900                 and ec-crs-f-moderate > zero
048000                 move ec-att-moderate     to ws-att-moderate
048100                 move ec-att-high         to ws-att-high
048200                 move ec-beh-moderate     to ws-beh-moderate
048300                 move ec-beh-high         to ws-beh-high
048400                 move ec-crs-f-moderate   to ws-crs-f-moderate
048500                 move ec-crs-f-high       to ws-crs-f-high
048600                 move ec-crs-gpa-moderate to ws-crs-gpa-moderate
048700                 move ec-crs-gpa-high     to ws-crs-gpa-high
048800             else
048900                 move 'Y' to ws-ctl-rejected
049000                 display 'EWICTL CARD REJECTED - DEFAULT'
049100                     ' THRESHOLDS USED: ' threshold-control-text
049200             end-if
049300         end-if
049400         close threshold-control-file
049500     end-if
049600     .
049700 NOTE-CALENDAR-BUILDING.
049800     move 'N' to ws-calb-found
049900     perform varying ws-calb-row from 1 by 1
050000             until ws-calb-row > ws-calb-count
050100         if ws-calb-school(ws-calb-row) = cal-school-code
050200             move 'Y' to ws-calb-found
050300         end-if
050400     end-perform
050500     if ws-calb-found = 'N'
050600         and ws-calb-count < ws-calb-max
050700         add 1 to ws-calb-count
050800         move cal-school-code to ws-calb-school(ws-calb-count)
050900     end-if
051000     .
051100 SELECT-SCHOOL-CALENDAR.
051200     move spaces to ws-cal-key
051300     perform varying ws-calb-row from 1 by 1
051400             until ws-calb-row > ws-calb-count
051500         if ws-calb-school(ws-calb-row) = ws-cal-for-school
051600             move ws-cal-for-school to ws-cal-key
051700         end-if
051800     end-perform
051900     .
052000 LOAD-INSTRUCTIONAL-DAYS.
052100******************************************************************
052200*    ONLY THIS SCHOOL YEAR'S DAYS THROUGH TODAY CAN COUNT, SO    *
052300*    ONLY THOSE ARE KEPT.                                        *
052400******************************************************************
052500     move zero to ws-calendar-count
052600     open input school-calendar-file
052700     if ws-calendar-status not = '00'
052800         display 'COULD NOT OPEN SCHCALND - STATUS '
052900             ws-calendar-status
053000         move 16 to return-code
053100         stop run
053200     end-if
053300     perform until ws-calendar-status not = '00'
053400         read school-calendar-file next record
053500         if ws-calendar-status = '00'
053600             and (cal-day-type = 'I' or cal-day-type = 'E')
053700             and cal-date not < ws-year-start
053800             and cal-date not > ws-business-date
053900             and ws-calendar-count < ws-calendar-max
054000             add 1 to ws-calendar-count
054100             move cal-date
054200                 to ws-cal-day(ws-calendar-count)
054300             move cal-school-code
054400                 to ws-cal-school(ws-calendar-count)
054500             if cal-school-code not = spaces
054600                 perform note-calendar-building
054700             end-if
054800         end-if
054900     end-perform
055000     close school-calendar-file
055100     .
055200 LOAD-ROSTER-TABLE.
055300******************************************************************
055400*    ENROLLED STUDENTS IN GRADES 06-12. EACH IS MEASURED FROM THE*
055500*    LATER OF JULY 1 AND THEIR ENROLL DATE, SO A MID-YEAR ARRIVAL*
055600*    IS NOT CHARGED WITH DAYS SPENT ELSEWHERE.                   *
055700******************************************************************
055800     move zero to ws-ewt-count
055900     open input roster-file
056000     if ws-roster-file-status not = '00'
056100         display 'COULD NOT OPEN ROSTERVS - STATUS '
056200             ws-roster-file-status
056300         move 16 to return-code
056400         stop run
056500     end-if
056600     perform until ws-roster-file-status not = '00'
056700         read roster-file next record
056800         if ws-roster-file-status = '00'
056900             and st-withdraw-date = zero
057000             and st-grade not < '06'
057100             and st-grade not > '12'
057200             if ws-ewt-count < ws-ewt-max
057300                 add 1 to ws-ewt-count
057400                 move ws-ewt-count to i
057500                 move st-id            to ewt-id(i)
057600                 move st-last-name     to ewt-last-name(i)
057700                 move st-first-name    to ewt-first-name(i)
057800                 move st-grade         to ewt-grade(i)
057900                 move st-school-code   to ewt-school(i)
058000                 move ws-year-start    to ewt-from-date(i)
058100                 if st-enroll-date > ws-year-start
058200                     move st-enroll-date to ewt-from-date(i)
058300                 end-if
058400                 move zero   to ewt-absent(i) ewt-days(i)
058500                                ewt-rate(i) ewt-incidents(i)
058600                                ewt-f-count(i) ewt-term-gpa(i)
058700                                ewt-prev-rank(i)
058800                 move 'N'    to ewt-suspended(i)
058900                                ewt-gpa-on-file(i)
058900                 move '2'    to ewt-cnsl-sort(i)
058900                 move 'UNASSIGNED' to ewt-cnsl-name(i)
058900                 move zero   to ewt-cnsl-id(i)
059000             else
059100                 move 'Y' to ws-ewt-full
059200             end-if
059300         end-if
059400     end-perform
059500     close roster-file
059600     if ws-ewt-full = 'Y'
059700         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-ewt-max
059800     end-if
059900     if ws-ewt-count > 1
060000         sort ewt-row on ascending key ewt-id
060100     end-if
060200     .
060300 LOAD-CORRECTION-TABLE.
060400     move zero to ws-corr-count
060500     open input attendance-file
060600     if ws-attendance-status not = '00'
060700         display 'COULD NOT OPEN ATTNDLOG - STATUS '
060800             ws-attendance-status
060900         move 16 to return-code
061000         stop run
061100     end-if
061200     perform until ws-attendance-status not = '00'
061300         read attendance-file next record
061400         if ws-attendance-status = '00'
061500             and att-correction-flag = 'C'
061600             and att-period = zero
061700             and att-date not < ws-year-start
061800             perform find-correction-row
061900             if ws-corr-row = zero
062000                 if ws-corr-count < ws-corr-max
062100                     add 1 to ws-corr-count
062200                     move ws-corr-count to ws-corr-row
062300                     move att-student-id
062400                         to ws-corr-id(ws-corr-row)
062500                     move att-date to ws-corr-date(ws-corr-row)
062600                 else
062700                     move 'Y' to ws-corr-full
062800                 end-if
062900             end-if
063000             if ws-corr-row not = zero
063100                 move att-status-code
063200                     to ws-corr-status(ws-corr-row)
063300                 move att-excused-flag
063400                     to ws-corr-exc(ws-corr-row)
063500             end-if
063600         end-if
063700     end-perform
063800     close attendance-file
063900     if ws-corr-full = 'Y'
064000         display 'ATTNDLOG - CORRECTION TABLE FULL AT '
064100             ws-corr-max
064200     end-if
064300     .
064400 FIND-CORRECTION-ROW.
064500     move zero to ws-corr-row
064600     perform varying j from 1 by 1 until j > ws-corr-count
064700         if ws-corr-id(j) = att-student-id
064800             and ws-corr-date(j) = att-date
064900             move j to ws-corr-row
065000         end-if
065100     end-perform
065200     .
065300 TALLY-ABSENCES.
065400******************************************************************
065500*    UNEXCUSED PERIOD-00 ABSENCES FROM THE STUDENT'S FROM-DATE   *
065600*    THROUGH TODAY - THE UNCORRECTED DAYS FROM THE LOG, THE      *
065700*    CORRECTED ONES ONCE EACH FROM THE CORRECTION TABLE.         *
065800******************************************************************
065900     open input attendance-file
066000     if ws-attendance-status not = '00'
066100         display 'COULD NOT OPEN ATTNDLOG - STATUS '
066200             ws-attendance-status
066300         move 16 to return-code
066400         stop run
066500     end-if
066600     perform until ws-attendance-status not = '00'
066700         read attendance-file next record
066800         if ws-attendance-status = '00'
066900             and att-status-code = 'A'
067000             and att-period = zero
067100             and att-excused-flag not = 'E'
067200             and att-date not < ws-year-start
067300             and att-date not > ws-business-date
067400             perform find-correction-row
067500             if ws-corr-row = zero
067600                 search all ewt-row
067700                     when ewt-id(ewt-idx) = att-student-id
067800                         if att-date not < ewt-from-date(ewt-idx)
067900                             add 1 to ewt-absent(ewt-idx)
068000                         end-if
068100                 end-search
068200             end-if
068300         end-if
068400     end-perform
068500     close attendance-file
068600     perform varying j from 1 by 1 until j > ws-corr-count
068700         if ws-corr-status(j) = 'A'
068800             and ws-corr-exc(j) not = 'E'
068900             and ws-corr-date(j) not > ws-business-date
069000             search all ewt-row
069100                 when ewt-id(ewt-idx) = ws-corr-id(j)
069200                     if ws-corr-date(j)
069300                         not < ewt-from-date(ewt-idx)
069400                         add 1 to ewt-absent(ewt-idx)
069500                     end-if
069600             end-search
069700         end-if
069800     end-perform
069900     .
070000 COUNT-ENROLLED-DAYS.
070100******************************************************************
070200*    THE INSTRUCTIONAL DAYS FROM EACH STUDENT'S FROM-DATE THROUGH*
070300*    TODAY ON THEIR BUILDING'S CALENDAR, OR THE DISTRICT DEFAULT *
070400*    WHEN THE BUILDING HAS NONE OF ITS OWN, AND THE ABSENCE RATE *
070500*    OVER THEM. NO DAYS YET (THE FIRST WEEK OF A YEAR, OR A      *
070600*    STUDENT WHO STARTS TOMORROW) IS A RATE OF ZERO.             *
070700******************************************************************
070800     perform varying i from 1 by 1 until i > ws-ewt-count
070900         move ewt-school(i) to ws-cal-for-school
071000         perform select-school-calendar
071100         perform varying j from 1 by 1 until j > ws-calendar-count
071200             if ws-cal-day(j) not < ewt-from-date(i)
071300                 and ws-cal-school(j) = ws-cal-key
071400                 add 1 to ewt-days(i)
071500             end-if
071600         end-perform
071700         if ewt-days(i) > zero
071800             compute ewt-rate(i) rounded =
071900                 ewt-absent(i) * 100 / ewt-days(i)
072000         end-if
072100     end-perform
072200     .
072300 TALLY-INCIDENTS.
072400******************************************************************
072500*    EVERY DISCFILE INCIDENT THIS SCHOOL YEAR THROUGH TODAY, AND *
072600*    WHETHER ANY OF THEM ENDED IN A SUSPENSION OR EXPULSION.     *
072700******************************************************************
072800     open input discipline-file
072900     if ws-discfile-status not = '00'
073000         display 'COULD NOT OPEN DISCFILE - STATUS '
073100             ws-discfile-status
073200         move 16 to return-code
073300         stop run
073400     end-if
073500     perform until ws-discfile-status not = '00'
073600         read discipline-file next record
073700         if ws-discfile-status = '00'
073800             and di-incident-date not < ws-year-start
073900             and di-incident-date not > ws-business-date
074000             search all ewt-row
074100                 when ewt-id(ewt-idx) = di-student-id
074200                     if ewt-incidents(ewt-idx) < 999
074300                         add 1 to ewt-incidents(ewt-idx)
074400                     end-if
074500                     if di-action-code = 'SU'
074600                         or di-action-code = 'EX'
074700                         move 'Y' to ewt-suspended(ewt-idx)
074800                     end-if
074900             end-search
075000         end-if
075100     end-perform
075200     close discipline-file
075300     .
075400 JOIN-PROGRESS-FAILURES.
075500******************************************************************
075600*    PASS 1 FINDS THE CURRENT MARKING PERIOD (HIGHEST TERM, THEN *
075700*    HIGHEST MARKING PERIOD ON FILE); PASS 2 COUNTS EACH         *
075800*    STUDENT'S F MARKS IN IT. NO PROGFILE CONTRIBUTES NO F MARKS.*
075900******************************************************************
076000     open input progress-grade-file
076100     if ws-progfile-status = '00'
076200         perform until ws-progfile-status not = '00'
076300             read progress-grade-file next record
076400             if ws-progfile-status = '00'
076500                 if pg-term > ws-cur-term
076600                     move pg-term to ws-cur-term
076700                     move pg-marking-period to ws-cur-marking
076800                 else
076900                     if pg-term = ws-cur-term
077000                         and pg-marking-period > ws-cur-marking
077100                         move pg-marking-period
077200                             to ws-cur-marking
077300                     end-if
077400                 end-if
077500             end-if
077600         end-perform
077700         close progress-grade-file
077800     end-if
077900     if ws-cur-term not = spaces
078000         open input progress-grade-file
078100         if ws-progfile-status = '00'
078200             perform until ws-progfile-status not = '00'
078300                 read progress-grade-file next record
078400                 if ws-progfile-status = '00'
078500                     and pg-term = ws-cur-term
078600                     and pg-marking-period = ws-cur-marking
078700                     and pg-grade-letter = 'F'
078800                     search all ewt-row
078900                         when ewt-id(ewt-idx) = pg-student-id
079000                             if ewt-f-count(ewt-idx) < 99
079100                                 add 1 to ewt-f-count(ewt-idx)
079200                             end-if
079300                     end-search
079400                 end-if
079500             end-perform
079600             close progress-grade-file
079700         end-if
079800     end-if
079900     .
080000 JOIN-LATEST-TERM-GPA.
080100******************************************************************
080200*    GPAHIST READS BACK IN STUDENT/TERM KEY ORDER, SO THE LAST   *
080300*    RECORD SEEN FOR EACH STUDENT IS THE LATEST TERM.            *
080400******************************************************************
080500     open input gpa-history-file
080600     if ws-gpahist-status = '00'
080700         perform until ws-gpahist-status not = '00'
080800             read gpa-history-file next record
080900             if ws-gpahist-status = '00'
081000                 search all ewt-row
081100                     when ewt-id(ewt-idx) = gh-student-id
081200                         move gh-term-gpa
081300                             to ewt-term-gpa(ewt-idx)
081400                         move 'Y' to ewt-gpa-on-file(ewt-idx)
081500                 end-search
081600             end-if
081700         end-perform
081800         close gpa-history-file
081900     end-if
082000     .
082100 JOIN-COUNSELORS.
082200******************************************************************
082300*    EACH STUDENT'S COUNSELOR FROM STUCNSL, REWRITTEN NIGHTLY BY *
082400*    GSCNSL. A STUDENT NOT ON IT, OR ON IT WITH NO COUNSELOR,    *
082400*    SORTS AFTER EVERY COUNSELOR AS 'UNASSIGNED'; NO STUCNSL YET *
082400*    LEAVES THE WORKLIST ONE BLOCK PER BUILDING.                 *
082500******************************************************************
082700     open input student-counselor-file
082800     if ws-stucnsl-status not = '00'
082900         and ws-stucnsl-status not = '35'
083000         display 'COULD NOT OPEN STUCNSL - STATUS '
083100             ws-stucnsl-status
083200         move 16 to return-code
083300         stop run
083400     end-if
083500     if ws-stucnsl-status = '00'
083600         perform until ws-stucnsl-status not = '00'
083700             read student-counselor-file next record
083800             if ws-stucnsl-status = '00'
083800                 and sc-counselor-id not = zero
083900                 search all ewt-row
084000                     when ewt-id(ewt-idx) = sc-student-id
084100                         move '1' to ewt-cnsl-sort(ewt-idx)
084200                         move sc-counselor-name
084300                             to ewt-cnsl-name(ewt-idx)
084400                         move sc-counselor-id
084500                             to ewt-cnsl-id(ewt-idx)
084600                 end-search
085500             end-if
085600         end-perform
085700         close student-counselor-file
085800     end-if
086200     .
086300 LOAD-PRIOR-MONTHS.
086400******************************************************************
086500*    NO EWIHIST YET (BEFORE THE FIRST MONTH EVER RUN) IS AN EMPTY*
086600*    FILE - EVERY STUDENT IS THEN ON THEIR FIRST MONTH.          *
086700******************************************************************
086800     move zero to ws-prv-count
086900     open input ewi-history-file
087000     if ws-ewihist-status not = '00'
087100         and ws-ewihist-status not = '35'
087200         display 'COULD NOT OPEN EWIHIST - STATUS '
087300             ws-ewihist-status
087400         move 16 to return-code
087500         stop run
087600     end-if
087700     if ws-ewihist-status = '00'
087800         perform until ws-ewihist-status not = '00'
087900             read ewi-history-file next record
088000             if ws-ewihist-status = '00'
088100                 and eh-run-month < ws-run-month
088200                 and eh-run-month not < ws-oldest-month
088300                 if ws-prv-count < ws-prv-max
088400                     add 1 to ws-prv-count
088500                     move eh-student-id
088600                         to prv-student(ws-prv-count)
088700                     move eh-run-month
088800                         to prv-month(ws-prv-count)
088900                     move ws-prv-count to prv-seq(ws-prv-count)
089000                     move eh-risk-level
089100                         to prv-level(ws-prv-count)
089200                 else
089300                     move 'Y' to ws-prv-full
089400                 end-if
089500             end-if
089600         end-perform
089700         close ewi-history-file
089800     end-if
089900     if ws-prv-full = 'Y'
090000         display 'EWIHIST - HISTORY TABLE FULL AT ' ws-prv-max
090100     end-if
090200     if ws-prv-count > 1
090300         sort prv-row on ascending key prv-student prv-month
090400             prv-seq
090500         move zero to j
090600         perform varying i from 1 by 1 until i > ws-prv-count
090700             if i = ws-prv-count
090800                 or prv-student(i) not = prv-student(i + 1)
090900                 add 1 to j
091000                 move prv-row(i) to prv-row(j)
091100             end-if
091200         end-perform
091300         move j to ws-prv-count
091400     end-if
091500     .
091600 SCORE-STUDENTS.
091700******************************************************************
091800*    THE THREE INDICATOR SCORES, THE RISK LEVEL AND THE LEVEL    *
091900*    LAST MONTH (RANK 0 WHEN THERE IS NONE). RANKS ARE 1 LOW,    *
092000*    2 MODERATE, 3 HIGH SO A RISE IS A HIGHER RANK.              *
092100******************************************************************
092200     perform varying i from 1 by 1 until i > ws-ewt-count
092300         move zero to ewt-att-score(i)
092400         if ewt-rate(i) not < ws-att-high
092500             move 2 to ewt-att-score(i)
092600         else
092700             if ewt-rate(i) not < ws-att-moderate
092800                 move 1 to ewt-att-score(i)
092900             end-if
093000         end-if
093100         move zero to ewt-beh-score(i)
093200         if ewt-incidents(i) not < ws-beh-high
093300             or ewt-suspended(i) = 'Y'
093400             move 2 to ewt-beh-score(i)
093500         else
093600             if ewt-incidents(i) not < ws-beh-moderate
093700                 move 1 to ewt-beh-score(i)
093800             end-if
093900         end-if
094000         move zero to ewt-crs-score(i)
094100         if ewt-f-count(i) not < ws-crs-f-high
094200             move 2 to ewt-crs-score(i)
094300         else
094400             if ewt-f-count(i) not < ws-crs-f-moderate
094500                 move 1 to ewt-crs-score(i)
094600             end-if
094700         end-if
094800         if ewt-gpa-on-file(i) = 'Y'
094900             move zero to ws-course-score
095000             if ewt-term-gpa(i) < ws-crs-gpa-high
095100                 move 2 to ws-course-score
095200             else
095300                 if ewt-term-gpa(i) < ws-crs-gpa-moderate
095400                     move 1 to ws-course-score
095500                 end-if
095600             end-if
095700             if ws-course-score > ewt-crs-score(i)
095800                 move ws-course-score to ewt-crs-score(i)
095900             end-if
096000         end-if
096100         move zero to ws-flagged
096200         if ewt-att-score(i) > zero
096300             add 1 to ws-flagged
096400         end-if
096500         if ewt-beh-score(i) > zero
096600             add 1 to ws-flagged
096700         end-if
096800         if ewt-crs-score(i) > zero
096900             add 1 to ws-flagged
097000         end-if
097100         evaluate true
097200             when ewt-att-score(i) = 2
097300               or ewt-beh-score(i) = 2
097400               or ewt-crs-score(i) = 2
097500               or ws-flagged > 1
097600                 move 'H' to ewt-level(i)
097700                 move 3 to ewt-level-rank(i)
097800                 add 1 to ws-high-count
097900             when ws-flagged = 1
098000                 move 'M' to ewt-level(i)
098100                 move 2 to ewt-level-rank(i)
098200                 add 1 to ws-moderate-count
098300             when other
098400                 move 'L' to ewt-level(i)
098500                 move 1 to ewt-level-rank(i)
098600                 add 1 to ws-low-count
098700         end-evaluate
098800         add 1 to ws-scored-count
098900         search all prv-row
099000             when prv-student(prv-idx) = ewt-id(i)
099100                 evaluate prv-level(prv-idx)
099200                     when 'H'
099300                         move 3 to ewt-prev-rank(i)
099400                     when 'M'
099500                         move 2 to ewt-prev-rank(i)
099600                     when other
099700                         move 1 to ewt-prev-rank(i)
099800                 end-evaluate
099900         end-search
100000         evaluate true
100100             when ewt-prev-rank(i) = zero
100200                 add 1 to ws-new-count
100300             when ewt-level-rank(i) < ewt-prev-rank(i)
100400                 add 1 to ws-fell-count
100500         end-evaluate
100700     end-perform
100800     .
103700 WRITE-HISTORY.
103800******************************************************************
103900*    ONE EWIHIST ROW PER STUDENT SCORED. THE FILE IS EXTENDED;   *
104000*    THE FIRST MONTH EVER RUN CREATES IT.                        *
104100******************************************************************
104200     open extend ewi-history-file
104300     if ws-ewihist-status = '35'
104400         open output ewi-history-file
104500     end-if
104600     if ws-ewihist-status not = '00'
104700         display 'COULD NOT OPEN EWIHIST - STATUS '
104800             ws-ewihist-status
104900         move 16 to return-code
105000         stop run
105100     end-if
105200     perform varying i from 1 by 1 until i > ws-ewt-count
105300         move spaces            to ewi-history-record
105400         move ewt-id(i)         to eh-student-id
105500         move ws-run-month      to eh-run-month
105600         move ewt-school(i)     to eh-school-code
105700         move ewt-grade(i)      to eh-grade
105800         move ewt-rate(i)       to eh-absence-rate
105900         move ewt-incidents(i)  to eh-incidents
106000         move ewt-suspended(i)  to eh-suspended
106100         move ewt-f-count(i)    to eh-f-count
106200         move ewt-term-gpa(i)   to eh-term-gpa
106300         move ewt-gpa-on-file(i) to eh-gpa-on-file
106400         move ewt-att-score(i)  to eh-att-score
106500         move ewt-beh-score(i)  to eh-beh-score
106600         move ewt-crs-score(i)  to eh-crs-score
106700         move ewt-level(i)      to eh-risk-level
106800         move ws-business-date  to eh-run-date
106900         write ewi-history-record
107000     end-perform
107100     close ewi-history-file
107200     .
107300 PRINT-WORKLIST.
107400******************************************************************
107500*    BUILDING BY BUILDING, COUNSELOR BY COUNSELOR, THE STUDENTS  *
107600*    WHOSE LEVEL ROSE (OR WHO START AT MODERATE OR HIGH), WITH A *
107700*    TOTAL LINE FOR EVERY STUDENT SCORED IN THE BUILDING.        *
107800******************************************************************
107900     open output worklist-rpt
108000     if ws-ewirpt-status not = '00'
108100         display 'COULD NOT OPEN EWIRPT - STATUS '
108200             ws-ewirpt-status
108300         move 16 to return-code
108400         stop run
108500     end-if
108600     if ws-ewt-count > 1
108700         sort ewt-row on ascending key ewt-school ewt-cnsl-sort
108800             ewt-cnsl-name ewt-cnsl-id ewt-last-name
108900             ewt-first-name
109000     end-if
109100     write worklist-line from bus-date-heading
109200     move ws-run-month to ew-h-month
109300     write worklist-line from ew-heading
109400     move ws-att-moderate     to ew-t-att-mod
109500     move ws-att-high         to ew-t-att-high
109600     move ws-beh-moderate     to ew-t-beh-mod
109700     move ws-beh-high         to ew-t-beh-high
109800     move ws-crs-f-moderate   to ew-t-f-mod
109900     move ws-crs-f-high       to ew-t-f-high
110000     move ws-crs-gpa-moderate to ew-t-gpa-mod
110100     move ws-crs-gpa-high     to ew-t-gpa-high
110200     write worklist-line from ew-threshold-line
110300     move spaces to ws-prev-school
110400     perform varying i from 1 by 1 until i > ws-ewt-count
110500         if ewt-school(i) not = ws-prev-school
110600             if ws-prev-school not = spaces
110700                 perform write-building-total
110800             end-if
110900             move ewt-school(i) to ws-prev-school
111000             move spaces to ws-prev-cnsl
111100             move zero to ws-bldg-scored ws-bldg-moderate
111200                          ws-bldg-high ws-bldg-rose
111300             move spaces to worklist-line
111400             write worklist-line
111500             move ewt-school(i) to ew-hb-school
111600             write worklist-line from ew-bldg-heading
111700         end-if
111800         add 1 to ws-bldg-scored
111900         if ewt-level(i) = 'M'
112000             add 1 to ws-bldg-moderate
112100         end-if
112200         if ewt-level(i) = 'H'
112300             add 1 to ws-bldg-high
112400         end-if
112500         if ewt-level-rank(i) > ewt-prev-rank(i)
112600             and ewt-level-rank(i) > 1
112700             perform write-worklist-entry
112800         end-if
112900     end-perform
113000     if ws-prev-school not = spaces
113100         perform write-building-total
113200     end-if
113300     if ws-ewt-count = zero
113400         move 'NO ENROLLED STUDENTS IN GRADES 06-12'
113500             to worklist-line
113600         write worklist-line
113700     end-if
113800     move spaces to worklist-line
113900     write worklist-line
114000     move 'STUDENTS SCORED' to rt-label
114100     move ws-scored-count to rt-value
114200     write worklist-line from run-total-line
114300     move 'RISK LOW' to rt-label
114400     move ws-low-count to rt-value
114500     write worklist-line from run-total-line
114600     move 'RISK MODERATE' to rt-label
114700     move ws-moderate-count to rt-value
114800     write worklist-line from run-total-line
114900     move 'RISK HIGH' to rt-label
115000     move ws-high-count to rt-value
115100     write worklist-line from run-total-line
115200     move 'RISK ROSE - ON THE WORKLIST' to rt-label
115300     move ws-rose-count to rt-value
115400     write worklist-line from run-total-line
115500     move 'RISK FELL' to rt-label
115600     move ws-fell-count to rt-value
115700     write worklist-line from run-total-line
115800     move 'FIRST MONTH SCORED' to rt-label
115900     move ws-new-count to rt-value
116000     write worklist-line from run-total-line
116100     move 'ON THE WORKLIST WITH NO COUNSELOR' to rt-label
116200     move ws-unassigned-count to rt-value
116300     write worklist-line from run-total-line
116400     close worklist-rpt
116500     .
116600 WRITE-WORKLIST-ENTRY.
116700     move ewt-cnsl-sort(i) to ws-this-cnsl
116800     move ewt-cnsl-name(i) to ws-this-cnsl(2:30)
116900     move ewt-cnsl-id(i)   to ws-this-cnsl(32:5)
117000     if ws-this-cnsl not = ws-prev-cnsl
117100         move ws-this-cnsl to ws-prev-cnsl
117200         move spaces to ew-hc-id
117300         if ewt-cnsl-sort(i) = '1'
117400             move ewt-cnsl-id(i) to ew-hc-id
117500         end-if
117600         move ewt-cnsl-name(i) to ew-hc-name
117700         write worklist-line from ew-cnsl-heading
117800         write worklist-line from ew-column-heading
117900     end-if
118000     add 1 to ws-rose-count
118100     add 1 to ws-bldg-rose
118200     if ewt-cnsl-sort(i) = '2'
118300         add 1 to ws-unassigned-count
118400     end-if
118500     move ewt-id(i)          to ew-d-id
118600     move ewt-last-name(i)   to ew-d-last-name
118700     move ewt-grade(i)       to ew-d-grade
118800     move ewt-rate(i)        to ew-d-rate
118900     move ewt-incidents(i)   to ew-d-incidents
119000     move space to ew-d-suspended
119100     if ewt-suspended(i) = 'Y'
119200         move 'S' to ew-d-suspended
119300     end-if
119400     move ewt-f-count(i)     to ew-d-f-count
119500     move '----' to ew-d-gpa
119600     if ewt-gpa-on-file(i) = 'Y'
119700         move ewt-term-gpa(i) to ew-gpa-edit
119800         move ew-gpa-edit to ew-d-gpa
119900     end-if
120000     move ewt-att-score(i)   to ew-d-att-score
120100     move ewt-beh-score(i)   to ew-d-beh-score
120200     move ewt-crs-score(i)   to ew-d-crs-score
120300     move ewt-prev-rank(i) to j
120400     perform set-level-word
120500     move ew-level-word to ew-d-was
120600     move ewt-level-rank(i) to j
120700     perform set-level-word
120800     move ew-level-word to ew-d-now
120900     write worklist-line from ew-detail-line
121000     .
121100 SET-LEVEL-WORD.
121200     evaluate j
121300         when 3
121400             move 'HIGH' to ew-level-word
121500         when 2
121600             move 'MODERATE' to ew-level-word
121700         when 1
121800             move 'LOW' to ew-level-word
121900         when other
122000             move 'NEW' to ew-level-word
122100     end-evaluate
122200     .
122300 WRITE-BUILDING-TOTAL.
122400     move ws-bldg-scored   to ew-bt-scored
122500     move ws-bldg-moderate to ew-bt-moderate
122600     move ws-bldg-high     to ew-bt-high
122700     move ws-bldg-rose     to ew-bt-rose
122800     write worklist-line from ew-bldg-total-line
122900     .
123000 READ-BUSINESS-DATE.
123100******************************************************************
123200*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
123300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
123400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
123500******************************************************************
123600     open input business-date-file
123700     if ws-busdate-status not = '00'
123800         display 'COULD NOT OPEN BUSDATE - STATUS '
123900             ws-busdate-status
124000         move 16 to return-code
124100         stop run
124200     end-if
124300     read business-date-file next record
124400     if ws-busdate-status not = '00'
124500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
124600             ws-busdate-status
124700         move 16 to return-code
124800         stop run
124900     end-if
125000     close business-date-file
125100     move bd-business-date to ws-business-date
125200     if bd-override-date not = zero
125300         move bd-override-date to ws-business-date
125400         move 'Y' to ws-bus-date-override
125500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
125600             bd-override-date ' SET BY ' bd-override-operator
125700         display '    REASON: ' bd-override-reason
125800     end-if
125900     move ws-business-date to bdh-date
126000     if ws-bus-date-override = 'Y'
126100         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
126200             to bdh-override
126300     end-if
126400     .
