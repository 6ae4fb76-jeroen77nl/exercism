000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSTRIP.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    FIELD TRIPS. A TRIP (TRIPMAST, COPY TRIPREC) IS DEFINED BY  *
000900*    ITS SPONSOR ON A 'T' CARD FOR A HOMEROOM (GRADE, OPTIONALLY *
001000*    ONE SECTION) OR FOR A CLASS (A MSTSCHED COURSE SECTION);    *
001100*    THE PARTICIPANT LIST (TRIPPART, COPY TRPPREC) IS GENERATED  *
001200*    FROM ROSTERVS OR STSCHED WHEN THE TRIP IS DEFINED. THE      *
001300*    NIGHTLY RUN, AFTER GSNIGHT:                                 *
001400*      1. APPLIES THE DAY'S TRIPTRN CARDS - TRIPS DEFINED,       *
001500*         CHANGED OR CANCELLED, STUDENTS ADDED OR REMOVED,       *
001600*         PERMISSION SLIPS RECEIVED OR DECLINED, AND STUDENTS    *
001700*         WHO DID NOT GO. BOTH FILES ARE REWRITTEN WHOLE.        *
001800*      2. POSTS THE TRIP DAY. FOR EVERY OPEN TRIP DATED TODAY OR *
001900*         EARLIER, EACH STUDENT WHO WENT (SLIP RECEIVED, NOT     *
002000*         REMOVED, NOT MARKED MISSED) AND WHOSE DAY IS STILL     *
002100*         ABSENT OR UNPOSTED ON ATTNDVS IS SUPERSEDED WITH A 'P' *
002200*         / REASON 'FT' (FIELD TRIP) CORRECTION ON BOTH ATTNDLOG *
002300*         AND ATTNDVS, AS GSHMBND CREDITS A HOMEBOUND WEEK. ONLY *
002400*         A SCHOOL DAY ON THE STUDENT'S BUILDING CALENDAR IS     *
002500*         POSTED. THE TRIP IS THEN CLOSED ('A').                 *
002600*      3. PRINTS THE PRE-DEPARTURE TRIP ROSTER (TRIPRPT) OF      *
002700*         EVERY OPEN TRIP DATED TODAY OR LATER, BY BUILDING AND  *
002800*         DATE, FLAGGING FOR EACH STUDENT: NO PERMISSION SLIP,   *
002900*         EVERY CONDFILE CONDITION, EVERY STANDING MEDORDR DOSE  *
003000*         SCHEDULED BETWEEN DEPARTURE AND RETURN ON THE TRIP     *
003100*         DATE, EVERY PROHIBITED PERSON ON PICKAUTH WITH THE     *
003200*         COURT ORDER, AND A DISCFILE SUSPENSION OR EXPULSION    *
003300*         IN FORCE ON THE TRIP DATE.                             *
003400*    RETURN CODES: 0 CLEAN, 4 A CARD REJECTED, A TABLE CUT SHORT *
003500*    OR THE TRIP DAY COULD NOT BE POSTED (RETRIED NEXT RUN), 16  *
003600*    A FILE THAT COULD NOT BE READ OR WRITTEN, 20 GSNIGHT HAS    *
003700*    NOT ENDED CLEANLY FOR THE BUSINESS DATE. SEE JCL/GSTRIP.JCL.*
003800******************************************************************
003900*    MOD-LOG
004000*    DATE       INIT  DESCRIPTION
004100*    2026-10-15  RVM  ORIGINAL VERSION.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BUSDATE-STATUS.
004900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RUNCTL-STATUS.
005200     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS ST-ID
005600         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005700     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TEACHFIL-STATUS.
006000     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-MSTSCHED-STATUS.
006300     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STSCHED-STATUS.
006600     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO SCHCALND
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CALENDAR-STATUS.
006900     SELECT CONDITION-FILE ASSIGN TO CONDFILE
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CONDFILE-STATUS.
007200     SELECT MED-ORDER-FILE ASSIGN TO MEDORDR
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-MEDORDR-STATUS.
007500     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PICKAUTH-STATUS.
007800     SELECT DISCIPLINE-FILE ASSIGN TO DISCFILE
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-DISCFILE-STATUS.
008100     SELECT TRIP-MASTER-FILE ASSIGN TO TRIPMAST
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-TRIPMAST-STATUS.
008400     SELECT TRIP-PARTICIPANT-FILE ASSIGN TO TRIPPART
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-TRIPPART-STATUS.
008700     SELECT TRANSACTION-FILE ASSIGN TO TRIPTRN
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-TRIPTRN-STATUS.
009000     SELECT ATTENDANCE-FILE ASSIGN TO ATTNDLOG
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-ATTENDANCE-STATUS.
009300     SELECT ATTEND-VSAM-FILE ASSIGN TO ATTNDVS
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS AV-KEY
009700         FILE STATUS IS WS-ATTVSAM-STATUS.
009800     SELECT TRIP-RPT ASSIGN TO TRIPRPT
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-TRIPRPT-STATUS.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  BUSINESS-DATE-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  BUSINESS-DATE-RECORD.
010600     COPY BDATREC.
010700 FD  RUN-CONTROL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  RUN-CONTROL-RECORD          PIC X(50).
011000 FD  ROSTER-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  ROSTER-FILE-RECORD.
011300     COPY ROSTERREC.
011400 FD  TEACHER-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  TEACHER-FILE-RECORD.
011700     COPY TEACHASN.
011800 FD  MASTER-SCHEDULE-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  MASTER-SCHEDULE-RECORD.
012100     COPY MSTSREC.
012200 FD  STUDENT-SCHEDULE-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  STUDENT-SCHEDULE-RECORD.
012500     COPY STSCREC.
012600 FD  SCHOOL-CALENDAR-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  CALENDAR-RECORD.
012900     COPY CALNREC.
013000 FD  CONDITION-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  CONDITION-RECORD.
013300     COPY CONDREC.
013400 FD  MED-ORDER-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  MED-ORDER-RECORD.
013700     COPY MEDOREC.
013800 FD  PICKUP-AUTH-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  PICKUP-AUTH-RECORD.
014100     COPY PICKREC.
014200 FD  DISCIPLINE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  DISCIPLINE-RECORD.
014500     COPY DISCREC.
014600 FD  TRIP-MASTER-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  TRIP-MASTER-RECORD.
014900     COPY TRIPREC.
015000 FD  TRIP-PARTICIPANT-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  TRIP-PARTICIPANT-RECORD.
015300     COPY TRPPREC.
015400******************************************************************
015500*    TRIPTRN - THE SPONSORS' CARDS. COL 1 ACTION, COLS 2-7 TRIP  *
015600*    ID, THEN BY ACTION:                                         *
015700*      'T' DEFINE A TRIP, OR CHANGE AN OPEN ONE:                 *
015800*          COLS  8-15 TRIP DATE        COLS 29-32 BUILDING       *
015900*          COLS 16-19 DEPART (HHMM)    COLS 33-34 GRADE          *
016000*          COLS 20-23 RETURN (HHMM)    COL  35    SECTION        *
016100*          COLS 24-28 SPONSOR TEACHER  COLS 36-41 COURSE CODE    *
016200*          COLS 44-73 DESTINATION      COLS 42-43 COURSE SECTION *
016300*          A HOMEROOM TRIP GIVES THE GRADE (AND SECTION, OR      *
016400*          SPACE FOR THE WHOLE GRADE), A CLASS TRIP THE COURSE   *
016500*          AND SECTION. ON A CHANGE, A ZERO OR BLANK FIELD KEEPS *
016600*          WHAT IS ON FILE; THE BUILDING AND GROUP CANNOT CHANGE.*
016700*      'X' CANCEL THE TRIP.                                      *
016800*      'A' ADD A STUDENT, 'R' REMOVE A STUDENT, 'S' SIGNED SLIP  *
016900*          RECEIVED, 'D' GUARDIAN DECLINED, 'M' PERMITTED BUT    *
017000*          DID NOT GO (ON OR AFTER THE TRIP DATE):               *
017100*          COLS  8-14 STUDENT ID                                 *
017200*          COLS 15-22 DATE THE SLIP CAME IN ('S' ONLY - ZERO OR  *
017300*                     BLANK FOR TODAY)                           *
017400******************************************************************
017500 FD  TRANSACTION-FILE
017600     LABEL RECORDS ARE STANDARD.
017700 01  TRANSACTION-RECORD.
017800     05  TR-ACTION               PIC X(01).
017900     05  TR-TRIP-ID              PIC X(06).
018000     05  TR-TRIP-DATA.
018100         10  TR-TRIP-DATE        PIC 9(08).
018200         10  TR-DEPART-TIME      PIC 9(04).
018300         10  TR-RETURN-TIME      PIC 9(04).
018400         10  TR-TEACHER-ID       PIC 9(05).
018500         10  TR-SCHOOL-CODE      PIC X(04).
018600         10  TR-GRADE            PIC X(02).
018700         10  TR-SECTION          PIC X(01).
018800         10  TR-COURSE-CODE      PIC X(06).
018900         10  TR-COURSE-SECTION   PIC 9(02).
019000         10  TR-DESTINATION      PIC X(30).
019100         10  FILLER              PIC X(07).
019200     05  TR-STUDENT-DATA REDEFINES TR-TRIP-DATA.
019300         10  TR-STUDENT-ID       PIC 9(07).
019400         10  TR-SLIP-DATE        PIC 9(08).
019500         10  FILLER              PIC X(58).
019600 FD  ATTENDANCE-FILE
019700     LABEL RECORDS ARE STANDARD.
019800 01  ATTENDANCE-RECORD.
019900     COPY ATTNDREC.
020000 FD  ATTEND-VSAM-FILE
020100     LABEL RECORDS ARE STANDARD.
020200 01  ATTEND-VSAM-RECORD.
020300     COPY ATTVSREC.
020400 FD  TRIP-RPT
020500     LABEL RECORDS ARE STANDARD.
020600 01  TRIP-LINE                   PIC X(110).
020700 WORKING-STORAGE SECTION.
020800******************************************************************
020900*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
021000*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
021100*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
021200*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
021300*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
021400*    HAVE POSTED THE DAY'S ATTENDANCE BEFORE A TRIP DAY IS.      *
021500******************************************************************
021600 01  RUN-CONTROL-EVENT.
021700     COPY JRUNREC.
021800 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSTRIP  '.
021900 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
022000 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
022100     'GSNIGHT                 '.
022200 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
022300     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
022400 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
022500 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
022600 01  WS-RUNCTL-STATUS         PIC X(02).
022700 01  WS-RUN-BUS-DATE          PIC 9(08).
022800 01  WS-RUN-PX                PIC 9(02).
022900 01  WS-RUN-PRED-STATE        PIC X.
023000 01  WS-RUN-BLOCKER           PIC X(08).
023100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
023200 01  WS-TEACHFIL-STATUS       PIC X(02).
023300 01  WS-MSTSCHED-STATUS       PIC X(02).
023400 01  WS-STSCHED-STATUS        PIC X(02).
023500 01  WS-CALENDAR-STATUS       PIC X(02).
023600 01  WS-CONDFILE-STATUS       PIC X(02).
023700 01  WS-MEDORDR-STATUS        PIC X(02).
023800 01  WS-PICKAUTH-STATUS       PIC X(02).
023900 01  WS-DISCFILE-STATUS       PIC X(02).
024000 01  WS-TRIPMAST-STATUS       PIC X(02).
024100 01  WS-TRIPPART-STATUS       PIC X(02).
024200 01  WS-TRIPTRN-STATUS        PIC X(02).
024300 01  WS-ATTENDANCE-STATUS     PIC X(02).
024400 01  WS-ATTVSAM-STATUS        PIC X(02).
024500 01  WS-TRIPRPT-STATUS        PIC X(02).
024600 01  i                        PIC 9(05).
024700 01  j                        PIC 9(05).
024800 01  k                        PIC 9(05).
024900******************************************************************
025000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
025100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
025200******************************************************************
025300 01  WS-BUSDATE-STATUS        PIC X(02).
025400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
025500 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
025600 01  BUS-DATE-HEADING.
025700     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
025800     05  BDH-DATE             PIC 9(08).
025900     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
026000******************************************************************
026100*    THE REASON CODE A TRIP DAY IS POSTED UNDER (ABSREASN TABLE  *
026200*    OF CODETBL).                                                *
026300******************************************************************
026400 77  WS-TRIP-REASON           PIC X(02) VALUE 'FT'.
026500******************************************************************
026600*    EVERY ENROLLED STUDENT ON ROSTERVS, IN ID ORDER.            *
026700******************************************************************
026800 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
026900 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
027000 01  RST-TABLE.
027100     05  RST-ROW              OCCURS 0 TO 2000 TIMES
027200                              DEPENDING ON WS-RST-COUNT
027300                              ASCENDING KEY IS RST-ID
027400                              INDEXED BY RST-IDX.
027500         10  RST-ID           PIC 9(07).
027600         10  RST-LAST-NAME    PIC X(30).
027700         10  RST-FIRST-NAME   PIC X(20).
027800         10  RST-SCHOOL       PIC X(04).
027900         10  RST-GRADE        PIC X(02).
028000         10  RST-SECTION      PIC X(01).
028100 01  WS-RST-FULL              PIC X VALUE 'N'.
028200 01  WS-RST-ROW               PIC 9(05).
028300******************************************************************
028400*    THE TEACHERS OF TEACHFIL AND THE SECTIONS OF MSTSCHED - A   *
028500*    SPONSOR MUST TEACH AT THE TRIP'S BUILDING ON ONE OR THE     *
028600*    OTHER, AND A CLASS TRIP'S SECTION MUST BE ON MSTSCHED.      *
028700******************************************************************
028800 77  WS-TCH-MAX               PIC 9(04) VALUE 0500.
028900 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
029000 01  WS-TCH-TABLE.
029100     05  WS-TCH-ENTRY         OCCURS 500 TIMES.
029200         10  WS-TCH-ID        PIC 9(05).
029300         10  WS-TCH-LAST      PIC X(30).
029400         10  WS-TCH-FIRST     PIC X(20).
029500         10  WS-TCH-SCHOOL    PIC X(04).
029600 01  WS-TCH-FULL              PIC X VALUE 'N'.
029700 77  WS-MSS-MAX               PIC 9(04) VALUE 2000.
029800 01  WS-MSS-COUNT             PIC 9(04) VALUE ZERO.
029900 01  WS-MSS-TABLE.
030000     05  WS-MSS-ENTRY         OCCURS 2000 TIMES.
030100         10  WS-MSS-SCHOOL    PIC X(04).
030200         10  WS-MSS-COURSE    PIC X(06).
030300         10  WS-MSS-SECTION   PIC 9(02).
030400         10  WS-MSS-TEACHER   PIC 9(05).
030500 01  WS-MSS-FULL              PIC X VALUE 'N'.
030600******************************************************************
030700*    THE SCHOOL DAYS ('I' AND 'E' ROWS) OF SCHCALND, BY CALENDAR *
030800*    AND DATE. WS-CALB-TABLE IS THE BUILDINGS THAT HAVE A        *
030900*    CALENDAR OF THEIR OWN; SELECT-SCHOOL-CALENDAR TURNS A       *
031000*    BUILDING (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON   *
031100*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
031200******************************************************************
031300 77  WS-CAL-MAX               PIC 9(04) VALUE 4000.
031400 01  WS-CAL-COUNT             PIC 9(04) VALUE ZERO.
031500 01  CAL-TABLE.
031600     05  CAL-ROW              OCCURS 0 TO 4000 TIMES
031700                              DEPENDING ON WS-CAL-COUNT
031800                              ASCENDING KEY IS CAL-SCHOOL CAL-DAY
031900                              INDEXED BY CAL-IDX.
032000         10  CAL-SCHOOL       PIC X(04).
032100         10  CAL-DAY          PIC 9(08).
032200 01  WS-CAL-FULL              PIC X VALUE 'N'.
032300 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
032400 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
032500 01  WS-CALB-TABLE.
032600     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
032700 01  WS-CALB-ROW              PIC 9(02).
032800 01  WS-CALB-FOUND            PIC X.
032900 01  WS-CAL-FOR-SCHOOL        PIC X(04).
033000 01  WS-CAL-KEY               PIC X(04).
033100 01  WS-CAL-ROW               PIC 9(04).
033200 01  WS-SCHOOL-DAY            PIC X.
033300 01  WS-YEAR-START            PIC 9(08).
033400 01  WS-DAYS-SEEN             PIC 9(03).
033500******************************************************************
033600*    THE TRIP MASTER, IN TRIP ID ORDER FOR THE SEARCH ALL WHILE  *
033700*    THE CARDS POST, RE-SORTED BY BUILDING AND DATE TO PRINT.    *
033800******************************************************************
033900 77  WS-TRP-MAX               PIC 9(04) VALUE 0500.
034000 01  WS-TRP-COUNT             PIC 9(04) VALUE ZERO.
034100 01  TRP-TABLE.
034200     05  TRP-ROW              OCCURS 0 TO 500 TIMES
034300                              DEPENDING ON WS-TRP-COUNT
034400                              ASCENDING KEY IS TRP-ID
034500                              INDEXED BY TRP-IDX.
034600         10  TRP-ID           PIC X(06).
034700         10  TRP-SCHOOL       PIC X(04).
034800         10  TRP-DATE         PIC 9(08).
034900         10  TRP-DEPART       PIC 9(04).
035000         10  TRP-RETURN       PIC 9(04).
035100         10  TRP-TEACHER      PIC 9(05).
035200         10  TRP-GRADE        PIC X(02).
035300         10  TRP-SECTION      PIC X(01).
035400         10  TRP-COURSE       PIC X(06).
035500         10  TRP-COURSE-SECT  PIC 9(02).
035600         10  TRP-DESTINATION  PIC X(30).
035700         10  TRP-STATUS       PIC X(01).
035800         10  TRP-CREATED      PIC 9(08).
035900         10  TRP-POSTED       PIC 9(08).
036000 01  WS-TRP-FULL              PIC X VALUE 'N'.
036100 01  WS-TRP-ROW               PIC 9(04).
036200******************************************************************
036300*    THE PARTICIPANTS, IN TRIP AND STUDENT ORDER. A NEW TRIP'S   *
036400*    LIST IS ADDED AT THE END AND THE TABLE RE-SORTED.           *
036500******************************************************************
036600 77  WS-PRT-MAX               PIC 9(05) VALUE 08000.
036700 01  WS-PRT-COUNT             PIC 9(05) VALUE ZERO.
036800 01  PRT-TABLE.
036900     05  PRT-ROW              OCCURS 0 TO 8000 TIMES
037000                              DEPENDING ON WS-PRT-COUNT
037100                              ASCENDING KEY IS PRT-TRIP
037200                                               PRT-STUDENT
037300                              INDEXED BY PRT-IDX.
037400         10  PRT-TRIP         PIC X(06).
037500         10  PRT-STUDENT      PIC 9(07).
037600         10  PRT-SOURCE       PIC X(01).
037700         10  PRT-PERMISSION   PIC X(01).
037800         10  PRT-SLIP-DATE    PIC 9(08).
037900         10  PRT-STATUS       PIC X(01).
038000         10  PRT-ATT-POSTED   PIC X(01).
038100 01  WS-PRT-FULL              PIC X VALUE 'N'.
038200 01  WS-PRT-ROW               PIC 9(05).
038300 01  WS-PRT-ADDED             PIC 9(05).
038400******************************************************************
038500*    THE ALERT SOURCES FOR THE ROSTER - EVERY CONDFILE CONDITION,*
038600*    EVERY STANDING MEDICATION ORDER, EVERY PROHIBITED PERSON    *
038700*    ('P') ON PICKAUTH, AND EVERY SUSPENSION ('SU') OR EXPULSION *
038800*    ('EX') ON DISCFILE.                                         *
038900******************************************************************
039000 77  WS-CND-MAX               PIC 9(04) VALUE 3000.
039100 01  WS-CND-COUNT             PIC 9(04) VALUE ZERO.
039200 01  WS-CND-TABLE.
039300     05  WS-CND-ENTRY         OCCURS 3000 TIMES.
039400         10  WS-CND-STUDENT   PIC 9(07).
039500         10  WS-CND-CODE      PIC X(03).
039600         10  WS-CND-SEVERITY  PIC X(01).
039700         10  WS-CND-ACTION    PIC X(30).
039800 01  WS-CND-FULL              PIC X VALUE 'N'.
039900 77  WS-MED-MAX               PIC 9(04) VALUE 2000.
040000 01  WS-MED-COUNT             PIC 9(04) VALUE ZERO.
040100 01  WS-MED-TABLE.
040200     05  WS-MED-ENTRY         OCCURS 2000 TIMES.
040300         10  WS-MED-STUDENT   PIC 9(07).
040400         10  WS-MED-NAME      PIC X(20).
040500         10  WS-MED-TIME      PIC 9(04).
040600         10  WS-MED-START     PIC 9(08).
040700         10  WS-MED-END       PIC 9(08).
040800 01  WS-MED-FULL              PIC X VALUE 'N'.
040900 77  WS-PCK-MAX               PIC 9(04) VALUE 2000.
041000 01  WS-PCK-COUNT             PIC 9(04) VALUE ZERO.
041100 01  WS-PCK-TABLE.
041200     05  WS-PCK-ENTRY         OCCURS 2000 TIMES.
041300         10  WS-PCK-STUDENT   PIC 9(07).
041400         10  WS-PCK-NAME      PIC X(40).
041500         10  WS-PCK-RELATION  PIC X(10).
041600         10  WS-PCK-ORDER     PIC X(15).
041700 01  WS-PCK-FULL              PIC X VALUE 'N'.
041800 77  WS-DSC-MAX               PIC 9(04) VALUE 3000.
041900 01  WS-DSC-COUNT             PIC 9(04) VALUE ZERO.
042000 01  WS-DSC-TABLE.
042100     05  WS-DSC-ENTRY         OCCURS 3000 TIMES.
042200         10  WS-DSC-STUDENT   PIC 9(07).
042300         10  WS-DSC-DATE      PIC 9(08).
042400         10  WS-DSC-ACTION    PIC X(02).
042500         10  WS-DSC-DAYS      PIC 9(02).
042600 01  WS-DSC-FULL              PIC X VALUE 'N'.
042700******************************************************************
042800*    THE CARD EDITS.                                             *
042900******************************************************************
043000 01  WS-EDIT-REASON           PIC X(05).
043100 01  WS-EDIT-TEXT             PIC X(36).
043200 01  WS-CHECK-DATE            PIC 9(08).
043300 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
043400     05  WS-CHECK-YEAR        PIC 9(04).
043500     05  WS-CHECK-MONTH       PIC 9(02).
043600     05  WS-CHECK-DAY         PIC 9(02).
043700 01  WS-DATE-OK               PIC X.
043800 01  WS-CHECK-TIME            PIC 9(04).
043900 01  WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
044000     05  WS-CHECK-HH          PIC 9(02).
044100     05  WS-CHECK-MM          PIC 9(02).
044200 01  WS-TIME-OK               PIC X.
044300 01  WS-NEW-DATE              PIC 9(08).
044400 01  WS-NEW-DEPART            PIC 9(04).
044500 01  WS-NEW-RETURN            PIC 9(04).
044600 01  WS-NEW-TEACHER           PIC 9(05).
044700 01  WS-FOUND                 PIC X.
044800 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
044900 01  WS-CARDS-APPLIED         PIC 9(05) VALUE ZERO.
045000 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
045100 01  WS-TRIPS-DEFINED         PIC 9(05) VALUE ZERO.
045200******************************************************************
045300*    THE TRIP-DAY POSTING.                                       *
045400******************************************************************
045500 01  WS-POST-OPEN             PIC X VALUE 'N'.
045600 01  WS-POST-FAILED           PIC X VALUE 'N'.
045700 01  WS-TRIP-CREDITED         PIC 9(05).
045800 01  WS-TRIP-PRESENT          PIC 9(05).
045900 01  WS-TRIP-NOT-GOING        PIC 9(05).
046000 01  WS-DAYS-POSTED           PIC 9(05) VALUE ZERO.
046100 01  WS-TRIPS-POSTED          PIC 9(05) VALUE ZERO.
046200******************************************************************
046300*    THE ROSTER PRINT - ONE TRIP'S STUDENTS AT A TIME, IN NAME   *
046400*    ORDER.                                                      *
046500******************************************************************
046600 77  WS-TPL-MAX               PIC 9(04) VALUE 0600.
046700 01  WS-TPL-COUNT             PIC 9(04) VALUE ZERO.
046800 01  TPL-TABLE.
046900     05  TPL-ROW              OCCURS 0 TO 600 TIMES
047000                              DEPENDING ON WS-TPL-COUNT.
047100         10  TPL-LAST-NAME    PIC X(30).
047200         10  TPL-FIRST-NAME   PIC X(20).
047300         10  TPL-PRT-ROW      PIC 9(05).
047400         10  TPL-RST-ROW      PIC 9(05).
047500 01  WS-TPL-ROW               PIC 9(04).
047600 01  WS-TPL-FULL              PIC X VALUE 'N'.
047700 01  WS-PREV-SCHOOL           PIC X(04).
047800 01  WS-EXCLUSION             PIC X(30).
047900 01  WS-STUDENT-ALERTS        PIC X.
048000 01  WS-ON-LIST               PIC 9(05).
048100 01  WS-SLIPS-IN              PIC 9(05).
048200 01  WS-SLIPS-MISSING         PIC 9(05).
048300 01  WS-DECLINED              PIC 9(05).
048400 01  WS-ALERTED               PIC 9(05).
048500 01  WS-ROSTERS-PRINTED       PIC 9(05) VALUE ZERO.
048600 01  WS-MISSING-TOTAL         PIC 9(05) VALUE ZERO.
048700 01  WS-PRT-FIRST             PIC 9(05).
048800 01  WS-TRIP-NAME             PIC X(34).
048900 01  WS-GROUP-TEXT            PIC X(30).
049000 01  WS-STUDENT-NAME          PIC X(30).
049100 01  WS-FROM-DATE             PIC 9(08).
049200 01  WS-THRU-DATE             PIC 9(08).
049300 01  WS-ADD-STUDENT           PIC 9(07).
049400 01  WS-ADD-SOURCE            PIC X(01).
049500******************************************************************
049600*    TRIPRPT LINES - THE REJECT LIST.                            *
049700******************************************************************
049800 01  RPT-HEADING.
049900     05  FILLER               PIC X(40) VALUE
050000         'FIELD TRIPS - CARDS REJECTED'.
050100 01  RPT-COLUMNS.
050200     05  FILLER               PIC X(04) VALUE 'ACT'.
050300     05  FILLER               PIC X(08) VALUE 'TRIP'.
050400     05  FILLER               PIC X(42) VALUE 'CARD DATA'.
050500     05  FILLER               PIC X(06) VALUE 'RSN'.
050600     05  FILLER               PIC X(36) VALUE 'REASON'.
050700 01  RPT-DETAIL-LINE.
050800     05  RPT-D-ACTION         PIC X(01).
050900     05  FILLER               PIC X(03) VALUE SPACES.
051000     05  RPT-D-TRIP           PIC X(06).
051100     05  FILLER               PIC X(02) VALUE SPACES.
051200     05  RPT-D-DATA           PIC X(40).
051300     05  FILLER               PIC X(02) VALUE SPACES.
051400     05  RPT-D-REASON         PIC X(05).
051500     05  FILLER               PIC X(01) VALUE SPACES.
051600     05  RPT-D-TEXT           PIC X(36).
051700 01  RUN-TOTAL-LINE.
051800     05  RT-LABEL             PIC X(44).
051900     05  RT-VALUE             PIC ZZZZ9.
052000******************************************************************
052100*    TRIPRPT LINES - THE TRIP-DAY POSTING.                       *
052200******************************************************************
052300 01  PST-HEADING.
052400     05  FILLER               PIC X(60) VALUE
052500         'TRIP-DAY ATTENDANCE POSTED (PRESENT - REASON FT)'.
052600 01  PST-COLUMNS.
052700     05  FILLER               PIC X(08) VALUE 'TRIP'.
052800     05  FILLER               PIC X(06) VALUE 'BLDG'.
052900     05  FILLER               PIC X(10) VALUE 'DATE'.
053000     05  FILLER               PIC X(32) VALUE 'DESTINATION'.
053100     05  FILLER               PIC X(10) VALUE 'CREDITED'.
053200     05  FILLER               PIC X(10) VALUE 'PRESENT'.
053300     05  FILLER               PIC X(10) VALUE 'NOT GOING'.
053400 01  PST-DETAIL-LINE.
053500     05  PST-D-TRIP           PIC X(06).
053600     05  FILLER               PIC X(02) VALUE SPACES.
053700     05  PST-D-SCHOOL         PIC X(04).
053800     05  FILLER               PIC X(02) VALUE SPACES.
053900     05  PST-D-DATE           PIC 9(08).
054000     05  FILLER               PIC X(02) VALUE SPACES.
054100     05  PST-D-DESTINATION    PIC X(30).
054200     05  FILLER               PIC X(02) VALUE SPACES.
054300     05  PST-D-CREDITED       PIC ZZZZ9.
054400     05  FILLER               PIC X(05) VALUE SPACES.
054500     05  PST-D-PRESENT        PIC ZZZZ9.
054600     05  FILLER               PIC X(05) VALUE SPACES.
054700     05  PST-D-NOT-GOING      PIC ZZZZ9.
054800******************************************************************
054900*    TRIPRPT LINES - THE PRE-DEPARTURE TRIP ROSTERS.             *
055000******************************************************************
055100 01  TR-HEADING.
055200     05  FILLER               PIC X(40) VALUE
055300         'FIELD TRIP ROSTERS - TRIPS FROM '.
055400     05  TR-H-DATE            PIC 9(08).
055500 01  TR-BLDG-HEADING.
055600     05  FILLER               PIC X(09) VALUE 'BUILDING '.
055700     05  TR-B-SCHOOL          PIC X(04).
055800 01  TR-RULE-LINE.
055900     05  FILLER               PIC X(100) VALUE ALL '-'.
056000 01  TR-TRIP-LINE.
056100     05  FILLER               PIC X(06) VALUE 'TRIP '.
056200     05  TR-T-TRIP            PIC X(06).
056300     05  FILLER               PIC X(04) VALUE SPACES.
056400     05  TR-T-DATE            PIC 9(08).
056500     05  FILLER               PIC X(08) VALUE '  LEAVE '.
056600     05  TR-T-DEPART          PIC 9(04).
056700     05  FILLER               PIC X(09) VALUE '  RETURN '.
056800     05  TR-T-RETURN          PIC 9(04).
056900     05  FILLER               PIC X(02) VALUE SPACES.
057000     05  TR-T-DESTINATION     PIC X(30).
057100 01  TR-SPONSOR-LINE.
057200     05  FILLER               PIC X(10) VALUE '  SPONSOR '.
057300     05  TR-S-TEACHER         PIC 9(05).
057400     05  FILLER               PIC X(01) VALUE SPACE.
057500     05  TR-S-NAME            PIC X(34).
057600     05  FILLER               PIC X(08) VALUE '  GROUP '.
057700     05  TR-S-GROUP           PIC X(30).
057800 01  TR-COLUMNS.
057900     05  FILLER               PIC X(11) VALUE '    STUDENT'.
058000     05  FILLER               PIC X(32) VALUE ' NAME'.
058100     05  FILLER               PIC X(04) VALUE 'GR'.
058200     05  FILLER               PIC X(04) VALUE 'SEC'.
058300     05  FILLER               PIC X(22) VALUE 'PERMISSION'.
058400 01  TR-STUDENT-LINE.
058500     05  FILLER               PIC X(04) VALUE SPACES.
058600     05  TR-D-STUDENT         PIC 9(07).
058700     05  FILLER               PIC X(01) VALUE SPACE.
058800     05  TR-D-NAME            PIC X(30).
058900     05  FILLER               PIC X(02) VALUE SPACES.
059000     05  TR-D-GRADE           PIC X(02).
059100     05  FILLER               PIC X(02) VALUE SPACES.
059200     05  TR-D-SECTION         PIC X(01).
059300     05  FILLER               PIC X(03) VALUE SPACES.
059400     05  TR-D-PERMISSION      PIC X(30).
059500 01  TR-ALERT-LINE.
059600     05  FILLER               PIC X(14) VALUE SPACES.
059700     05  FILLER               PIC X(03) VALUE '** '.
059800     05  TR-A-LABEL           PIC X(17).
059900     05  TR-A-TEXT            PIC X(66).
060000 01  TR-NONE-LINE.
060100     05  FILLER               PIC X(04) VALUE SPACES.
060200     05  TR-N-TEXT            PIC X(60).
060300 01  TR-TOTAL-LINE.
060400     05  FILLER               PIC X(14) VALUE '    ON LIST '.
060500     05  TR-T-ON-LIST         PIC ZZZZ9.
060600     05  FILLER               PIC X(09) VALUE '  SLIPS '.
060700     05  TR-T-SLIPS           PIC ZZZZ9.
060800     05  FILLER               PIC X(11) VALUE '  MISSING '.
060900     05  TR-T-MISSING         PIC ZZZZ9.
061000     05  FILLER               PIC X(12) VALUE '  DECLINED '.
061100     05  TR-T-DECLINED        PIC ZZZZ9.
061200     05  FILLER               PIC X(15) VALUE '  WITH ALERTS '.
061300     05  TR-T-ALERTED         PIC ZZZZ9.
061400 PROCEDURE DIVISION.
061500 MAINLINE.
061600******************************************************************
061700*    APPLY THE CARDS, POST ANY TRIP DAY THAT HAS COME, SAVE BOTH *
061800*    FILES, THEN PRINT THE ROSTERS OF THE TRIPS STILL TO GO.     *
061900******************************************************************
062000     perform read-business-date
062100     perform start-run-control
062200     open output trip-rpt
062300     if ws-triprpt-status not = '00'
062400         display 'COULD NOT OPEN TRIPRPT - STATUS '
062500             ws-triprpt-status
062600         move 16 to return-code
062700         stop run
062800     end-if
062900     write trip-line from bus-date-heading
063000     perform load-roster-table
063100     perform load-teachers
063200     perform load-master-schedule
063300     perform load-calendar
063400     perform load-trips
063500     perform load-participants
063600     perform post-transactions
063700     perform post-trip-days
063800     perform save-trips
063900     perform save-participants
064000     perform load-conditions
064100     perform load-med-orders
064200     perform load-prohibited
064300     perform load-discipline
064400     perform print-trip-rosters
064500     perform print-run-totals
064600     close trip-rpt
064700     display 'FIELD TRIPS - CARDS READ ' ws-cards-read
064800         ' APPLIED ' ws-cards-applied
064900         ' REJECTED ' ws-cards-rejected
065000     display 'TRIP DAYS POSTED ' ws-trips-posted
065100         ' STUDENT DAYS CREDITED ' ws-days-posted
065200         ' ROSTERS PRINTED ' ws-rosters-printed
065300     if ws-cards-rejected > zero
065400         or ws-post-failed = 'Y'
065500         or ws-rst-full = 'Y'
065600         or ws-tch-full = 'Y'
065700         or ws-mss-full = 'Y'
065800         or ws-cal-full = 'Y'
065900         or ws-trp-full = 'Y'
066000         or ws-prt-full = 'Y'
066100         or ws-cnd-full = 'Y'
066200         or ws-med-full = 'Y'
066300         or ws-pck-full = 'Y'
066400         or ws-dsc-full = 'Y'
066500         or ws-tpl-full = 'Y'
066600         move 4 to return-code
066700     end-if
066800     perform end-run-control
066900     stop run
067000     .
067100 LOAD-ROSTER-TABLE.
067200     move zero to ws-rst-count
067300     open input roster-file
067400     if ws-roster-file-status not = '00'
067500         display 'COULD NOT OPEN ROSTERVS - STATUS '
067600             ws-roster-file-status
067700         move 16 to return-code
067800         stop run
067900     end-if
068000     perform until ws-roster-file-status not = '00'
068100         read roster-file next record
068200         if ws-roster-file-status = '00'
068300             and st-withdraw-date = zero
068400             if ws-rst-count < ws-rst-max
068500                 add 1 to ws-rst-count
068600                 move st-id            to rst-id(ws-rst-count)
068700                 move st-last-name
068800                     to rst-last-name(ws-rst-count)
068900                 move st-first-name
069000                     to rst-first-name(ws-rst-count)
069100                 move st-school-code   to rst-school(ws-rst-count)
069200                 move st-grade         to rst-grade(ws-rst-count)
069300                 move st-section
069400                     to rst-section(ws-rst-count)
069500             else
069600                 move 'Y' to ws-rst-full
069700             end-if
069800         end-if
069900     end-perform
070000     close roster-file
070100     if ws-rst-full = 'Y'
070200         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
070300     end-if
070400     if ws-rst-count > 1
070500         sort rst-row on ascending key rst-id
070600     end-if
070700     .
070800 LOAD-TEACHERS.
070900******************************************************************
071000*    NO TEACHFIL OR MSTSCHED IS AN EMPTY ONE - A TRIP CARD THEN  *
071100*    FAILS THE SPONSOR EDIT RATHER THAN THE RUN.                 *
071200******************************************************************
071300     move zero to ws-tch-count
071400     open input teacher-file
071500     if ws-teachfil-status = '00'
071600         perform until ws-teachfil-status not = '00'
071700             read teacher-file next record
071800             if ws-teachfil-status = '00'
071900                 if ws-tch-count < ws-tch-max
072000                     add 1 to ws-tch-count
072100                     move ta-teacher-id
072200                         to ws-tch-id(ws-tch-count)
072300                     move ta-last-name
072400                         to ws-tch-last(ws-tch-count)
072500                     move ta-first-name
072600                         to ws-tch-first(ws-tch-count)
072700                     move ta-school-code
072800                         to ws-tch-school(ws-tch-count)
072900                 else
073000                     move 'Y' to ws-tch-full
073100                 end-if
073200             end-if
073300         end-perform
073400         close teacher-file
073500     else
073600         display 'NO TEACHFIL - STATUS ' ws-teachfil-status
073700     end-if
073800     if ws-tch-full = 'Y'
073900         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
074000     end-if
074100     .
074200 LOAD-MASTER-SCHEDULE.
074300     move zero to ws-mss-count
074400     open input master-schedule-file
074500     if ws-mstsched-status = '00'
074600         perform until ws-mstsched-status not = '00'
074700             read master-schedule-file next record
074800             if ws-mstsched-status = '00'
074900                 if ws-mss-count < ws-mss-max
075000                     add 1 to ws-mss-count
075100                     move ms-school-code
075200                         to ws-mss-school(ws-mss-count)
075300                     move ms-course-code
075400                         to ws-mss-course(ws-mss-count)
075500                     move ms-section-no
075600                         to ws-mss-section(ws-mss-count)
075700                     move ms-teacher-id
075800                         to ws-mss-teacher(ws-mss-count)
075900                 else
076000                     move 'Y' to ws-mss-full
076100                 end-if
076200             end-if
076300         end-perform
076400         close master-schedule-file
076500     else
076600         display 'NO MSTSCHED - STATUS ' ws-mstsched-status
076700     end-if
076800     if ws-mss-full = 'Y'
076900         display 'MSTSCHED - SECTION TABLE FULL AT ' ws-mss-max
077000     end-if
077100     .
077200 LOAD-CALENDAR.
077300******************************************************************
077400*    NO SCHCALND MEANS NO DAY IS A SCHOOL DAY - A TRIP DAY IS    *
077500*    THEN CLOSED WITHOUT POSTING, AND SAID ON THE RUN OUTPUT.    *
077600******************************************************************
077700     move zero to ws-cal-count
077800     open input school-calendar-file
077900     if ws-calendar-status = '00'
078000         perform until ws-calendar-status not = '00'
078100             read school-calendar-file next record
078200             if ws-calendar-status = '00'
078300                 and (cal-day-type = 'I'
078400                 or cal-day-type = 'E')
078500                 if ws-cal-count < ws-cal-max
078600                     add 1 to ws-cal-count
078700                     move cal-school-code
078800                         to cal-school(ws-cal-count)
078900                     move cal-date to cal-day(ws-cal-count)
079000                     if cal-school-code not = spaces
079100                         perform note-calendar-building
079200                     end-if
079300                 else
079400                     move 'Y' to ws-cal-full
079500                 end-if
079600             end-if
079700         end-perform
079800         close school-calendar-file
079900     else
080000         display 'NO SCHCALND - STATUS ' ws-calendar-status
080100             ' - NO TRIP DAY CAN BE POSTED'
080200     end-if
080300     if ws-cal-full = 'Y'
080400         display 'SCHCALND - CALENDAR TABLE FULL AT ' ws-cal-max
080500     end-if
080600     if ws-cal-count > 1
080700         sort cal-row on ascending key cal-school cal-day
080800     end-if
080900     .
081000 NOTE-CALENDAR-BUILDING.
081100     move 'N' to ws-calb-found
081200     perform varying ws-calb-row from 1 by 1
081300             until ws-calb-row > ws-calb-count
081400         if ws-calb-school(ws-calb-row) = cal-school-code
081500             move 'Y' to ws-calb-found
081600         end-if
081700     end-perform
081800     if ws-calb-found = 'N'
081900         and ws-calb-count < ws-calb-max
082000         add 1 to ws-calb-count
082100         move cal-school-code to ws-calb-school(ws-calb-count)
082200     end-if
082300     .
082400 LOAD-TRIPS.
082500******************************************************************
082600*    THE WHOLE TRIP MASTER. NO TRIPMAST YET (BEFORE THE FIRST    *
082700*    TRIP IS EVER DEFINED) IS AN EMPTY ONE.                      *
082800******************************************************************
082900     move zero to ws-trp-count
083000     open input trip-master-file
083100     if ws-tripmast-status not = '00'
083200         and ws-tripmast-status not = '35'
083300         display 'COULD NOT OPEN TRIPMAST - STATUS '
083400             ws-tripmast-status
083500         move 16 to return-code
083600         stop run
083700     end-if
083800     if ws-tripmast-status = '00'
083900         perform until ws-tripmast-status not = '00'
084000             read trip-master-file next record
084100             if ws-tripmast-status = '00'
084200                 if ws-trp-count < ws-trp-max
084300                     add 1 to ws-trp-count
084400                     move ft-trip-id     to trp-id(ws-trp-count)
084500                     move ft-school-code
084600                         to trp-school(ws-trp-count)
084700                     move ft-trip-date   to trp-date(ws-trp-count)
084800                     move ft-depart-time
084900                         to trp-depart(ws-trp-count)
085000                     move ft-return-time
085100                         to trp-return(ws-trp-count)
085200                     move ft-teacher-id
085300                         to trp-teacher(ws-trp-count)
085400                     move ft-grade to trp-grade(ws-trp-count)
085500                     move ft-section
085600                         to trp-section(ws-trp-count)
085700                     move ft-course-code
085800                         to trp-course(ws-trp-count)
085900                     move ft-course-section
086000                         to trp-course-sect(ws-trp-count)
086100                     move ft-destination
086200                         to trp-destination(ws-trp-count)
086300                     move ft-status to trp-status(ws-trp-count)
086400                     move ft-created-date
086500                         to trp-created(ws-trp-count)
086600                     move ft-posted-date
086700                         to trp-posted(ws-trp-count)
086800                 else
086900                     move 'Y' to ws-trp-full
087000                 end-if
087100             end-if
087200         end-perform
087300         close trip-master-file
087400     end-if
087500     if ws-trp-full = 'Y'
087600         display 'TRIPMAST - TRIP TABLE FULL AT ' ws-trp-max
087700     end-if
087800     perform sort-trips-by-id
087900     .
088000 SORT-TRIPS-BY-ID.
088100     if ws-trp-count > 1
088200         sort trp-row on ascending key trp-id
088300     end-if
088400     .
088500 LOAD-PARTICIPANTS.
088600     move zero to ws-prt-count
088700     open input trip-participant-file
088800     if ws-trippart-status not = '00'
088900         and ws-trippart-status not = '35'
089000         display 'COULD NOT OPEN TRIPPART - STATUS '
089100             ws-trippart-status
089200         move 16 to return-code
089300         stop run
089400     end-if
089500     if ws-trippart-status = '00'
089600         perform until ws-trippart-status not = '00'
089700             read trip-participant-file next record
089800             if ws-trippart-status = '00'
089900                 if ws-prt-count < ws-prt-max
090000                     add 1 to ws-prt-count
090100                     move fp-trip-id    to prt-trip(ws-prt-count)
090200                     move fp-student-id
090300                         to prt-student(ws-prt-count)
090400                     move fp-source to prt-source(ws-prt-count)
090500                     move fp-permission
090600                         to prt-permission(ws-prt-count)
090700                     move fp-slip-date
090800                         to prt-slip-date(ws-prt-count)
090900                     move fp-status to prt-status(ws-prt-count)
091000                     move fp-att-posted
091100                         to prt-att-posted(ws-prt-count)
091200                 else
091300                     move 'Y' to ws-prt-full
091400                 end-if
091500             end-if
091600         end-perform
091700         close trip-participant-file
091800     end-if
091900     if ws-prt-full = 'Y'
092000         display 'TRIPPART - PARTICIPANT TABLE FULL AT '
092100             ws-prt-max
092200     end-if
092300     perform sort-participants
092400     .
092500 SORT-PARTICIPANTS.
092600     if ws-prt-count > 1
092700         sort prt-row on ascending key prt-trip prt-student
092800     end-if
092900     .
093000 POST-TRANSACTIONS.
093100******************************************************************
093200*    ONE PASS OF TRIPTRN, EACH CARD APPLIED AT ONCE SO A LATER   *
093300*    CARD SEES AN EARLIER ONE - A 'T' FOLLOWED BY ITS 'A' AND    *
093400*    'S' CARDS IS THE USUAL BATCH.                               *
093500******************************************************************
093600     open input transaction-file
093700     if ws-triptrn-status not = '00'
093800         display 'COULD NOT OPEN TRIPTRN - STATUS '
093900             ws-triptrn-status
094000         move 16 to return-code
094100         stop run
094200     end-if
094300     write trip-line from rpt-heading
094400     move spaces to trip-line
094500     write trip-line
094600     write trip-line from rpt-columns
094700     perform until ws-triptrn-status not = '00'
094800         read transaction-file next record
094900         if ws-triptrn-status = '00'
095000             add 1 to ws-cards-read
095100             perform edit-trip-card
095200             if ws-edit-reason = spaces
095300                 evaluate tr-action
095400                     when 'T'
095500                         if ws-trp-row = zero
095600                             perform define-trip
095700                         else
095800                             perform change-trip
095900                         end-if
096000                     when 'X'
096100                         move 'X' to trp-status(ws-trp-row)
096200                     when 'A'
096300                         perform add-participant
096400                     when 'R'
096500                         move 'R' to prt-status(ws-prt-row)
096600                     when 'S'
096700                         perform record-slip
096800                     when 'D'
096900                         move 'N' to prt-permission(ws-prt-row)
097000                         move ws-business-date
097100                             to prt-slip-date(ws-prt-row)
097200                     when 'M'
097300                         perform record-missed
097400                 end-evaluate
097500             end-if
097600             if ws-edit-reason = spaces
097700                 add 1 to ws-cards-applied
097800             else
097900                 perform reject-transaction
098000             end-if
098100         end-if
098200     end-perform
098300     close transaction-file
098400     if ws-cards-rejected = zero
098500         move 'NO CARDS REJECTED' to trip-line
098600         write trip-line
098700     end-if
098800     .
098900 EDIT-TRIP-CARD.
099000******************************************************************
099100*    THE EDITS EVERY CARD SHARES, FIRST FAILURE WINS - 'BADAC'   *
099200*    NOT ONE OF THE SEVEN ACTIONS, 'BADTR' NO TRIP ID, 'NOTRP'   *
099300*    A CARD OTHER THAN 'T' FOR A TRIP NOT ON FILE, 'CLOSD' THE   *
099400*    TRIP IS CANCELLED OR ITS DAY ALREADY POSTED, 'NOPAR' AN     *
099500*    'R' 'S' 'D' OR 'M' FOR A STUDENT NOT ON THE TRIP. THE TRIP  *
099600*    IS LEFT IN WS-TRP-ROW AND THE PARTICIPANT IN WS-PRT-ROW     *
099700*    (ZERO FOR NONE).                                            *
099800******************************************************************
099900     move spaces to ws-edit-reason
100000     move spaces to ws-edit-text
100100     move zero to ws-trp-row
100200     move zero to ws-prt-row
100300     if tr-action not = 'T' and tr-action not = 'X'
100400         and tr-action not = 'A' and tr-action not = 'R'
100500         and tr-action not = 'S' and tr-action not = 'D'
100600         and tr-action not = 'M'
100700         move 'BADAC' to ws-edit-reason
100800         move 'ACTION NOT T X A R S D OR M' to ws-edit-text
100900     end-if
101000     if ws-edit-reason = spaces
101100         and tr-trip-id = spaces
101200         move 'BADTR' to ws-edit-reason
101300         move 'TRIP ID MISSING' to ws-edit-text
101400     end-if
101500     if ws-edit-reason = spaces
101600         search all trp-row
101700             when trp-id(trp-idx) = tr-trip-id
101800                 set ws-trp-row to trp-idx
101900         end-search
102000         if ws-trp-row = zero
102100             if tr-action not = 'T'
102200                 move 'NOTRP' to ws-edit-reason
102300                 move 'TRIP NOT ON FILE' to ws-edit-text
102400             end-if
102500         else
102600             if trp-status(ws-trp-row) not = 'O'
102700                 move 'CLOSD' to ws-edit-reason
102800                 move 'TRIP CANCELLED OR ALREADY POSTED'
102900                     to ws-edit-text
103000             end-if
103100         end-if
103200     end-if
103300     if ws-edit-reason = spaces
103400         and (tr-action = 'R' or tr-action = 'S'
103500         or tr-action = 'D' or tr-action = 'M')
103600         perform find-participant
103700         if ws-prt-row = zero
103800             move 'NOPAR' to ws-edit-reason
103900             move 'STUDENT NOT ON THIS TRIP' to ws-edit-text
104000         end-if
104100     end-if
104200     .
104300 FIND-PARTICIPANT.
104400     move zero to ws-prt-row
104500     if tr-student-id is numeric
104600         search all prt-row
104700             when prt-trip(prt-idx) = tr-trip-id
104800                 and prt-student(prt-idx) = tr-student-id
104900                 set ws-prt-row to prt-idx
105000         end-search
105100     end-if
105200     .
105300 DEFINE-TRIP.
105400******************************************************************
105500*    A NEW TRIP. 'BADDT' THE DATE IS NOT A DATE OR IS BEFORE     *
105600*    TODAY, 'BADTM' A TIME IS NOT HHMM OR THE RETURN IS NOT      *
105700*    AFTER THE DEPARTURE, 'NOBLD' NO BUILDING, 'BADTC' THE       *
105800*    SPONSOR TEACHES AT THE BUILDING ON NEITHER TEACHFIL NOR     *
105900*    MSTSCHED, 'NOGRP' NEITHER OR BOTH OF A GRADE AND A COURSE,  *
106000*    'NOSEC' THE COURSE SECTION IS NOT ON MSTSCHED, 'NODST' NO   *
106100*    DESTINATION, 'FULL' NO ROOM LEFT, 'NOSTU' THE GROUP HAS NO  *
106200*    ENROLLED STUDENT.                                           *
106300******************************************************************
106400     move tr-trip-date to ws-check-date
106500     perform check-date
106600     if ws-date-ok = 'N'
106700         or ws-check-date < ws-business-date
106800         move 'BADDT' to ws-edit-reason
106900         move 'TRIP DATE INVALID OR BEFORE TODAY'
107000             to ws-edit-text
107100     end-if
107200     if ws-edit-reason = spaces
107300         move tr-depart-time to ws-new-depart
107400         move tr-return-time to ws-new-return
107500         perform check-trip-times
107600     end-if
107700     if ws-edit-reason = spaces
107800         and tr-school-code = spaces
107900         move 'NOBLD' to ws-edit-reason
108000         move 'BUILDING MISSING' to ws-edit-text
108100     end-if
108200     if ws-edit-reason = spaces
108300         move tr-teacher-id to ws-new-teacher
108400         move tr-school-code to ws-cal-for-school
108500         perform check-sponsor
108600     end-if
108700     if ws-edit-reason = spaces
108800         if (tr-grade = spaces and tr-course-code = spaces)
108900             or (tr-grade not = spaces
109000             and tr-course-code not = spaces)
109100             move 'NOGRP' to ws-edit-reason
109200             move 'GIVE A GRADE OR A COURSE, NOT BOTH'
109300                 to ws-edit-text
109400         end-if
109500     end-if
109600     if ws-edit-reason = spaces
109700         and tr-course-code not = spaces
109800         move 'N' to ws-found
109900         if tr-course-section is numeric
110000             perform varying k from 1 by 1
110100                     until k > ws-mss-count
110200                 if ws-mss-school(k) = tr-school-code
110300                     and ws-mss-course(k) = tr-course-code
110400                     and ws-mss-section(k) = tr-course-section
110500                     move 'Y' to ws-found
110600                 end-if
110700             end-perform
110800         end-if
110900         if ws-found = 'N'
111000             move 'NOSEC' to ws-edit-reason
111100             move 'COURSE SECTION NOT ON MSTSCHED'
111200                 to ws-edit-text
111300         end-if
111400     end-if
111500     if ws-edit-reason = spaces
111600         and tr-destination = spaces
111700         move 'NODST' to ws-edit-reason
111800         move 'DESTINATION MISSING' to ws-edit-text
111900     end-if
112000     if ws-edit-reason = spaces
112100         and ws-trp-count not < ws-trp-max
112200         move 'Y' to ws-trp-full
112300         move 'FULL' to ws-edit-reason
112400         move 'TRIP TABLE FULL' to ws-edit-text
112500     end-if
112600     if ws-edit-reason = spaces
112700         add 1 to ws-trp-count
112800         move ws-trp-count      to ws-trp-row
112900         move tr-trip-id        to trp-id(ws-trp-row)
113000         move tr-school-code    to trp-school(ws-trp-row)
113100         move tr-trip-date      to trp-date(ws-trp-row)
113200         move tr-depart-time    to trp-depart(ws-trp-row)
113300         move tr-return-time    to trp-return(ws-trp-row)
113400         move tr-teacher-id     to trp-teacher(ws-trp-row)
113500         move tr-grade          to trp-grade(ws-trp-row)
113600         move tr-section        to trp-section(ws-trp-row)
113700         move tr-course-code    to trp-course(ws-trp-row)
113800         move zero              to trp-course-sect(ws-trp-row)
113900         if tr-course-code not = spaces
114000             move tr-course-section
114100                 to trp-course-sect(ws-trp-row)
114200         end-if
114300         move tr-destination    to trp-destination(ws-trp-row)
114400         move 'O'               to trp-status(ws-trp-row)
114500         move ws-business-date  to trp-created(ws-trp-row)
114600         move zero              to trp-posted(ws-trp-row)
114700         perform generate-participants
114800         if ws-prt-added = zero
114900             subtract 1 from ws-trp-count
115000             if ws-edit-reason = spaces
115100                 move 'NOSTU' to ws-edit-reason
115200                 move 'NO ENROLLED STUDENT IN THE GROUP'
115300                     to ws-edit-text
115400             end-if
115500         else
115600             add 1 to ws-trips-defined
115700             perform sort-participants
115800         end-if
115900         perform sort-trips-by-id
116000     end-if
116100     .
116200 CHECK-TRIP-TIMES.
116300     move ws-new-depart to ws-check-time
116400     perform check-time
116500     if ws-time-ok = 'Y'
116600         move ws-new-return to ws-check-time
116700         perform check-time
116800     end-if
116900     if ws-time-ok = 'N'
117000         or ws-new-return not > ws-new-depart
117100         move 'BADTM' to ws-edit-reason
117200         move 'TIME NOT HHMM OR RETURN NOT AFTER'
117300             to ws-edit-text
117400     end-if
117500     .
117600 CHECK-TIME.
117700     move 'Y' to ws-time-ok
117800     if ws-check-time is not numeric
117900         move 'N' to ws-time-ok
118000     else
118100         if ws-check-hh > 23 or ws-check-mm > 59
118200             move 'N' to ws-time-ok
118300         end-if
118400     end-if
118500     .
118600 CHECK-SPONSOR.
118700******************************************************************
118800*    WS-NEW-TEACHER MUST TEACH AT BUILDING WS-CAL-FOR-SCHOOL ON  *
118900*    TEACHFIL OR HOLD A SECTION THERE ON MSTSCHED.               *
119000******************************************************************
119100     move 'N' to ws-found
119200     if ws-new-teacher is numeric
119300         and ws-new-teacher not = zero
119400         perform varying k from 1 by 1 until k > ws-tch-count
119500             if ws-tch-id(k) = ws-new-teacher
119600                 and ws-tch-school(k) = ws-cal-for-school
119700                 move 'Y' to ws-found
119800             end-if
119900         end-perform
120000         perform varying k from 1 by 1 until k > ws-mss-count
120100             if ws-mss-teacher(k) = ws-new-teacher
120200                 and ws-mss-school(k) = ws-cal-for-school
120300                 move 'Y' to ws-found
120400             end-if
120500         end-perform
120600     end-if
120700     if ws-found = 'N'
120800         move 'BADTC' to ws-edit-reason
120900         move 'SPONSOR DOES NOT TEACH AT BUILDING'
121000             to ws-edit-text
121100     end-if
121200     .
121300 GENERATE-PARTICIPANTS.
121400******************************************************************
121500*    THE NEW TRIP'S LIST, ADDED AT THE END OF PRT-TABLE: EVERY   *
121600*    ENROLLED STUDENT OF THE GRADE (AND SECTION) AT THE BUILDING *
121700*    FOR A HOMEROOM TRIP ('R'), EVERY ENROLLED STUDENT STSCHED   *
121800*    PUTS IN THE COURSE SECTION FOR A CLASS TRIP ('S').          *
121900******************************************************************
122000     move zero to ws-prt-added
122100     compute ws-prt-first = ws-prt-count + 1
122200     if trp-course(ws-trp-row) = spaces
122300         perform varying i from 1 by 1 until i > ws-rst-count
122400             if rst-school(i) = trp-school(ws-trp-row)
122500                 and rst-grade(i) = trp-grade(ws-trp-row)
122600                 and (trp-section(ws-trp-row) = space
122700                 or rst-section(i) = trp-section(ws-trp-row))
122800                 move rst-id(i) to ws-add-student
122900                 move 'R' to ws-add-source
123000                 perform add-generated-student
123100             end-if
123200         end-perform
123300     else
123400         open input student-schedule-file
123500         if ws-stsched-status not = '00'
123600             display 'NO STSCHED - STATUS ' ws-stsched-status
123700         else
123800             perform until ws-stsched-status not = '00'
123900                 read student-schedule-file next record
124000                 if ws-stsched-status = '00'
124100                     and sc-school-code = trp-school(ws-trp-row)
124200                     and sc-course-code = trp-course(ws-trp-row)
124300                     and sc-section-no
124400                         = trp-course-sect(ws-trp-row)
124500                     move zero to ws-rst-row
124600                     search all rst-row
124700                         when rst-id(rst-idx) = sc-student-id
124800                             set ws-rst-row to rst-idx
124900                     end-search
125000                     if ws-rst-row not = zero
125100                         move sc-student-id to ws-add-student
125200                         move 'S' to ws-add-source
125300                         perform add-generated-student
125400                     end-if
125500                 end-if
125600             end-perform
125700             close student-schedule-file
125800         end-if
125900     end-if
126000     .
126100 ADD-GENERATED-STUDENT.
126200******************************************************************
126300*    ONCE PER STUDENT - STSCHED CAN CARRY A SECTION TWICE FOR A  *
126400*    STUDENT WHO MEETS IT IN TWO PERIODS.                        *
126500******************************************************************
126600     move 'N' to ws-found
126700     perform varying j from ws-prt-first by 1
126800             until j > ws-prt-count
126900         if prt-student(j) = ws-add-student
127000             move 'Y' to ws-found
127100         end-if
127200     end-perform
127300     if ws-found = 'N'
127400         if ws-prt-count < ws-prt-max
127500             add 1 to ws-prt-count
127600             add 1 to ws-prt-added
127700             move trp-id(ws-trp-row) to prt-trip(ws-prt-count)
127800             move ws-add-student     to prt-student(ws-prt-count)
127900             move ws-add-source      to prt-source(ws-prt-count)
128000             move space to prt-permission(ws-prt-count)
128100             move zero to prt-slip-date(ws-prt-count)
128200             move 'A'                to prt-status(ws-prt-count)
128300             move space to prt-att-posted(ws-prt-count)
128400         else
128500             move 'Y' to ws-prt-full
128600             move 'FULL' to ws-edit-reason
128700             move 'PARTICIPANT TABLE FULL - LIST SHORT'
128800                 to ws-edit-text
128900         end-if
129000     end-if
129100     .
129200 CHANGE-TRIP.
129300******************************************************************
129400*    A CHANGE TO AN OPEN TRIP - A RESCHEDULED DATE, NEW TIMES, A *
129500*    NEW SPONSOR OR DESTINATION. A ZERO OR BLANK FIELD KEEPS     *
129600*    WHAT IS ON FILE. 'GRPCH' THE CARD NAMES ANOTHER BUILDING OR *
129700*    GROUP - THE LIST WAS BUILT FROM THE GROUP, SO CANCEL AND    *
129800*    DEFINE A NEW TRIP INSTEAD. OTHERWISE AS DEFINE-TRIP.        *
129900******************************************************************
130000     if (tr-school-code not = spaces
130100         and tr-school-code not = trp-school(ws-trp-row))
130200         or (tr-grade not = spaces
130300         and tr-grade not = trp-grade(ws-trp-row))
130400         or (tr-section not = space
130500         and tr-section not = trp-section(ws-trp-row))
130600         or (tr-course-code not = spaces
130700         and tr-course-code not = trp-course(ws-trp-row))
130800         move 'GRPCH' to ws-edit-reason
130900         move 'BUILDING OR GROUP CANNOT CHANGE'
131000             to ws-edit-text
131100     end-if
131200     move trp-date(ws-trp-row) to ws-new-date
131300     if ws-edit-reason = spaces
131400         and tr-trip-date is numeric
131500         and tr-trip-date not = zero
131600         move tr-trip-date to ws-check-date
131700         perform check-date
131800         if ws-date-ok = 'N'
131900             or ws-check-date < ws-business-date
132000             move 'BADDT' to ws-edit-reason
132100             move 'TRIP DATE INVALID OR BEFORE TODAY'
132200                 to ws-edit-text
132300         else
132400             move tr-trip-date to ws-new-date
132500         end-if
132600     end-if
132700     move trp-depart(ws-trp-row) to ws-new-depart
132800     move trp-return(ws-trp-row) to ws-new-return
132900     if ws-edit-reason = spaces
133000         if tr-depart-time is numeric
133100             and tr-depart-time not = zero
133200             move tr-depart-time to ws-new-depart
133300         end-if
133400         if tr-return-time is numeric
133500             and tr-return-time not = zero
133600             move tr-return-time to ws-new-return
133700         end-if
133800         perform check-trip-times
133900     end-if
134000     move trp-teacher(ws-trp-row) to ws-new-teacher
134100     if ws-edit-reason = spaces
134200         and tr-teacher-id is numeric
134300         and tr-teacher-id not = zero
134400         move tr-teacher-id to ws-new-teacher
134500         move trp-school(ws-trp-row) to ws-cal-for-school
134600         perform check-sponsor
134700     end-if
134800     if ws-edit-reason = spaces
134900         move ws-new-date    to trp-date(ws-trp-row)
135000         move ws-new-depart  to trp-depart(ws-trp-row)
135100         move ws-new-return  to trp-return(ws-trp-row)
135200         move ws-new-teacher to trp-teacher(ws-trp-row)
135300         if tr-destination not = spaces
135400             move tr-destination to trp-destination(ws-trp-row)
135500         end-if
135600     end-if
135700     .
135800 ADD-PARTICIPANT.
135900******************************************************************
136000*    'BADST' THE STUDENT IS NOT ENROLLED ON ROSTERVS, 'BADSC'    *
136100*    ENROLLED AT ANOTHER BUILDING, 'DUPE' ALREADY GOING. A       *
136200*    STUDENT REMOVED EARLIER IS PUT BACK ON, PERMISSION AS IT    *
136300*    STOOD.                                                      *
136400******************************************************************
136500     move zero to ws-rst-row
136600     if tr-student-id is numeric
136700         search all rst-row
136800             when rst-id(rst-idx) = tr-student-id
136900                 set ws-rst-row to rst-idx
137000         end-search
137100     end-if
137200     if ws-rst-row = zero
137300         move 'BADST' to ws-edit-reason
137400         move 'STUDENT NOT ENROLLED' to ws-edit-text
137500     else
137600         if rst-school(ws-rst-row) not = trp-school(ws-trp-row)
137700             move 'BADSC' to ws-edit-reason
137800             move 'STUDENT ENROLLED AT ANOTHER BUILDING'
137900                 to ws-edit-text
138000         end-if
138100     end-if
138200     if ws-edit-reason = spaces
138300         perform find-participant
138400         if ws-prt-row not = zero
138500             if prt-status(ws-prt-row) = 'R'
138600                 move 'A' to prt-status(ws-prt-row)
138700             else
138800                 move 'DUPE' to ws-edit-reason
138900                 move 'STUDENT ALREADY ON THE TRIP'
139000                     to ws-edit-text
139100             end-if
139200         else
139300             if ws-prt-count < ws-prt-max
139400                 add 1 to ws-prt-count
139500                 move tr-trip-id    to prt-trip(ws-prt-count)
139600                 move tr-student-id to prt-student(ws-prt-count)
139700                 move 'A'           to prt-source(ws-prt-count)
139800                 move space to prt-permission(ws-prt-count)
139900                 move zero          to prt-slip-date(ws-prt-count)
140000                 move 'A'           to prt-status(ws-prt-count)
140100                 move space to prt-att-posted(ws-prt-count)
140200                 perform sort-participants
140300             else
140400                 move 'Y' to ws-prt-full
140500                 move 'FULL' to ws-edit-reason
140600                 move 'PARTICIPANT TABLE FULL' to ws-edit-text
140700             end-if
140800         end-if
140900     end-if
141000     .
141100 RECORD-SLIP.
141200******************************************************************
141300*    THE SIGNED SLIP. 'BADDT' ITS DATE IS NOT A DATE OR IS AFTER *
141400*    TODAY; NO DATE IS TODAY.                                    *
141500******************************************************************
141600     if tr-slip-date is not numeric
141700         or tr-slip-date = zero
141800         move ws-business-date to ws-check-date
141900     else
142000         move tr-slip-date to ws-check-date
142100     end-if
142200     perform check-date
142300     if ws-date-ok = 'N'
142400         or ws-check-date > ws-business-date
142500         move 'BADDT' to ws-edit-reason
142600         move 'SLIP DATE INVALID OR AFTER TODAY'
142700             to ws-edit-text
142800     else
142900         move 'Y'           to prt-permission(ws-prt-row)
143000         move ws-check-date to prt-slip-date(ws-prt-row)
143100     end-if
143200     .
143300 RECORD-MISSED.
143400******************************************************************
143500*    A STUDENT WHO HAD PERMISSION BUT DID NOT GO - KEEPS THE     *
143600*    TRIP DAY FROM BEING CREDITED. 'EARLY' BEFORE THE TRIP DATE. *
143700******************************************************************
143800     if trp-date(ws-trp-row) > ws-business-date
143900         move 'EARLY' to ws-edit-reason
144000         move 'TRIP HAS NOT HAPPENED YET' to ws-edit-text
144100     else
144200         move 'M' to prt-status(ws-prt-row)
144300     end-if
144400     .
144500 CHECK-DATE.
144600     move 'Y' to ws-date-ok
144700     if ws-check-date is not numeric
144800         move 'N' to ws-date-ok
144900     else
145000         if ws-check-month < 1 or ws-check-month > 12
145100             or ws-check-day < 1 or ws-check-day > 31
145200             move 'N' to ws-date-ok
145300         end-if
145400     end-if
145500     .
145600 REJECT-TRANSACTION.
145700     add 1 to ws-cards-rejected
145800     move tr-action                  to rpt-d-action
145900     move tr-trip-id                 to rpt-d-trip
146000     move transaction-record(8:40)   to rpt-d-data
146100     move ws-edit-reason             to rpt-d-reason
146200     move ws-edit-text               to rpt-d-text
146300     write trip-line from rpt-detail-line
146400     .
146500 POST-TRIP-DAYS.
146600******************************************************************
146700*    EVERY OPEN TRIP DATED TODAY OR EARLIER. ATTNDVS AND         *
146800*    ATTNDLOG ARE OPENED AT THE FIRST SUCH TRIP; IF EITHER       *
146900*    CANNOT BE, NO TRIP IS POSTED OR CLOSED AND THE NEXT RUN     *
147000*    TRIES AGAIN.                                                *
147100******************************************************************
147200     move spaces to trip-line
147300     write trip-line
147400     write trip-line from pst-heading
147500     move spaces to trip-line
147600     write trip-line
147700     write trip-line from pst-columns
147800     perform varying i from 1 by 1 until i > ws-trp-count
147900         if trp-status(i) = 'O'
148000             and trp-date(i) not > ws-business-date
148100             and ws-post-failed = 'N'
148200             if ws-post-open = 'N'
148300                 perform open-attendance-files
148400             end-if
148500             if ws-post-open = 'Y'
148600                 perform post-one-trip
148700             end-if
148800         end-if
148900     end-perform
149000     if ws-post-open = 'Y'
149100         close attendance-file
149200         close attend-vsam-file
149300     end-if
149400     if ws-post-failed = 'Y'
149500         move 'ATTNDVS OR ATTNDLOG NOT AVAILABLE - NOT POSTED'
149600             to trip-line
149700         write trip-line
149800     else
149900         if ws-trips-posted = zero
150000             move 'NO TRIP DAY TO POST' to trip-line
150100             write trip-line
150200         end-if
150300     end-if
150400     .
150500 OPEN-ATTENDANCE-FILES.
150600     open i-o attend-vsam-file
150700     if ws-attvsam-status not = '00'
150800         display 'COULD NOT OPEN ATTNDVS - STATUS '
150900             ws-attvsam-status ' - TRIP DAYS NOT POSTED'
151000         move 'Y' to ws-post-failed
151100     else
151200         open extend attendance-file
151300         if ws-attendance-status not = '00'
151400             open output attendance-file
151500         end-if
151600         if ws-attendance-status not = '00'
151700             display 'COULD NOT OPEN ATTNDLOG - STATUS '
151800                 ws-attendance-status ' - TRIP DAYS NOT POSTED'
151900             close attend-vsam-file
152000             move 'Y' to ws-post-failed
152100         else
152200             move 'Y' to ws-post-open
152300         end-if
152400     end-if
152500     .
152600 POST-ONE-TRIP.
152700******************************************************************
152800*    EACH STUDENT WHO WENT - ON THE LIST, SLIP RECEIVED, NOT     *
152900*    MARKED MISSED - AND IS STILL ENROLLED, ON A DAY THAT IS A   *
153000*    SCHOOL DAY ON THE STUDENT'S BUILDING CALENDAR, IS CREDITED  *
153100*    PRESENT (FP-ATT-POSTED 'Y') UNLESS THE DAY ALREADY STANDS   *
153200*    PRESENT OR EXCUSED ON ATTNDVS ('N'). THE TRIP IS CLOSED.    *
153300******************************************************************
153400     move zero to ws-trip-credited
153500     move zero to ws-trip-present
153600     move zero to ws-trip-not-going
153700     perform varying j from 1 by 1 until j > ws-prt-count
153800         if prt-trip(j) = trp-id(i)
153900             if prt-status(j) = 'A'
154000                 and prt-permission(j) = 'Y'
154100                 perform post-one-student
154200             else
154300                 add 1 to ws-trip-not-going
154400             end-if
154500         end-if
154600     end-perform
154700     move 'A'              to trp-status(i)
154800     move ws-business-date to trp-posted(i)
154900     add 1 to ws-trips-posted
155000     move trp-id(i)          to pst-d-trip
155100     move trp-school(i)      to pst-d-school
155200     move trp-date(i)        to pst-d-date
155300     move trp-destination(i) to pst-d-destination
155400     move ws-trip-credited   to pst-d-credited
155500     move ws-trip-present    to pst-d-present
155600     move ws-trip-not-going  to pst-d-not-going
155700     write trip-line from pst-detail-line
155800     .
155900 POST-ONE-STUDENT.
156000     move 'N' to prt-att-posted(j)
156100     move zero to ws-rst-row
156200     search all rst-row
156300         when rst-id(rst-idx) = prt-student(j)
156400             set ws-rst-row to rst-idx
156500     end-search
156600     move 'N' to ws-school-day
156700     if ws-rst-row not = zero
156800         move rst-school(ws-rst-row) to ws-cal-for-school
156900         perform select-school-calendar
157000         search all cal-row
157100             when cal-school(cal-idx) = ws-cal-key
157200                 and cal-day(cal-idx) = trp-date(i)
157300                 move 'Y' to ws-school-day
157400         end-search
157500     end-if
157600     if ws-school-day = 'Y'
157700         move prt-student(j) to av-student-id
157800         move trp-date(i)    to av-date
157900         read attend-vsam-file record key is av-key
158000         if ws-attvsam-status not = '00'
158100             perform post-trip-present
158200         else
158300             if av-status-code = 'A'
158400                 perform post-trip-present
158500             end-if
158600         end-if
158700     end-if
158800     if prt-att-posted(j) = 'Y'
158900         add 1 to ws-trip-credited
159000     else
159100         add 1 to ws-trip-present
159200     end-if
159300     .
159400 POST-TRIP-PRESENT.
159500     move trp-date(i)                to att-date
159600     move prt-student(j)             to att-student-id
159700     move rst-last-name(ws-rst-row)  to att-last-name
159800     move rst-first-name(ws-rst-row) to att-first-name
159900     move rst-grade(ws-rst-row)      to att-grade
160000     move 'P'                        to att-status-code
160100     move 'C'                        to att-correction-flag
160200     move zero                       to att-period
160300     move ws-trip-reason             to att-reason-code
160400     move space                      to att-excused-flag
160500     write attendance-record
160600     move prt-student(j)  to av-student-id
160700     move trp-date(i)     to av-date
160800     move 'P'             to av-status-code
160900     move 'C'             to av-correction-flag
161000     move ws-trip-reason  to av-reason-code
161100     move space           to av-excused-flag
161200     move space           to av-desk-flag
161300     write attend-vsam-record
161400     if ws-attvsam-status not = '00'
161500         rewrite attend-vsam-record
161600     end-if
161700     move 'Y' to prt-att-posted(j)
161800     add 1 to ws-days-posted
161900     .
162000 SELECT-SCHOOL-CALENDAR.
162100     move spaces to ws-cal-key
162200     perform varying ws-calb-row from 1 by 1
162300             until ws-calb-row > ws-calb-count
162400         if ws-calb-school(ws-calb-row) = ws-cal-for-school
162500             move ws-cal-for-school to ws-cal-key
162600         end-if
162700     end-perform
162800     .
162900 SAVE-TRIPS.
163000******************************************************************
163100*    TRIPMAST REWRITTEN WHOLE - CANCELLED AND POSTED TRIPS ARE   *
163200*    KEPT FOR THE YEAR'S RECORD.                                 *
163300******************************************************************
163400     open output trip-master-file
163500     if ws-tripmast-status not = '00'
163600         display 'COULD NOT OPEN TRIPMAST FOR OUTPUT - STATUS '
163700             ws-tripmast-status
163800         move 16 to return-code
163900         stop run
164000     end-if
164100     perform varying i from 1 by 1 until i > ws-trp-count
164200         move spaces                to trip-master-record
164300         move trp-id(i)             to ft-trip-id
164400         move trp-school(i)         to ft-school-code
164500         move trp-date(i)           to ft-trip-date
164600         move trp-depart(i)         to ft-depart-time
164700         move trp-return(i)         to ft-return-time
164800         move trp-teacher(i)        to ft-teacher-id
164900         move trp-grade(i)          to ft-grade
165000         move trp-section(i)        to ft-section
165100         move trp-course(i)         to ft-course-code
165200         move trp-course-sect(i)    to ft-course-section
165300         move trp-destination(i)    to ft-destination
165400         move trp-status(i)         to ft-status
165500         move trp-created(i)        to ft-created-date
165600         move trp-posted(i)         to ft-posted-date
165700         write trip-master-record
165800     end-perform
165900     close trip-master-file
166000     .
166100 SAVE-PARTICIPANTS.
166200     open output trip-participant-file
166300     if ws-trippart-status not = '00'
166400         display 'COULD NOT OPEN TRIPPART FOR OUTPUT - STATUS '
166500             ws-trippart-status
166600         move 16 to return-code
166700         stop run
166800     end-if
166900     perform varying j from 1 by 1 until j > ws-prt-count
167000         move spaces               to trip-participant-record
167100         move prt-trip(j)          to fp-trip-id
167200         move prt-student(j)       to fp-student-id
167300         move prt-source(j)        to fp-source
167400         move prt-permission(j)    to fp-permission
167500         move prt-slip-date(j)     to fp-slip-date
167600         move prt-status(j)        to fp-status
167700         move prt-att-posted(j)    to fp-att-posted
167800         write trip-participant-record
167900     end-perform
168000     close trip-participant-file
168100     .
168200 LOAD-CONDITIONS.
168300******************************************************************
168400*    THE ALERT FILES ARE READ ONLY FOR THE ROSTER PRINT. ONE NOT *
168500*    THERE LEAVES ITS ALERTS OFF THE ROSTERS - SAID ON THE RUN   *
168600*    OUTPUT - RATHER THAN STOPPING THE RUN.                      *
168700******************************************************************
168800     move zero to ws-cnd-count
168900     open input condition-file
169000     if ws-condfile-status = '00'
169100         perform until ws-condfile-status not = '00'
169200             read condition-file next record
169300             if ws-condfile-status = '00'
169400                 if ws-cnd-count < ws-cnd-max
169500                     add 1 to ws-cnd-count
169600                     move cd-student-id
169700                         to ws-cnd-student(ws-cnd-count)
169800                     move cd-condition-code
169900                         to ws-cnd-code(ws-cnd-count)
170000                     move cd-severity
170100                         to ws-cnd-severity(ws-cnd-count)
170200                     move cd-action
170300                         to ws-cnd-action(ws-cnd-count)
170400                 else
170500                     move 'Y' to ws-cnd-full
170600                 end-if
170700             end-if
170800         end-perform
170900         close condition-file
171000     else
171100         display 'NO CONDFILE - STATUS ' ws-condfile-status
171200             ' - NO MEDICAL ALERTS ON THE ROSTERS'
171300     end-if
171400     if ws-cnd-full = 'Y'
171500         display 'CONDFILE - CONDITION TABLE FULL AT ' ws-cnd-max
171600     end-if
171700     .
171800 LOAD-MED-ORDERS.
171900     move zero to ws-med-count
172000     open input med-order-file
172100     if ws-medordr-status = '00'
172200         perform until ws-medordr-status not = '00'
172300             read med-order-file next record
172400             if ws-medordr-status = '00'
172500                 if ws-med-count < ws-med-max
172600                     add 1 to ws-med-count
172700                     move mo-student-id
172800                         to ws-med-student(ws-med-count)
172900                     move mo-medication
173000                         to ws-med-name(ws-med-count)
173100                     move mo-sched-time
173200                         to ws-med-time(ws-med-count)
173300                     move mo-start-date
173400                         to ws-med-start(ws-med-count)
173500                     move mo-end-date
173600                         to ws-med-end(ws-med-count)
173700                 else
173800                     move 'Y' to ws-med-full
173900                 end-if
174000             end-if
174100         end-perform
174200         close med-order-file
174300     else
174400         display 'NO MEDORDR - STATUS ' ws-medordr-status
174500             ' - NO MEDICATION ALERTS ON THE ROSTERS'
174600     end-if
174700     if ws-med-full = 'Y'
174800         display 'MEDORDR - ORDER TABLE FULL AT ' ws-med-max
174900     end-if
175000     .
175100 LOAD-PROHIBITED.
175200     move zero to ws-pck-count
175300     open input pickup-auth-file
175400     if ws-pickauth-status = '00'
175500         perform until ws-pickauth-status not = '00'
175600             read pickup-auth-file next record
175700             if ws-pickauth-status = '00'
175800                 and pk-type = 'P'
175900                 if ws-pck-count < ws-pck-max
176000                     add 1 to ws-pck-count
176100                     move pk-student-id
176200                         to ws-pck-student(ws-pck-count)
176300                     move pk-person-name
176400                         to ws-pck-name(ws-pck-count)
176500                     move pk-relationship
176600                         to ws-pck-relation(ws-pck-count)
176700                     move pk-court-order
176800                         to ws-pck-order(ws-pck-count)
176900                 else
177000                     move 'Y' to ws-pck-full
177100                 end-if
177200             end-if
177300         end-perform
177400         close pickup-auth-file
177500     else
177600         display 'NO PICKAUTH - STATUS ' ws-pickauth-status
177700             ' - NO CUSTODY ALERTS ON THE ROSTERS'
177800     end-if
177900     if ws-pck-full = 'Y'
178000         display 'PICKAUTH - PROHIBITED TABLE FULL AT ' ws-pck-max
178100     end-if
178200     .
178300 LOAD-DISCIPLINE.
178400     move zero to ws-dsc-count
178500     open input discipline-file
178600     if ws-discfile-status = '00'
178700         perform until ws-discfile-status not = '00'
178800             read discipline-file next record
178900             if ws-discfile-status = '00'
179000                 and (di-action-code = 'SU'
179100                 or di-action-code = 'EX')
179200                 if ws-dsc-count < ws-dsc-max
179300                     add 1 to ws-dsc-count
179400                     move di-student-id
179500                         to ws-dsc-student(ws-dsc-count)
179600                     move di-incident-date
179700                         to ws-dsc-date(ws-dsc-count)
179800                     move di-action-code
179900                         to ws-dsc-action(ws-dsc-count)
180000                     move di-days
180100                         to ws-dsc-days(ws-dsc-count)
180200                 else
180300                     move 'Y' to ws-dsc-full
180400                 end-if
180500             end-if
180600         end-perform
180700         close discipline-file
180800     else
180900         display 'NO DISCFILE - STATUS ' ws-discfile-status
181000             ' - NO EXCLUSION ALERTS ON THE ROSTERS'
181100     end-if
181200     if ws-dsc-full = 'Y'
181300         display 'DISCFILE - INCIDENT TABLE FULL AT ' ws-dsc-max
181400     end-if
181500     .
181600 PRINT-TRIP-ROSTERS.
181700******************************************************************
181800*    ONE ROSTER PER OPEN TRIP DATED TODAY OR LATER, BY BUILDING, *
181900*    DATE AND TRIP - THE SPONSOR'S COPY TO CARRY ON THE BUS.     *
182000******************************************************************
182100     if ws-trp-count > 1
182200         sort trp-row on ascending key trp-school trp-date trp-id
182300     end-if
182400     move ws-business-date to tr-h-date
182500     move spaces to trip-line
182600     write trip-line
182700     write trip-line from tr-heading
182800     move spaces to ws-prev-school
182900     perform varying i from 1 by 1 until i > ws-trp-count
183000         if trp-status(i) = 'O'
183100             and trp-date(i) not < ws-business-date
183200             if trp-school(i) not = ws-prev-school
183300                 move trp-school(i) to ws-prev-school
183400                 move trp-school(i) to tr-b-school
183500                 move spaces to trip-line
183600                 write trip-line
183700                 write trip-line from tr-bldg-heading
183800             end-if
183900             perform print-one-roster
184000         end-if
184100     end-perform
184200     if ws-rosters-printed = zero
184300         move spaces to trip-line
184400         write trip-line
184500         move 'NO TRIPS SCHEDULED' to trip-line
184600         write trip-line
184700     end-if
184800     .
184900 PRINT-ONE-ROSTER.
185000     add 1 to ws-rosters-printed
185100     move trp-school(i) to ws-cal-for-school
185200     perform select-school-calendar
185300     write trip-line from tr-rule-line
185400     move trp-id(i)          to tr-t-trip
185500     move trp-date(i)        to tr-t-date
185600     move trp-depart(i)      to tr-t-depart
185700     move trp-return(i)      to tr-t-return
185800     move trp-destination(i) to tr-t-destination
185900     write trip-line from tr-trip-line
186000     move spaces to ws-trip-name
186100     perform varying k from 1 by 1 until k > ws-tch-count
186200         if ws-tch-id(k) = trp-teacher(i)
186300             move spaces to ws-trip-name
186400             string ws-tch-last(k) delimited by '  '
186500                    ', ' delimited by size
186600                    ws-tch-first(k) delimited by '  '
186700                    into ws-trip-name
186800         end-if
186900     end-perform
187000     move spaces to ws-group-text
187100     if trp-course(i) = spaces
187200         if trp-section(i) = space
187300             string 'GRADE ' trp-grade(i) ' ALL SECTIONS'
187400                 delimited by size into ws-group-text
187500         else
187600             string 'GRADE ' trp-grade(i) ' SECTION '
187700                 trp-section(i)
187800                 delimited by size into ws-group-text
187900         end-if
188000     else
188100         string 'COURSE ' trp-course(i) ' SECTION '
188200             trp-course-sect(i)
188300             delimited by size into ws-group-text
188400     end-if
188500     move trp-teacher(i) to tr-s-teacher
188600     move ws-trip-name   to tr-s-name
188700     move ws-group-text  to tr-s-group
188800     write trip-line from tr-sponsor-line
188900     move spaces to trip-line
189000     write trip-line
189100     write trip-line from tr-columns
189200     perform build-trip-list
189300     move zero to ws-on-list
189400     move zero to ws-slips-in
189500     move zero to ws-slips-missing
189600     move zero to ws-declined
189700     move zero to ws-alerted
189800     perform varying ws-tpl-row from 1 by 1
189900             until ws-tpl-row > ws-tpl-count
190000         perform print-one-student
190100     end-perform
190200     if ws-tpl-count = zero
190300         move 'NO STUDENT ON THE TRIP' to tr-n-text
190400         write trip-line from tr-none-line
190500     end-if
190600     move ws-on-list       to tr-t-on-list
190700     move ws-slips-in      to tr-t-slips
190800     move ws-slips-missing to tr-t-missing
190900     move ws-declined      to tr-t-declined
191000     move ws-alerted       to tr-t-alerted
191100     move spaces to trip-line
191200     write trip-line
191300     write trip-line from tr-total-line
191400     add ws-slips-missing to ws-missing-total
191500     .
191600 BUILD-TRIP-LIST.
191700******************************************************************
191800*    THE TRIP'S STUDENTS STILL ON IT (NOT REMOVED), IN NAME      *
191900*    ORDER. ONE NO LONGER ON ROSTERVS SORTS FIRST, UNNAMED.      *
192000******************************************************************
192100     move zero to ws-tpl-count
192200     perform varying j from 1 by 1 until j > ws-prt-count
192300         if prt-trip(j) = trp-id(i)
192400             and prt-status(j) = 'A'
192500             if ws-tpl-count < ws-tpl-max
192600                 add 1 to ws-tpl-count
192700                 move j to tpl-prt-row(ws-tpl-count)
192800                 move zero to ws-rst-row
192900                 search all rst-row
193000                     when rst-id(rst-idx) = prt-student(j)
193100                         set ws-rst-row to rst-idx
193200                 end-search
193300                 move ws-rst-row to tpl-rst-row(ws-tpl-count)
193400                 move spaces to tpl-last-name(ws-tpl-count)
193500                 move spaces to tpl-first-name(ws-tpl-count)
193600                 if ws-rst-row not = zero
193700                     move rst-last-name(ws-rst-row)
193800                         to tpl-last-name(ws-tpl-count)
193900                     move rst-first-name(ws-rst-row)
194000                         to tpl-first-name(ws-tpl-count)
194100                 end-if
194200             else
194300                 move 'Y' to ws-tpl-full
194400             end-if
194500         end-if
194600     end-perform
194700     if ws-tpl-full = 'Y'
194800         display 'TRIP ' trp-id(i) ' - ROSTER CUT SHORT AT '
194900             ws-tpl-max
195000     end-if
195100     if ws-tpl-count > 1
195200         sort tpl-row on ascending key tpl-last-name
195300             tpl-first-name
195400     end-if
195500     .
195600 PRINT-ONE-STUDENT.
195700     move tpl-prt-row(ws-tpl-row) to j
195800     move tpl-rst-row(ws-tpl-row) to ws-rst-row
195900     add 1 to ws-on-list
196000     move 'N' to ws-student-alerts
196100     move spaces to tr-student-line
196200     move prt-student(j) to tr-d-student
196300     move spaces to ws-student-name
196400     if ws-rst-row not = zero
196500         string rst-last-name(ws-rst-row) delimited by '  '
196600                ', ' delimited by size
196700                rst-first-name(ws-rst-row) delimited by '  '
196800                into ws-student-name
196900         move rst-grade(ws-rst-row)   to tr-d-grade
197000         move rst-section(ws-rst-row) to tr-d-section
197100     end-if
197200     move ws-student-name to tr-d-name
197300     evaluate prt-permission(j)
197400         when 'Y'
197500             add 1 to ws-slips-in
197600             move spaces to tr-d-permission
197700             string 'SLIP RECEIVED ' prt-slip-date(j)
197800                 delimited by size into tr-d-permission
197900         when 'N'
198000             add 1 to ws-declined
198100             move 'DECLINED - NOT GOING' to tr-d-permission
198200         when other
198300             add 1 to ws-slips-missing
198400             move '** NO PERMISSION SLIP **' to tr-d-permission
198500     end-evaluate
198600     write trip-line from tr-student-line
198700     if ws-rst-row = zero
198800         move 'NOT ENROLLED' to tr-a-label
198900         move 'NO LONGER ON ROSTERVS - CHECK WITH THE OFFICE'
199000             to tr-a-text
199100         write trip-line from tr-alert-line
199200         move 'Y' to ws-student-alerts
199300     else
199400         perform print-student-alerts
199500     end-if
199600     if ws-student-alerts = 'Y'
199700         add 1 to ws-alerted
199800     end-if
199900     .
200000 PRINT-STUDENT-ALERTS.
200100******************************************************************
200200*    EVERY CONDITION, EVERY DOSE DUE WHILE AWAY, EVERY PERSON    *
200300*    WHO MAY NOT TAKE THE STUDENT, AND AN EXCLUSION IN FORCE ON  *
200400*    THE TRIP DATE.                                              *
200500******************************************************************
200600     perform varying k from 1 by 1 until k > ws-cnd-count
200700         if ws-cnd-student(k) = prt-student(j)
200800             move 'MEDICAL' to tr-a-label
200900             move spaces to tr-a-text
201000             string ws-cnd-code(k) ' SEVERITY '
201100                 ws-cnd-severity(k) ' - ' ws-cnd-action(k)
201200                 delimited by size into tr-a-text
201300             write trip-line from tr-alert-line
201400             move 'Y' to ws-student-alerts
201500         end-if
201600     end-perform
201700     perform varying k from 1 by 1 until k > ws-med-count
201800         if ws-med-student(k) = prt-student(j)
201900             and ws-med-start(k) <= trp-date(i)
202000             and (ws-med-end(k) = zero
202100             or ws-med-end(k) >= trp-date(i))
202200             and ws-med-time(k) >= trp-depart(i)
202300             and ws-med-time(k) <= trp-return(i)
202400             move 'MEDICATION' to tr-a-label
202500             move spaces to tr-a-text
202600             string ws-med-name(k) ' DUE AT ' ws-med-time(k)
202700                 ' - NURSE TO SEND WITH SPONSOR'
202800                 delimited by size into tr-a-text
202900             write trip-line from tr-alert-line
203000             move 'Y' to ws-student-alerts
203100         end-if
203200     end-perform
203300     perform varying k from 1 by 1 until k > ws-pck-count
203400         if ws-pck-student(k) = prt-student(j)
203500             move 'DO NOT RELEASE TO' to tr-a-label
203600             move spaces to tr-a-text
203700             string ws-pck-name(k) delimited by '  '
203800                 ' (' delimited by size
203900                 ws-pck-relation(k) delimited by ' '
204000                 ') ORDER ' delimited by size
204100                 ws-pck-order(k) delimited by size
204200                 into tr-a-text
204300             write trip-line from tr-alert-line
204400             move 'Y' to ws-student-alerts
204500         end-if
204600     end-perform
204700     perform varying k from 1 by 1 until k > ws-dsc-count
204800         if ws-dsc-student(k) = prt-student(j)
204900             perform check-exclusion
205000             if ws-exclusion not = spaces
205100                 move 'EXCLUDED' to tr-a-label
205200                 move ws-exclusion to tr-a-text
205300                 write trip-line from tr-alert-line
205400                 move 'Y' to ws-student-alerts
205500             end-if
205600         end-if
205700     end-perform
205800     .
205900 CHECK-EXCLUSION.
206000******************************************************************
206100*    A SUSPENSION COVERS ITS FIRST DI-DAYS SCHOOL DAYS ON OR     *
206200*    AFTER THE INCIDENT DATE ON THE BUILDING'S CALENDAR; AN      *
206300*    EXPULSION EVERYTHING AFTER IT IN THE SCHOOL YEAR (THE FIRST *
206400*    DAY OF THE CALENDAR ON FILE).                               *
206500******************************************************************
206600     move spaces to ws-exclusion
206700     move ws-dsc-date(k) to ws-from-date
206800     move trp-date(i)    to ws-thru-date
206900     if ws-from-date <= ws-thru-date
207000         move zero to ws-days-seen
207100         move zero to ws-year-start
207200         perform varying ws-cal-row from 1 by 1
207300                 until ws-cal-row > ws-cal-count
207400             if cal-school(ws-cal-row) = ws-cal-key
207500                 if ws-year-start = zero
207600                     move cal-day(ws-cal-row) to ws-year-start
207700                 end-if
207800                 if cal-day(ws-cal-row) >= ws-from-date
207900                     and cal-day(ws-cal-row) <= ws-thru-date
208000                     and ws-days-seen < 999
208100                     add 1 to ws-days-seen
208200                 end-if
208300             end-if
208400         end-perform
208500         if ws-dsc-action(k) = 'SU'
208600             and ws-days-seen > zero
208700             and ws-days-seen <= ws-dsc-days(k)
208800             string 'SUSPENDED ' ws-dsc-days(k)
208900                 ' DAYS FROM ' ws-dsc-date(k)
209000                 delimited by size into ws-exclusion
209100         end-if
209200         if ws-dsc-action(k) = 'EX'
209300             and ws-from-date >= ws-year-start
209400             string 'EXPELLED ' ws-dsc-date(k)
209500                 delimited by size into ws-exclusion
209600         end-if
209700     end-if
209800     .
209900 PRINT-RUN-TOTALS.
210000     move spaces to trip-line
210100     write trip-line
210200     move 'TRIPTRN CARDS READ' to rt-label
210300     move ws-cards-read to rt-value
210400     write trip-line from run-total-line
210500     move 'CARDS APPLIED' to rt-label
210600     move ws-cards-applied to rt-value
210700     write trip-line from run-total-line
210800     move 'CARDS REJECTED' to rt-label
210900     move ws-cards-rejected to rt-value
211000     write trip-line from run-total-line
211100     move 'TRIPS DEFINED' to rt-label
211200     move ws-trips-defined to rt-value
211300     write trip-line from run-total-line
211400     move 'TRIP DAYS POSTED' to rt-label
211500     move ws-trips-posted to rt-value
211600     write trip-line from run-total-line
211700     move 'STUDENT DAYS CREDITED PRESENT' to rt-label
211800     move ws-days-posted to rt-value
211900     write trip-line from run-total-line
212000     move 'TRIP ROSTERS PRINTED' to rt-label
212100     move ws-rosters-printed to rt-value
212200     write trip-line from run-total-line
212300     move 'PERMISSION SLIPS OUTSTANDING' to rt-label
212400     move ws-missing-total to rt-value
212500     write trip-line from run-total-line
212600     .
212700 START-RUN-CONTROL.
212800******************************************************************
212900*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
213000*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
213100*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
213200*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
213300******************************************************************
213400     move spaces to run-control-event
213500     move ws-business-date to ws-run-bus-date
213600     move spaces to ws-run-blocker
213700     perform varying ws-run-px from 1 by 1
213800         until ws-run-px > ws-run-pred-count
213900            or ws-run-blocker not = spaces
214000         perform check-one-predecessor
214100     end-perform
214200     if ws-run-blocker not = spaces
214300         move 'B' to jr-event
214400         perform write-run-control-event
214500         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
214600             ' HAS NOT COMPLETED FOR BUSINESS DATE '
214700             ws-run-bus-date
214800         move ws-run-blocked-rc to return-code
214900         stop run
215000     end-if
215100     move 'S' to jr-event
215200     perform write-run-control-event
215300     .
215400 CHECK-ONE-PREDECESSOR.
215500******************************************************************
215600*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
215700*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
215800*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
215900******************************************************************
216000     move 'N' to ws-run-pred-state
216100     open input run-control-file
216200     if ws-runctl-status = '00'
216300         perform until ws-runctl-status not = '00'
216400             read run-control-file next record
216500                 into run-control-event
216600             if ws-runctl-status = '00'
216700                 and jr-business-date = ws-run-bus-date
216800                 and jr-job-name = ws-run-pred(ws-run-px)
216900                 move 'N' to ws-run-pred-state
217000                 if jr-event = 'E'
217100                     and jr-completion-code <= ws-run-max-rc
217200                     move 'Y' to ws-run-pred-state
217300                 end-if
217400             end-if
217500         end-perform
217600         close run-control-file
217700     end-if
217800     if ws-run-pred-state not = 'Y'
217900         move ws-run-pred(ws-run-px) to ws-run-blocker
218000     end-if
218100     .
218200 END-RUN-CONTROL.
218300******************************************************************
218400*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
218500*    RETURN CODE THE JOB IS ENDING WITH.                         *
218600******************************************************************
218700     move 'E' to jr-event
218800     perform write-run-control-event
218900     .
219000 WRITE-RUN-CONTROL-EVENT.
219100     move ws-run-bus-date to jr-business-date
219200     move ws-run-job-name to jr-job-name
219300     accept jr-event-date from date yyyymmdd
219400     accept jr-event-time from time
219500     move return-code     to jr-completion-code
219600     move ws-run-blocker  to jr-blocked-by
219700     open extend run-control-file
219800     if ws-runctl-status not = '00'
219900         open output run-control-file
220000     end-if
220100     if ws-runctl-status not = '00'
220200         display 'COULD NOT OPEN RUNCTL - STATUS '
220300             ws-runctl-status
220400     else
220500         write run-control-record from run-control-event
220600         close run-control-file
220700     end-if
220800     .
220900 READ-BUSINESS-DATE.
221000******************************************************************
221100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
221200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
221300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
221400******************************************************************
221500     open input business-date-file
221600     if ws-busdate-status not = '00'
221700         display 'COULD NOT OPEN BUSDATE - STATUS '
221800             ws-busdate-status
221900         move 16 to return-code
222000         stop run
222100     end-if
222200     read business-date-file next record
222300     if ws-busdate-status not = '00'
222400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
222500             ws-busdate-status
222600         move 16 to return-code
222700         stop run
222800     end-if
222900     close business-date-file
223000     move bd-business-date to ws-business-date
223100     if bd-override-date not = zero
223200         move bd-override-date to ws-business-date
223300         move 'Y' to ws-bus-date-override
223400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
223500             bd-override-date ' SET BY ' bd-override-operator
223600         display '    REASON: ' bd-override-reason
223700     end-if
223800     move ws-business-date to bdh-date
223900     if ws-bus-date-override = 'Y'
224000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
224100             to bdh-override
224200     end-if
224300     .
