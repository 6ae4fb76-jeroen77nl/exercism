000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSABWD.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TEN-DAY NONATTENDANCE WITHDRAWALS. STATE LAW HAS A STUDENT  *
000900*    ABSENT TEN CONSECUTIVE INSTRUCTIONAL DAYS WITHDRAWN, AS OF  *
001000*    THE LAST DAY THE STUDENT ATTENDED, SO THE BUILDING STOPS    *
001100*    COUNTING A CHILD WHO HAS LEFT. EACH ENROLLED STUDENT'S      *
001200*    FINAL PERIOD-00 POSTINGS ON ATTNDLOG (THE LAST 'C'          *
001300*    CORRECTION OF A DAY WINNING, AS IN GSCHRAB) ARE WALKED      *
001400*    AGAINST THE STUDENT'S BUILDING CALENDAR (SCHCALND, THE      *
001500*    DISTRICT DEFAULT WHEN THE BUILDING HAS NONE):               *
001600*      - A DAY PRESENT, TARDY OR LEFT EARLY ('P' 'T' 'E') IS A   *
001700*        DAY OF ATTENDANCE AND ENDS ANY RUN OF ABSENCES.         *
001800*      - AN EXCUSED MEDICAL ABSENCE (EXCUSED 'E', REASON 'ME')   *
001900*        IS NOT NONATTENDANCE - IT ENDS THE RUN TOO, BUT IS NOT  *
002000*        A DAY ATTENDED.                                         *
002100*      - A HOMEBOUND SPELL ('HB' ON PGMPART) IS INSTRUCTION. A   *
002200*        STUDENT ON AN OPEN SPELL IS NEVER A CANDIDATE; A CLOSED *
002300*        SPELL COUNTS AS ATTENDED THROUGH ITS EXIT DATE.         *
002400*      - EVERY OTHER ABSENCE ON AN INSTRUCTIONAL DAY AFTER THE   *
002500*        RUN LAST ENDED COUNTS. A DAY NOT YET POSTED NEITHER     *
002600*        COUNTS NOR ENDS THE RUN.                                *
002700*    TWO LEGS, BY THE RUNMODE CARD:                              *
002800*      NIGHTLY (RUNMODE EMPTY) - IN THE STREAM AFTER GSNIGHT.    *
002900*        TDRPT LISTS EVERY STUDENT AT OR OVER WS-TEN-DAY-LIMIT   *
003000*        DAYS, BY BUILDING, WITH THE FIRST DAY OF THE RUN, THE   *
003100*        LAST DAY ATTENDED AND THE DATE A WITHDRAWAL WOULD TAKE  *
003200*        (THE LAST DAY ATTENDED, OR THE ENROLL DATE FOR A        *
003300*        STUDENT WHO NEVER CAME). NOTHING IS CHANGED.            *
003400*      APPROVE (RUNMODE 'APPROVE') - THE REGISTRAR'S APPROVAL    *
003500*        CARDS (TDAPPRV, COPY TDAPREC) ARE HELD TO THE SAME      *
003600*        LIST, AND EVERY APPROVED STUDENT STILL ON IT GETS A     *
003700*        WDRW CONTROL CARD (TDCARDS) WITH THE STATE REASON AND   *
003800*        THE WITHDRAWAL BACKDATED IN CC-CUTOFF-DATE - APPEND IT  *
003900*        TO CTLCARDS FOR THE NEXT NIGHTLY RUN. A STUDENT WHO HAS *
004000*        COME BACK SINCE THE LIST PRINTED IS REFUSED.            *
004100*    RETURN CODES: 0 CLEAN, 4 AN APPROVAL WAS REFUSED OR A TABLE *
004200*    WAS CUT SHORT, 16 A FILE THAT COULD NOT BE READ OR WRITTEN, *
004300*    20 GSNIGHT HAS NOT ENDED CLEANLY (NIGHTLY LEG).             *
004400*    SEE JCL/GSABWD.JCL AND GSABWDAP.JCL.                        *
004500******************************************************************
004600*    MOD-LOG
004700*    DATE       INIT  DESCRIPTION
004800*    2026-10-15  RVM  ORIGINAL VERSION.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-BUSDATE-STATUS.
005600     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RUNMODE-STATUS.
005900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNCTL-STATUS.
006200     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS ST-ID
006600         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006700     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO SCHCALND
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CALENDAR-STATUS.
007000     SELECT ATTENDANCE-FILE ASSIGN TO ATTNDLOG
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-ATTENDANCE-STATUS.
007300     SELECT PROGRAM-PART-FILE ASSIGN TO PGMPART
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-PGMPART-STATUS.
007600     SELECT APPROVAL-FILE ASSIGN TO TDAPPRV
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-TDAPPRV-STATUS.
007900     SELECT WITHDRAW-CARD-FILE ASSIGN TO TDCARDS
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-TDCARDS-STATUS.
008200     SELECT TEN-DAY-RPT ASSIGN TO TDRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-TDRPT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  BUSINESS-DATE-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  BUSINESS-DATE-RECORD.
009000     COPY BDATREC.
009100 FD  RUN-MODE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  RUN-MODE-RECORD.
009400     05  RM-MODE                 PIC X(08).
009500 FD  RUN-CONTROL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  RUN-CONTROL-RECORD          PIC X(50).
009800 FD  ROSTER-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  ROSTER-FILE-RECORD.
010100     COPY ROSTERREC.
010200 FD  SCHOOL-CALENDAR-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  CALENDAR-RECORD.
010500     COPY CALNREC.
010600 FD  ATTENDANCE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  ATTENDANCE-RECORD.
010900     COPY ATTNDREC.
011000 FD  PROGRAM-PART-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  PROGRAM-PART-RECORD.
011300     COPY PGMPREC.
011400 FD  APPROVAL-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  TEN-DAY-APPROVAL-RECORD.
011700     COPY TDAPREC.
011800******************************************************************
011900*    SAME LEADING FIELDS AS THE NIGHTLY PROGRAM'S CTLCARDS FD,   *
012000*    THROUGH CC-CUTOFF-DATE - A WDRW CARD WITH ITS REASON AND    *
012100*    EFFECTIVE DATE.                                             *
012200******************************************************************
012300 FD  WITHDRAW-CARD-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  WITHDRAW-CARD-RECORD.
012600     05  CC-MODE                 PIC X(04).
012700     05  CC-STUDENT-ID           PIC 9(07).
012800     05  CC-SCHOOL-CODE          PIC X(04).
012900     05  CC-PROMO-HOLD           PIC X(01).
013000     05  CC-GUARDIAN-NAME        PIC X(40).
013100     05  CC-RELATIONSHIP         PIC X(10).
013200     05  CC-PHONE                PIC X(12).
013300     05  CC-EMAIL                PIC X(40).
013400     05  CC-CONTACT-PRIORITY     PIC 9(02).
013500     05  CC-DESIREDGRADE         PIC X(02).
013600     05  CC-DESIREDGRADE-TO      PIC X(02).
013700     05  CC-DESIRED-SCHOOL-CODE  PIC X(04).
013800     05  CC-SEARCH-NAME          PIC X(30).
013900     05  CC-OPTOUT-FLAG          PIC X(01).
014000     05  CC-WITHDRAW-REASON      PIC X(02).
014100     05  CC-CUTOFF-DATE          PIC 9(08).
014200 FD  TEN-DAY-RPT
014300     LABEL RECORDS ARE STANDARD.
014400 01  TEN-DAY-LINE                PIC X(100).
014500 WORKING-STORAGE SECTION.
014600******************************************************************
014700*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
014800*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
014900*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
015000*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
015100*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
015200*    HAVE POSTED THE DAY'S ATTENDANCE FIRST. THE APPROVE LEG     *
015300*    RUNS OUTSIDE THE STREAM.                                    *
015400******************************************************************
015500 01  RUN-CONTROL-EVENT.
015600     COPY JRUNREC.
015700 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSABWD'.
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
017000 01  WS-RUNMODE-STATUS        PIC X(02).
017100 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
017200 01  WS-ROSTER-FILE-STATUS    PIC X(02).
017300 01  WS-CALENDAR-STATUS       PIC X(02).
017400 01  WS-ATTENDANCE-STATUS     PIC X(02).
017500 01  WS-PGMPART-STATUS        PIC X(02).
017600 01  WS-TDAPPRV-STATUS        PIC X(02).
017700 01  WS-TDCARDS-STATUS        PIC X(02).
017800 01  WS-TDRPT-STATUS          PIC X(02).
017900 01  i                        PIC 9(05).
018000 01  j                        PIC 9(05).
018100 01  k                        PIC 9(05).
018200******************************************************************
018300*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
018400*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
018500******************************************************************
018600 01  WS-BUSDATE-STATUS        PIC X(02).
018700 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018800 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
018900 01  BUS-DATE-HEADING.
019000     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
019100     05  BDH-DATE             PIC 9(08).
019200     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
019300******************************************************************
019400*    THE STATE RULE - THE CONSECUTIVE INSTRUCTIONAL DAYS THAT    *
019500*    MAKE A STUDENT A CANDIDATE, AND THE WDRREASN CODE THE       *
019600*    WITHDRAWAL CARRIES WHEN THE REGISTRAR NAMES NO OTHER. THE   *
019700*    ABSREASN CODE OF A MEDICAL ABSENCE AND THE PGMCODE OF       *
019800*    HOMEBOUND INSTRUCTION.                                      *
019900******************************************************************
020000 77  WS-TEN-DAY-LIMIT         PIC 9(03) VALUE 010.
020100 77  WS-STATE-REASON          PIC X(02) VALUE 'TD'.
020200 77  WS-MEDICAL-REASON        PIC X(02) VALUE 'ME'.
020300 77  WS-HOMEBOUND-CODE        PIC X(02) VALUE 'HB'.
020400******************************************************************
020500*    THE INSTRUCTIONAL DAYS ('I' AND 'E') OF EVERY CALENDAR ON   *
020600*    SCHCALND, IN BUILDING/DATE ORDER - SPACES IS THE DISTRICT   *
020700*    DEFAULT. WS-CALB-TABLE NAMES THE BUILDINGS WITH A CALENDAR  *
020800*    OF THEIR OWN; SELECT-SCHOOL-CALENDAR TURNS A BUILDING       *
020900*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
021000*    (WS-CAL-KEY).                                               *
021100******************************************************************
021200 77  WS-CALENDAR-MAX          PIC 9(04) VALUE 3660.
021300 01  WS-CALENDAR-COUNT        PIC 9(04) VALUE ZERO.
021400 01  WS-CALENDAR-TABLE.
021500     05  WS-CAL-ENTRY         OCCURS 0 TO 3660 TIMES
021600                              DEPENDING ON WS-CALENDAR-COUNT
021700                              ASCENDING KEY IS WS-CAL-SCHOOL
021800                                               WS-CAL-DAY
021900                              INDEXED BY CAL-IDX.
022000         10  WS-CAL-SCHOOL    PIC X(04).
022100         10  WS-CAL-DAY       PIC 9(08).
022200 01  WS-CAL-FULL              PIC X VALUE 'N'.
022300 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
022400 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
022500 01  WS-CALB-TABLE.
022600     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
022700 01  WS-CALB-ROW              PIC 9(02).
022800 01  WS-CALB-FOUND            PIC X.
022900 01  WS-CAL-FOR-SCHOOL        PIC X(04).
023000 01  WS-CAL-KEY               PIC X(04).
023100 01  WS-INSTRUCTIONAL         PIC X.
023200******************************************************************
023300*    EVERY ENROLLED STUDENT, IN ID ORDER. RST-LAST-ATTENDED IS   *
023400*    THE LAST DAY ATTENDED (OR HOMEBOUND); RST-RUN-ENDED THE     *
023500*    LAST DAY THAT ENDED A RUN OF ABSENCES, WHICH ALSO TAKES AN  *
023600*    EXCUSED MEDICAL DAY. RST-ABSENT-DAYS ARE THE ABSENCES ON    *
023700*    INSTRUCTIONAL DAYS SINCE, RST-FIRST-ABSENT THE FIRST OF     *
023800*    THEM. RST-WDRW-DATE IS WHEN A WITHDRAWAL WOULD TAKE.        *
023900******************************************************************
024000 77  WS-RST-MAX               PIC 9(05) VALUE 03000.
024100 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
024200 01  RST-TABLE.
024300     05  RST-ROW              OCCURS 0 TO 3000 TIMES
024400                              DEPENDING ON WS-RST-COUNT
024500                              ASCENDING KEY IS RST-ID
024600                              INDEXED BY RST-IDX.
024700         10  RST-ID           PIC 9(07).
024800         10  RST-LAST-NAME    PIC X(30).
024900         10  RST-FIRST-NAME   PIC X(20).
025000         10  RST-GRADE        PIC X(02).
025100         10  RST-SCHOOL       PIC X(04).
025200         10  RST-CAL-KEY      PIC X(04).
025300         10  RST-ENROLL-DATE  PIC 9(08).
025400         10  RST-LAST-ATTENDED PIC 9(08).
025500         10  RST-RUN-ENDED    PIC 9(08).
025600         10  RST-ABSENT-DAYS  PIC 9(03).
025700         10  RST-FIRST-ABSENT PIC 9(08).
025800         10  RST-WDRW-DATE    PIC 9(08).
025900         10  RST-HOMEBOUND    PIC X(01).
026000         10  RST-CANDIDATE    PIC X(01).
026100         10  RST-CARDED       PIC X(01).
026200 01  WS-RST-FULL              PIC X VALUE 'N'.
026300 01  WS-FIND-ID               PIC 9(07).
026400 01  WS-RST-ROW               PIC 9(05).
026500******************************************************************
026600*    ATTNDLOG IS APPEND-ONLY, SO A MISKEYED DAY IS SUPERSEDED BY *
026700*    A LATER RECORD FLAGGED ATT-CORRECTION-FLAG 'C'. EVERY       *
026800*    PERIOD-00 CORRECTION IS LOADED WITH ITS PLACE IN THE FILE,  *
026900*    SORTED, AND CUT TO THE LAST ONE PER STUDENT/DATE - THE      *
027000*    FINAL POSTING OF THAT DAY. EVERY OTHER VERSION OF A         *
027100*    CORRECTED DAY IS SKIPPED.                                   *
027200******************************************************************
027300 77  WS-CRX-MAX               PIC 9(05) VALUE 20000.
027400 01  WS-CRX-COUNT             PIC 9(05) VALUE ZERO.
027500 01  CRX-TABLE.
027600     05  CRX-ROW              OCCURS 0 TO 20000 TIMES
027700                              DEPENDING ON WS-CRX-COUNT
027800                              ASCENDING KEY IS CRX-ID CRX-DATE
027900                              INDEXED BY CRX-IDX.
028000         10  CRX-ID           PIC 9(07).
028100         10  CRX-DATE         PIC 9(08).
028200         10  CRX-SEQ          PIC 9(07).
028300         10  CRX-STATUS       PIC X(01).
028400         10  CRX-EXCUSED      PIC X(01).
028500         10  CRX-REASON       PIC X(02).
028600 01  WS-CRX-FULL              PIC X VALUE 'N'.
028700 01  WS-CRX-FOUND             PIC X.
028800 01  WS-ATT-SEQ               PIC 9(07).
028900******************************************************************
029000*    ONE FINAL POSTING IN HAND, AND THE PASS IT IS BEING         *
029100*    APPLIED IN - 'R' FINDS WHERE EACH RUN LAST ENDED, 'A'       *
029200*    COUNTS THE ABSENCES SINCE.                                  *
029300******************************************************************
029400 01  WS-PASS                  PIC X.
029500 01  WS-PST-ID                PIC 9(07).
029600 01  WS-PST-DATE              PIC 9(08).
029700 01  WS-PST-STATUS            PIC X(01).
029800 01  WS-PST-EXCUSED           PIC X(01).
029900 01  WS-PST-REASON            PIC X(02).
030000 01  WS-DAY-KIND              PIC X(01).
030100******************************************************************
030200*    THE CANDIDATES, BY BUILDING AND NAME, POINTING BACK INTO    *
030300*    RST-TABLE.                                                  *
030400******************************************************************
030500 01  WS-CND-COUNT             PIC 9(05) VALUE ZERO.
030600 01  CND-TABLE.
030700     05  CND-ROW              OCCURS 0 TO 3000 TIMES
030800                              DEPENDING ON WS-CND-COUNT.
030900         10  CND-SCHOOL       PIC X(04).
031000         10  CND-LAST-NAME    PIC X(30).
031100         10  CND-FIRST-NAME   PIC X(20).
031200         10  CND-RST-ROW      PIC 9(05).
031300 01  WS-PREV-SCHOOL           PIC X(04).
031400 01  WS-CARD-REASON           PIC X(02).
031500 01  WS-DISPOSITION           PIC X(30).
031600 01  WS-REFUSED               PIC X.
031700 01  WS-POSTINGS-USED         PIC 9(07) VALUE ZERO.
031800 01  WS-HOMEBOUND-COUNT       PIC 9(05) VALUE ZERO.
031900 01  WS-HOMEBOUND-SKIPPED     PIC 9(05) VALUE ZERO.
032000 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
032100 01  WS-CARDS-WRITTEN         PIC 9(05) VALUE ZERO.
032200 01  WS-CARDS-REFUSED         PIC 9(05) VALUE ZERO.
032300 01  TD-HEADING.
032400     05  FILLER               PIC X(50) VALUE
032500         'TEN-DAY NONATTENDANCE - WITHDRAWAL CANDIDATES'.
032600 01  TD-RULE-HEADING.
032700     05  FILLER               PIC X(49) VALUE
032800         'CONSECUTIVE INSTRUCTIONAL DAYS ABSENT - AT LEAST'.
032900     05  TD-H-LIMIT           PIC ZZZ9.
033000 01  TD-BLDG-HEADING.
033100     05  FILLER               PIC X(06) VALUE 'BLDG: '.
033200     05  TD-H-SCHOOL          PIC X(04).
033300 01  TD-COLUMN-HEADING.
033400     05  FILLER               PIC X(09) VALUE 'ID'.
033500     05  FILLER               PIC X(33) VALUE 'NAME'.
033600     05  FILLER               PIC X(04) VALUE 'GR'.
033700     05  FILLER               PIC X(06) VALUE 'DAYS'.
033800     05  FILLER               PIC X(10) VALUE 'ABSENT'.
033900     05  FILLER               PIC X(10) VALUE 'LAST'.
034000     05  FILLER               PIC X(10) VALUE 'WITHDRAW'.
034100 01  TD-COLUMN-HEADING-2.
034200     05  FILLER               PIC X(52) VALUE SPACES.
034300     05  FILLER               PIC X(10) VALUE 'SINCE'.
034400     05  FILLER               PIC X(10) VALUE 'ATTENDED'.
034500     05  FILLER               PIC X(10) VALUE 'AS OF'.
034600 01  TD-DETAIL-LINE.
034700     05  TD-D-ID              PIC 9(07).
034800     05  FILLER               PIC X(02) VALUE SPACES.
034900     05  TD-D-NAME            PIC X(31).
035000     05  FILLER               PIC X(02) VALUE SPACES.
035100     05  TD-D-GRADE           PIC X(02).
035200     05  FILLER               PIC X(02) VALUE SPACES.
035300     05  TD-D-DAYS            PIC ZZ9.
035400     05  FILLER               PIC X(03) VALUE SPACES.
035500     05  TD-D-FIRST-ABSENT    PIC 9(08).
035600     05  FILLER               PIC X(02) VALUE SPACES.
035700     05  TD-D-LAST-ATTENDED   PIC X(08).
035800     05  FILLER               PIC X(02) VALUE SPACES.
035900     05  TD-D-WDRW-DATE       PIC 9(08).
036000 01  AP-HEADING.
036100     05  FILLER               PIC X(50) VALUE
036200         'REGISTRAR APPROVALS - WDRW CARDS (TDCARDS)'.
036300 01  AP-COLUMN-HEADING.
036400     05  FILLER               PIC X(09) VALUE 'ID'.
036500     05  FILLER               PIC X(33) VALUE 'NAME'.
036600     05  FILLER               PIC X(05) VALUE 'RSN'.
036700     05  FILLER               PIC X(05) VALUE 'BY'.
036800     05  FILLER               PIC X(10) VALUE 'EFFECTIVE'.
036900     05  FILLER               PIC X(30) VALUE 'DISPOSITION'.
037000 01  AP-DETAIL-LINE.
037100     05  AP-D-ID              PIC X(07).
037200     05  FILLER               PIC X(02) VALUE SPACES.
037300     05  AP-D-NAME            PIC X(31).
037400     05  FILLER               PIC X(02) VALUE SPACES.
037500     05  AP-D-REASON          PIC X(02).
037600     05  FILLER               PIC X(03) VALUE SPACES.
037700     05  AP-D-REGISTRAR       PIC X(03).
037800     05  FILLER               PIC X(02) VALUE SPACES.
037900     05  AP-D-EFFECTIVE       PIC X(08).
038000     05  FILLER               PIC X(02) VALUE SPACES.
038100     05  AP-D-DISPOSITION     PIC X(30).
038200 01  RUN-TOTAL-LINE.
038300     05  RT-LABEL             PIC X(44).
038400     05  RT-VALUE             PIC ZZZZZZ9.
038500 PROCEDURE DIVISION.
038600 MAINLINE.
038700******************************************************************
038800*    NIGHTLY: THE CANDIDATE LIST. APPROVE: THE SAME LIST, THEN   *
038900*    THE REGISTRAR'S APPROVALS TURNED INTO WDRW CARDS.           *
039000******************************************************************
039100     perform read-business-date
039200     perform read-run-mode
039300     if ws-run-mode not = spaces
039400         and ws-run-mode not = 'APPROVE '
039500         display 'RUNMODE ' ws-run-mode
039600             ' IS NOT APPROVE OR EMPTY - NOTHING RUN'
039700         move 16 to return-code
039800         stop run
039900     end-if
040000     if ws-run-mode = spaces
040100         perform start-run-control
040200     end-if
040300     open output ten-day-rpt
040400     if ws-tdrpt-status not = '00'
040500         display 'COULD NOT OPEN TDRPT - STATUS '
040600             ws-tdrpt-status
040700         move 16 to return-code
040800         stop run
040900     end-if
041000     write ten-day-line from bus-date-heading
041100     perform load-instructional-days
041200     perform load-roster-table
041300     perform load-correction-table
041400     perform load-homebound-spells
041500     move 'R' to ws-pass
041600     perform apply-final-postings
041700     move 'A' to ws-pass
041800     perform apply-final-postings
041900     perform select-candidates
042000     perform print-candidates
042100     if ws-run-mode = 'APPROVE '
042200         perform process-approvals
042300     end-if
042400     perform print-run-totals
042500     close ten-day-rpt
042600     display 'TEN-DAY CANDIDATES ' ws-cnd-count
042700         ' HOMEBOUND SKIPPED ' ws-homebound-skipped
042800     if ws-run-mode = 'APPROVE '
042900         display 'APPROVALS READ ' ws-cards-read
043000             ' WDRW CARDS ' ws-cards-written
043100             ' REFUSED ' ws-cards-refused
043200     end-if
043300     if ws-cards-refused > zero
043400         or ws-cal-full = 'Y'
043500         or ws-rst-full = 'Y'
043600         or ws-crx-full = 'Y'
043700         move 4 to return-code
043800     end-if
043900     if ws-run-mode = spaces
044000         perform end-run-control
044100     end-if
044200     stop run
044300     .
044400 READ-RUN-MODE.
044500******************************************************************
044600*    THE OPTIONAL RUNMODE CARD. 'APPROVE' WRITES THE WDRW CARDS  *
044700*    FOR THE REGISTRAR'S APPROVALS; MISSING OR EMPTY RUNS THE    *
044800*    NIGHTLY LIST.                                               *
044900******************************************************************
045000     open input run-mode-file
045100     if ws-runmode-status = '00'
045200         read run-mode-file next record
045300         if ws-runmode-status = '00'
045400             move rm-mode to ws-run-mode
045500         end-if
045600         close run-mode-file
045700     end-if
045800     .
045900 LOAD-INSTRUCTIONAL-DAYS.
046000     move zero to ws-calendar-count
046100     open input school-calendar-file
046200     if ws-calendar-status not = '00'
046300         display 'COULD NOT OPEN SCHCALND - STATUS '
046400             ws-calendar-status
046500         move 16 to return-code
046600         stop run
046700     end-if
046800     perform until ws-calendar-status not = '00'
046900         read school-calendar-file next record
047000         if ws-calendar-status = '00'
047100             and (cal-day-type = 'I' or cal-day-type = 'E')
047200             if ws-calendar-count < ws-calendar-max
047300                 add 1 to ws-calendar-count
047400                 move cal-date
047500                     to ws-cal-day(ws-calendar-count)
047600                 move cal-school-code
047700                     to ws-cal-school(ws-calendar-count)
047800                 if cal-school-code not = spaces
047900                     perform note-calendar-building
048000                 end-if
048100             else
048200                 move 'Y' to ws-cal-full
048300             end-if
048400         end-if
048500     end-perform
048600     close school-calendar-file
048700     if ws-cal-full = 'Y'
048800         display 'SCHCALND - CALENDAR TABLE FULL AT '
048900             ws-calendar-max ' DAYS'
049000     end-if
049100     if ws-calendar-count > 1
049200         sort ws-cal-entry on ascending key ws-cal-school
049300             ws-cal-day
049400     end-if
049500     .
049600 NOTE-CALENDAR-BUILDING.
049700     move 'N' to ws-calb-found
049800     perform varying ws-calb-row from 1 by 1
049900             until ws-calb-row > ws-calb-count
050000         if ws-calb-school(ws-calb-row) = cal-school-code
050100             move 'Y' to ws-calb-found
050200         end-if
050300     end-perform
050400     if ws-calb-found = 'N'
050500         and ws-calb-count < ws-calb-max
050600         add 1 to ws-calb-count
050700         move cal-school-code to ws-calb-school(ws-calb-count)
050800     end-if
050900     .
051000 SELECT-SCHOOL-CALENDAR.
051100     move spaces to ws-cal-key
051200     perform varying ws-calb-row from 1 by 1
051300             until ws-calb-row > ws-calb-count
051400         if ws-calb-school(ws-calb-row) = ws-cal-for-school
051500             move ws-cal-for-school to ws-cal-key
051600         end-if
051700     end-perform
051800     .
051900 LOAD-ROSTER-TABLE.
052000******************************************************************
052100*    EVERY ENROLLED STUDENT, WITH THE CALENDAR ITS BUILDING RUNS *
052200*    ON. A ROSTER TOO BIG FOR THE TABLE LEAVES THE REST OFF THE  *
052300*    LIST AND ENDS THE RUN RC 4.                                 *
052400******************************************************************
052500     move zero to ws-rst-count
052600     open input roster-file
052700     if ws-roster-file-status not = '00'
052800         display 'COULD NOT OPEN ROSTERVS - STATUS '
052900             ws-roster-file-status
053000         move 16 to return-code
053100         stop run
053200     end-if
053300     perform until ws-roster-file-status not = '00'
053400         read roster-file next record
053500         if ws-roster-file-status = '00'
053600             and st-withdraw-date = zero
053700             if ws-rst-count < ws-rst-max
053800                 add 1 to ws-rst-count
053900                 move ws-rst-count to i
054000                 move st-id           to rst-id(i)
054100                 move st-last-name    to rst-last-name(i)
054200                 move st-first-name   to rst-first-name(i)
054300                 move st-grade        to rst-grade(i)
054400                 move st-school-code  to rst-school(i)
054500                 move st-school-code  to ws-cal-for-school
054600                 perform select-school-calendar
054700                 move ws-cal-key      to rst-cal-key(i)
054800                 move st-enroll-date  to rst-enroll-date(i)
054900                 move zero to rst-last-attended(i)
055000                 move zero to rst-run-ended(i)
055100                 move zero to rst-absent-days(i)
055200                 move zero to rst-first-absent(i)
055300                 move zero to rst-wdrw-date(i)
055400                 move 'N'  to rst-homebound(i)
055500                 move 'N'  to rst-candidate(i)
055600                 move 'N'  to rst-carded(i)
055700             else
055800                 move 'Y' to ws-rst-full
055900             end-if
056000         end-if
056100     end-perform
056200     close roster-file
056300     if ws-rst-full = 'Y'
056400         display 'ROSTERVS - STUDENT TABLE FULL AT '
056500             ws-rst-max ' - LATER STUDENTS NOT CHECKED'
056600     end-if
056700     if ws-rst-count > 1
056800         sort rst-row on ascending key rst-id
056900     end-if
057000     .
057100 FIND-STUDENT.
057200     move zero to ws-rst-row
057300     search all rst-row
057400         when rst-id(rst-idx) = ws-find-id
057500             set ws-rst-row to rst-idx
057600     end-search
057700     .
057800 LOAD-CORRECTION-TABLE.
057900******************************************************************
058000*    FIRST PASS OVER ATTNDLOG - EVERY PERIOD-00 'C' CORRECTION   *
058100*    WITH ITS RECORD NUMBER, THEN SORTED AND CUT TO THE LAST     *
058200*    ONE PER STUDENT/DATE (SEE CRX-TABLE).                       *
058300******************************************************************
058400     move zero to ws-crx-count
058500     move zero to ws-att-seq
058600     open input attendance-file
058700     if ws-attendance-status not = '00'
058800         display 'COULD NOT OPEN ATTNDLOG - STATUS '
058900             ws-attendance-status
059000         move 16 to return-code
059100         stop run
059200     end-if
059300     perform until ws-attendance-status not = '00'
059400         read attendance-file next record
059500         if ws-attendance-status = '00'
059600             add 1 to ws-att-seq
059700             if att-correction-flag = 'C'
059800                 and att-period = zero
059900                 if ws-crx-count < ws-crx-max
060000                     add 1 to ws-crx-count
060100                     move ws-crx-count to i
060200                     move att-student-id   to crx-id(i)
060300                     move att-date         to crx-date(i)
060400                     move ws-att-seq       to crx-seq(i)
060500                     move att-status-code  to crx-status(i)
060600                     move att-excused-flag to crx-excused(i)
060700                     move att-reason-code  to crx-reason(i)
060800                 else
060900                     move 'Y' to ws-crx-full
061000                 end-if
061100             end-if
061200         end-if
061300     end-perform
061400     close attendance-file
061500     if ws-crx-full = 'Y'
061600         display 'ATTNDLOG - CORRECTION TABLE FULL AT '
061700             ws-crx-max ' - LATER CORRECTIONS NOT APPLIED'
061800     end-if
061900     if ws-crx-count > 1
062000         sort crx-row on ascending key crx-id crx-date crx-seq
062100         move 1 to j
062200         perform varying i from 2 by 1 until i > ws-crx-count
062300             if crx-id(i) = crx-id(j)
062400                 and crx-date(i) = crx-date(j)
062500                 move crx-row(i) to crx-row(j)
062600             else
062700                 add 1 to j
062800                 move crx-row(i) to crx-row(j)
062900             end-if
063000         end-perform
063100         move j to ws-crx-count
063200     end-if
063300     .
063400 FIND-CORRECTION.
063500     move 'N' to ws-crx-found
063600     if ws-crx-count > zero
063700         search all crx-row
063800             when crx-id(crx-idx) = att-student-id
063900                 and crx-date(crx-idx) = att-date
064000                 move 'Y' to ws-crx-found
064100         end-search
064200     end-if
064300     .
064400 LOAD-HOMEBOUND-SPELLS.
064500******************************************************************
064600*    HOMEBOUND INSTRUCTION IS ATTENDANCE. A STUDENT ON AN OPEN   *
064700*    'HB' SPELL IS NEVER A CANDIDATE; A CLOSED SPELL OF THIS     *
064800*    ENROLLMENT COUNTS AS ATTENDED THROUGH ITS EXIT DATE. NO     *
064900*    PGMPART MEANS NO SPELLS.                                    *
065000******************************************************************
065100     open input program-part-file
065200     if ws-pgmpart-status not = '00'
065300         display 'NO PGMPART - STATUS ' ws-pgmpart-status
065400             ' - NO HOMEBOUND SPELLS APPLIED'
065500     else
065600         perform until ws-pgmpart-status not = '00'
065700             read program-part-file next record
065800             if ws-pgmpart-status = '00'
065900                 and pp-program-code = ws-homebound-code
066000                 and pp-entry-date <= ws-business-date
066100                 move pp-student-id to ws-find-id
066200                 perform find-student
066300                 if ws-rst-row not = zero
066400                     perform apply-homebound-spell
066500                 end-if
066600             end-if
066700         end-perform
066800         close program-part-file
066900     end-if
067000     .
067100 APPLY-HOMEBOUND-SPELL.
067200     move ws-rst-row to i
067300     if pp-exit-date = zero
067400         or pp-exit-date >= ws-business-date
067500         if rst-homebound(i) = 'N'
067600             add 1 to ws-homebound-count
067700         end-if
067800         move 'Y' to rst-homebound(i)
067900     else
068000         if pp-exit-date >= rst-enroll-date(i)
068100             if pp-exit-date > rst-last-attended(i)
068200                 move pp-exit-date to rst-last-attended(i)
068300             end-if
068400             if pp-exit-date > rst-run-ended(i)
068500                 move pp-exit-date to rst-run-ended(i)
068600             end-if
068700         end-if
068800     end-if
068900     .
069000 APPLY-FINAL-POSTINGS.
069100******************************************************************
069200*    ONE PASS OVER ATTNDLOG IN WS-PASS. A DAILY RECORD STANDS    *
069300*    UNLESS ITS DAY WAS CORRECTED; THE FINAL CORRECTIONS ARE     *
069400*    THEN APPLIED ONCE FROM CRX-TABLE. SO EVERY STUDENT/DATE IS  *
069500*    SEEN EXACTLY ONCE, AT ITS FINAL STATUS.                     *
069600******************************************************************
069700     open input attendance-file
069800     if ws-attendance-status not = '00'
069900         display 'COULD NOT OPEN ATTNDLOG - STATUS '
070000             ws-attendance-status
070100         move 16 to return-code
070200         stop run
070300     end-if
070400     perform until ws-attendance-status not = '00'
070500         read attendance-file next record
070600         if ws-attendance-status = '00'
070700             and att-period = zero
070800             and att-correction-flag not = 'C'
070900             perform find-correction
071000             if ws-crx-found = 'N'
071100                 move att-student-id   to ws-pst-id
071200                 move att-date         to ws-pst-date
071300                 move att-status-code  to ws-pst-status
071400                 move att-excused-flag to ws-pst-excused
071500                 move att-reason-code  to ws-pst-reason
071600                 perform apply-posting
071700             end-if
071800         end-if
071900     end-perform
072000     close attendance-file
072100     perform varying k from 1 by 1 until k > ws-crx-count
072200         move crx-id(k)      to ws-pst-id
072300         move crx-date(k)    to ws-pst-date
072400         move crx-status(k)  to ws-pst-status
072500         move crx-excused(k) to ws-pst-excused
072600         move crx-reason(k)  to ws-pst-reason
072700         perform apply-posting
072800     end-perform
072900     .
073000 APPLY-POSTING.
073100******************************************************************
073200*    ONE FINAL POSTING OF AN ENROLLED STUDENT, DATED IN THIS     *
073300*    ENROLLMENT AND NOT AFTER TODAY. WS-DAY-KIND: 'P' ATTENDED,  *
073400*    'M' EXCUSED MEDICAL, 'A' NONATTENDANCE. STATUS 'N' (NOT A   *
073500*    SCHOOL DAY) AND ANYTHING ELSE IS NEITHER.                   *
073600******************************************************************
073700     move ws-pst-id to ws-find-id
073800     perform find-student
073900     if ws-rst-row not = zero
074000         move ws-rst-row to i
074100         if ws-pst-date >= rst-enroll-date(i)
074200             and ws-pst-date <= ws-business-date
074300             move space to ws-day-kind
074400             evaluate ws-pst-status
074500                 when 'P'
074600                 when 'T'
074700                 when 'E'
074800                     move 'P' to ws-day-kind
074900                 when 'A'
075000                     if ws-pst-excused = 'E'
075100                         and ws-pst-reason = ws-medical-reason
075200                         move 'M' to ws-day-kind
075300                     else
075400                         move 'A' to ws-day-kind
075500                     end-if
075600             end-evaluate
075700             if ws-pass = 'R'
075800                 perform note-run-ended
075900             else
076000                 perform count-absent-day
076100             end-if
076200         end-if
076300     end-if
076400     .
076500 NOTE-RUN-ENDED.
076600     if ws-day-kind = 'P' or ws-day-kind = 'M'
076700         add 1 to ws-postings-used
076800         if ws-pst-date > rst-run-ended(i)
076900             move ws-pst-date to rst-run-ended(i)
077000         end-if
077100     end-if
077200     if ws-day-kind = 'P'
077300         and ws-pst-date > rst-last-attended(i)
077400         move ws-pst-date to rst-last-attended(i)
077500     end-if
077600     .
077700 COUNT-ABSENT-DAY.
077800     if ws-day-kind = 'A'
077900         and ws-pst-date > rst-run-ended(i)
078000         add 1 to ws-postings-used
078100         perform check-instructional-day
078200         if ws-instructional = 'Y'
078300             add 1 to rst-absent-days(i)
078400             if rst-first-absent(i) = zero
078500                 or ws-pst-date < rst-first-absent(i)
078600                 move ws-pst-date to rst-first-absent(i)
078700             end-if
078800         end-if
078900     end-if
079000     .
079100 CHECK-INSTRUCTIONAL-DAY.
079200     move 'N' to ws-instructional
079300     if ws-calendar-count > zero
079400         search all ws-cal-entry
079500             when ws-cal-school(cal-idx) = rst-cal-key(i)
079600                 and ws-cal-day(cal-idx) = ws-pst-date
079700                 move 'Y' to ws-instructional
079800         end-search
079900     end-if
080000     .
080100 SELECT-CANDIDATES.
080200******************************************************************
080300*    EVERY STUDENT AT OR OVER THE LIMIT AND NOT HOMEBOUND. THE   *
080400*    WITHDRAWAL WOULD TAKE AS OF THE LAST DAY ATTENDED - THE     *
080500*    ENROLL DATE FOR A STUDENT WHO NEVER CAME.                   *
080600******************************************************************
080700     move zero to ws-cnd-count
080800     perform varying i from 1 by 1 until i > ws-rst-count
080900         if rst-absent-days(i) >= ws-ten-day-limit
081000             if rst-homebound(i) = 'Y'
081100                 add 1 to ws-homebound-skipped
081200             else
081300                 move 'Y' to rst-candidate(i)
081400                 if rst-last-attended(i) = zero
081500                     move rst-enroll-date(i) to rst-wdrw-date(i)
081600                 else
081700                     move rst-last-attended(i) to rst-wdrw-date(i)
081800                 end-if
081900                 add 1 to ws-cnd-count
082000                 move ws-cnd-count to j
082100                 move rst-school(i)     to cnd-school(j)
082200                 move rst-last-name(i)  to cnd-last-name(j)
082300                 move rst-first-name(i) to cnd-first-name(j)
082400                 move i                 to cnd-rst-row(j)
082500             end-if
082600         end-if
082700     end-perform
082800     if ws-cnd-count > 1
082900         sort cnd-row on ascending key cnd-school cnd-last-name
083000             cnd-first-name
083100     end-if
083200     .
083300 PRINT-CANDIDATES.
083400     write ten-day-line from td-heading
083500     move ws-ten-day-limit to td-h-limit
083600     write ten-day-line from td-rule-heading
083700     move spaces to ws-prev-school
083800     perform varying k from 1 by 1 until k > ws-cnd-count
083900         move cnd-rst-row(k) to i
084000         if k = 1 or rst-school(i) not = ws-prev-school
084100             move rst-school(i) to ws-prev-school
084200             move rst-school(i) to td-h-school
084300             move spaces to ten-day-line
084400             write ten-day-line
084500             write ten-day-line from td-bldg-heading
084600             write ten-day-line from td-column-heading
084700             write ten-day-line from td-column-heading-2
084800         end-if
084900         move rst-id(i) to td-d-id
085000         perform format-name
085100         move ws-disposition     to td-d-name
085200         move rst-grade(i)       to td-d-grade
085300         move rst-absent-days(i) to td-d-days
085400         move rst-first-absent(i) to td-d-first-absent
085500         if rst-last-attended(i) = zero
085600             move 'NONE'         to td-d-last-attended
085700         else
085800             move rst-last-attended(i) to td-d-last-attended
085900         end-if
086000         move rst-wdrw-date(i)   to td-d-wdrw-date
086100         write ten-day-line from td-detail-line
086200     end-perform
086300     if ws-cnd-count = zero
086400         move spaces to ten-day-line
086500         write ten-day-line
086600         move '    NO STUDENT HAS REACHED THE LIMIT'
086700             to ten-day-line
086800         write ten-day-line
086900     end-if
087000     .
087100 FORMAT-NAME.
087200     move spaces to ws-disposition
087300     string rst-last-name(i)  delimited by '  '
087400            ', '              delimited by size
087500            rst-first-name(i) delimited by '  '
087600            into ws-disposition
087700     end-string
087800     .
087900 PROCESS-APPROVALS.
088000******************************************************************
088100*    ONE WDRW CARD PER APPROVED STUDENT STILL ON TONIGHT'S LIST, *
088200*    BACKDATED TO RST-WDRW-DATE, WITH THE REGISTRAR'S REASON OR  *
088300*    THE STATE TEN-DAY CODE. A STUDENT OFF THE LIST (BACK IN     *
088400*    SCHOOL, WITHDRAWN ALREADY, HOMEBOUND) OR APPROVED TWICE IS  *
088500*    REFUSED.                                                    *
088600******************************************************************
088700     open input approval-file
088800     if ws-tdapprv-status not = '00'
088900         display 'COULD NOT OPEN TDAPPRV - STATUS '
089000             ws-tdapprv-status
089100         move 16 to return-code
089200         stop run
089300     end-if
089400     open output withdraw-card-file
089500     if ws-tdcards-status not = '00'
089600         display 'COULD NOT OPEN TDCARDS - STATUS '
089700             ws-tdcards-status
089800         move 16 to return-code
089900         stop run
090000     end-if
090100     move spaces to ten-day-line
090200     write ten-day-line
090300     write ten-day-line from ap-heading
090400     write ten-day-line from ap-column-heading
090500     perform until ws-tdapprv-status not = '00'
090600         read approval-file next record
090700         if ws-tdapprv-status = '00'
090800             add 1 to ws-cards-read
090900             perform take-approval
091000         end-if
091100     end-perform
091200     close approval-file
091300     close withdraw-card-file
091400     .
091500 TAKE-APPROVAL.
091600     move tw-student-id to ap-d-id
091700     move spaces        to ap-d-name
091800     move tw-registrar  to ap-d-registrar
091900     move spaces        to ap-d-effective
092000     move tw-reason     to ws-card-reason
092100     if ws-card-reason = spaces
092200         move ws-state-reason to ws-card-reason
092300     end-if
092400     move ws-card-reason to ap-d-reason
092500     move 'Y' to ws-refused
092600     move zero to ws-rst-row
092700     if tw-student-id is numeric
092800         move tw-student-id to ws-find-id
092900         perform find-student
093000     end-if
093100     if ws-rst-row = zero
093200         move 'NOT ENROLLED - REFUSED' to ws-disposition
093300     else
093400         move ws-rst-row to i
093500         perform format-name
093600         move ws-disposition to ap-d-name
093700         evaluate true
093800             when rst-homebound(i) = 'Y'
093900                 move 'HOMEBOUND - REFUSED' to ws-disposition
094000             when rst-candidate(i) not = 'Y'
094100                 move 'NOT ON THE LIST - REFUSED'
094200                     to ws-disposition
094300             when rst-carded(i) = 'Y'
094400                 move 'APPROVED TWICE - REFUSED' to ws-disposition
094500             when other
094600                 perform write-withdraw-card
094700         end-evaluate
094800     end-if
094900     if ws-refused = 'Y'
095000         add 1 to ws-cards-refused
095100     end-if
095200     move ws-disposition to ap-d-disposition
095300     write ten-day-line from ap-detail-line
095400     .
095500 WRITE-WITHDRAW-CARD.
095600     move spaces to withdraw-card-record
095700     move 'WDRW'           to cc-mode
095800     move rst-id(i)        to cc-student-id
095900     move rst-school(i)    to cc-school-code
096000     move zero             to cc-contact-priority
096100     move ws-card-reason   to cc-withdraw-reason
096200     move rst-wdrw-date(i) to cc-cutoff-date
096300     write withdraw-card-record
096400     if ws-tdcards-status not = '00'
096500         display 'COULD NOT WRITE TDCARDS - STATUS '
096600             ws-tdcards-status
096700         move 16 to return-code
096800         stop run
096900     end-if
097000     move 'Y' to rst-carded(i)
097100     move 'N' to ws-refused
097200     add 1 to ws-cards-written
097300     move rst-wdrw-date(i) to ap-d-effective
097400     move 'WDRW CARD WRITTEN' to ws-disposition
097500     .
097600 PRINT-RUN-TOTALS.
097700     move spaces to ten-day-line
097800     write ten-day-line
097900     move 'ENROLLED STUDENTS CHECKED' to rt-label
098000     move ws-rst-count to rt-value
098100     write ten-day-line from run-total-line
098200     move 'FINAL DAILY POSTINGS USED' to rt-label
098300     move ws-postings-used to rt-value
098400     write ten-day-line from run-total-line
098500     move 'STUDENTS ON AN OPEN HOMEBOUND SPELL' to rt-label
098600     move ws-homebound-count to rt-value
098700     write ten-day-line from run-total-line
098800     move 'HOMEBOUND STUDENTS OVER THE LIMIT - SKIPPED'
098900         to rt-label
099000     move ws-homebound-skipped to rt-value
099100     write ten-day-line from run-total-line
099200     move 'WITHDRAWAL CANDIDATES' to rt-label
099300     move ws-cnd-count to rt-value
099400     write ten-day-line from run-total-line
099500     if ws-run-mode = 'APPROVE '
099600         move 'APPROVALS READ' to rt-label
099700         move ws-cards-read to rt-value
099800         write ten-day-line from run-total-line
099900         move 'WDRW CARDS WRITTEN' to rt-label
100000         move ws-cards-written to rt-value
100100         write ten-day-line from run-total-line
100200         move 'APPROVALS REFUSED' to rt-label
100300         move ws-cards-refused to rt-value
100400         write ten-day-line from run-total-line
100500     end-if
100600     if ws-cal-full = 'Y'
100700         move '** SCHCALND CUT SHORT - TABLE FULL' to ten-day-line
100800         write ten-day-line
100900     end-if
101000     if ws-rst-full = 'Y'
101100         move '** ROSTERVS CUT SHORT - TABLE FULL' to ten-day-line
101200         write ten-day-line
101300     end-if
101400     if ws-crx-full = 'Y'
101500         move '** ATTNDLOG CORRECTIONS CUT SHORT - TABLE FULL'
101600             to ten-day-line
101700         write ten-day-line
101800     end-if
101900     .
102000 START-RUN-CONTROL.
102100******************************************************************
102200*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
102300*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
102400*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
102500*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
102600******************************************************************
102700     move spaces to run-control-event
102800     move ws-business-date to ws-run-bus-date
102900     move spaces to ws-run-blocker
103000     perform varying ws-run-px from 1 by 1
103100         until ws-run-px > ws-run-pred-count
103200            or ws-run-blocker not = spaces
103300         perform check-one-predecessor
103400     end-perform
103500     if ws-run-blocker not = spaces
103600         move 'B' to jr-event
103700         perform write-run-control-event
103800         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
103900             ' HAS NOT COMPLETED FOR BUSINESS DATE '
104000             ws-run-bus-date
104100         move ws-run-blocked-rc to return-code
104200         stop run
104300     end-if
104400     move 'S' to jr-event
104500     perform write-run-control-event
104600     .
104700 CHECK-ONE-PREDECESSOR.
104800******************************************************************
104900*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
105000*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
105100*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
105200******************************************************************
105300     move 'N' to ws-run-pred-state
105400     open input run-control-file
105500     if ws-runctl-status = '00'
105600         perform until ws-runctl-status not = '00'
105700             read run-control-file next record
105800                 into run-control-event
105900             if ws-runctl-status = '00'
106000                 and jr-business-date = ws-run-bus-date
106100                 and jr-job-name = ws-run-pred(ws-run-px)
106200                 move 'N' to ws-run-pred-state
106300                 if jr-event = 'E'
106400                     and jr-completion-code <= ws-run-max-rc
106500                     move 'Y' to ws-run-pred-state
106600                 end-if
106700             end-if
106800         end-perform
106900         close run-control-file
107000     end-if
107100     if ws-run-pred-state not = 'Y'
107200         move ws-run-pred(ws-run-px) to ws-run-blocker
107300     end-if
107400     .
107500 END-RUN-CONTROL.
107600******************************************************************
107700*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
107800*    RETURN CODE THE JOB IS ENDING WITH.                         *
107900******************************************************************
108000     move 'E' to jr-event
108100     perform write-run-control-event
108200     .
108300 WRITE-RUN-CONTROL-EVENT.
108400     move ws-run-bus-date to jr-business-date
108500     move ws-run-job-name to jr-job-name
108600     accept jr-event-date from date yyyymmdd
108700     accept jr-event-time from time
108800     move return-code     to jr-completion-code
108900     move ws-run-blocker  to jr-blocked-by
109000     open extend run-control-file
109100     if ws-runctl-status not = '00'
109200         open output run-control-file
109300     end-if
109400     if ws-runctl-status not = '00'
109500         display 'COULD NOT OPEN RUNCTL - STATUS '
109600             ws-runctl-status
109700     else
109800         write run-control-record from run-control-event
109900         close run-control-file
110000     end-if
110100     .
110200 READ-BUSINESS-DATE.
110300******************************************************************
110400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
110500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
110600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
110700******************************************************************
110800     open input business-date-file
110900     if ws-busdate-status not = '00'
111000         display 'COULD NOT OPEN BUSDATE - STATUS '
111100             ws-busdate-status
111200         move 16 to return-code
111300         stop run
111400     end-if
111500     read business-date-file next record
111600     if ws-busdate-status not = '00'
111700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
111800             ws-busdate-status
111900         move 16 to return-code
112000         stop run
112100     end-if
112200     close business-date-file
112300     move bd-business-date to ws-business-date
112400     if bd-override-date not = zero
112500         move bd-override-date to ws-business-date
112600         move 'Y' to ws-bus-date-override
112700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
112800             bd-override-date ' SET BY ' bd-override-operator
112900         display '    REASON: ' bd-override-reason
113000     end-if
113100     move ws-business-date to bdh-date
113200     if ws-bus-date-override = 'Y'
113300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
113400             to bdh-override
113500     end-if
113600     .
