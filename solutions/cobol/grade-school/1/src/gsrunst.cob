000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSRUNST.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    NIGHTLY JOB-STREAM STATUS PRINT. READS THE RUN-CONTROL      *
000900*    LEDGER (RUNCTL, COPY JRUNREC) EVERY STREAM JOB WRITES ITS   *
001000*    START AND END TO, AND PRINTS ONE PAGE FOR THE BUSINESS      *
001100*    DATE (STRMRPT) - ONE LINE PER JOB IN STREAM ORDER:          *
001200*      COMPLETE - ENDED WITH A RETURN CODE OF 4 OR LESS,         *
001300*      FAILED   - ENDED HIGHER THAN 4,                           *
001400*      RUNNING  - STARTED WITH NO END YET (STILL GOING, OR IT    *
001500*                 ABENDED - THE OPERATOR CHECKS THE JOB LOG),    *
001600*      BLOCKED  - REFUSED TO START, OR CANNOT START BECAUSE A    *
001700*                 PREDECESSOR FAILED OR WAS ITSELF BLOCKED,      *
001800*      PENDING  - NOT RUN YET; THE NOTE SAYS WHETHER IT IS READY *
001900*                 OR WHICH PREDECESSOR IT IS WAITING ON.         *
002000*    THE STREAM TABLE BELOW MUST LIST THE SAME PREDECESSORS      *
002100*    EACH JOB DECLARES IN ITS OWN WS-RUN-PRED-LIST.              *
002200*    SEE JCL/GSRUNST.JCL.                                        *
002300******************************************************************
002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-10-15  RVM  ORIGINAL VERSION.
002620*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002640*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002660*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002680*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002690*    2026-10-15  RVM  ADDED GSDOCS (ENROLLMENT DOCUMENT CHECKLIST)
002690*                     TO THE STREAM, AFTER GSNIGHT.
002695*    2026-10-15  RVM  ADDED GSTRIP (FIELD TRIPS) TO THE STREAM,
002697*                     AFTER GSNIGHT.
002698*    2026-10-15  RVM  ADDED GSLOCKER (LOCKERS) TO THE STREAM,
002699*                     AFTER GSNIGHT.
002699*    2026-10-15  RVM  ADDED GSABWD (TEN-DAY NONATTENDANCE) TO THE
002699*                     STREAM, AFTER GSNIGHT.
002699*    2026-10-15  RVM  ADDED GSCLCHG (CLASS-CHANGE NOTICES) TO THE
002699*                     STREAM, AFTER GSNIGHT.
002699*    2026-10-15  RVM  ADDED GSLMS (LMS ROSTER EXPORT) TO THE
002699*                     STREAM, AFTER GSNIGHT.
002699*    2026-10-15  RVM  ADDED GSPRTIN (PORTAL CHANGE REQUESTS) TO
002699*                     THE STREAM, AFTER GSNIGHT.
002699*    2026-10-15  RVM  ADDED GSINCMP (INCOMPLETE GRADES), GSCNSL
002699*                     (COUNSELOR CASELOADS) AND GSNXTYR (NEXT-YEAR
002699*                     ROSTER) TO THE STREAM, AFTER GSNIGHT.
002699*    2026-10-15  RVM  STRMRPT NOW OPENS WITH THE BUSINESS DATE,
002699*                     FLAGGED WHEN A RERUN OVERRIDE IS IN FORCE.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RUNCTL-STATUS.
003400     SELECT STREAM-RPT ASSIGN TO STRMRPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-STRMRPT-STATUS.
003620     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003640         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-BUSDATE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RUN-CONTROL-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  RUN-CONTROL-RECORD.
004200     COPY JRUNREC.
004300 FD  STREAM-RPT
004400     LABEL RECORDS ARE STANDARD.
004500 01  STREAM-LINE                 PIC X(100).
004520 FD  BUSINESS-DATE-FILE
004540     LABEL RECORDS ARE STANDARD.
004560 01  BUSINESS-DATE-RECORD.
004580     COPY BDATREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-RUNCTL-STATUS         PIC X(02).
004800 01  WS-STRMRPT-STATUS        PIC X(02).
004900 01  j                        PIC 9(02).
005000 01  k                        PIC 9(02).
005100 01  WS-BUS-DATE              PIC 9(08).
005200 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
005300******************************************************************
005400*    THE NIGHTLY STREAM, IN RUN ORDER - JOB NAME AND UP TO THREE *
005500*    PREDECESSORS. A PREDECESSOR ALWAYS APPEARS ABOVE THE JOBS   *
005600*    THAT NEED IT, SO ONE TOP-DOWN PASS SETTLES EVERY STATUS.    *
005700******************************************************************
005800 77  WS-STRM-COUNT            PIC 9(02) VALUE 16.
005900 01  WS-STRM-LIST.
006000     05  FILLER               PIC X(32) VALUE
006100         'GSNIGHT                         '.
006200     05  FILLER               PIC X(32) VALUE
006300         'GSPORTALGSNIGHT                 '.
006400     05  FILLER               PIC X(32) VALUE
006500         'GSINBND GSNIGHT                 '.
006600     05  FILLER               PIC X(32) VALUE
006700         'GSRETAINGSNIGHT                 '.
006800     05  FILLER               PIC X(32) VALUE
006900         'GSDIALERGSNIGHT                 '.
007000     05  FILLER               PIC X(32) VALUE
007100         'GSDIGESTGSNIGHT GSRETAIN        '.
007100     05  FILLER               PIC X(32) VALUE
007100         'GSDOCS  GSNIGHT                 '.
007150     05  FILLER               PIC X(32) VALUE
007150         'GSTRIP  GSNIGHT                 '.
007160     05  FILLER               PIC X(32) VALUE
007160         'GSLOCKERGSNIGHT                 '.
007170     05  FILLER               PIC X(32) VALUE
007170         'GSABWD  GSNIGHT                 '.
007180     05  FILLER               PIC X(32) VALUE
007180         'GSCLCHG GSNIGHT                 '.
007190     05  FILLER               PIC X(32) VALUE
007190         'GSLMS   GSNIGHT                 '.
007195     05  FILLER               PIC X(32) VALUE
007195         'GSPRTIN GSNIGHT                 '.
007196     05  FILLER               PIC X(32) VALUE
007196         'GSINCMP GSNIGHT                 '.
007197     05  FILLER               PIC X(32) VALUE
007197         'GSCNSL  GSNIGHT                 '.
007198     05  FILLER               PIC X(32) VALUE
007198         'GSNXTYR GSNIGHT                 '.
007200 01  WS-STRM-TABLE REDEFINES WS-STRM-LIST.
007300     05  WS-STRM-ENTRY        OCCURS 16 TIMES.
007400         10  WS-STRM-JOB      PIC X(08).
007500         10  WS-STRM-PRED     OCCURS 3 TIMES PIC X(08).
007600******************************************************************
007700*    WHAT THE LEDGER SAYS ABOUT EACH STREAM JOB TONIGHT - THE    *
007800*    LATEST EVENT WINS, SO A RERUN OVERRIDES THE FAILED RUN.     *
007900******************************************************************
008000 01  WS-JOB-STATE-TABLE.
008100     05  WS-JS-ENTRY          OCCURS 16 TIMES.
008200         10  WS-JS-LAST-EVENT PIC X.
008300         10  WS-JS-START-TIME PIC 9(08).
008400         10  WS-JS-END-TIME   PIC 9(08).
008500         10  WS-JS-RC         PIC 9(04).
008600         10  WS-JS-BLOCKER    PIC X(08).
008700         10  WS-JS-STATUS     PIC X(08).
008800         10  WS-JS-NOTE       PIC X(40).
008900 01  WS-JOB-ROW               PIC 9(02).
009000 01  WS-WAIT-PRED             PIC X(08).
009100 01  WS-STOP-PRED             PIC X(08).
009200 01  WS-PRED-ROW              PIC 9(02).
009300 01  WS-COMPLETE-COUNT        PIC 9(02) VALUE ZERO.
009400 01  WS-FAILED-COUNT          PIC 9(02) VALUE ZERO.
009500 01  WS-RUNNING-COUNT         PIC 9(02) VALUE ZERO.
009600 01  WS-BLOCKED-COUNT         PIC 9(02) VALUE ZERO.
009700 01  WS-PENDING-COUNT         PIC 9(02) VALUE ZERO.
009800 01  STRM-HEADING.
009900     05  FILLER               PIC X(42) VALUE
010000         'NIGHTLY JOB STREAM STATUS - BUSINESS DATE '.
010100     05  STRM-H-DATE          PIC 9(08).
010200 01  STRM-COLUMN-HEADING.
010300     05  FILLER               PIC X(10) VALUE 'JOB'.
010400     05  FILLER               PIC X(10) VALUE 'STATUS'.
010500     05  FILLER               PIC X(10) VALUE 'START'.
010600     05  FILLER               PIC X(10) VALUE 'END'.
010700     05  FILLER               PIC X(06) VALUE 'RC'.
010800     05  FILLER               PIC X(04) VALUE 'NOTE'.
010900 01  STRM-DETAIL-LINE.
011000     05  STRM-D-JOB           PIC X(08).
011100     05  FILLER               PIC X(02) VALUE SPACES.
011200     05  STRM-D-STATUS        PIC X(08).
011300     05  FILLER               PIC X(02) VALUE SPACES.
011400     05  STRM-D-START         PIC X(08).
011500     05  FILLER               PIC X(02) VALUE SPACES.
011600     05  STRM-D-END           PIC X(08).
011700     05  FILLER               PIC X(02) VALUE SPACES.
011800     05  STRM-D-RC            PIC X(04).
011900     05  FILLER               PIC X(02) VALUE SPACES.
012000     05  STRM-D-NOTE          PIC X(40).
012100 01  STRM-TOTAL-LINE.
012200     05  FILLER               PIC X(10) VALUE 'COMPLETE: '.
012300     05  STRM-T-COMPLETE      PIC Z9.
012400     05  FILLER               PIC X(10) VALUE '  FAILED: '.
012500     05  STRM-T-FAILED        PIC Z9.
012600     05  FILLER               PIC X(11) VALUE '  RUNNING: '.
012700     05  STRM-T-RUNNING       PIC Z9.
012800     05  FILLER               PIC X(11) VALUE '  BLOCKED: '.
012900     05  STRM-T-BLOCKED       PIC Z9.
013000     05  FILLER               PIC X(11) VALUE '  PENDING: '.
013100     05  STRM-T-PENDING       PIC Z9.
013110******************************************************************
013120*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013130*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013140*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013150******************************************************************
013160 01  WS-BUSDATE-STATUS        PIC X(02).
013170 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013180 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013190 01  BUS-DATE-HEADING.
013192     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013194     05  BDH-DATE             PIC 9(08).
013196     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013200 PROCEDURE DIVISION.
013300 MAINLINE.
013400******************************************************************
013500*    OPERATIONS ENTRY POINT - RUN ANY TIME DURING THE NIGHT,     *
013600*    AS OFTEN AS WANTED. READ-ONLY AGAINST THE LEDGER.           *
013700******************************************************************
013750     perform read-business-date
013800     move ws-business-date to ws-bus-date
013900     open output stream-rpt
014000     if ws-strmrpt-status not = '00'
014100         display 'COULD NOT OPEN STRMRPT - STATUS '
014200             ws-strmrpt-status
014300         move 16 to return-code
014400         stop run
014500     end-if
014600     perform varying j from 1 by 1 until j > ws-strm-count
014700         move spaces to ws-js-last-event(j)
014800         move zero   to ws-js-start-time(j)
014900         move zero   to ws-js-end-time(j)
015000         move zero   to ws-js-rc(j)
015100         move spaces to ws-js-blocker(j)
015200         move spaces to ws-js-status(j)
015300         move spaces to ws-js-note(j)
015400     end-perform
015500     perform load-ledger-events
015600     perform varying j from 1 by 1 until j > ws-strm-count
015700         perform settle-job-status
015800     end-perform
015900     perform print-stream-page
016000     close stream-rpt
016100     stop run
016200     .
016300 LOAD-LEDGER-EVENTS.
016400******************************************************************
016500*    ONE PASS OF THE LEDGER. ONLY TONIGHT'S BUSINESS DATE AND    *
016600*    ONLY JOBS IN THE STREAM TABLE COUNT.                        *
016700******************************************************************
016800     open input run-control-file
016900     if ws-runctl-status not = '00'
017000         display 'NO RUN-CONTROL LEDGER ON RUNCTL - STATUS '
017100             ws-runctl-status
017200     else
017300         perform until ws-runctl-status not = '00'
017400             read run-control-file next record
017500             if ws-runctl-status = '00'
017600                 and jr-business-date = ws-bus-date
017700                 perform apply-ledger-event
017800             end-if
017900         end-perform
018000         close run-control-file
018100     end-if
018200     .
018300 APPLY-LEDGER-EVENT.
018400     move zero to ws-job-row
018500     perform varying k from 1 by 1 until k > ws-strm-count
018600         if ws-strm-job(k) = jr-job-name
018700             move k to ws-job-row
018800         end-if
018900     end-perform
019000     if ws-job-row not = zero
019100         move jr-event to ws-js-last-event(ws-job-row)
019200         evaluate jr-event
019300             when 'S'
019400                 move jr-event-time
019500                     to ws-js-start-time(ws-job-row)
019600                 move zero to ws-js-end-time(ws-job-row)
019700                 move zero to ws-js-rc(ws-job-row)
019800             when 'E'
019900                 move jr-event-time to ws-js-end-time(ws-job-row)
020000                 move jr-completion-code to ws-js-rc(ws-job-row)
020100             when 'B'
020200                 move jr-blocked-by to ws-js-blocker(ws-job-row)
020300         end-evaluate
020400     end-if
020500     .
020600 SETTLE-JOB-STATUS.
020700******************************************************************
020800*    A JOB THAT HAS NOT RUN TAKES ITS STATUS FROM ITS            *
020900*    PREDECESSORS, WHICH ARE ALREADY SETTLED (STREAM ORDER).     *
021000******************************************************************
021100     evaluate ws-js-last-event(j)
021200         when 'E'
021300             if ws-js-rc(j) <= ws-run-max-rc
021400                 move 'COMPLETE' to ws-js-status(j)
021500                 add 1 to ws-complete-count
021600             else
021700                 move 'FAILED' to ws-js-status(j)
021800                 move 'RETURN CODE ABOVE 4 - RESUBMIT AFTER FIX'
021900                     to ws-js-note(j)
022000                 add 1 to ws-failed-count
022100             end-if
022200         when 'S'
022300             move 'RUNNING' to ws-js-status(j)
022400             move 'NO END YET - CHECK JOB LOG IF NOT ACTIVE'
022500                 to ws-js-note(j)
022600             add 1 to ws-running-count
022700         when 'B'
022800             move 'BLOCKED' to ws-js-status(j)
022900             string 'REFUSED START - ' delimited by size
023000                 ws-js-blocker(j) delimited by space
023100                 ' NOT COMPLETE' delimited by size
023200                 into ws-js-note(j)
023300             add 1 to ws-blocked-count
023400         when other
023500             perform settle-unrun-job
023600     end-evaluate
023700     .
023800 SETTLE-UNRUN-JOB.
023900     move spaces to ws-wait-pred
024000     move spaces to ws-stop-pred
024100     perform varying k from 1 by 1 until k > 3
024200         if ws-strm-pred(j, k) not = spaces
024300             perform find-predecessor-row
024400         end-if
024500     end-perform
024600     if ws-stop-pred not = spaces
024700         move 'BLOCKED' to ws-js-status(j)
024800         string 'CANNOT START - ' delimited by size
024900             ws-stop-pred delimited by space
025000             ' FAILED OR BLOCKED' delimited by size
025100             into ws-js-note(j)
025200         add 1 to ws-blocked-count
025300     else
025400         move 'PENDING' to ws-js-status(j)
025500         if ws-wait-pred = spaces
025600             move 'READY - PREDECESSORS COMPLETE'
025700                 to ws-js-note(j)
025800         else
025900             string 'WAITING ON ' delimited by size
026000                 ws-wait-pred delimited by space
026100                 into ws-js-note(j)
026200         end-if
026300         add 1 to ws-pending-count
026400     end-if
026500     .
026600 FIND-PREDECESSOR-ROW.
026700     move zero to ws-pred-row
026800     perform varying ws-job-row from 1 by 1
026900         until ws-job-row > ws-strm-count
027000         if ws-strm-job(ws-job-row) = ws-strm-pred(j, k)
027100             move ws-job-row to ws-pred-row
027200         end-if
027300     end-perform
027400     if ws-pred-row = zero
027500         if ws-wait-pred = spaces
027600             move ws-strm-pred(j, k) to ws-wait-pred
027700         end-if
027800     else
027900         evaluate ws-js-status(ws-pred-row)
028000             when 'COMPLETE'
028100                 continue
028200             when 'FAILED'
028300             when 'BLOCKED'
028400                 if ws-stop-pred = spaces
028500                     move ws-strm-pred(j, k) to ws-stop-pred
028600                 end-if
028700             when other
028800                 if ws-wait-pred = spaces
028900                     move ws-strm-pred(j, k) to ws-wait-pred
029000                 end-if
029100         end-evaluate
029200     end-if
029300     .
029400 PRINT-STREAM-PAGE.
029500     move ws-bus-date to strm-h-date
029550     write stream-line from bus-date-heading
029600     write stream-line from strm-heading
029700     move spaces to stream-line
029800     write stream-line
029900     write stream-line from strm-column-heading
030000     perform varying j from 1 by 1 until j > ws-strm-count
030100         move ws-strm-job(j)   to strm-d-job
030200         move ws-js-status(j)  to strm-d-status
030300         move spaces           to strm-d-start
030400         move spaces           to strm-d-end
030500         move spaces           to strm-d-rc
030600         if ws-js-last-event(j) = 'S' or 'E'
030700             move ws-js-start-time(j) to strm-d-start
030800         end-if
030900         if ws-js-last-event(j) = 'E'
031000             move ws-js-end-time(j) to strm-d-end
031100             move ws-js-rc(j)       to strm-d-rc
031200         end-if
031300         move ws-js-note(j)    to strm-d-note
031400         write stream-line from strm-detail-line
031500     end-perform
031600     move spaces to stream-line
031700     write stream-line
031800     move ws-complete-count to strm-t-complete
031900     move ws-failed-count   to strm-t-failed
032000     move ws-running-count  to strm-t-running
032100     move ws-blocked-count  to strm-t-blocked
032200     move ws-pending-count  to strm-t-pending
032300     write stream-line from strm-total-line
032400     .
032500 READ-BUSINESS-DATE.
032600******************************************************************
032700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
032800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
032900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
033000******************************************************************
033100     open input business-date-file
033200     if ws-busdate-status not = '00'
033300         display 'COULD NOT OPEN BUSDATE - STATUS '
033400             ws-busdate-status
033500         move 16 to return-code
033600         stop run
033700     end-if
033800     read business-date-file next record
033900     if ws-busdate-status not = '00'
034000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
034100             ws-busdate-status
034200         move 16 to return-code
034300         stop run
034400     end-if
034500     close business-date-file
034600     move bd-business-date to ws-business-date
034700     if bd-override-date not = zero
034800         move bd-override-date to ws-business-date
034900         move 'Y' to ws-bus-date-override
035000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
035100             bd-override-date ' SET BY ' bd-override-operator
035200         display '    REASON: ' bd-override-reason
035300     end-if
035310     move ws-business-date to bdh-date
035320     if ws-bus-date-override = 'Y'
035330         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
035340             to bdh-override
035350     end-if
035400     .
