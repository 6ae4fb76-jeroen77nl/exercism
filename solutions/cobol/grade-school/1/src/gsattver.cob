000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSATTVER.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ATTENDANCE MIRROR DRIFT CHECK. MIRROR-ATTENDANCE-POSTING IN *
000900*    THE NIGHTLY PROGRAM KEEPS THE KEYED ATTNDVS MIRROR IN STEP  *
001000*    WITH THE APPEND-ONLY ATTNDLOG, BUT GSDIALER, GSPORTAL AND   *
001100*    THE GSAD 'G' INQUIRY READ THE MIRROR WHILE GSADA, GSCHRAB   *
001200*    AND GSRCARD READ THE LOG - IF THE TWO DISAGREE, A PARENT IS *
001300*    CALLED ABOUT AN ABSENCE THE REPORT CARD DOES NOT SHOW. THIS *
001400*    JOB PROVES THEY AGREE:                                      *
001500*      PASS 1 LOADS EVERY PERIOD-00 POSTING ON ATTNDLOG, SORTS   *
001600*             THEM BY STUDENT, DATE AND FILE ORDER, AND KEEPS    *
001700*             THE FINAL VERSION OF EACH STUDENT/DATE - THE LAST  *
001800*             CORRECTION IN FILE ORDER WHEN ANY EXISTS (SEE      *
001900*             ATTNDREC.CPY), OTHERWISE THE LAST POSTING, WHICH   *
002000*             IS WHAT THE MIRROR'S REWRITE-ON-DUPLICATE KEEPS;   *
002100*      PASS 2 READS ATTNDVS IN KEY ORDER AGAINST THAT LIST AND   *
002200*             REPORTS ON ATTVRPT EVERY                           *
002300*               MISSING  - A LOG DAY WITH NO MIRROR ROW,         *
002400*               EXTRA    - A MIRROR ROW WITH NO LOG DAY,         *
002500*               MISMATCH - STATUS, CORRECTION FLAG, REASON OR    *
002600*                          EXCUSED FLAG DIFFER,                  *
002700*               CLOSED   - THE LOG'S FINAL VERSION IS A STATUS-  *
002800*                          'N' EMERGENCY-CLOSURE BACK-OUT, BUT   *
002900*                          THE MIRROR ROW THE CLOS CARD SHOULD   *
003000*                          HAVE DELETED IS STILL THERE.          *
003100*    A CLOSED DAY WITH NO MIRROR ROW IS CORRECT AND NOT LISTED.  *
003200*    MIRROR ROWS DATED BEFORE THE FIRST DATE ON THE LOG BELONG   *
003300*    TO A YEAR GSATTCON HAS ALREADY SEALED AND ARE COUNTED, NOT  *
003400*    LISTED. A ROW FLAGGED AV-DESK-FLAG 'D' WAS POSTED AT A      *
003400*    FRONT DESK BY GSSN AND IS WAITING FOR THE NIGHTLY ATTEND    *
003400*    PHASE TO CARRY IT TO THE LOG; IT IS COUNTED, NEVER LISTED   *
003400*    AS DRIFT AND NEVER TOUCHED BY A RESYNC.                     *
003400*    THE OPTIONAL ATTVCTL CARD 'RESYNC' (COLUMNS 1-6) MAKES THE  *
003600*    JOB REBUILD THE MIRROR FROM THE LOG AS WELL: EVERY ROW      *
003700*    LISTED IS ADDED, REWRITTEN OR DELETED AND JOURNALED ON      *
003800*    ATTVJRNL (COPY AVJRREC) WITH ITS BEFORE AND AFTER IMAGE.    *
003900*    NO CARD MEANS VERIFY ONLY - THE NIGHTLY RUN. RETURN CODES:  *
004000*      0  - MIRROR AGREES WITH THE LOG (OR RESYNC APPLIED),      *
004100*      4  - DRIFT LISTED, NOTHING CHANGED - RUN THE RESYNC,      *
004200*      16 - A FILE COULD NOT BE READ OR UPDATED, OR THE LOG IS   *
004300*           TOO LARGE FOR THE WORK TABLE.                        *
004400*    SEE JCL/GSATTVER.JCL.                                       *
004500******************************************************************
004600*    MOD-LOG
004700*    DATE       INIT  DESCRIPTION
004800*    2026-10-15  RVM  ORIGINAL VERSION.
004800*    2026-10-15  RVM  FRONT-DESK ROWS (AV-DESK-FLAG 'D') NOT YET
004800*                     CARRIED TO ATTNDLOG ARE COUNTED AS PENDING
004800*                     INSTEAD OF REPORTED AS EXTRA OR MISMATCHED,
004800*                     SO A RESYNC CANNOT UNDO A DESK SIGN-IN OR
004800*                     SIGN-OUT. A RESYNCED ROW IS UNFLAGGED.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT VERIFY-CONTROL-FILE ASSIGN TO ATTVCTL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ATTVCTL-STATUS.
005600     SELECT ATTENDANCE-FILE ASSIGN TO ATTNDLOG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-ATTENDANCE-STATUS.
005900     SELECT ATTEND-VSAM-FILE ASSIGN TO ATTNDVS
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AV-KEY
006300         FILE STATUS IS WS-ATTVSAM-STATUS.
006400     SELECT VERIFY-REPORT ASSIGN TO ATTVRPT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ATTVRPT-STATUS.
006700     SELECT RESYNC-JOURNAL-FILE ASSIGN TO ATTVJRNL
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ATTVJRNL-STATUS.
007000     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RUNCTL-STATUS.
007300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-BUSDATE-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  VERIFY-CONTROL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  VERIFY-CONTROL-RECORD.
008100     05  AVC-MODE                PIC X(06).
008200 FD  ATTENDANCE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  ATTENDANCE-RECORD.
008500     COPY ATTNDREC.
008600 FD  ATTEND-VSAM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  ATTEND-VSAM-RECORD.
008900     COPY ATTVSREC.
009000 FD  VERIFY-REPORT
009100     LABEL RECORDS ARE STANDARD.
009200 01  VERIFY-REPORT-LINE          PIC X(80).
009300 FD  RESYNC-JOURNAL-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  RESYNC-JOURNAL-RECORD.
009600     COPY AVJRREC.
009700 FD  RUN-CONTROL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  RUN-CONTROL-RECORD          PIC X(50).
010000 FD  BUSINESS-DATE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  BUSINESS-DATE-RECORD.
010300     COPY BDATREC.
010400 WORKING-STORAGE SECTION.
010500******************************************************************
010600*    RUN-CONTROL LEDGER - GSATTVER HAS NO PREDECESSOR; IT LOGS   *
010700*    ITS START AND ITS END SO GSRUNST SHOWS THE CHECK RAN.       *
010800******************************************************************
010900 01  RUN-CONTROL-EVENT.
011000     COPY JRUNREC.
011100 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSATTVER'.
011200 01  WS-RUNCTL-STATUS         PIC X(02).
011300 01  WS-RUN-BUS-DATE          PIC 9(08).
011400 01  WS-RUN-BLOCKER           PIC X(08).
011500 01  WS-ATTVCTL-STATUS        PIC X(02).
011600 01  WS-ATTENDANCE-STATUS     PIC X(02).
011700 01  WS-ATTVSAM-STATUS        PIC X(02).
011800 01  WS-ATTVRPT-STATUS        PIC X(02).
011900 01  WS-ATTVJRNL-STATUS       PIC X(02).
012000******************************************************************
012100*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012200*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
012300******************************************************************
012400 01  WS-BUSDATE-STATUS        PIC X(02).
012500 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012600 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012700 01  BUS-DATE-HEADING.
012800     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
012900     05  BDH-DATE             PIC 9(08).
013000     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013100******************************************************************
013200*    RUN MODE FROM THE ATTVCTL CARD - 'V' VERIFY, 'R' RESYNC.    *
013300******************************************************************
013400 01  WS-RUN-MODE              PIC X VALUE 'V'.
013500******************************************************************
013600*    EVERY PERIOD-00 POSTING ON THE LOG, IN FILE ORDER UNTIL     *
013700*    SORTED, THEN COLLAPSED IN PLACE TO ONE FINAL VERSION PER    *
013800*    STUDENT/DATE. LV-ACTION AND THE MV- FIELDS ARE FILLED IN    *
013900*    BY THE COMPARE: THE ROW'S DRIFT AND THE MIRROR ROW FOUND.   *
014000******************************************************************
014100 77  WS-LV-MAX                PIC 9(05) VALUE 90000.
014200 01  WS-LV-COUNT              PIC 9(05) VALUE ZERO.
014300 01  WS-LV-TABLE.
014400     05  LV-ROW               OCCURS 0 TO 90000 TIMES
014500                              DEPENDING ON WS-LV-COUNT.
014600         10  LV-KEY.
014700             15  LV-STUDENT-ID    PIC 9(07).
014800             15  LV-DATE          PIC 9(08).
014900         10  LV-FILE-SEQ      PIC 9(07).
015000         10  LV-VALUES.
015100             15  LV-STATUS        PIC X(01).
015200             15  LV-CORR          PIC X(01).
015300             15  LV-REASON        PIC X(02).
015400             15  LV-EXCUSED       PIC X(01).
015500         10  LV-ACTION        PIC X(01).
015600         10  LV-PROBLEM       PIC X(12).
015700         10  MV-VALUES.
015800             15  MV-STATUS        PIC X(01).
015900             15  MV-CORR          PIC X(01).
016000             15  MV-REASON        PIC X(02).
016100             15  MV-EXCUSED       PIC X(01).
016200 01  WS-LV-ROW                PIC 9(05).
016300 01  WS-LV-OUT                PIC 9(05).
016400 01  WS-GRP-ID                PIC 9(07).
016500 01  WS-GRP-DATE              PIC 9(08).
016600 01  WS-GRP-LAST              PIC 9(05).
016700 01  WS-GRP-LAST-CORR         PIC 9(05).
016800******************************************************************
016900*    MIRROR ROWS NOT ON THE LOG, KEPT FOR THE RESYNC DELETES.    *
017000******************************************************************
017100 77  WS-EX-MAX                PIC 9(05) VALUE 20000.
017200 01  WS-EX-COUNT              PIC 9(05) VALUE ZERO.
017300 01  WS-EX-TABLE.
017400     05  EX-ROW               OCCURS 0 TO 20000 TIMES
017500                              DEPENDING ON WS-EX-COUNT.
017600         10  EX-STUDENT-ID    PIC 9(07).
017700         10  EX-DATE          PIC 9(08).
017800         10  EX-VALUES        PIC X(05).
017900 01  WS-EX-ROW                PIC 9(05).
018000 01  WS-EX-OVERFLOW           PIC X VALUE 'N'.
018100******************************************************************
018200*    COUNTS FOR THE TOTALS AND THE CONSOLE.                      *
018300******************************************************************
018400 01  WS-LOG-READ              PIC 9(07) VALUE ZERO.
018500 01  WS-LOG-DAYS-READ         PIC 9(07) VALUE ZERO.
018600 01  WS-LOG-SUPERSEDED        PIC 9(07) VALUE ZERO.
018700 01  WS-LOG-FIRST-DATE        PIC 9(08) VALUE 99999999.
018800 01  WS-FILE-SEQ              PIC 9(07) VALUE ZERO.
018900 01  WS-MIRROR-READ           PIC 9(07) VALUE ZERO.
019000 01  WS-MIRROR-EOF            PIC X VALUE 'N'.
019100 01  WS-AGREE-COUNT           PIC 9(07) VALUE ZERO.
019200 01  WS-CLOSED-OK-COUNT       PIC 9(07) VALUE ZERO.
019300 01  WS-SEALED-COUNT          PIC 9(07) VALUE ZERO.
019400 01  WS-MISSING-COUNT         PIC 9(07) VALUE ZERO.
019500 01  WS-EXTRA-COUNT           PIC 9(07) VALUE ZERO.
019600 01  WS-MISMATCH-COUNT        PIC 9(07) VALUE ZERO.
019700 01  WS-CLOSED-COUNT          PIC 9(07) VALUE ZERO.
019800 01  WS-DRIFT-COUNT           PIC 9(07) VALUE ZERO.
019900 01  WS-CHANGED-COUNT         PIC 9(07) VALUE ZERO.
019900 01  WS-DESK-PENDING-COUNT    PIC 9(07) VALUE ZERO.
020000******************************************************************
020100*    ATTVRPT LINES.                                              *
020200******************************************************************
020300 01  VER-HEADING.
020400     05  FILLER               PIC X(40) VALUE
020500         'ATTENDANCE MIRROR DRIFT CHECK'.
020600     05  VER-H-MODE           PIC X(30).
020700 01  VER-COLUMN-HEADING.
020800     05  FILLER               PIC X(09) VALUE 'STUDENT'.
020900     05  FILLER               PIC X(10) VALUE 'DATE'.
021000     05  FILLER               PIC X(14) VALUE 'PROBLEM'.
021100     05  FILLER               PIC X(10) VALUE 'LOG'.
021200     05  FILLER               PIC X(10) VALUE 'MIRROR'.
021300     05  FILLER               PIC X(09) VALUE 'ACTION'.
021400 01  VER-DETAIL-LINE.
021500     05  VER-D-STUDENT-ID     PIC 9(07).
021600     05  FILLER               PIC X(02) VALUE SPACES.
021700     05  VER-D-DATE           PIC 9(08).
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  VER-D-PROBLEM        PIC X(12).
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  VER-D-LOG            PIC X(08).
022200     05  FILLER               PIC X(02) VALUE SPACES.
022300     05  VER-D-MIRROR         PIC X(08).
022400     05  FILLER               PIC X(02) VALUE SPACES.
022500     05  VER-D-ACTION         PIC X(09).
022600******************************************************************
022700*    ONE ATTENDANCE VERSION AS PRINTED - STATUS, CORRECTION      *
022800*    FLAG, REASON AND EXCUSED FLAG, E.G. 'A C 02 E'.             *
022900******************************************************************
023000 01  VER-VALUES-IN.
023100     05  VER-I-STATUS         PIC X(01).
023200     05  VER-I-CORR           PIC X(01).
023300     05  VER-I-REASON         PIC X(02).
023400     05  VER-I-EXCUSED        PIC X(01).
023500 01  VER-VALUES-OUT.
023600     05  VER-O-STATUS         PIC X(01).
023700     05  FILLER               PIC X(01) VALUE SPACE.
023800     05  VER-O-CORR           PIC X(01).
023900     05  FILLER               PIC X(01) VALUE SPACE.
024000     05  VER-O-REASON         PIC X(02).
024100     05  FILLER               PIC X(01) VALUE SPACE.
024200     05  VER-O-EXCUSED        PIC X(01).
024300 01  VER-TOTAL-LINE.
024400     05  VER-T-LABEL          PIC X(40).
024500     05  VER-T-VALUE          PIC ZZZZZZ9.
024600 01  VER-RESULT-LINE          PIC X(80).
024700 PROCEDURE DIVISION.
024800 MAINLINE.
024900     perform read-business-date
025000     perform start-run-control
025100     perform read-verify-control
025200     open output verify-report
025300     if ws-attvrpt-status not = '00'
025400         display 'COULD NOT OPEN ATTVRPT - STATUS '
025500             ws-attvrpt-status
025600         move 16 to return-code
025700         perform end-run-control
025800         stop run
025900     end-if
026000     if ws-run-mode = 'R'
026100         move '- RESYNC MODE' to ver-h-mode
026200     else
026300         move '- VERIFY ONLY' to ver-h-mode
026400     end-if
026500     write verify-report-line from ver-heading
026600     write verify-report-line from bus-date-heading
026700     move spaces to verify-report-line
026800     write verify-report-line
026900     write verify-report-line from ver-column-heading
027000     perform load-log-postings
027100     perform collapse-to-final-versions
027200     perform compare-with-mirror
027300     if ws-run-mode = 'R'
027400         and ws-drift-count > zero
027500         perform apply-resync
027600     end-if
027700     perform print-verify-totals
027800     close verify-report
027900     display 'ATTNDLOG DAYS (FINAL VERSIONS): ' ws-lv-count
028000         ' ATTNDVS ROWS READ: ' ws-mirror-read
028100     display 'MIRROR DRIFT FOUND: ' ws-drift-count
028200         ' ROWS CHANGED BY RESYNC: ' ws-changed-count
028300     if ws-drift-count > zero
028400         and ws-run-mode not = 'R'
028500         move 4 to return-code
028600     end-if
028700     perform end-run-control
028800     stop run
028900     .
029000 READ-VERIFY-CONTROL.
029100******************************************************************
029200*    OPTIONAL ATTVCTL CARD. ONLY 'RESYNC' CHANGES ANYTHING; NO   *
029300*    CARD, A DUMMY DD OR ANY OTHER TEXT IS A VERIFY-ONLY RUN.    *
029400******************************************************************
029500     open input verify-control-file
029600     if ws-attvctl-status = '00'
029700         read verify-control-file next record
029800         if ws-attvctl-status = '00'
029900             and avc-mode = 'RESYNC'
030000             move 'R' to ws-run-mode
030100         end-if
030200         close verify-control-file
030300     end-if
030400     .
030500 LOAD-LOG-POSTINGS.
030600******************************************************************
030700*    PASS 1 - EVERY PERIOD-00 POSTING, NUMBERED IN FILE ORDER SO *
030800*    THE SORT KEEPS THE ORDER OF THE VERSIONS OF ONE DAY. CLASS- *
030900*    PERIOD RECORDS ARE NEVER MIRRORED AND ARE SKIPPED. NO LOG   *
031000*    YET (A NEW YEAR BEFORE ITS FIRST POSTING) IS AN EMPTY LOG.  *
031100******************************************************************
031200     open input attendance-file
031300     if ws-attendance-status not = '00'
031400         and ws-attendance-status not = '35'
031500         display 'COULD NOT OPEN ATTNDLOG - STATUS '
031600             ws-attendance-status
031700         move 16 to return-code
031800         perform end-run-control
031900         stop run
032000     end-if
032100     if ws-attendance-status = '00'
032200         perform until ws-attendance-status not = '00'
032300             read attendance-file next record
032400             if ws-attendance-status = '00'
032500                 perform load-one-posting
032600             end-if
032700         end-perform
032800         close attendance-file
032900     end-if
033000     .
033100 LOAD-ONE-POSTING.
033200     add 1 to ws-log-read
033300     if att-date < ws-log-first-date
033400         move att-date to ws-log-first-date
033500     end-if
033600     if att-period = zero
033700         add 1 to ws-log-days-read
033800         if ws-lv-count not < ws-lv-max
033900             display 'ATTNDLOG HAS MORE THAN ' ws-lv-max
034000                 ' DAILY POSTINGS - WORK TABLE FULL'
034100             move 16 to return-code
034200             perform end-run-control
034300             stop run
034400         end-if
034500         add 1 to ws-file-seq
034600         add 1 to ws-lv-count
034700         move att-student-id      to lv-student-id(ws-lv-count)
034800         move att-date            to lv-date(ws-lv-count)
034900         move ws-file-seq         to lv-file-seq(ws-lv-count)
035000         move att-status-code     to lv-status(ws-lv-count)
035100         move att-correction-flag to lv-corr(ws-lv-count)
035200         move att-reason-code     to lv-reason(ws-lv-count)
035300         move att-excused-flag    to lv-excused(ws-lv-count)
035400         move space               to lv-action(ws-lv-count)
035500         move spaces              to lv-problem(ws-lv-count)
035600         move spaces              to mv-values(ws-lv-count)
035700     end-if
035800     .
035900 COLLAPSE-TO-FINAL-VERSIONS.
036000******************************************************************
036100*    SORTS THE POSTINGS BY STUDENT, DATE AND FILE ORDER AND      *
036200*    KEEPS ONE ROW PER STUDENT/DATE, MOVED DOWN IN PLACE: THE    *
036300*    LAST CORRECTION WHEN THE DAY HAS ANY, OTHERWISE THE LAST    *
036400*    POSTING.                                                    *
036500******************************************************************
036600     if ws-lv-count > zero
036700         sort lv-row ascending key lv-student-id lv-date
036800             lv-file-seq
036900         move zero to ws-lv-out
037000         perform varying ws-lv-row from 1 by 1
037100                 until ws-lv-row > ws-lv-count
037200             if ws-lv-row = 1
037300                 or lv-student-id(ws-lv-row) not = ws-grp-id
037400                 or lv-date(ws-lv-row) not = ws-grp-date
037500                 if ws-lv-row > 1
037600                     perform keep-final-version
037700                 end-if
037800                 move lv-student-id(ws-lv-row) to ws-grp-id
037900                 move lv-date(ws-lv-row)       to ws-grp-date
038000                 move zero to ws-grp-last-corr
038100             end-if
038200             move ws-lv-row to ws-grp-last
038300             if lv-corr(ws-lv-row) = 'C'
038400                 move ws-lv-row to ws-grp-last-corr
038500             end-if
038600         end-perform
038700         perform keep-final-version
038800         compute ws-log-superseded = ws-lv-count - ws-lv-out
038900         move ws-lv-out to ws-lv-count
039000     end-if
039100     .
039200 KEEP-FINAL-VERSION.
039300     if ws-grp-last-corr not = zero
039400         move ws-grp-last-corr to ws-grp-last
039500     end-if
039600     add 1 to ws-lv-out
039700     move lv-row(ws-grp-last) to lv-row(ws-lv-out)
039800     .
039900 COMPARE-WITH-MIRROR.
040000******************************************************************
040100*    PASS 2 - THE MIRROR IN KEY ORDER AGAINST THE FINAL VERSIONS *
040200*    (ALSO IN STUDENT/DATE ORDER NOW), ONE MATCH-MERGE. A MIRROR *
040300*    THAT HAS NEVER BEEN CREATED IS AN EMPTY MIRROR - EVERY LOG  *
040400*    DAY IS MISSING.                                             *
040500******************************************************************
040600     move 'Y' to ws-mirror-eof
040700     open input attend-vsam-file
040800     if ws-attvsam-status not = '00'
040900         and ws-attvsam-status not = '35'
041000         display 'COULD NOT OPEN ATTNDVS - STATUS '
041100             ws-attvsam-status
041200         move 16 to return-code
041300         perform end-run-control
041400         stop run
041500     end-if
041600     if ws-attvsam-status = '00'
041700         move 'N' to ws-mirror-eof
041800         perform read-next-mirror-row
041900     end-if
042000     move 1 to ws-lv-row
042100     perform until ws-mirror-eof = 'Y'
042200             and ws-lv-row > ws-lv-count
042300         evaluate true
042400             when ws-mirror-eof = 'Y'
042500                 perform log-day-not-on-mirror
042600                 add 1 to ws-lv-row
042700             when ws-lv-row > ws-lv-count
042800                 perform mirror-row-not-on-log
042900                 perform read-next-mirror-row
043000             when lv-key(ws-lv-row) < av-key
043100                 perform log-day-not-on-mirror
043200                 add 1 to ws-lv-row
043300             when lv-key(ws-lv-row) > av-key
043400                 perform mirror-row-not-on-log
043500                 perform read-next-mirror-row
043600             when other
043700                 perform compare-one-day
043800                 add 1 to ws-lv-row
043900                 perform read-next-mirror-row
044000         end-evaluate
044100     end-perform
044200     if ws-attvsam-status not = '35'
044300         close attend-vsam-file
044400     end-if
044500     .
044600 READ-NEXT-MIRROR-ROW.
044700     read attend-vsam-file next record
044800     if ws-attvsam-status = '00'
044900         add 1 to ws-mirror-read
045000     else
045100         move 'Y' to ws-mirror-eof
045200     end-if
045300     .
045400 LOG-DAY-NOT-ON-MIRROR.
045500******************************************************************
045600*    A CLOSED DAY ('N') IS MEANT TO HAVE NO MIRROR ROW.          *
045700******************************************************************
045800     if lv-status(ws-lv-row) = 'N'
045900         add 1 to ws-closed-ok-count
046000     else
046100         add 1 to ws-missing-count
046200         move 'A'       to lv-action(ws-lv-row)
046300         move 'MISSING' to lv-problem(ws-lv-row)
046400         perform write-log-day-line
046500     end-if
046600     .
046700 MIRROR-ROW-NOT-ON-LOG.
046800******************************************************************
046900*    A ROW DATED BEFORE THE LOG'S FIRST DAY IS A SEALED PRIOR-   *
046900*    YEAR DAY (GSATTCON), AND A FRONT-DESK ROW IS ONE THE LOG    *
046900*    HAS NOT CAUGHT UP WITH YET - NEITHER IS DRIFT.              *
046900******************************************************************
047000     evaluate true
047100         when av-desk-flag = 'D'
047200             add 1 to ws-desk-pending-count
047300         when av-date < ws-log-first-date
047350             add 1 to ws-sealed-count
047400         when other
047500             add 1 to ws-extra-count
047600             add 1 to ws-drift-count
047700             if ws-ex-count < ws-ex-max
047800                 add 1 to ws-ex-count
047900                 move av-student-id to ex-student-id(ws-ex-count)
048000                 move av-date       to ex-date(ws-ex-count)
048100                 move av-status-code     to ver-i-status
048200                 move av-correction-flag to ver-i-corr
048300                 move av-reason-code     to ver-i-reason
048400                 move av-excused-flag    to ver-i-excused
048500                 move ver-values-in to ex-values(ws-ex-count)
048600             else
048700                 move 'Y' to ws-ex-overflow
048800             end-if
048900             move av-student-id to ver-d-student-id
049000             move av-date       to ver-d-date
049100             move 'EXTRA'       to ver-d-problem
049200             move spaces        to ver-d-log
049300             move av-status-code     to ver-i-status
049400             move av-correction-flag to ver-i-corr
049500             move av-reason-code     to ver-i-reason
049600             move av-excused-flag    to ver-i-excused
049700             perform format-values
049800             move ver-values-out to ver-d-mirror
049900             if ws-run-mode = 'R'
050000                 move 'DELETE' to ver-d-action
050100             else
050200                 move spaces to ver-d-action
050300             end-if
050400             write verify-report-line from ver-detail-line
050500     end-evaluate
050600     .
050700 COMPARE-ONE-DAY.
050800     move av-status-code     to mv-status(ws-lv-row)
050900     move av-correction-flag to mv-corr(ws-lv-row)
051000     move av-reason-code     to mv-reason(ws-lv-row)
051100     move av-excused-flag    to mv-excused(ws-lv-row)
051200     evaluate true
051200         when av-desk-flag = 'D'
051200             add 1 to ws-desk-pending-count
051200         when lv-status(ws-lv-row) = 'N'
051200             add 1 to ws-closed-count
051500             move 'D'      to lv-action(ws-lv-row)
051600             move 'CLOSED' to lv-problem(ws-lv-row)
051700             perform write-log-day-line
051800         when lv-values(ws-lv-row) not = mv-values(ws-lv-row)
051900             add 1 to ws-mismatch-count
052000             move 'R'        to lv-action(ws-lv-row)
052100             move 'MISMATCH' to lv-problem(ws-lv-row)
052200             perform write-log-day-line
052300         when other
052400             add 1 to ws-agree-count
052500     end-evaluate
052600     .
052700 WRITE-LOG-DAY-LINE.
052800     add 1 to ws-drift-count
052900     move lv-student-id(ws-lv-row) to ver-d-student-id
053000     move lv-date(ws-lv-row)       to ver-d-date
053100     move lv-problem(ws-lv-row)    to ver-d-problem
053200     move lv-values(ws-lv-row)     to ver-values-in
053300     perform format-values
053400     move ver-values-out to ver-d-log
053500     if lv-action(ws-lv-row) = 'A'
053600         move spaces to ver-d-mirror
053700     else
053800         move mv-values(ws-lv-row) to ver-values-in
053900         perform format-values
054000         move ver-values-out to ver-d-mirror
054100     end-if
054200     move spaces to ver-d-action
054300     if ws-run-mode = 'R'
054400         evaluate lv-action(ws-lv-row)
054500             when 'A'
054600                 move 'ADD'     to ver-d-action
054700             when 'R'
054800                 move 'REWRITE' to ver-d-action
054900             when 'D'
055000                 move 'DELETE'  to ver-d-action
055100         end-evaluate
055200     end-if
055300     write verify-report-line from ver-detail-line
055400     .
055500 FORMAT-VALUES.
055600     move ver-i-status  to ver-o-status
055700     move ver-i-corr    to ver-o-corr
055800     move ver-i-reason  to ver-o-reason
055900     move ver-i-excused to ver-o-excused
056000     .
056100 APPLY-RESYNC.
056200******************************************************************
056300*    RESYNC MODE - BRINGS EVERY LISTED MIRROR ROW INTO LINE WITH *
056400*    THE LOG AND JOURNALS EACH CHANGE. REFUSED OUTRIGHT WHEN THE *
056500*    EXTRA ROWS OVERFLOWED THEIR TABLE - A PARTIAL REBUILD WOULD *
056600*    LEAVE THE MIRROR WRONG AND LOOKING FIXED. A MIRROR THAT HAS *
056700*    NEVER BEEN CREATED IS CREATED EMPTY FIRST.                  *
056800******************************************************************
056900     if ws-ex-overflow = 'Y'
057000         display 'MORE THAN ' ws-ex-max ' EXTRA ATTNDVS ROWS - '
057100             'RESYNC NOT APPLIED'
057200         move 16 to return-code
057300         perform end-run-control
057400         stop run
057500     end-if
057600     open i-o attend-vsam-file
057700     if ws-attvsam-status not = '00'
057800         open output attend-vsam-file
057900         close attend-vsam-file
058000         open i-o attend-vsam-file
058100     end-if
058200     if ws-attvsam-status not = '00'
058300         display 'COULD NOT OPEN ATTNDVS FOR RESYNC - STATUS '
058400             ws-attvsam-status
058500         move 16 to return-code
058600         perform end-run-control
058700         stop run
058800     end-if
058900     open extend resync-journal-file
059000     if ws-attvjrnl-status not = '00'
059100         open output resync-journal-file
059200     end-if
059300     if ws-attvjrnl-status not = '00'
059400         display 'COULD NOT OPEN ATTVJRNL - STATUS '
059500             ws-attvjrnl-status
059600         close attend-vsam-file
059700         move 16 to return-code
059800         perform end-run-control
059900         stop run
060000     end-if
060100     perform varying ws-lv-row from 1 by 1
060200             until ws-lv-row > ws-lv-count
060300         if lv-action(ws-lv-row) not = space
060400             perform resync-one-log-day
060500         end-if
060600     end-perform
060700     perform varying ws-ex-row from 1 by 1
060800             until ws-ex-row > ws-ex-count
060900         perform resync-one-extra-row
061000     end-perform
061100     close resync-journal-file
061200     close attend-vsam-file
061300     .
061400 RESYNC-ONE-LOG-DAY.
061500     move lv-student-id(ws-lv-row) to av-student-id
061600     move lv-date(ws-lv-row)       to av-date
061700     move lv-status(ws-lv-row)     to av-status-code
061800     move lv-corr(ws-lv-row)       to av-correction-flag
061900     move lv-reason(ws-lv-row)     to av-reason-code
062000     move lv-excused(ws-lv-row)    to av-excused-flag
062000     move space                    to av-desk-flag
062000     evaluate lv-action(ws-lv-row)
062200         when 'A'
062300             write attend-vsam-record
062400         when 'R'
062500             rewrite attend-vsam-record
062600         when 'D'
062700             delete attend-vsam-file record
062800     end-evaluate
062900     if ws-attvsam-status not = '00'
063000         display 'ATTNDVS RESYNC FAILED FOR ' av-student-id
063100             ' ' av-date ' - STATUS ' ws-attvsam-status
063200         close resync-journal-file
063300         close attend-vsam-file
063400         move 16 to return-code
063500         perform end-run-control
063600         stop run
063700     end-if
063800     move lv-action(ws-lv-row)     to aj-action
063900     move lv-student-id(ws-lv-row) to aj-student-id
064000     move lv-date(ws-lv-row)       to aj-date
064100     move lv-problem(ws-lv-row)    to aj-problem
064200     move mv-values(ws-lv-row)     to aj-before
064300     if lv-action(ws-lv-row) = 'D'
064400         move spaces to aj-after
064500     else
064600         move lv-values(ws-lv-row) to aj-after
064700     end-if
064800     perform write-resync-journal
064900     .
065000 RESYNC-ONE-EXTRA-ROW.
065100     move ex-student-id(ws-ex-row) to av-student-id
065200     move ex-date(ws-ex-row)       to av-date
065300     delete attend-vsam-file record
065400     if ws-attvsam-status not = '00'
065500         display 'ATTNDVS RESYNC FAILED FOR ' av-student-id
065600             ' ' av-date ' - STATUS ' ws-attvsam-status
065700         close resync-journal-file
065800         close attend-vsam-file
065900         move 16 to return-code
066000         perform end-run-control
066100         stop run
066200     end-if
066300     move 'D'                      to aj-action
066400     move ex-student-id(ws-ex-row) to aj-student-id
066500     move ex-date(ws-ex-row)       to aj-date
066600     move 'EXTRA'                  to aj-problem
066700     move ex-values(ws-ex-row)     to aj-before
066800     move spaces                   to aj-after
066900     perform write-resync-journal
067000     .
067100 WRITE-RESYNC-JOURNAL.
067200     move ws-business-date to aj-business-date
067300     accept aj-event-date from date yyyymmdd
067400     accept aj-event-time from time
067500     write resync-journal-record
067600     add 1 to ws-changed-count
067700     .
067800 PRINT-VERIFY-TOTALS.
067900     move spaces to verify-report-line
068000     write verify-report-line
068100     move 'ATTNDLOG RECORDS READ' to ver-t-label
068200     move ws-log-read to ver-t-value
068300     write verify-report-line from ver-total-line
068400     move 'PERIOD-00 POSTINGS READ' to ver-t-label
068500     move ws-log-days-read to ver-t-value
068600     write verify-report-line from ver-total-line
068700     move 'SUPERSEDED VERSIONS SET ASIDE' to ver-t-label
068800     move ws-log-superseded to ver-t-value
068900     write verify-report-line from ver-total-line
069000     move 'STUDENT DAYS ON THE LOG' to ver-t-label
069100     move ws-lv-count to ver-t-value
069200     write verify-report-line from ver-total-line
069300     move 'ATTNDVS ROWS READ' to ver-t-label
069400     move ws-mirror-read to ver-t-value
069500     write verify-report-line from ver-total-line
069600     move 'DAYS IN AGREEMENT' to ver-t-label
069700     move ws-agree-count to ver-t-value
069800     write verify-report-line from ver-total-line
069900     move 'CLOSED DAYS CORRECTLY OFF THE MIRROR' to ver-t-label
070000     move ws-closed-ok-count to ver-t-value
070100     write verify-report-line from ver-total-line
070200     move 'SEALED PRIOR-YEAR ROWS NOT CHECKED' to ver-t-label
070300     move ws-sealed-count to ver-t-value
070400     write verify-report-line from ver-total-line
070500     move 'MISSING FROM THE MIRROR' to ver-t-label
070600     move ws-missing-count to ver-t-value
070700     write verify-report-line from ver-total-line
070800     move 'EXTRA ON THE MIRROR' to ver-t-label
070900     move ws-extra-count to ver-t-value
071000     write verify-report-line from ver-total-line
071100     move 'MISMATCHED' to ver-t-label
071200     move ws-mismatch-count to ver-t-value
071300     write verify-report-line from ver-total-line
071400     move 'CLOSED DAYS STILL ON THE MIRROR' to ver-t-label
071500     move ws-closed-count to ver-t-value
071600     write verify-report-line from ver-total-line
071700     move 'DESK POSTINGS NOT YET ON THE LOG' to ver-t-label
071700     move ws-desk-pending-count to ver-t-value
071700     write verify-report-line from ver-total-line
071700     move 'MIRROR ROWS CHANGED BY RESYNC' to ver-t-label
071800     move ws-changed-count to ver-t-value
071900     write verify-report-line from ver-total-line
072000     move spaces to verify-report-line
072100     write verify-report-line
072200     evaluate true
072300         when ws-drift-count = zero
072400             move 'ATTNDVS AGREES WITH ATTNDLOG'
072500                 to ver-result-line
072600         when ws-run-mode = 'R'
072700             move 'MIRROR RESYNCHRONIZED - CHANGES ON ATTVJRNL'
072800                 to ver-result-line
072900         when other
073000             move 'MIRROR HAS DRIFTED - RUN THE GSATTVER RESYNC'
073100                 to ver-result-line
073200     end-evaluate
073300     write verify-report-line from ver-result-line
073400     .
073500 START-RUN-CONTROL.
073600******************************************************************
073700*    FIRST THING THE JOB DOES - THE 'S' EVENT. GSATTVER HAS NO   *
073800*    PREDECESSOR TO WAIT FOR.                                    *
073900******************************************************************
074000     move spaces to run-control-event
074100     move ws-business-date to ws-run-bus-date
074200     move spaces to ws-run-blocker
074300     move 'S' to jr-event
074400     perform write-run-control-event
074500     .
074600 END-RUN-CONTROL.
074700******************************************************************
074800*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
074900*    RETURN CODE THE JOB IS ENDING WITH.                         *
075000******************************************************************
075100     move 'E' to jr-event
075200     perform write-run-control-event
075300     .
075400 WRITE-RUN-CONTROL-EVENT.
075500     move ws-run-bus-date to jr-business-date
075600     move ws-run-job-name to jr-job-name
075700     accept jr-event-date from date yyyymmdd
075800     accept jr-event-time from time
075900     move return-code     to jr-completion-code
076000     move ws-run-blocker  to jr-blocked-by
076100     open extend run-control-file
076200     if ws-runctl-status not = '00'
076300         open output run-control-file
076400     end-if
076500     if ws-runctl-status not = '00'
076600         display 'COULD NOT OPEN RUNCTL - STATUS '
076700             ws-runctl-status
076800     else
076900         write run-control-record from run-control-event
077000         close run-control-file
077100     end-if
077200     .
077300 READ-BUSINESS-DATE.
077400******************************************************************
077500*    "TODAY" FOR THE LEDGER EVENTS AND THE REPORT HEADING. NO    *
077600*    BUSINESS DATE MEANS NO RUN.                                 *
077700******************************************************************
077800     open input business-date-file
077900     if ws-busdate-status not = '00'
078000         display 'COULD NOT OPEN BUSDATE - STATUS '
078100             ws-busdate-status
078200         move 16 to return-code
078300         stop run
078400     end-if
078500     read business-date-file next record
078600     if ws-busdate-status not = '00'
078700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
078800             ws-busdate-status
078900         move 16 to return-code
079000         stop run
079100     end-if
079200     close business-date-file
079300     move bd-business-date to ws-business-date
079400     if bd-override-date not = zero
079500         move bd-override-date to ws-business-date
079600         move 'Y' to ws-bus-date-override
079700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
079800             bd-override-date ' SET BY ' bd-override-operator
079900         display '    REASON: ' bd-override-reason
080000     end-if
080100     move ws-business-date to bdh-date
080200     if ws-bus-date-override = 'Y'
080300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
080400             to bdh-override
080500     end-if
080600     .
