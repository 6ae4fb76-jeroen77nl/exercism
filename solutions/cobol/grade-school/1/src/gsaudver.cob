000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAUDVER.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    AUDIT-TRAIL CHAIN VERIFICATION. READS EVERY MONTHLY AUDIT   *
000900*    GENERATION (AUDMNTH, THE GENERATIONS CONCATENATED OLDEST    *
001000*    FIRST AT THE JCL LEVEL) AND THEN THE LIVE AUDITLOG AS ONE   *
001100*    STREAM, AND PROVES THE DISTRICT-WIDE AUDIT SEQUENCE RUNS UP *
001200*    ONE BY ONE WITH EVERY RECORD'S CONTROL HASH RECOMPUTING     *
001300*    FROM THE RECORD BEFORE IT (SEE AUDTREC.CPY). EVERY BREAK IS *
001400*    LISTED ON AUDVRPT:                                          *
001500*      GAP          - ONE OR MORE SEQUENCE NUMBERS MISSING,      *
001600*      DUPLICATE    - THE SAME NUMBER AS THE RECORD BEFORE,      *
001700*      OUT OF ORDER - A NUMBER BELOW ONE ALREADY SEEN,           *
001800*      HASH         - THE RECORD (OR ITS HASH) WAS ALTERED,      *
001900*      UNSEQUENCED  - NO NUMBER, AFTER THE CHAIN HAD STARTED,    *
002000*      MISSING AT END                                            *
002100*                   - THE AUDIT SEQUENCE REGISTER (AUDSEQVS)     *
002200*                     HAS ISSUED NUMBERS THE TRAIL DOES NOT      *
002300*                     HOLD.                                      *
002400*    RECORDS WRITTEN BEFORE THE SEQUENCE WAS INTRODUCED (BLANK   *
002500*    SEQUENCE NUMBER) ARE COUNTED BUT NOT CHECKED, AS LONG AS    *
002600*    THEY ALL COME AHEAD OF THE FIRST NUMBERED RECORD. THE CHAIN *
002700*    IS EXPECTED TO START AT 1 FROM A ZERO HASH; ONCE EARLY      *
002800*    GENERATIONS HAVE BEEN RETIRED THE OPTIONAL AUDVCTL CARD     *
002900*    GIVES THE FIRST SEQUENCE NUMBER STILL SUPPLIED AND THE      *
003000*    CONTROL HASH OF THE RECORD BEFORE IT, TAKEN FROM THE LAST   *
003100*    RECORD OF THE NEWEST RETIRED GENERATION. A CLEAN CHAIN ENDS *
003200*    RC 0; ANY BREAK ENDS RC 8 AND GSRECOVR AND GSASOF, WHICH    *
003300*    REQUIRE A CLEAN GSAUDVER END ON THE RUN-CONTROL LEDGER FOR  *
003400*    THE BUSINESS DATE, REFUSE TO REPLAY THE TRAIL.              *
003500*    SEE JCL/GSAUDVER.JCL.                                       *
003600******************************************************************
003700*    MOD-LOG
003800*    DATE       INIT  DESCRIPTION
003900*    2026-10-15  RVM  ORIGINAL VERSION.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT VERIFY-CONTROL-FILE ASSIGN TO AUDVCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDVCTL-STATUS.
004700     SELECT AUDIT-MONTH-FILE ASSIGN TO AUDMNTH
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AUDMNTH-STATUS.
005000     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005300     SELECT AUDIT-SEQ-FILE ASSIGN TO AUDSEQVS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AQ-KEY
005700         FILE STATUS IS WS-AUDSEQ-STATUS.
005800     SELECT VERIFY-REPORT ASSIGN TO AUDVRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-AUDVRPT-STATUS.
006100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RUNCTL-STATUS.
006400     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-BUSDATE-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  VERIFY-CONTROL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  VERIFY-CONTROL-RECORD.
007200     05  VC-START-SEQ-NO         PIC 9(09).
007300     05  VC-PRIOR-HASH           PIC 9(09).
007400 FD  AUDIT-MONTH-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  AUDIT-MONTH-RECORD          PIC X(112).
007700 FD  AUDIT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  AUDIT-FILE-RECORD           PIC X(112).
008000 FD  AUDIT-SEQ-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  AUDIT-SEQ-RECORD.
008300     COPY ASEQREC.
008400 FD  VERIFY-REPORT
008500     LABEL RECORDS ARE STANDARD.
008600 01  VERIFY-REPORT-LINE          PIC X(80).
008700 FD  RUN-CONTROL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  RUN-CONTROL-RECORD          PIC X(50).
009000 FD  BUSINESS-DATE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  BUSINESS-DATE-RECORD.
009300     COPY BDATREC.
009400 WORKING-STORAGE SECTION.
009500******************************************************************
009600*    RUN-CONTROL LEDGER - GSAUDVER HAS NO PREDECESSOR; ITS 'E'   *
009700*    EVENT (RC 0 ONLY FOR A CLEAN CHAIN) IS WHAT GSRECOVR AND    *
009800*    GSASOF LOOK FOR BEFORE THEY TRUST THE TRAIL.                *
009900******************************************************************
010000 01  RUN-CONTROL-EVENT.
010100     COPY JRUNREC.
010200 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSAUDVER'.
010300 01  WS-RUNCTL-STATUS         PIC X(02).
010400 01  WS-RUN-BUS-DATE          PIC 9(08).
010500 01  WS-RUN-BLOCKER           PIC X(08).
010600 01  WS-AUDVCTL-STATUS        PIC X(02).
010700 01  WS-AUDMNTH-STATUS        PIC X(02).
010800 01  WS-AUDIT-STATUS          PIC X(02).
010900 01  WS-AUDSEQ-STATUS         PIC X(02).
011000 01  WS-AUDVRPT-STATUS        PIC X(02).
011100******************************************************************
011200*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
011300*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
011400******************************************************************
011500 01  WS-BUSDATE-STATUS        PIC X(02).
011600 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
011700 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
011800 01  BUS-DATE-HEADING.
011900     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
012000     05  BDH-DATE             PIC 9(08).
012100     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
012200******************************************************************
012300*    THE RECORD UNDER TEST, WHICHEVER FILE IT CAME FROM.         *
012400******************************************************************
012500 01  AUDIT-RECORD.
012600     COPY AUDTREC.
012700 01  WS-VER-SOURCE            PIC X(08).
012800 01  WS-VER-EOF               PIC X.
012900 01  WS-FILE-RECNO            PIC 9(07).
013000 01  WS-GEN-READ              PIC 9(07) VALUE ZERO.
013100 01  WS-LIVE-READ             PIC 9(07) VALUE ZERO.
013200 01  WS-PRECHAIN-COUNT        PIC 9(07) VALUE ZERO.
013300 01  WS-CHAINED-COUNT         PIC 9(07) VALUE ZERO.
013400 01  WS-BREAK-COUNT           PIC 9(07) VALUE ZERO.
013500******************************************************************
013600*    THE CHAIN SO FAR. WS-PREV-SEQ-NO/WS-PREV-HASH ARE THE LAST  *
013700*    RECORD THE CHAIN ADVANCED TO; A RECORD THAT BREAKS IT IS    *
013800*    LISTED AND THE CHAIN PICKS UP AGAIN FROM ITS OWN STORED     *
013900*    HASH, SO ONE BAD RECORD IS NOT REPORTED AS A THOUSAND.      *
014000******************************************************************
014100 01  WS-CHAIN-STARTED         PIC X VALUE 'N'.
014200 01  WS-START-SEQ-NO          PIC 9(09) VALUE 1.
014300 01  WS-START-PRIOR-HASH      PIC 9(09) VALUE ZERO.
014400 01  WS-FIRST-SEQ-NO          PIC 9(09) VALUE ZERO.
014500 01  WS-PREV-SEQ-NO           PIC 9(09) VALUE ZERO.
014600 01  WS-PREV-HASH             PIC 9(09) VALUE ZERO.
014700 01  WS-EXPECT-SEQ-NO         PIC 9(09).
014800 01  WS-GAP-LAST              PIC 9(09).
014900******************************************************************
015000*    CONTROL HASH - THE SAME BYTE WEIGHTS, MULTIPLIER AND        *
015100*    MODULUS AS WRITE-AUDIT-RECORD IN THE NIGHTLY PROGRAM AND    *
015200*    EVERY OTHER AUDIT WRITER.                                   *
015300******************************************************************
015400 01  WS-AUDIT-HASH-CHARSET.
015500     05  FILLER               PIC X(37) VALUE
015600         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
015700     05  FILLER               PIC X(33) VALUE
015800         'abcdefghijklmnopqrstuvwxyz-.,''/&#'.
015900 77  WS-AUDIT-HASH-LENGTH     PIC 9(03) VALUE 103.
016000 77  WS-AUDIT-HASH-MODULUS    PIC 9(09) VALUE 999999937.
016100 01  WS-AUDIT-HASH-INPUT      PIC X(103).
016200 01  WS-AUDIT-HASH-X          PIC 9(03).
016300 01  WS-AUDIT-HASH-POS        PIC 9(03).
016400 01  WS-AUDIT-HASH-WORK       PIC 9(11).
016500 01  WS-AUDIT-HASH-QUOT       PIC 9(11).
016600 01  WS-AUDIT-HASH            PIC 9(09).
016700******************************************************************
016800*    AUDVRPT LINES.                                              *
016900******************************************************************
017000 01  VER-HEADING.
017100     05  FILLER               PIC X(37) VALUE
017200         'AUDIT TRAIL CHAIN VERIFICATION'.
017300 01  VER-COLUMN-HEADING.
017400     05  FILLER               PIC X(10) VALUE 'SOURCE'.
017500     05  FILLER               PIC X(09) VALUE 'RECORD'.
017600     05  FILLER               PIC X(11) VALUE 'SEQUENCE'.
017700     05  FILLER               PIC X(16) VALUE 'PROBLEM'.
017800     05  FILLER               PIC X(30) VALUE 'DETAIL'.
017900 01  VER-DETAIL-LINE.
018000     05  VER-D-SOURCE         PIC X(08).
018100     05  FILLER               PIC X(02) VALUE SPACES.
018200     05  VER-D-RECNO          PIC ZZZZZZ9.
018300     05  FILLER               PIC X(02) VALUE SPACES.
018400     05  VER-D-SEQ-NO         PIC ZZZZZZZZ9.
018500     05  FILLER               PIC X(02) VALUE SPACES.
018600     05  VER-D-PROBLEM        PIC X(14).
018700     05  FILLER               PIC X(02) VALUE SPACES.
018800     05  VER-D-DETAIL         PIC X(34).
018900 01  VER-DETAIL-WORK.
019000     05  VER-W-TEXT           PIC X(09).
019100     05  VER-W-FROM           PIC 9(09).
019200     05  VER-W-THRU-TEXT      PIC X(01).
019300     05  VER-W-THRU           PIC 9(09).
019400 01  VER-TOTAL-LINE.
019500     05  VER-T-LABEL          PIC X(40).
019600     05  VER-T-VALUE          PIC ZZZZZZZZ9.
019700 01  VER-RESULT-LINE          PIC X(80).
019800 PROCEDURE DIVISION.
019900 MAINLINE.
020000     perform read-business-date
020100     perform start-run-control
020200     perform read-verify-control
020300     open output verify-report
020400     if ws-audvrpt-status not = '00'
020500         display 'COULD NOT OPEN AUDVRPT - STATUS '
020600             ws-audvrpt-status
020700         move 16 to return-code
020800         perform end-run-control
020900         stop run
021000     end-if
021100     write verify-report-line from ver-heading
021200     write verify-report-line from bus-date-heading
021300     move spaces to verify-report-line
021400     write verify-report-line
021500     write verify-report-line from ver-column-heading
021600     perform verify-generations
021700     perform verify-live-log
021800     perform check-sequence-register
021900     perform print-verify-totals
022000     close verify-report
022100     display 'AUDIT RECORDS READ - GENERATIONS: ' ws-gen-read
022200         ' LIVE LOG: ' ws-live-read
022300     display 'AUDIT CHAIN BREAKS FOUND: ' ws-break-count
022400     if ws-break-count > zero
022500         move 8 to return-code
022600     end-if
022700     perform end-run-control
022800     stop run
022900     .
023000 READ-VERIFY-CONTROL.
023100******************************************************************
023200*    OPTIONAL AUDVCTL CARD - WHERE THE CHAIN STARTS WHEN THE     *
023300*    OLDEST GENERATIONS ARE NO LONGER SUPPLIED. NO CARD MEANS    *
023400*    THE WHOLE TRAIL, FROM SEQUENCE 1 AND A ZERO HASH.           *
023500******************************************************************
023600     open input verify-control-file
023700     if ws-audvctl-status = '00'
023800         read verify-control-file next record
023900         if ws-audvctl-status = '00'
024000             and vc-start-seq-no numeric
024100             and vc-start-seq-no > zero
024200             move vc-start-seq-no to ws-start-seq-no
024300             if vc-prior-hash numeric
024400                 move vc-prior-hash to ws-start-prior-hash
024500             end-if
024600         end-if
024700         close verify-control-file
024800     end-if
024900     .
025000 VERIFY-GENERATIONS.
025100******************************************************************
025200*    THE MONTHLY GENERATIONS, OLDEST FIRST. NONE SUPPLIED (NO    *
025300*    ROLL HAS RUN YET) IS NOT AN ERROR - THE CHAIN THEN STARTS   *
025400*    IN THE LIVE LOG.                                            *
025500******************************************************************
025600     move 'AUDMNTH ' to ws-ver-source
025700     move zero to ws-file-recno
025800     open input audit-month-file
025900     if ws-audmnth-status not = '00'
026000         and ws-audmnth-status not = '35'
026100         display 'COULD NOT OPEN AUDMNTH - STATUS '
026200             ws-audmnth-status
026300         move 16 to return-code
026400         perform end-run-control
026500         stop run
026600     end-if
026700     if ws-audmnth-status = '00'
026800         move 'N' to ws-ver-eof
026900         perform until ws-ver-eof = 'Y'
027000             read audit-month-file next record into audit-record
027100             if ws-audmnth-status = '00'
027200                 add 1 to ws-gen-read
027300                 perform verify-one-record
027400             else
027500                 move 'Y' to ws-ver-eof
027600             end-if
027700         end-perform
027800         close audit-month-file
027900     end-if
028000     .
028100 VERIFY-LIVE-LOG.
028200     move 'AUDITLOG' to ws-ver-source
028300     move zero to ws-file-recno
028400     open input audit-file
028500     if ws-audit-status not = '00'
028600         and ws-audit-status not = '35'
028700         display 'COULD NOT OPEN AUDITLOG - STATUS '
028800             ws-audit-status
028900         move 16 to return-code
029000         perform end-run-control
029100         stop run
029200     end-if
029300     if ws-audit-status = '00'
029400         move 'N' to ws-ver-eof
029500         perform until ws-ver-eof = 'Y'
029600             read audit-file next record into audit-record
029700             if ws-audit-status = '00'
029800                 add 1 to ws-live-read
029900                 perform verify-one-record
030000             else
030100                 move 'Y' to ws-ver-eof
030200             end-if
030300         end-perform
030400         close audit-file
030500     end-if
030600     .
030700 VERIFY-ONE-RECORD.
030800******************************************************************
030900*    CHECKS ONE RECORD AGAINST THE CHAIN SO FAR. A RECORD THAT   *
031000*    FOLLOWS ON CORRECTLY MUST ALSO HAVE ITS HASH RECOMPUTE FROM *
031100*    THE ONE BEFORE IT. A DUPLICATE OR OUT-OF-ORDER RECORD DOES  *
031200*    NOT MOVE THE CHAIN ON; A GAP DOES, FROM THE RECORD AFTER    *
031300*    THE GAP.                                                    *
031400******************************************************************
031500     add 1 to ws-file-recno
031600     if aud-seq-no not numeric
031700         or aud-seq-no = zero
031800         if ws-chain-started = 'N'
031900             add 1 to ws-prechain-count
032000         else
032100             move 'UNSEQUENCED' to ver-d-problem
032200             move 'NO SEQUENCE NUMBER ON THE RECORD'
032300                 to ver-d-detail
032400             perform write-break-line
032500         end-if
032600     else
032700         perform check-sequenced-record
032800     end-if
032900     .
033000 CHECK-SEQUENCED-RECORD.
033100     add 1 to ws-chained-count
033200     if ws-chain-started = 'N'
033300         move 'Y' to ws-chain-started
033400         move aud-seq-no to ws-first-seq-no
033500         compute ws-prev-seq-no = ws-start-seq-no - 1
033600         move ws-start-prior-hash to ws-prev-hash
033700     end-if
033800     compute ws-expect-seq-no = ws-prev-seq-no + 1
033900     evaluate true
034000         when aud-seq-no = ws-expect-seq-no
034100             move ws-prev-hash to ws-audit-hash
034200             perform compute-audit-hash
034300             if ws-audit-hash not = aud-chain-hash
034400                 move 'HASH' to ver-d-problem
034500                 move 'EXPECTED ' to ver-w-text
034600                 move ws-audit-hash to ver-w-from
034700                 move spaces to ver-w-thru-text
034800                 move zero to ver-w-thru
034900                 move ver-detail-work(1:18) to ver-d-detail
035000                 perform write-break-line
035100             end-if
035200             move aud-seq-no to ws-prev-seq-no
035300             move aud-chain-hash to ws-prev-hash
035400         when aud-seq-no > ws-expect-seq-no
035500             compute ws-gap-last = aud-seq-no - 1
035600             move 'GAP' to ver-d-problem
035700             move 'MISSING ' to ver-w-text
035800             move ws-expect-seq-no to ver-w-from
035900             move '-' to ver-w-thru-text
036000             move ws-gap-last to ver-w-thru
036100             if ws-gap-last = ws-expect-seq-no
036200                 move ver-detail-work(1:18) to ver-d-detail
036300             else
036400                 move ver-detail-work to ver-d-detail
036500             end-if
036600             perform write-break-line
036700             move aud-seq-no to ws-prev-seq-no
036800             move aud-chain-hash to ws-prev-hash
036900         when aud-seq-no = ws-prev-seq-no
037000             move 'DUPLICATE' to ver-d-problem
037100             move 'SAME NUMBER AS THE RECORD BEFORE'
037200                 to ver-d-detail
037300             perform write-break-line
037400         when other
037500             move 'OUT OF ORDER' to ver-d-problem
037600             move 'AFTER ' to ver-w-text
037700             move ws-prev-seq-no to ver-w-from
037800             move spaces to ver-w-thru-text
037900             move zero to ver-w-thru
038000             move ver-detail-work(1:18) to ver-d-detail
038100             perform write-break-line
038200     end-evaluate
038300     .
038400 CHECK-SEQUENCE-REGISTER.
038500******************************************************************
038600*    THE CHAIN CANNOT SHOW RECORDS LOST OFF THE END OF THE LIVE  *
038700*    LOG - NOTHING COMES AFTER THEM. THE REGISTER KNOWS THE LAST *
038800*    NUMBER ISSUED, SO ANY NUMBER ABOVE THE LAST ONE READ IS     *
038900*    MISSING AT THE END. NO REGISTER YET MEANS NOTHING HAS BEEN  *
039000*    ISSUED.                                                     *
039100******************************************************************
039200     open input audit-seq-file
039300     if ws-audseq-status = '00'
039400         move 'AUDITSEQ' to aq-key
039500         read audit-seq-file record key is aq-key
039600         if ws-audseq-status = '00'
039700             and aq-last-seq-no > ws-prev-seq-no
039800             move 'AUDSEQVS' to ws-ver-source
039900             move zero to ws-file-recno
040000             move zero to aud-seq-no
040100             move 'MISSING AT END' to ver-d-problem
040200             move 'MISSING ' to ver-w-text
040300             compute ver-w-from = ws-prev-seq-no + 1
040400             move '-' to ver-w-thru-text
040500             move aq-last-seq-no to ver-w-thru
040600             move ver-detail-work to ver-d-detail
040700             perform write-break-line
040800         end-if
040900         close audit-seq-file
041000     end-if
041100     .
041200 WRITE-BREAK-LINE.
041300     add 1 to ws-break-count
041400     move ws-ver-source to ver-d-source
041500     move ws-file-recno to ver-d-recno
041600     move aud-seq-no    to ver-d-seq-no
041700     write verify-report-line from ver-detail-line
041800     move spaces to ver-d-problem
041900     move spaces to ver-d-detail
042000     .
042100 PRINT-VERIFY-TOTALS.
042200     move spaces to verify-report-line
042300     write verify-report-line
042400     move 'RECORDS READ FROM GENERATIONS' to ver-t-label
042500     move ws-gen-read to ver-t-value
042600     write verify-report-line from ver-total-line
042700     move 'RECORDS READ FROM LIVE LOG' to ver-t-label
042800     move ws-live-read to ver-t-value
042900     write verify-report-line from ver-total-line
043000     move 'UNSEQUENCED RECORDS BEFORE THE CHAIN' to ver-t-label
043100     move ws-prechain-count to ver-t-value
043200     write verify-report-line from ver-total-line
043300     move 'SEQUENCED RECORDS' to ver-t-label
043400     move ws-chained-count to ver-t-value
043500     write verify-report-line from ver-total-line
043600     move 'FIRST SEQUENCE NUMBER' to ver-t-label
043700     move ws-first-seq-no to ver-t-value
043800     write verify-report-line from ver-total-line
043900     move 'LAST SEQUENCE NUMBER' to ver-t-label
044000     move ws-prev-seq-no to ver-t-value
044100     write verify-report-line from ver-total-line
044200     move 'CONTROL HASH OF LAST RECORD' to ver-t-label
044300     move ws-prev-hash to ver-t-value
044400     write verify-report-line from ver-total-line
044500     move 'BREAKS FOUND' to ver-t-label
044600     move ws-break-count to ver-t-value
044700     write verify-report-line from ver-total-line
044800     move spaces to verify-report-line
044900     write verify-report-line
045000     if ws-break-count = zero
045100         move 'AUDIT TRAIL VERIFIED - CHAIN UNBROKEN'
045200             to ver-result-line
045300     else
045400         move 'AUDIT TRAIL BROKEN - DO NOT REPLAY UNTIL RESOLVED'
045500             to ver-result-line
045600     end-if
045700     write verify-report-line from ver-result-line
045800     .
045900 COMPUTE-AUDIT-HASH.
046000******************************************************************
046100*    FOLDS EVERY BYTE OF THE AUDIT RECORD AHEAD OF THE HASH      *
046200*    ITSELF INTO WS-AUDIT-HASH - IN AS THE PREVIOUS RECORD'S     *
046300*    HASH, OUT AS THIS ONE'S. SEE WRITE-AUDIT-RECORD IN THE      *
046400*    NIGHTLY PROGRAM.                                            *
046500******************************************************************
046600     move audit-record(1:103) to ws-audit-hash-input
046700     perform varying ws-audit-hash-x from 1 by 1
046800             until ws-audit-hash-x > ws-audit-hash-length
046900         move zero to ws-audit-hash-pos
047000         inspect ws-audit-hash-charset tallying ws-audit-hash-pos
047100             for characters before initial
047200             ws-audit-hash-input(ws-audit-hash-x:1)
047300         compute ws-audit-hash-work =
047400             ws-audit-hash * 31 + ws-audit-hash-pos + 1
047500         divide ws-audit-hash-work by ws-audit-hash-modulus
047600             giving ws-audit-hash-quot
047700             remainder ws-audit-hash
047800     end-perform
047900     .
048000 START-RUN-CONTROL.
048100******************************************************************
048200*    FIRST THING THE JOB DOES - THE 'S' EVENT. GSAUDVER HAS NO   *
048300*    PREDECESSOR TO WAIT FOR.                                    *
048400******************************************************************
048500     move spaces to run-control-event
048600     move ws-business-date to ws-run-bus-date
048700     move spaces to ws-run-blocker
048800     move 'S' to jr-event
048900     perform write-run-control-event
049000     .
049100 END-RUN-CONTROL.
049200******************************************************************
049300*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
049400*    RETURN CODE THE JOB IS ENDING WITH.                         *
049500******************************************************************
049600     move 'E' to jr-event
049700     perform write-run-control-event
049800     .
049900 WRITE-RUN-CONTROL-EVENT.
050000     move ws-run-bus-date to jr-business-date
050100     move ws-run-job-name to jr-job-name
050200     accept jr-event-date from date yyyymmdd
050300     accept jr-event-time from time
050400     move return-code     to jr-completion-code
050500     move ws-run-blocker  to jr-blocked-by
050600     open extend run-control-file
050700     if ws-runctl-status not = '00'
050800         open output run-control-file
050900     end-if
051000     if ws-runctl-status not = '00'
051100         display 'COULD NOT OPEN RUNCTL - STATUS '
051200             ws-runctl-status
051300     else
051400         write run-control-record from run-control-event
051500         close run-control-file
051600     end-if
051700     .
051800 READ-BUSINESS-DATE.
051900******************************************************************
052000*    "TODAY" FOR THE LEDGER EVENTS AND THE REPORT HEADING. NO    *
052100*    BUSINESS DATE MEANS NO RUN.                                 *
052200******************************************************************
052300     open input business-date-file
052400     if ws-busdate-status not = '00'
052500         display 'COULD NOT OPEN BUSDATE - STATUS '
052600             ws-busdate-status
052700         move 16 to return-code
052800         stop run
052900     end-if
053000     read business-date-file next record
053100     if ws-busdate-status not = '00'
053200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
053300             ws-busdate-status
053400         move 16 to return-code
053500         stop run
053600     end-if
053700     close business-date-file
053800     move bd-business-date to ws-business-date
053900     if bd-override-date not = zero
054000         move bd-override-date to ws-business-date
054100         move 'Y' to ws-bus-date-override
054200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
054300             bd-override-date ' SET BY ' bd-override-operator
054400         display '    REASON: ' bd-override-reason
054500     end-if
054600     move ws-business-date to bdh-date
054700     if ws-bus-date-override = 'Y'
054800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
054900             to bdh-override
055000     end-if
055100     .
