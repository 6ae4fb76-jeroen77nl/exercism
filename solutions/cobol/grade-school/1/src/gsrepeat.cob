000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSREPEAT.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    COURSE-REPEAT GRADE REPLACEMENT. BOARD POLICY IS THAT WHEN  *
000900*    A STUDENT RETAKES A COURSE, THE HIGHER GRADE REPLACES THE   *
001000*    LOWER - BUT TRANSCPT CARRIED EVERY ATTEMPT AT FULL WEIGHT,  *
001100*    SO A FAILED-THEN-PASSED COURSE DRAGGED THE GPA DOWN AND A   *
001200*    TWICE-PASSED ONE COUNTED ITS CREDIT TWICE. THIS JOB GROUPS  *
001300*    EACH STUDENT'S GRADED ATTEMPTS AT THE SAME COURSE CODE      *
001400*    (LETTERS A-D, F, AND THE PASS/FAIL 'P' AND 'N' - AN OPEN    *
001500*    INCOMPLETE 'I' IS NOT YET AN ATTEMPT) AND KEEPS ONE:        *
001600*      - THE BEST GRADE, ON THE SCALE A B C D P F/N, COUNTS;     *
001700*      - A TIE GOES TO THE ATTEMPT POSTED LAST (LATEST ON        *
001800*        TRANSCPT);                                              *
001900*      - EVERY OTHER ATTEMPT IS MARKED TRN-REPEAT-FLAG 'R'.      *
002000*    AN 'R' ROW STAYS ON THE TRANSCRIPT AND PRINTS ON IT, BUT    *
002100*    EARNS NO CREDIT AND NEVER ENTERS A GPA, CLASS RANK OR       *
002200*    CREDIT AUDIT. EVERY FLAG IS RE-DERIVED EACH RUN, SO A       *
002300*    GRADE CHANGE OR A PURGE THAT ALTERS A GROUP SETTLES ON THE  *
002400*    NEXT RUN; GSGRCHG ALSO RE-MARKS THE GROUP IT CHANGES.       *
002500*    TRANSCPT IS REWRITTEN ONLY WHEN A FLAG MOVED. REPTRPT       *
002600*    LISTS EVERY REPEATED COURSE WITH ALL ITS ATTEMPTS. RUN      *
002700*    AFTER EVERY JOB THAT POSTS TO TRANSCPT AND BEFORE GSGPA.    *
002800*    RETURN CODES: 0 CLEAN, 16 TRANSCPT COULD NOT BE READ OR     *
002900*    REWRITTEN OR IS TOO LARGE FOR THE WORK TABLE.               *
003000*    SEE JCL/GSREPEAT.JCL.                                       *
003100******************************************************************
003200*    MOD-LOG
003300*    DATE       INIT  DESCRIPTION
003400*    2026-10-15  RVM  ORIGINAL VERSION.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TRANSCRIPT-STATUS.
004200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500     SELECT REPEAT-RPT ASSIGN TO REPTRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPTRPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TRANSCRIPT-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  TRANSCRIPT-RECORD.
005300     COPY TRANSREC.
005400 FD  BUSINESS-DATE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  BUSINESS-DATE-RECORD.
005700     COPY BDATREC.
005800 FD  REPEAT-RPT
005900     LABEL RECORDS ARE STANDARD.
006000 01  REPEAT-LINE                 PIC X(100).
006100 WORKING-STORAGE SECTION.
006200 01  WS-TRANSCRIPT-STATUS     PIC X(02).
006300 01  WS-REPTRPT-STATUS        PIC X(02).
006400 01  i                        PIC 9(05).
006500 01  j                        PIC 9(05).
006600 01  k                        PIC 9(05).
006700******************************************************************
006800*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
006900*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
007000******************************************************************
007100 01  WS-BUSDATE-STATUS        PIC X(02).
007200 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007300 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
007400 01  BUS-DATE-HEADING.
007500     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
007600     05  BDH-DATE             PIC 9(08).
007700     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
007800******************************************************************
007900*    GRADE-LETTER TO REPLACEMENT RANK - THE HIGHER RANK COUNTS.  *
008000*    'P' SITS BELOW EVERY PASSING LETTER GRADE AND ABOVE 'F'     *
008100*    AND 'N', WHICH EARN NOTHING AND RANK EQUAL. ANY LETTER NOT  *
008200*    ON THE LIST (AN OPEN INCOMPLETE) IS NOT AN ATTEMPT.         *
008300******************************************************************
008400 01  WS-RANK-LETTER-LIST      PIC X(07) VALUE 'ABCDPFN'.
008500 01  WS-RANK-LETTER-TABLE REDEFINES WS-RANK-LETTER-LIST.
008600     05  RK-LETTER            OCCURS 7 TIMES PIC X(01).
008700 01  WS-RANK-VALUE-LIST       PIC X(07) VALUE '6543211'.
008800 01  WS-RANK-VALUE-TABLE REDEFINES WS-RANK-VALUE-LIST.
008900     05  RK-VALUE             OCCURS 7 TIMES PIC 9(01).
009000 01  WS-RANK                  PIC 9(01).
009100******************************************************************
009200*    THE WHOLE TRANSCRIPT FILE HELD IN STORAGE IN FILE ORDER -   *
009300*    FLAGGED IN PLACE AND REWRITTEN, THE WAY GSGRCHG HOLDS IT.   *
009400*    TR-OLD-FLAG IS THE FLAG AS READ, TO TELL WHAT MOVED.        *
009500******************************************************************
009600 77  WS-TR-MAX                PIC 9(05) VALUE 15000.
009700 01  WS-TR-COUNT              PIC 9(05) VALUE ZERO.
009800 01  TR-TABLE.
009900     05  TR-ROW               OCCURS 0 TO 15000 TIMES
010000                              DEPENDING ON WS-TR-COUNT.
010100         10  TR-STUDENT-ID    PIC 9(07).
010200         10  TR-COURSE        PIC X(06).
010300         10  TR-NAME          PIC X(24).
010400         10  TR-HOURS         PIC 9V9.
010500         10  TR-LETTER        PIC X(01).
010600         10  TR-TERM          PIC X(05).
010700         10  TR-FLAG          PIC X(01).
010800         10  TR-OLD-FLAG      PIC X(01).
010900******************************************************************
011000*    ONE ROW PER GRADED ATTEMPT, POINTING BACK AT ITS TR-ROW.    *
011100*    SORTED BY STUDENT, COURSE, RANK AND FILE POSITION, THE      *
011200*    LAST ROW OF EACH STUDENT/COURSE RUN IS THE ATTEMPT THAT     *
011300*    COUNTS - THE BEST GRADE, AND OF EQUAL GRADES THE LATEST.    *
011400******************************************************************
011500 01  WS-AT-COUNT              PIC 9(05) VALUE ZERO.
011600 01  AT-TABLE.
011700     05  AT-ROW               OCCURS 0 TO 15000 TIMES
011800                              DEPENDING ON WS-AT-COUNT.
011900         10  AT-STUDENT-ID    PIC 9(07).
012000         10  AT-COURSE        PIC X(06).
012100         10  AT-RANK          PIC 9(01).
012200         10  AT-TR-ROW        PIC 9(05).
012300 01  WS-GROUP-START           PIC 9(05).
012400 01  WS-GROUP-END             PIC 9(05).
012500 01  WS-GROUP-DONE            PIC X.
012600 01  WS-ROWS-READ             PIC 9(05) VALUE ZERO.
012700 01  WS-ATTEMPTS-READ         PIC 9(05) VALUE ZERO.
012800 01  WS-REPEAT-GROUPS         PIC 9(05) VALUE ZERO.
012900 01  WS-REPLACED-COUNT        PIC 9(05) VALUE ZERO.
013000 01  WS-FLAGS-MOVED           PIC 9(05) VALUE ZERO.
013100******************************************************************
013200*    REPTRPT LINES.                                              *
013300******************************************************************
013400 01  RPT-HEADING.
013500     05  FILLER               PIC X(50) VALUE
013600         'COURSE REPEATS - GRADE REPLACEMENT'.
013700 01  RPT-COLUMNS.
013800     05  FILLER               PIC X(09) VALUE 'STUDENT'.
013900     05  FILLER               PIC X(08) VALUE 'COURSE'.
014000     05  FILLER               PIC X(26) VALUE 'TITLE'.
014100     05  FILLER               PIC X(07) VALUE 'TERM'.
014200     05  FILLER               PIC X(07) VALUE 'GRADE'.
014300     05  FILLER               PIC X(10) VALUE 'ATTEMPT'.
014400     05  FILLER               PIC X(07) VALUE 'MOVED'.
014500 01  RPT-DETAIL-LINE.
014600     05  RPT-D-STUDENT-ID     PIC 9(07).
014700     05  FILLER               PIC X(02) VALUE SPACES.
014800     05  RPT-D-COURSE         PIC X(06).
014900     05  FILLER               PIC X(02) VALUE SPACES.
015000     05  RPT-D-NAME           PIC X(24).
015100     05  FILLER               PIC X(02) VALUE SPACES.
015200     05  RPT-D-TERM           PIC X(05).
015300     05  FILLER               PIC X(04) VALUE SPACES.
015400     05  RPT-D-LETTER         PIC X(01).
015500     05  FILLER               PIC X(05) VALUE SPACES.
015600     05  RPT-D-ATTEMPT        PIC X(08).
015700     05  FILLER               PIC X(02) VALUE SPACES.
015800     05  RPT-D-MOVED          PIC X(03).
015900 01  RPT-TOTAL-LINE.
016000     05  RPT-TOT-LABEL        PIC X(40).
016100     05  RPT-TOT-VALUE        PIC ZZZZ9.
016200 PROCEDURE DIVISION.
016300 MAINLINE.
016400******************************************************************
016500*    LOADS TRANSCPT, RE-DERIVES EVERY REPEAT FLAG, PRINTS THE    *
016600*    REPEATED COURSES AND REWRITES TRANSCPT IF ANY FLAG MOVED.   *
016700******************************************************************
016800     perform read-business-date
016900     perform load-transcript-table
017000     perform mark-repeated-attempts
017100     perform print-repeat-report
017200     if ws-flags-moved not = zero
017300         perform rewrite-transcript-file
017400     end-if
017500     display 'COURSE REPEATS - ROWS ' ws-rows-read
017600         ' REPEATED COURSES ' ws-repeat-groups
017700         ' ATTEMPTS REPLACED ' ws-replaced-count
017800         ' FLAGS MOVED ' ws-flags-moved
017900     stop run
018000     .
018100 LOAD-TRANSCRIPT-TABLE.
018200     move zero to ws-tr-count
018300     move zero to ws-at-count
018400     open input transcript-file
018500     if ws-transcript-status not = '00'
018600         display 'COULD NOT OPEN TRANSCPT - STATUS '
018700             ws-transcript-status
018800         move 16 to return-code
018900         stop run
019000     end-if
019100     perform until ws-transcript-status not = '00'
019200         read transcript-file next record
019300         if ws-transcript-status = '00'
019400             add 1 to ws-rows-read
019500             if ws-tr-count not < ws-tr-max
019600                 display 'TRANSCPT HAS MORE THAN ' ws-tr-max
019700                     ' ROWS - WORK TABLE FULL'
019800                 move 16 to return-code
019900                 stop run
020000             end-if
020100             add 1 to ws-tr-count
020200             perform load-one-transcript-row
020300         end-if
020400     end-perform
020500     close transcript-file
020600     .
020700 LOAD-ONE-TRANSCRIPT-ROW.
020800     move trn-student-id   to tr-student-id(ws-tr-count)
020900     move trn-course-code  to tr-course(ws-tr-count)
021000     move trn-course-name  to tr-name(ws-tr-count)
021100     move trn-credit-hours to tr-hours(ws-tr-count)
021200     move trn-grade-letter to tr-letter(ws-tr-count)
021300     move trn-term         to tr-term(ws-tr-count)
021400     move trn-repeat-flag  to tr-old-flag(ws-tr-count)
021500     move space            to tr-flag(ws-tr-count)
021600     move zero to ws-rank
021700     perform varying k from 1 by 1 until k > 7
021800         if rk-letter(k) = trn-grade-letter
021900             move rk-value(k) to ws-rank
022000         end-if
022100     end-perform
022200     if ws-rank not = zero
022300         add 1 to ws-at-count
022400         add 1 to ws-attempts-read
022500         move trn-student-id  to at-student-id(ws-at-count)
022600         move trn-course-code to at-course(ws-at-count)
022700         move ws-rank         to at-rank(ws-at-count)
022800         move ws-tr-count     to at-tr-row(ws-at-count)
022900     end-if
023000     .
023100 MARK-REPEATED-ATTEMPTS.
023200******************************************************************
023300*    EVERY ATTEMPT BUT THE LAST OF ITS STUDENT/COURSE RUN IS     *
023400*    REPLACED. EVERY ROW STARTED THE RUN WITH A BLANK FLAG, SO   *
023500*    A ROW NO LONGER REPLACED (OR NO LONGER AN ATTEMPT) LOSES    *
023600*    AN OLD 'R' HERE TOO.                                        *
023700******************************************************************
023800     if ws-at-count > 1
023900         sort at-row ascending key at-student-id at-course
024000             at-rank at-tr-row
024100     end-if
024200     move 1 to ws-group-start
024300     perform until ws-group-start > ws-at-count
024400         perform find-group-end
024500         if ws-group-end > ws-group-start
024600             add 1 to ws-repeat-groups
024700             perform varying j from ws-group-start by 1
024800                     until j = ws-group-end
024900                 move at-tr-row(j) to i
025000                 move 'R' to tr-flag(i)
025100                 add 1 to ws-replaced-count
025200             end-perform
025300         end-if
025400         compute ws-group-start = ws-group-end + 1
025500     end-perform
025600     perform varying i from 1 by 1 until i > ws-tr-count
025700         if tr-flag(i) not = tr-old-flag(i)
025800             add 1 to ws-flags-moved
025900         end-if
026000     end-perform
026100     .
026200 FIND-GROUP-END.
026300******************************************************************
026400*    FROM WS-GROUP-START, THE LAST AT-ROW OF THE SAME STUDENT    *
026500*    AND COURSE.                                                 *
026600******************************************************************
026700     move ws-group-start to ws-group-end
026800     move 'N' to ws-group-done
026900     perform until ws-group-done = 'Y'
027000         if ws-group-end < ws-at-count
027100             if at-student-id(ws-group-end + 1)
027200                     = at-student-id(ws-group-start)
027300                 and at-course(ws-group-end + 1)
027400                     = at-course(ws-group-start)
027500                 add 1 to ws-group-end
027600             else
027700                 move 'Y' to ws-group-done
027800             end-if
027900         else
028000             move 'Y' to ws-group-done
028100         end-if
028200     end-perform
028300     .
028400 PRINT-REPEAT-REPORT.
028500******************************************************************
028600*    ONE BLOCK PER REPEATED COURSE - EVERY ATTEMPT, IN THE SAME  *
028700*    STUDENT/COURSE/RANK ORDER, SO THE ATTEMPT THAT COUNTS IS    *
028800*    THE LAST LINE OF ITS BLOCK. 'MOVED' MARKS A FLAG THIS RUN   *
028900*    SET OR CLEARED. THEN THE RUN TOTALS.                        *
029000******************************************************************
029100     open output repeat-rpt
029200     if ws-reptrpt-status not = '00'
029300         display 'COULD NOT OPEN REPTRPT - STATUS '
029400             ws-reptrpt-status
029500         move 16 to return-code
029600         stop run
029700     end-if
029800     write repeat-line from rpt-heading
029900     write repeat-line from bus-date-heading
030000     move spaces to repeat-line
030100     write repeat-line
030200     write repeat-line from rpt-columns
030300     move 1 to ws-group-start
030400     perform until ws-group-start > ws-at-count
030500         perform find-group-end
030600         if ws-group-end > ws-group-start
030700             perform print-one-repeat-group
030800         end-if
030900         compute ws-group-start = ws-group-end + 1
031000     end-perform
031100     move spaces to repeat-line
031200     write repeat-line
031300     move 'TRANSCPT ROWS READ' to rpt-tot-label
031400     move ws-rows-read to rpt-tot-value
031500     write repeat-line from rpt-total-line
031600     move 'GRADED ATTEMPTS (A-D, F, P, N)' to rpt-tot-label
031700     move ws-attempts-read to rpt-tot-value
031800     write repeat-line from rpt-total-line
031900     move 'REPEATED COURSES' to rpt-tot-label
032000     move ws-repeat-groups to rpt-tot-value
032100     write repeat-line from rpt-total-line
032200     move 'ATTEMPTS REPLACED - NOT IN GPA OR CREDIT'
032300         to rpt-tot-label
032400     move ws-replaced-count to rpt-tot-value
032500     write repeat-line from rpt-total-line
032600     move 'REPEAT FLAGS SET OR CLEARED THIS RUN' to rpt-tot-label
032700     move ws-flags-moved to rpt-tot-value
032800     write repeat-line from rpt-total-line
032900     close repeat-rpt
033000     .
033100 PRINT-ONE-REPEAT-GROUP.
033200     move spaces to repeat-line
033300     write repeat-line
033400     perform varying j from ws-group-start by 1
033500             until j > ws-group-end
033600         move at-tr-row(j) to i
033700         move tr-student-id(i) to rpt-d-student-id
033800         move tr-course(i)     to rpt-d-course
033900         move tr-name(i)       to rpt-d-name
034000         move tr-term(i)       to rpt-d-term
034100         move tr-letter(i)     to rpt-d-letter
034200         if tr-flag(i) = 'R'
034300             move 'REPLACED' to rpt-d-attempt
034400         else
034500             move 'COUNTS'   to rpt-d-attempt
034600         end-if
034700         if tr-flag(i) not = tr-old-flag(i)
034800             move '***' to rpt-d-moved
034900         else
035000             move spaces to rpt-d-moved
035100         end-if
035200         write repeat-line from rpt-detail-line
035300     end-perform
035400     .
035500 REWRITE-TRANSCRIPT-FILE.
035600******************************************************************
035700*    WRITTEN BACK IN THE ORDER READ, ONLY THE FLAGS CHANGED.     *
035800******************************************************************
035900     open output transcript-file
036000     if ws-transcript-status not = '00'
036100         display 'COULD NOT REWRITE TRANSCPT - STATUS '
036200             ws-transcript-status
036300         move 16 to return-code
036400         stop run
036500     end-if
036600     perform varying i from 1 by 1 until i > ws-tr-count
036700         move tr-student-id(i) to trn-student-id
036800         move tr-course(i)     to trn-course-code
036900         move tr-name(i)       to trn-course-name
037000         move tr-hours(i)      to trn-credit-hours
037100         move tr-letter(i)     to trn-grade-letter
037200         move tr-term(i)       to trn-term
037300         move tr-flag(i)       to trn-repeat-flag
037400         write transcript-record
037500         if ws-transcript-status not = '00'
037600             display 'TRANSCPT WRITE FAILED - STATUS '
037700                 ws-transcript-status
037800             move 16 to return-code
037900             stop run
038000         end-if
038100     end-perform
038200     close transcript-file
038300     .
038400 READ-BUSINESS-DATE.
038500******************************************************************
038600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
038700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
038800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
038900******************************************************************
039000     open input business-date-file
039100     if ws-busdate-status not = '00'
039200         display 'COULD NOT OPEN BUSDATE - STATUS '
039300             ws-busdate-status
039400         move 16 to return-code
039500         stop run
039600     end-if
039700     read business-date-file next record
039800     if ws-busdate-status not = '00'
039900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
040000             ws-busdate-status
040100         move 16 to return-code
040200         stop run
040300     end-if
040400     close business-date-file
040500     move bd-business-date to ws-business-date
040600     if bd-override-date not = zero
040700         move bd-override-date to ws-business-date
040800         move 'Y' to ws-bus-date-override
040900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
041000             bd-override-date ' SET BY ' bd-override-operator
041100         display '    REASON: ' bd-override-reason
041200     end-if
041300     move ws-business-date to bdh-date
041400     if ws-bus-date-override = 'Y'
041500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
041600             to bdh-override
041700     end-if
041800     .
