000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSGPAAUD.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    GPA HISTORY INTEGRITY AUDIT. GPAHIST IS WRITTEN BY THE      *
000900*    GSGPA RUN AND PATCHED BY GSGRCHG, AND GSELIG, GSALUM, CLASS *
001000*    RANK AND THE HONOR ROLL ALL READ GH-CUM-GPA AND GH-CUM-WGPA *
001100*    STRAIGHT FROM IT. THIS JOB PROVES THE STORED FIGURES STILL  *
001200*    MATCH THE TRANSCRIPT UNDERNEATH THEM. EVERY GPAHIST TERM    *
001300*    (WALKED IN KEY - ASCENDING TERM - ORDER PER STUDENT, AS     *
001400*    GSGRCHG DOES) IS RECOMPUTED FROM TRANSCPT AND CRSECAT ON    *
001500*    THE SAME FLAT AND WEIGHTED SCALES AND THE SAME CATALOG EDIT *
001600*    THE GSGPA RUN USES (A ROW WHOSE COURSE IS NOT IN THE        *
001700*    CATALOG, OR WHOSE CREDIT HOURS DISAGREE WITH IT, NEVER      *
001800*    POSTED AND IS NOT COUNTED; A TRANSFER-TERM ROW IS EXEMPT    *
001800*    FROM THE HOURS CHECK, A ROW AWARDED WITHOUT GRADE POINTS -  *
001800*    LETTER 'P' - OR GRADED 'N' OR 'I' NEVER ENTERS A GPA, AND   *
001800*    NEITHER DOES AN ATTEMPT REPLACED BY A REPEAT, FLAG 'R'):    *
001900*      - CREDIT, POINT AND WEIGHTED-POINT TOTALS AND THE TERM    *
002000*        GPAS,                                                   *
002100*      - THE CUMULATIVE CREDITS, POINTS, WEIGHTED POINTS AND     *
002200*        GPAS ROLLED FORWARD TERM BY TERM.                       *
002300*    GPAARPT LISTS EVERY STUDENT/TERM FIGURE THAT DIFFERS, THEN, *
002400*    SEPARATELY, EVERY TERM WHOSE COURSE ROWS ARE NO LONGER ON   *
002500*    THE CURRENT TRANSCPT. SUCH A TERM CANNOT BE RECOMPUTED; ITS *
002600*    STORED TERM TOTALS SEED THE ROLL-FORWARD INSTEAD, THE SAME  *
002700*    WAY GSGRCHG TREATS AN ARCHIVED TERM, SO THE LATER TERMS ARE *
002800*    STILL CHECKED. NOTHING IS UPDATED - THE REGISTRAR CORRECTS  *
002900*    THROUGH GSGRCHG OR A GSGPA RERUN. RETURN CODES: 0 CLEAN,    *
003000*    4 SOMETHING LISTED, 16 A FILE COULD NOT BE READ OR          *
003100*    TRANSCPT IS TOO LARGE FOR THE WORK TABLE.                   *
003200*    SEE JCL/GSGPAAUD.JCL.                                       *
003300******************************************************************
003400*    MOD-LOG
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15  RVM  ORIGINAL VERSION.
003600*    2026-10-15  RVM  TRANSFER CREDIT POSTED BY GSXFER: A 'T'
003600*                     TERM ROW IS EXEMPT FROM THE CATALOG-HOURS
003600*                     EDIT AND A GRADE 'P' ROW IS LEFT OUT OF THE
003600*                     RECOMPUTE, AS THE GSGPA RUN DOES.
003600*    2026-10-15  RVM  AN OPEN INCOMPLETE (GRADE 'I') IS LEFT OUT
003600*                     OF THE RECOMPUTED GPA AND COUNTED APART.
003600*    2026-10-15  RVM  A REPLACED ATTEMPT OF A REPEATED COURSE
003600*                     (TRN-REPEAT-FLAG 'R') AND A PASS/FAIL 'N'
003600*                     ARE LEFT OUT OF THE RECOMPUTE AND COUNTED
003600*                     APART, AS THE GSGPA RUN DOES; THE 'P' COUNT
003600*                     NOW COVERS PASS/FAIL PASSES TOO.
003620*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
003640*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
003660*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
003680*                     WHICH BUSINESS DAY IT REPRESENTS.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TRANSCRIPT-STATUS.
004400     SELECT COURSE-CATALOG-FILE ASSIGN TO CRSECAT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CATALOG-STATUS.
004700     SELECT GPA-HISTORY-FILE ASSIGN TO GPAHIST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS GH-KEY
005100         FILE STATUS IS WS-GPAHIST-STATUS.
005200     SELECT AUDIT-REPORT ASSIGN TO GPAARPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GPAARPT-STATUS.
005425     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005450         ORGANIZATION IS LINE SEQUENTIAL
005475         FILE STATUS IS WS-BUSDATE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  TRANSCRIPT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  TRANSCRIPT-RECORD.
006000     COPY TRANSREC.
006100 FD  COURSE-CATALOG-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  COURSE-CATALOG-RECORD.
006400     COPY CRSEREC.
006500 FD  GPA-HISTORY-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  GPA-HISTORY-RECORD.
006800     COPY GPAHREC.
006900 FD  AUDIT-REPORT
007000     LABEL RECORDS ARE STANDARD.
007100 01  AUDIT-REPORT-LINE           PIC X(80).
007120 FD  BUSINESS-DATE-FILE
007140     LABEL RECORDS ARE STANDARD.
007160 01  BUSINESS-DATE-RECORD.
007180     COPY BDATREC.
007200 WORKING-STORAGE SECTION.
007300 01  WS-TRANSCRIPT-STATUS     PIC X(02).
007400 01  WS-CATALOG-STATUS        PIC X(02).
007500 01  WS-GPAHIST-STATUS        PIC X(02).
007600 01  WS-GPAARPT-STATUS        PIC X(02).
007700 01  i                        PIC 9(05).
007800 01  k                        PIC 9(05).
007900******************************************************************
008000*    GRADE-LETTER TO GRADE-POINT TABLES - THE SAME FLAT AND      *
008100*    WEIGHTED SCALES THE GSGPA RUN USES.                         *
008200******************************************************************
008300 01  WS-GRADE-LETTER-LIST     PIC X(05) VALUE 'ABCDF'.
008400 01  WS-GRADE-LETTER-TABLE REDEFINES WS-GRADE-LETTER-LIST.
008500     05  GP-LETTER            OCCURS 5 TIMES PIC X(01).
008600 01  WS-GRADE-POINT-LIST      PIC X(10) VALUE '4030201000'.
008700 01  WS-GRADE-POINT-TABLE REDEFINES WS-GRADE-POINT-LIST.
008800     05  GP-POINTS            OCCURS 5 TIMES PIC 9V9.
008900 01  WS-WGT-POINT-LIST        PIC X(10) VALUE '5040302000'.
009000 01  WS-WGT-POINT-TABLE REDEFINES WS-WGT-POINT-LIST.
009100     05  GP-WGT-POINTS        OCCURS 5 TIMES PIC 9V9.
009200 77  WS-CATALOG-MAX           PIC 9(03) VALUE 500.
009300 01  WS-CATALOG-COUNT         PIC 9(03) VALUE ZERO.
009400 01  WS-CATALOG-TABLE.
009500     05  WS-CAT-ENTRY         OCCURS 500 TIMES.
009600         10  WS-CAT-CODE      PIC X(06).
009700         10  WS-CAT-HOURS     PIC 9V9.
009800         10  WS-CAT-HONORS    PIC X(01).
009900 01  WS-CAT-ROW               PIC 9(03).
010000******************************************************************
010100*    THE WHOLE TRANSCRIPT FILE, SORTED BY STUDENT AND TERM SO IT *
010200*    CAN BE WALKED ALONGSIDE GPAHIST IN ONE PASS.                *
010300******************************************************************
010400 77  WS-TA-MAX                PIC 9(05) VALUE 15000.
010500 01  WS-TA-COUNT              PIC 9(05) VALUE ZERO.
010600 01  WS-TA-TABLE.
010700     05  TA-ROW               OCCURS 0 TO 15000 TIMES
010800                              DEPENDING ON WS-TA-COUNT.
010900         10  TA-KEY.
011000             15  TA-STUDENT-ID    PIC 9(07).
011100             15  TA-TERM          PIC X(05).
011200         10  TA-COURSE        PIC X(06).
011300         10  TA-HOURS         PIC 9V9.
011400         10  TA-LETTER        PIC X(01).
011500 01  WS-TA-ROW                PIC 9(05).
011600******************************************************************
011700*    THE TERM BEING CHECKED AND THE STUDENT'S ROLL-FORWARD.      *
011800******************************************************************
011900 01  WS-CUR-ID                PIC 9(07) VALUE ZERO.
012000 01  WS-TERM-ROWS             PIC 9(05).
012100 01  WS-TERM-CREDITS          PIC 9(05)V9.
012200 01  WS-TERM-POINTS           PIC 9(07)V9.
012300 01  WS-TERM-WPOINTS          PIC 9(07)V9.
012400 01  WS-TERM-GPA              PIC 9V99.
012500 01  WS-TERM-WGPA             PIC 9V99.
012600 01  WS-RUN-CREDITS           PIC 9(05)V9.
012700 01  WS-RUN-POINTS            PIC 9(07)V9.
012800 01  WS-RUN-WPOINTS           PIC 9(07)V9.
012900 01  WS-RUN-GPA               PIC 9V99.
013000 01  WS-RUN-WGPA              PIC 9V99.
013100 01  WS-POINTS-EARNED         PIC 9(03)V9.
013200 01  WS-WPOINTS-EARNED        PIC 9(03)V9.
013300 01  WS-TERM-DIFFERS          PIC X.
013400 01  WS-HIST-EOF              PIC X VALUE 'N'.
013500******************************************************************
013600*    TERMS NO LONGER ON TRANSCPT, HELD FOR THE SECOND SECTION.   *
013700******************************************************************
013800 77  WS-NT-MAX                PIC 9(05) VALUE 05000.
013900 01  WS-NT-COUNT              PIC 9(05) VALUE ZERO.
014000 01  WS-NT-TABLE.
014100     05  NT-ROW               OCCURS 0 TO 5000 TIMES
014200                              DEPENDING ON WS-NT-COUNT.
014300         10  NT-STUDENT-ID    PIC 9(07).
014400         10  NT-TERM          PIC X(05).
014500         10  NT-CREDITS       PIC 9(05)V9.
014600         10  NT-TERM-GPA      PIC 9V99.
014700         10  NT-CUM-GPA       PIC 9V99.
014800 01  WS-NT-ROW                PIC 9(05).
014900******************************************************************
015000*    COUNTS FOR THE TOTALS AND THE CONSOLE.                      *
015100******************************************************************
015200 01  WS-TRN-READ              PIC 9(07) VALUE ZERO.
015300 01  WS-TRN-SKIPPED           PIC 9(07) VALUE ZERO.
015300 01  WS-TRN-PASS-ONLY         PIC 9(07) VALUE ZERO.
015300 01  WS-TRN-INCOMPLETE        PIC 9(07) VALUE ZERO.
015300 01  WS-TRN-NO-PASS           PIC 9(07) VALUE ZERO.
015300 01  WS-TRN-REPLACED          PIC 9(07) VALUE ZERO.
015400 01  WS-HIST-READ             PIC 9(07) VALUE ZERO.
015500 01  WS-TERMS-AGREE           PIC 9(07) VALUE ZERO.
015600 01  WS-TERMS-DIFFER          PIC 9(07) VALUE ZERO.
015700 01  WS-FIGURES-DIFFER        PIC 9(07) VALUE ZERO.
015800 01  WS-TERMS-NOT-ON-TRN      PIC 9(07) VALUE ZERO.
015900******************************************************************
016000*    GPAARPT LINES.                                              *
016100******************************************************************
016200 01  AUD-HEADING.
016300     05  FILLER               PIC X(40) VALUE
016400         'GPA HISTORY INTEGRITY AUDIT'.
016500 01  AUD-SECTION-1.
016600     05  FILLER               PIC X(60) VALUE
016700         'STORED GPAHIST FIGURES THAT DISAGREE WITH TRANSCPT'.
016800 01  AUD-COLUMN-1.
016900     05  FILLER               PIC X(09) VALUE 'STUDENT'.
017000     05  FILLER               PIC X(07) VALUE 'TERM'.
017100     05  FILLER               PIC X(17) VALUE 'FIGURE'.
017200     05  FILLER               PIC X(13) VALUE '    STORED'.
017300     05  FILLER               PIC X(13) VALUE 'RECOMPUTED'.
017400 01  AUD-DIFF-LINE.
017500     05  AUD-D-STUDENT-ID     PIC 9(07).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  AUD-D-TERM           PIC X(05).
017800     05  FILLER               PIC X(02) VALUE SPACES.
017900     05  AUD-D-FIGURE         PIC X(15).
018000     05  FILLER               PIC X(02) VALUE SPACES.
018100     05  AUD-D-STORED         PIC ZZZZZZ9.99.
018200     05  FILLER               PIC X(03) VALUE SPACES.
018300     05  AUD-D-RECOMPUTED     PIC ZZZZZZ9.99.
018400 01  AUD-SECTION-2.
018500     05  FILLER               PIC X(60) VALUE
018600         'GPAHIST TERMS NO LONGER ON THE CURRENT TRANSCPT'.
018700 01  AUD-SECTION-2-NOTE.
018800     05  FILLER               PIC X(60) VALUE
018900         '(STORED TOTALS CARRIED INTO THE ROLL-FORWARD)'.
019000 01  AUD-COLUMN-2.
019100     05  FILLER               PIC X(09) VALUE 'STUDENT'.
019200     05  FILLER               PIC X(07) VALUE 'TERM'.
019300     05  FILLER               PIC X(10) VALUE ' CREDITS'.
019400     05  FILLER               PIC X(10) VALUE 'TERM GPA'.
019500     05  FILLER               PIC X(10) VALUE 'CUM GPA'.
019600 01  AUD-NT-LINE.
019700     05  AUD-N-STUDENT-ID     PIC 9(07).
019800     05  FILLER               PIC X(02) VALUE SPACES.
019900     05  AUD-N-TERM           PIC X(05).
020000     05  FILLER               PIC X(02) VALUE SPACES.
020100     05  AUD-N-CREDITS        PIC ZZZZ9.9.
020200     05  FILLER               PIC X(04) VALUE SPACES.
020300     05  AUD-N-TERM-GPA       PIC 9.99.
020400     05  FILLER               PIC X(06) VALUE SPACES.
020500     05  AUD-N-CUM-GPA        PIC 9.99.
020600 01  AUD-NT-OVERFLOW-LINE.
020700     05  AUD-O-COUNT          PIC ZZZZZZ9.
020800     05  FILLER               PIC X(40) VALUE
020900         ' MORE TERMS NOT LISTED - TABLE FULL'.
021000 01  AUD-TOTAL-LINE.
021100     05  AUD-T-LABEL          PIC X(40).
021200     05  AUD-T-VALUE          PIC ZZZZZZ9.
021300 01  AUD-RESULT-LINE          PIC X(80).
021307******************************************************************
021314*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
021321*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
021328*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
021335******************************************************************
021342 01  WS-BUSDATE-STATUS        PIC X(02).
021349 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
021356 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
021363 01  BUS-DATE-HEADING.
021370     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
021377     05  BDH-DATE             PIC 9(08).
021384     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
021400 PROCEDURE DIVISION.
021500 MAINLINE.
021600******************************************************************
021700*    STANDALONE ENTRY POINT - RUN BEFORE TRANSCRIPTS GO OUT TO   *
021800*    COLLEGES AND AFTER ANY GSGPA RUN OR GSGRCHG BATCH.          *
021900******************************************************************
021950     perform read-business-date
022000     perform load-course-catalog
022100     perform load-transcript-table
022200     open output audit-report
022300     if ws-gpaarpt-status not = '00'
022400         display 'COULD NOT OPEN GPAARPT - STATUS '
022500             ws-gpaarpt-status
022600         move 16 to return-code
022700         stop run
022800     end-if
022850     write audit-report-line from bus-date-heading
022900     write audit-report-line from aud-heading
023000     move spaces to audit-report-line
023100     write audit-report-line
023200     write audit-report-line from aud-section-1
023300     write audit-report-line from aud-column-1
023400     perform audit-gpa-history
023500     perform print-terms-not-on-transcript
023600     perform print-audit-totals
023700     close audit-report
023800     display 'GPAHIST TERMS READ ' ws-hist-read
023900         ' DIFFERING ' ws-terms-differ
024000         ' NOT ON TRANSCPT ' ws-terms-not-on-trn
024100     if ws-terms-differ > zero
024200         or ws-terms-not-on-trn > zero
024300         move 4 to return-code
024400     end-if
024500     stop run
024600     .
024700 LOAD-COURSE-CATALOG.
024800******************************************************************
024900*    THE CATALOG IS THE AUTHORITY FOR HONORS WEIGHTING AND FOR   *
025000*    THE CREDIT-HOURS EDIT - WITHOUT IT NOTHING CAN BE CHECKED.  *
025100******************************************************************
025200     move zero to ws-catalog-count
025300     open input course-catalog-file
025400     if ws-catalog-status not = '00'
025500         display 'COULD NOT OPEN CRSECAT - STATUS '
025600             ws-catalog-status
025700         move 16 to return-code
025800         stop run
025900     end-if
026000     perform until ws-catalog-status not = '00'
026100         read course-catalog-file next record
026200         if ws-catalog-status = '00'
026300             and ws-catalog-count < ws-catalog-max
026400             add 1 to ws-catalog-count
026500             move cat-course-code
026600                 to ws-cat-code(ws-catalog-count)
026700             move cat-credit-hours
026800                 to ws-cat-hours(ws-catalog-count)
026900             move cat-honors-flag
027000                 to ws-cat-honors(ws-catalog-count)
027100         end-if
027200     end-perform
027300     close course-catalog-file
027400     .
027500 LOAD-TRANSCRIPT-TABLE.
027600******************************************************************
027700*    EVERY TRANSCPT ROW THE GSGPA EDIT PASS WOULD HAVE POSTED.   *
027800*    A TABLE OVERFLOW STOPS THE RUN - A PARTLY LOADED TRANSCRIPT *
027900*    WOULD REPORT GOOD TERMS AS WRONG.                           *
028000******************************************************************
028100     move zero to ws-ta-count
028200     open input transcript-file
028300     if ws-transcript-status not = '00'
028400         display 'COULD NOT OPEN TRANSCPT - STATUS '
028500             ws-transcript-status
028600         move 16 to return-code
028700         stop run
028800     end-if
028900     perform until ws-transcript-status not = '00'
029000         read transcript-file next record
029100         if ws-transcript-status = '00'
029200             add 1 to ws-trn-read
029300             perform load-one-transcript-row
029400         end-if
029500     end-perform
029600     close transcript-file
029700     if ws-ta-count > zero
029800         sort ta-row ascending key ta-student-id ta-term
029900     end-if
030000     .
030100 LOAD-ONE-TRANSCRIPT-ROW.
030200     move zero to ws-cat-row
030300     perform varying i from 1 by 1
030400             until i > ws-catalog-count
030500         if ws-cat-code(i) = trn-course-code
030600             move i to ws-cat-row
030700         end-if
030800     end-perform
030900     evaluate true
030900         when trn-repeat-flag = 'R'
030900             add 1 to ws-trn-replaced
030900         when trn-grade-letter = 'P'
030900             add 1 to ws-trn-pass-only
030900         when trn-grade-letter = 'I'
030900             add 1 to ws-trn-incomplete
030900         when trn-grade-letter = 'N'
030900             add 1 to ws-trn-no-pass
031140         when ws-cat-row = zero
031220             add 1 to ws-trn-skipped
031300         when ws-cat-hours(ws-cat-row) not = trn-credit-hours
031380             and trn-term-code not = 'T'
031460             add 1 to ws-trn-skipped
031540         when other
031620             if ws-ta-count not < ws-ta-max
031700                 display 'TRANSCPT HAS MORE THAN ' ws-ta-max
031780                     ' ROWS - WORK TABLE FULL'
031860                 move 16 to return-code
031940                 stop run
032020             end-if
032100             add 1 to ws-ta-count
032180             move trn-student-id   to ta-student-id(ws-ta-count)
032260             move trn-term         to ta-term(ws-ta-count)
032340             move trn-course-code  to ta-course(ws-ta-count)
032420             move trn-credit-hours to ta-hours(ws-ta-count)
032500             move trn-grade-letter to ta-letter(ws-ta-count)
032580     end-evaluate
032600     .
033000 AUDIT-GPA-HISTORY.
033100******************************************************************
033200*    ONE PASS OF GPAHIST IN KEY ORDER WITH THE SORTED TRANSCRIPT *
033300*    ALONGSIDE. THE ROLL-FORWARD RESTARTS AT EACH NEW STUDENT.   *
033400******************************************************************
033500     open input gpa-history-file
033600     if ws-gpahist-status not = '00'
033700         display 'COULD NOT OPEN GPAHIST - STATUS '
033800             ws-gpahist-status
033900         move 16 to return-code
034000         close audit-report
034100         stop run
034200     end-if
034300     move 1 to ws-ta-row
034400     perform until ws-hist-eof = 'Y'
034500         read gpa-history-file next record
034600         if ws-gpahist-status = '00'
034700             add 1 to ws-hist-read
034800             perform audit-one-term
034900         else
035000             move 'Y' to ws-hist-eof
035100         end-if
035200     end-perform
035300     close gpa-history-file
035400     .
035500 AUDIT-ONE-TERM.
035600     if gh-student-id not = ws-cur-id
035700         move gh-student-id to ws-cur-id
035800         move zero to ws-run-credits
035900         move zero to ws-run-points
036000         move zero to ws-run-wpoints
036100     end-if
036200     perform sum-transcript-term
036300     move 'N' to ws-term-differs
036400     if ws-term-rows = zero
036500         perform note-term-not-on-transcript
036600     else
036700         perform check-term-figures
036800     end-if
036900     perform check-cumulative-figures
037000     if ws-term-differs = 'Y'
037100         add 1 to ws-terms-differ
037200     else
037300         if ws-term-rows not = zero
037400             add 1 to ws-terms-agree
037500         end-if
037600     end-if
037700     .
037800 SUM-TRANSCRIPT-TERM.
037900******************************************************************
038000*    SKIPS TRANSCRIPT ROWS FOR STUDENT/TERMS WITH NO GPAHIST     *
038100*    RECORD, THEN TOTALS THE ROWS FOR THIS ONE.                  *
038200******************************************************************
038300     move zero to ws-term-rows
038400     move zero to ws-term-credits
038500     move zero to ws-term-points
038600     move zero to ws-term-wpoints
038700     perform until ws-ta-row > ws-ta-count
038800             or ta-key(ws-ta-row) not < gh-key
038900         add 1 to ws-ta-row
039000     end-perform
039100     perform until ws-ta-row > ws-ta-count
039200             or ta-key(ws-ta-row) not = gh-key
039300         perform add-course-to-term-totals
039400         add 1 to ws-term-rows
039500         add 1 to ws-ta-row
039600     end-perform
039700     .
039800 ADD-COURSE-TO-TERM-TOTALS.
039900     move zero to ws-points-earned
040000     move zero to ws-wpoints-earned
040100     perform varying k from 1 by 1 until k > 5
040200         if gp-letter(k) = ta-letter(ws-ta-row)
040300             compute ws-points-earned rounded =
040400                 gp-points(k) * ta-hours(ws-ta-row)
040500             move zero to ws-cat-row
040600             perform varying i from 1 by 1
040700                     until i > ws-catalog-count
040800                 if ws-cat-code(i) = ta-course(ws-ta-row)
040900                     move i to ws-cat-row
041000                 end-if
041100             end-perform
041200             if ws-cat-row not = zero
041300                 and ws-cat-honors(ws-cat-row) = 'Y'
041400                 compute ws-wpoints-earned rounded =
041500                     gp-wgt-points(k) * ta-hours(ws-ta-row)
041600             else
041700                 move ws-points-earned to ws-wpoints-earned
041800             end-if
041900         end-if
042000     end-perform
042100     add ta-hours(ws-ta-row) to ws-term-credits
042200     add ws-points-earned    to ws-term-points
042300     add ws-wpoints-earned   to ws-term-wpoints
042400     .
042500 NOTE-TERM-NOT-ON-TRANSCRIPT.
042600******************************************************************
042700*    NO COURSE ROWS LEFT FOR THE TERM - LISTED IN THE SECOND     *
042800*    SECTION, AND ITS STORED TOTALS CARRY THE ROLL-FORWARD ON.   *
042900******************************************************************
043000     add 1 to ws-terms-not-on-trn
043100     move gh-credit-total to ws-term-credits
043200     move gh-point-total  to ws-term-points
043300     move gh-wpoint-total to ws-term-wpoints
043400     if ws-nt-count < ws-nt-max
043500         add 1 to ws-nt-count
043600         move gh-student-id   to nt-student-id(ws-nt-count)
043700         move gh-term         to nt-term(ws-nt-count)
043800         move gh-credit-total to nt-credits(ws-nt-count)
043900         move gh-term-gpa     to nt-term-gpa(ws-nt-count)
044000         move gh-cum-gpa      to nt-cum-gpa(ws-nt-count)
044100     end-if
044200     .
044300 CHECK-TERM-FIGURES.
044400     if ws-term-credits > zero
044500         compute ws-term-gpa rounded =
044600             ws-term-points / ws-term-credits
044700         compute ws-term-wgpa rounded =
044800             ws-term-wpoints / ws-term-credits
044900     else
045000         move zero to ws-term-gpa
045100         move zero to ws-term-wgpa
045200     end-if
045300     if gh-credit-total not = ws-term-credits
045400         move 'TERM CREDITS' to aud-d-figure
045500         move gh-credit-total to aud-d-stored
045600         move ws-term-credits to aud-d-recomputed
045700         perform write-difference-line
045800     end-if
045900     if gh-point-total not = ws-term-points
046000         move 'TERM POINTS' to aud-d-figure
046100         move gh-point-total to aud-d-stored
046200         move ws-term-points to aud-d-recomputed
046300         perform write-difference-line
046400     end-if
046500     if gh-wpoint-total not = ws-term-wpoints
046600         move 'TERM WTD POINTS' to aud-d-figure
046700         move gh-wpoint-total to aud-d-stored
046800         move ws-term-wpoints to aud-d-recomputed
046900         perform write-difference-line
047000     end-if
047100     if gh-term-gpa not = ws-term-gpa
047200         move 'TERM GPA' to aud-d-figure
047300         move gh-term-gpa to aud-d-stored
047400         move ws-term-gpa to aud-d-recomputed
047500         perform write-difference-line
047600     end-if
047700     if gh-term-wgpa not = ws-term-wgpa
047800         move 'TERM WTD GPA' to aud-d-figure
047900         move gh-term-wgpa to aud-d-stored
048000         move ws-term-wgpa to aud-d-recomputed
048100         perform write-difference-line
048200     end-if
048300     .
048400 CHECK-CUMULATIVE-FIGURES.
048500     add ws-term-credits to ws-run-credits
048600     add ws-term-points  to ws-run-points
048700     add ws-term-wpoints to ws-run-wpoints
048800     if ws-run-credits > zero
048900         compute ws-run-gpa rounded =
049000             ws-run-points / ws-run-credits
049100         compute ws-run-wgpa rounded =
049200             ws-run-wpoints / ws-run-credits
049300     else
049400         move zero to ws-run-gpa
049500         move zero to ws-run-wgpa
049600     end-if
049700     if gh-cum-credit not = ws-run-credits
049800         move 'CUM CREDITS' to aud-d-figure
049900         move gh-cum-credit to aud-d-stored
050000         move ws-run-credits to aud-d-recomputed
050100         perform write-difference-line
050200     end-if
050300     if gh-cum-points not = ws-run-points
050400         move 'CUM POINTS' to aud-d-figure
050500         move gh-cum-points to aud-d-stored
050600         move ws-run-points to aud-d-recomputed
050700         perform write-difference-line
050800     end-if
050900     if gh-cum-wpoints not = ws-run-wpoints
051000         move 'CUM WTD POINTS' to aud-d-figure
051100         move gh-cum-wpoints to aud-d-stored
051200         move ws-run-wpoints to aud-d-recomputed
051300         perform write-difference-line
051400     end-if
051500     if gh-cum-gpa not = ws-run-gpa
051600         move 'CUM GPA' to aud-d-figure
051700         move gh-cum-gpa to aud-d-stored
051800         move ws-run-gpa to aud-d-recomputed
051900         perform write-difference-line
052000     end-if
052100     if gh-cum-wgpa not = ws-run-wgpa
052200         move 'CUM WTD GPA' to aud-d-figure
052300         move gh-cum-wgpa to aud-d-stored
052400         move ws-run-wgpa to aud-d-recomputed
052500         perform write-difference-line
052600     end-if
052700     .
052800 WRITE-DIFFERENCE-LINE.
052900     move 'Y' to ws-term-differs
053000     add 1 to ws-figures-differ
053100     move gh-student-id to aud-d-student-id
053200     move gh-term       to aud-d-term
053300     write audit-report-line from aud-diff-line
053400     .
053500 PRINT-TERMS-NOT-ON-TRANSCRIPT.
053600     move spaces to audit-report-line
053700     write audit-report-line
053800     write audit-report-line from aud-section-2
053900     write audit-report-line from aud-section-2-note
054000     write audit-report-line from aud-column-2
054100     perform varying ws-nt-row from 1 by 1
054200             until ws-nt-row > ws-nt-count
054300         move nt-student-id(ws-nt-row) to aud-n-student-id
054400         move nt-term(ws-nt-row)       to aud-n-term
054500         move nt-credits(ws-nt-row)    to aud-n-credits
054600         move nt-term-gpa(ws-nt-row)   to aud-n-term-gpa
054700         move nt-cum-gpa(ws-nt-row)    to aud-n-cum-gpa
054800         write audit-report-line from aud-nt-line
054900     end-perform
055000     if ws-terms-not-on-trn > ws-nt-count
055100         compute aud-o-count = ws-terms-not-on-trn - ws-nt-count
055200         write audit-report-line from aud-nt-overflow-line
055300     end-if
055400     .
055500 PRINT-AUDIT-TOTALS.
055600     move spaces to audit-report-line
055700     write audit-report-line
055800     move 'TRANSCPT ROWS READ' to aud-t-label
055900     move ws-trn-read to aud-t-value
056000     write audit-report-line from aud-total-line
056100     move 'TRANSCPT ROWS FAILING THE CATALOG EDIT' to aud-t-label
056200     move ws-trn-skipped to aud-t-value
056200     write audit-report-line from aud-total-line
056200     move 'PASS (P) ROWS WITHOUT GRADE POINTS' to aud-t-label
056200     move ws-trn-pass-only to aud-t-value
056200     write audit-report-line from aud-total-line
056200     move 'OPEN INCOMPLETE (I) ROWS' to aud-t-label
056200     move ws-trn-incomplete to aud-t-value
056200     write audit-report-line from aud-total-line
056200     move 'PASS/FAIL NOT PASSED (N) ROWS' to aud-t-label
056200     move ws-trn-no-pass to aud-t-value
056200     write audit-report-line from aud-total-line
056200     move 'REPEAT ATTEMPTS REPLACED (R) ROWS' to aud-t-label
056200     move ws-trn-replaced to aud-t-value
056200     write audit-report-line from aud-total-line
056400     move 'GPAHIST TERMS READ' to aud-t-label
056500     move ws-hist-read to aud-t-value
056600     write audit-report-line from aud-total-line
056700     move 'TERMS IN AGREEMENT' to aud-t-label
056800     move ws-terms-agree to aud-t-value
056900     write audit-report-line from aud-total-line
057000     move 'TERMS WITH DIFFERING FIGURES' to aud-t-label
057100     move ws-terms-differ to aud-t-value
057200     write audit-report-line from aud-total-line
057300     move 'FIGURES DIFFERING' to aud-t-label
057400     move ws-figures-differ to aud-t-value
057500     write audit-report-line from aud-total-line
057600     move 'TERMS NO LONGER ON TRANSCPT' to aud-t-label
057700     move ws-terms-not-on-trn to aud-t-value
057800     write audit-report-line from aud-total-line
057900     move spaces to audit-report-line
058000     write audit-report-line
058100     if ws-terms-differ = zero
058200         and ws-terms-not-on-trn = zero
058300         move 'GPAHIST AGREES WITH TRANSCPT' to aud-result-line
058400     else
058500         move 'GPAHIST NEEDS REGISTRAR REVIEW - SEE ABOVE'
058600             to aud-result-line
058700     end-if
058800     write audit-report-line from aud-result-line
058900     .
059000 READ-BUSINESS-DATE.
059100******************************************************************
059200*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
059300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
059400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
059500******************************************************************
059600     open input business-date-file
059700     if ws-busdate-status not = '00'
059800         display 'COULD NOT OPEN BUSDATE - STATUS '
059900             ws-busdate-status
060000         move 16 to return-code
060100         stop run
060200     end-if
060300     read business-date-file next record
060400     if ws-busdate-status not = '00'
060500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
060600             ws-busdate-status
060700         move 16 to return-code
060800         stop run
060900     end-if
061000     close business-date-file
061100     move bd-business-date to ws-business-date
061200     if bd-override-date not = zero
061300         move bd-override-date to ws-business-date
061400         move 'Y' to ws-bus-date-override
061500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
061600             bd-override-date ' SET BY ' bd-override-operator
061700         display '    REASON: ' bd-override-reason
061800     end-if
061900     move ws-business-date to bdh-date
062000     if ws-bus-date-override = 'Y'
062100         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
062200             to bdh-override
062300     end-if
062400     .
