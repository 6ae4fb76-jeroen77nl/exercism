001704*                     POINT ABOVE THE FLAT A-F SCALE. BOTH THE
001705*                     UNWEIGHTED AND WEIGHTED GPA ARE CARRIED
001706*                     THROUGH GPATABLE, GPAHIST AND THE REPORT.
001706*    2026-10-15  RVM  TRANSFER CREDIT (TRN-TERM-CODE 'T', POSTED
001706*                     BY GSXFER): EXEMPT FROM THE CATALOG-HOURS
001706*                     EDIT, MARKED 'TRANSFER' ON THE GPA REPORT
001706*                     AND LEFT OFF THE HONOR ROLL. GRADE 'P'
001706*                     (CREDIT WITHOUT GRADE POINTS) STAYS OUT OF
001706*                     EVERY GPA AND IS TOTALLED ON THE REPORT.
001706*    2026-10-15  RVM  GRADE 'I' (INCOMPLETE, SEE GSINCMP) STAYS
001706*                     OUT OF EVERY GPA AND CREDIT TOTAL WHILE
001706*                     OPEN AND IS COUNTED ON THE GPA REPORT.
001706*    2026-10-15  RVM  COURSE REPEATS AND PASS/FAIL COURSES: AN
001706*                     ATTEMPT REPLACED BY A BETTER GRADE (TRN-
001706*                     REPEAT-FLAG 'R', SET BY GSREPEAT) AND A
001706*                     PASS/FAIL 'N' STAY OUT OF EVERY GPA, CREDIT
001706*                     TOTAL, CLASS RANK AND HONOR ROLL AND ARE
001706*                     COUNTED ON THE GPA REPORT. THE 'P' TOTAL NOW
001706*                     COVERS PASS/FAIL PASSES AS WELL AS TRANSFER
001706*                     CREDIT.
001706*    2026-10-15  RVM  TERM-CLOSE GATE: THE TERMGATE FILE (COPY
001706*                     TGATREC) LEFT BY GSGRREC IS READ, AND A
001706*                     STUDENT'S TERM ROW IN A BUILDING BLOCKED FOR
001706*                     THAT TERM (GRADES STILL MISSING) IS HELD -
001706*                     PRINTED ON THE GPA REPORT AS 'HELD' BUT NOT
001706*                     WRITTEN TO GPAHIST AND NOT RANKED. ENDS RC 4
001706*                     WHEN ANY ROW IS HELD. NO TERMGATE MEANS NO
001706*                     GATE.
001706*    2026-10-15  RVM  EVERY REPORT NOW OPENS WITH THE BUSINESS
001706*                     DATE (BUSDATE, COPY BDATREC), FLAGGED WHEN A
001706*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
001706*                     WHICH BUSINESS DAY IT REPRESENTS.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002692         ORGANIZATION IS LINE SEQUENTIAL
002692         FILE STATUS IS WS-HONORRPT-STATUS.
002693     SELECT GPA-HISTORY-FILE ASSIGN TO GPAHIST
002693         ORGANIZATION IS INDEXED
002693         ACCESS MODE IS DYNAMIC
002693         RECORD KEY IS GH-KEY
002693         FILE STATUS IS WS-GPAHIST-STATUS.
002693     SELECT TERM-GATE-FILE ASSIGN TO TERMGATE
002693         ORGANIZATION IS LINE SEQUENTIAL
002693         FILE STATUS IS WS-TERMGATE-STATUS.
002694     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
002695         ORGANIZATION IS LINE SEQUENTIAL
002696         FILE STATUS IS WS-BUSDATE-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  TRANSCRIPT-FILE
003594     LABEL RECORDS ARE STANDARD.
003595 01  GPA-HISTORY-RECORD.
003596     COPY GPAHREC.
003596 FD  TERM-GATE-FILE
003596     LABEL RECORDS ARE STANDARD.
003596 01  TERM-GATE-RECORD.
003596     COPY TGATREC.
003596 FD  BUSINESS-DATE-FILE
003596     LABEL RECORDS ARE STANDARD.
003596 01  BUSINESS-DATE-RECORD.
003596     COPY BDATREC.
003600 WORKING-STORAGE SECTION.
003700 01  WS-TRANSCRIPT-STATUS     PIC X(02).
003800 01  WS-GPA-RPT-STATUS        PIC X(02).
003894 01  WS-HIST-DONE             PIC X.
003895 01  WS-GPAHIST-OPEN          PIC X.
003896 01  WS-HONORRPT-STATUS       PIC X(02).
003896******************************************************************
003896*    THE TERM-CLOSE GATE - ONE ROW PER BUILDING AND TERM FROM THE*
003896*    LAST GSGRREC RUN. A GPA ROW WHOSE STUDENT'S BUILDING IS     *
003896*    BLOCKED ('B') FOR THE ROW'S TERM IS HELD.                   *
003896******************************************************************
003896 01  WS-TERMGATE-STATUS       PIC X(02).
003896 77  WS-GATE-MAX              PIC 9(03) VALUE 100.
003896 01  WS-GATE-COUNT            PIC 9(03) VALUE ZERO.
003896 01  WS-GATE-TABLE.
003896     05  WS-GATE-ENTRY        OCCURS 100 TIMES.
003896         10  WS-GATE-SCHOOL   PIC X(04).
003896         10  WS-GATE-TERM     PIC X(05).
003896         10  WS-GATE-STATUS   PIC X(01).
003896 01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
003896 01  WS-HR-HELD               PIC 9(05).
003896 01  WS-GPA-SCHOOL            PIC X(04).
003900 77  WS-MAX-GPA-STUDENTS      PIC 9(05) VALUE 02000.
004000 01  i                        PIC 9(05).
004100 01  j                        PIC 9(05).
005492     05  HR-W-COUNT           PIC ZZZZ9.
005492     05  FILLER               PIC X(41) VALUE
005492         ' STUDENT(S) WITHHELD - DIRECTORY OPT-OUT '.
005492 01  HR-HELD-LINE.
005492     05  HR-H-COUNT           PIC ZZZZ9.
005492     05  FILLER               PIC X(46) VALUE
005492         ' STUDENT(S) NOT RANKED - TERM CLOSE BLOCKED'.
005493 01  HR-HEADING.
005494     05  FILLER               PIC X(37) VALUE
005495         'HONOR ROLL AND CLASS RANK - BY GRADE'.
005467 01  WS-EDIT-OK               PIC X.
005468 01  WS-EDIT-REASON           PIC X(05).
005469 01  WS-EDIT-REJECTS          PIC 9(05) VALUE ZERO.
005469 01  WS-PASS-ONLY-COUNT       PIC 9(05) VALUE ZERO.
005469 01  WS-PASS-ONLY-CREDITS     PIC 9(05)V9 VALUE ZERO.
005469 01  WS-INCOMPLETE-COUNT      PIC 9(05) VALUE ZERO.
005469 01  WS-NO-PASS-COUNT         PIC 9(05) VALUE ZERO.
005469 01  WS-REPLACED-COUNT        PIC 9(05) VALUE ZERO.
005470 01  EXC-HEADING.
005471     05  FILLER               PIC X(37) VALUE
005472         'TRANSCRIPT EDIT PASS - REJECT REPORT'.
006830         05  GPA-PRIOR-GPA        PIC 9V99.
006840         05  GPA-WPOINT-TOTAL     PIC 9(07)V9.
006850         05  GPA-CUM-WPOINTS      PIC 9(07)V9.
006850         05  GPA-HELD             PIC X(01).
006900 01  WS-GPA-ROW               PIC 9(05).
007000 01  GPA-HEADING.
007100     05  FILLER            PIC X(30) VALUE 'STUDENT GPA SUMMARY'.
008120     05  GPA-D-CUM-GPA        PIC Z9.99.
008130     05  FILLER               PIC X(03) VALUE SPACES.
008140     05  GPA-D-CHANGE         PIC +9.99.
008140     05  FILLER               PIC X(03) VALUE SPACES.
008140     05  GPA-D-SOURCE         PIC X(08).
008140 01  GPA-PASS-ONLY-LINE.
008140     05  FILLER               PIC X(34) VALUE
008140         'PASS CREDIT, NO GRADE POINTS (P):'.
008140     05  GPA-P-COUNT          PIC ZZZZ9.
008140     05  FILLER               PIC X(10) VALUE ' COURSES, '.
008140     05  GPA-P-CREDITS        PIC ZZZZ9.9.
008140     05  FILLER               PIC X(21) VALUE
008140         ' CREDITS - NOT IN GPA'.
008140 01  GPA-INCOMPLETE-LINE.
008140     05  FILLER               PIC X(34) VALUE
008140         'INCOMPLETE GRADES STILL OPEN:'.
008140     05  GPA-I-COUNT          PIC ZZZZ9.
008140     05  FILLER               PIC X(31) VALUE
008140         ' COURSES - NOT IN GPA OR CREDIT'.
008140 01  GPA-NO-PASS-LINE.
008140     05  FILLER               PIC X(34) VALUE
008140         'PASS/FAIL COURSES NOT PASSED (N):'.
008140     05  GPA-N-COUNT          PIC ZZZZ9.
008140     05  FILLER               PIC X(31) VALUE
008140         ' COURSES - NOT IN GPA OR CREDIT'.
008140 01  GPA-REPLACED-LINE.
008140     05  FILLER               PIC X(34) VALUE
008140         'REPEATED ATTEMPTS REPLACED (R):'.
008140     05  GPA-R-COUNT          PIC ZZZZ9.
008140     05  FILLER               PIC X(31) VALUE
008140         ' COURSES - NOT IN GPA OR CREDIT'.
008140 01  GPA-HELD-LINE.
008140     05  FILLER               PIC X(34) VALUE
008140         'HELD - TERM CLOSE BLOCKED:'.
008140     05  GPA-H-COUNT          PIC ZZZZ9.
008140     05  FILLER               PIC X(40) VALUE
008140         ' STUDENT TERMS - NOT POSTED TO GPAHIST'.
008144******************************************************************
008148*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
008152*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
008156*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
008160******************************************************************
008164 01  WS-BUSDATE-STATUS        PIC X(02).
008168 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
008172 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
008176 01  BUS-DATE-HEADING.
008180     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
008184     05  BDH-DATE             PIC 9(08).
008188     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
008200 PROCEDURE DIVISION.
008300 MAINLINE.
008400******************************************************************
008500*    STANDALONE BATCH ENTRY POINT. BUILDS THE PER-STUDENT GPA    *
008600*    TABLE FROM THE TRANSCRIPT FILE AND PRINTS THE REPORT.       *
008700******************************************************************
008750     perform read-business-date
008800     initialize gpatable
008810     perform load-course-catalog
008820     perform load-roster-id-table
008820     perform load-term-gates
008820     perform open-exception-report
008820     perform process-transcript-file
008820     perform close-exception-report
008820     perform apply-term-gates
008920     perform write-gpa-history
009000     perform print-gpa-report
009010     perform print-honor-roll-report
009010     if ws-held-count not = zero
009010         and return-code < 4
009010         move 4 to return-code
009010     end-if
009010     stop run
009200     .
009210 LOAD-COURSE-CATALOG.
009211******************************************************************
009257         move 1 to return-code
009258     end-if
009259     .
009260 LOAD-TERM-GATES.
009260******************************************************************
009260*    READS THE TERM-CLOSE GATE GSGRREC LEAVES FOR THE TERM BEING *
009260*    CLOSED. WITHOUT THE FILE NOTHING IS HELD - THE              *
009260*    RECONCILIATION HAS NOT BEEN RUN, AND THE TERM CLOSES AS IT  *
009260*    ALWAYS DID.                                                 *
009260******************************************************************
009260     move zero to ws-gate-count
009260     open input term-gate-file
009260     if ws-termgate-status = '00'
009260         perform until ws-termgate-status not = '00'
009260             read term-gate-file next record
009260             if ws-termgate-status = '00'
009260                 if ws-gate-count < ws-gate-max
009260                     add 1 to ws-gate-count
009260                     move tg-school-code
009260                         to ws-gate-school(ws-gate-count)
009260                     move tg-term   to ws-gate-term(ws-gate-count)
009260                    move tg-status
009260                        to ws-gate-status(ws-gate-count)
009260                 else
009260                     display 'TERMGATE - GATE TABLE FULL AT '
009260                         ws-gate-max
009260                 end-if
009260             end-if
009260         end-perform
009260         close term-gate-file
009260     else
009260         display 'TERMGATE NOT AVAILABLE - STATUS '
009260             ws-termgate-status ' - NO BUILDING IS HELD'
009260     end-if
009260     .
009260 APPLY-TERM-GATES.
009260******************************************************************
009260*    MARKS GPA-HELD ON EVERY GPATABLE ROW WHOSE STUDENT'S        *
009260*    BUILDING (FROM THE ROSTER) IS BLOCKED FOR THE ROW'S TERM.   *
009260******************************************************************
009260     perform varying i from 1 by 1 until i > ws-gpa-student-count
009260         move 'N' to gpa-held(i)
009260         move spaces to ws-gpa-school
009260         perform varying j from 1 by 1
009260                 until j > ws-roster-id-count
009260             if ws-rid(j) = gpa-student-id(i)
009260                 move ws-rid-school(j) to ws-gpa-school
009260             end-if
009260         end-perform
009260         perform varying j from 1 by 1 until j > ws-gate-count
009260             if ws-gate-school(j) = ws-gpa-school
009260                 and ws-gate-term(j) = gpa-term(i)
009260                 and ws-gate-status(j) = 'B'
009260                 move 'Y' to gpa-held(i)
009260             end-if
009260         end-perform
009260         if gpa-held(i) = 'Y'
009260             add 1 to ws-held-count
009260         end-if
009260     end-perform
009260     if ws-held-count not = zero
009260         display 'TERM CLOSE BLOCKED - STUDENT TERMS HELD: '
009260             ws-held-count
009260     end-if
009260     .
009260 OPEN-EXCEPTION-REPORT.
009261     open output exception-rpt
009262     if ws-exception-status = '00'
009262         write exception-line from bus-date-heading
009263         write exception-line from exc-heading
009264         write exception-line from exc-column-heading
009265     else
009284*    WS-EDIT-OK, AND ON A REJECT, WS-EDIT-REASON - 'NOSTU' THE   *
009285*    STUDENT IS NOT ON THE ROSTER, 'NOCRS' THE COURSE CODE IS    *
009286*    NOT IN THE CATALOG, 'BADCR' THE CREDIT HOURS DISAGREE WITH  *
009286*    THE CATALOG. A TRANSFER-TERM ROW (TRN-TERM-CODE 'T')        *
009286*    CARRIES THE CREDIT THE EVALUATOR AWARDED, NOT THE           *
009286*    CATALOG'S, SO THE HOURS CHECK DOES NOT APPLY TO IT.         *
009288******************************************************************
009289     move 'Y' to ws-edit-ok
009290     move spaces to ws-edit-reason
009312             move 'NOCRS' to ws-edit-reason
009313         else
009314             if ws-cat-hours(ws-cat-row)
009314                 not = trn-credit-hours
009314                 and trn-term-code not = 'T'
009316                 move 'N'     to ws-edit-ok
009317                 move 'BADCR' to ws-edit-reason
009318             end-if
009332             move ws-cum-points  to gpa-cum-points(i)
009332             move ws-cum-wpoints to gpa-cum-wpoints(i)
009333             move ws-prior-gpa   to gpa-prior-gpa(i)
009333             if gpa-held(i) not = 'Y'
009333                 perform write-gpa-history-record
009333             end-if
009335         end-perform
009336         close gpa-history-file
009337     end-if
009500*    READS ONE COURSE RECORD AT A TIME, LOOKS UP THE STUDENT'S   *
009600*    GPA ROW (ADDING ONE IF THIS IS THE FIRST COURSE SEEN FOR    *
009700*    THAT STUDENT) AND ADDS THE COURSE'S CREDIT HOURS AND GRADE  *
009800*    POINTS INTO THE RUNNING TOTALS. CREDIT AWARDED WITHOUT      *
009800*    GRADE POINTS (LETTER 'P' - TRANSFER CREDIT OR A PASS/FAIL   *
009800*    PASS) NEVER ENTERS A GPA - IT IS COUNTED AND TOTALLED AT    *
009800*    THE FOOT OF THE GPA REPORT INSTEAD. AN OPEN INCOMPLETE      *
009800*    (LETTER 'I') AND A PASS/FAIL NO PASS (LETTER 'N') EARN NO   *
009800*    CREDIT - THEY ARE ONLY COUNTED AT THE FOOT OF THE REPORT,   *
009800*    AS IS AN ATTEMPT OF A REPEATED COURSE REPLACED BY THE       *
009800*    BETTER GRADE (TRN-REPEAT-FLAG 'R'), WHATEVER ITS LETTER.    *
009900******************************************************************
010000     open input transcript-file
010100     if ws-transcript-status = '00'
010300             read transcript-file next record
010400             if ws-transcript-status = '00'
010410                 perform edit-transcript-record
010410                 if ws-edit-ok = 'Y'
010410                     and trn-repeat-flag = 'R'
010410                     add 1 to ws-replaced-count
010410                 end-if
010410                 if ws-edit-ok = 'Y'
010410                     and trn-repeat-flag not = 'R'
010410                     and trn-grade-letter = 'P'
010410                     add 1 to ws-pass-only-count
010410                     add trn-credit-hours to ws-pass-only-credits
010410                 end-if
010410                 if ws-edit-ok = 'Y'
010410                     and trn-repeat-flag not = 'R'
010410                     and trn-grade-letter = 'I'
010410                     add 1 to ws-incomplete-count
010410                 end-if
010410                 if ws-edit-ok = 'Y'
010410                     and trn-repeat-flag not = 'R'
010410                     and trn-grade-letter = 'N'
010410                     add 1 to ws-no-pass-count
010410                 end-if
010410                 if ws-edit-ok = 'Y'
010410                     and trn-repeat-flag not = 'R'
010410                     and trn-grade-letter not = 'P'
010410                     and trn-grade-letter not = 'I'
010410                     and trn-grade-letter not = 'N'
010410                     perform find-gpa-student
010410                     perform apply-course-to-gpa-row
010410                 end-if
010420                 if ws-edit-ok not = 'Y'
010620                     perform write-edit-exception
010630                 end-if
010700             end-if
013330         move zero to gpa-prior-gpa(ws-gpa-row)
013331         move zero to gpa-wpoint-total(ws-gpa-row)
013332         move zero to gpa-cum-wpoints(ws-gpa-row)
013332         move 'N'  to gpa-held(ws-gpa-row)
013400     end-if
013500     .
013600 APPLY-COURSE-TO-GPA-ROW.
015700******************************************************************
015800*    PRINTS ONE LINE PER STUDENT IN GPATABLE - CREDIT HOURS      *
015900*    EARNED AND GPA (GRADE POINTS EARNED DIVIDED BY CREDIT       *
016000*    HOURS ATTEMPTED). A TRANSFER TERM - CREDIT POSTED FROM A    *
016000*    PRIOR DISTRICT'S TRANSCRIPT - IS MARKED 'TRANSFER'.         *
016100******************************************************************
016200     open output gpa-rpt
016250     write gpa-line from bus-date-heading
016300     write gpa-line from gpa-heading
016400     write gpa-line from gpa-column-heading
016500     perform varying i from 1 by 1 until i > ws-gpa-student-count
017370         move ws-cum-gpa to gpa-d-cum-gpa
017380         compute ws-gpa-change = ws-cum-gpa - gpa-prior-gpa(i)
017390         move ws-gpa-change to gpa-d-change
017390         if gpa-term(i)(5:1) = 'T'
017390             move 'TRANSFER' to gpa-d-source
017390         else
017390             move spaces to gpa-d-source
017390         end-if
017390         if gpa-held(i) = 'Y'
017390             move 'HELD' to gpa-d-source
017390         end-if
017390         write gpa-line from gpa-detail-line
017390     end-perform
017390     if ws-pass-only-count not = zero
017390         move ws-pass-only-count   to gpa-p-count
017390         move ws-pass-only-credits to gpa-p-credits
017390         write gpa-line from gpa-pass-only-line
017390     end-if
017390     if ws-incomplete-count not = zero
017390         move ws-incomplete-count to gpa-i-count
017390         write gpa-line from gpa-incomplete-line
017390     end-if
017390     if ws-no-pass-count not = zero
017390         move ws-no-pass-count to gpa-n-count
017390         write gpa-line from gpa-no-pass-line
017390     end-if
017390     if ws-replaced-count not = zero
017390         move ws-replaced-count to gpa-r-count
017390         write gpa-line from gpa-replaced-line
017390     end-if
017390     if ws-held-count not = zero
017390         move ws-held-count to gpa-h-count
017390         write gpa-line from gpa-held-line
017390     end-if
017600     close gpa-rpt
017700     .
017700 PRINT-HONOR-ROLL-REPORT.
017757*    ROLL IS DIRECTORY INFORMATION.                             *
017760*    A GPA ROW WHOSE STUDENT CANNOT BE FOUND ON THE             *
017770*    ROSTER CANNOT HAPPEN ANY MORE (THE EDIT PASS GATES IT)    *
017780*    BUT IS SKIPPED DEFENSIVELY ALL THE SAME. A TRANSFER-TERM   *
017780*    ROW IS NOT A TERM OF OURS AND IS NEVER RANKED.             *
017790******************************************************************
017800     move zero to ws-rank-count
017801     move zero to ws-hr-withheld
017801     move zero to ws-hr-held
017801     perform varying i from 1 by 1 until i > ws-gpa-student-count
017801         if gpa-held(i) = 'Y'
017801             add 1 to ws-hr-held
017801         end-if
017801         perform varying j from 1 by 1
017801                 until j > ws-roster-id-count
017801                    or gpa-term(i)(5:1) = 'T'
017801                    or gpa-held(i) = 'Y'
017835             if ws-rid(j) = gpa-student-id(i)
017836                 and ws-rid-withdrawn(j) = 'N'
017837                 and ws-rid-optout(j) = 'Y'
018070         descending key rank-gpa
018080     open output honor-roll-rpt
018090     if ws-honorrpt-status = '00'
018095         write honor-roll-line from bus-date-heading
018100         write honor-roll-line from hr-heading
018110         move spaces to ws-prev-rank-grade
018120         move zero to ws-rank-seq
018382             move ws-hr-withheld to hr-w-count
018383             write honor-roll-line from hr-withheld-line
018384         end-if
018384         if ws-hr-held not = zero
018384             move ws-hr-held to hr-h-count
018384             write honor-roll-line from hr-held-line
018384         end-if
018390         close honor-roll-rpt
018400     else
018410         display 'COULD NOT OPEN HONORRPT - STATUS '
018430         move 1 to return-code
018440     end-if
018450     .
018550 READ-BUSINESS-DATE.
018650******************************************************************
018750*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
018850*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
018950*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
019050******************************************************************
019150     open input business-date-file
019250     if ws-busdate-status not = '00'
019350         display 'COULD NOT OPEN BUSDATE - STATUS '
019450             ws-busdate-status
019550         move 16 to return-code
019650         stop run
019750     end-if
019850     read business-date-file next record
019950     if ws-busdate-status not = '00'
020050         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
020150             ws-busdate-status
020250         move 16 to return-code
020350         stop run
020450     end-if
020550     close business-date-file
020650     move bd-business-date to ws-business-date
020750     if bd-override-date not = zero
020850         move bd-override-date to ws-business-date
020950         move 'Y' to ws-bus-date-override
021050         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
021150             bd-override-date ' SET BY ' bd-override-operator
021250         display '    REASON: ' bd-override-reason
021350     end-if
021450     move ws-business-date to bdh-date
021550     if ws-bus-date-override = 'Y'
021650         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
021750             to bdh-override
021850     end-if
021950     .
