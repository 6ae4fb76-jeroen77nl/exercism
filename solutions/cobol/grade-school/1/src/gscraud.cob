000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCRAUD.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    GRADUATION-REQUIREMENTS CREDIT AUDIT FOR GRADES 9-12. THE   *
000900*    TRANSCRIPT JOB TOTALS CREDIT HOURS BUT NOTHING SAID WHETHER *
001000*    THEY ADD UP TO A DIPLOMA - THE COUNSELORS WORKED IT OUT BY  *
001100*    HAND FROM PRINTED TRANSCRIPTS EVERY FALL. EVERY COURSE ON   *
001200*    THE CATALOG (CRSECAT) CARRIES A SUBJECT AREA FROM THE       *
001300*    SUBJAREA TABLE OF THE DISTRICT CODE-TABLE MASTER (CODETBL), *
001400*    AND THE GRADUATION-REQUIREMENTS TABLE (CRDREQ, COPY         *
001500*    CRDRREC) GIVES THE CREDITS EACH GRADUATING COHORT NEEDS IN  *
001600*    EACH AREA. FOR EVERY ENROLLED STUDENT IN GRADES 09-12 THIS  *
001700*    RUN TOTALS PER AREA:                                        *
001800*      EARNED      - PASSING GRADES (A-D) ON TRANSCPT, A COURSE  *
001900*                    PASSED TWICE COUNTED ONCE, WITH THE PART OF *
001900*                    IT TRANSFERRED FROM A PRIOR DISTRICT (TERM  *
001900*                    CODE 'T', POSTED BY GSXFER) SHOWN APART,    *
002000*      IN PROGRESS - THE STUDENT'S CURRENT SECTIONS ON STSCHED   *
002100*                    AT THE CATALOG'S CREDIT HOURS,              *
002200*    AND HOLDS THEM AGAINST THE COHORT'S REQUIREMENT. THE COHORT *
002300*    IS THE SPRING THE STUDENT GRADUATES - THE CURRENT SCHOOL    *
002400*    YEAR'S END (THE BUSINESS YEAR, PLUS ONE FROM JULY ON) PLUS  *
002500*    THE GRADES STILL TO GO AFTER THIS ONE. A STUDENT IS:        *
002600*      OFF TRACK - IN SOME AREA, EARNED PLUS IN PROGRESS IS      *
002700*                  SHORT OF THE SHARE OF THE REQUIREMENT DUE BY  *
002800*                  THE END OF THEIR GRADE (A QUARTER PER YEAR    *
002900*                  FROM GRADE 09),                               *
003000*      AT RISK   - THE CREDITS STILL MISSING ACROSS ALL AREAS    *
003100*                  ARE MORE THAN WS-YEAR-LOAD A YEAR CAN MAKE UP *
003200*                  IN THE YEARS LEFT AFTER THIS ONE - FOR A      *
003300*                  SENIOR, ANY CREDIT STILL MISSING.             *
003400*    CREDIT FOR A COURSE WITH NO AREA, AN AREA NOT ON SUBJAREA,  *
003500*    OR NOT ON THE CATALOG AT ALL, COUNTS TOWARD THE ELECTIVE    *
003600*    AREA (CT-CLASS 'E' ON SUBJAREA) AND THE COURSE IS LISTED AT *
003700*    THE END OF THE AUDIT SO THE CATALOG CAN BE FIXED. CRDAUDIT  *
003800*    PRINTS EACH STUDENT'S AUDIT BY BUILDING, GRADE AND NAME;    *
003900*    CRDRISK IS THE COUNSELORS' AT-RISK LIST. RETURN CODES: 0    *
004000*    CLEAN, 4 A COURSE OR COHORT COULD NOT BE AUDITED CLEANLY OR *
004100*    A TABLE WAS CUT SHORT, 16 A FILE COULD NOT BE READ OR       *
004200*    WRITTEN. SEE JCL/GSCRAUD.JCL.                               *
004300******************************************************************
004400*    MOD-LOG
004500*    DATE       INIT  DESCRIPTION
004600*    2026-10-15  RVM  ORIGINAL VERSION.
004600*    2026-10-15  RVM  CREDIT TRANSFERRED FROM A PRIOR DISTRICT
004600*                     (TERM CODE 'T') IS SHOWN IN ITS OWN XFER
004600*                     COLUMN, PART OF EARNED. SEVERAL TRANSFER
004600*                     ROWS UNDER ONE EQUIVALENT ALL COUNT.
004600*    2026-10-15  RVM  AN OPEN INCOMPLETE (GRADE 'I') IS NOT A
004600*                     PASS - IT EARNS NO CREDIT UNTIL GRADED.
004600*    2026-10-15  RVM  A PASS/FAIL 'N' IS NOT A PASS, AND AN
004600*                     ATTEMPT REPLACED BY A REPEAT (TRN-REPEAT-
004600*                     FLAG 'R') EARNS NO CREDIT - A COURSE PASSED
004600*                     TWICE NO LONGER COUNTS TWICE.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS ST-ID
005500         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005600     SELECT COURSE-CATALOG-FILE ASSIGN TO CRSECAT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CATALOG-STATUS.
005900     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CODETBL-STATUS.
006200     SELECT CREDIT-REQUIREMENT-FILE ASSIGN TO CRDREQ
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CRDREQ-STATUS.
006500     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-TRANSCPT-STATUS.
006800     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-STSCHED-STATUS.
007100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-BUSDATE-STATUS.
007400     SELECT AUDIT-RPT ASSIGN TO CRDAUDIT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUDIT-STATUS.
007700     SELECT RISK-RPT ASSIGN TO CRDRISK
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RISK-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ROSTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  ROSTER-FILE-RECORD.
008500     COPY ROSTERREC.
008600 FD  COURSE-CATALOG-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  COURSE-CATALOG-RECORD.
008900     COPY CRSEREC.
009000 FD  CODE-TABLE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  CODE-TABLE-RECORD.
009300     COPY CODEREC.
009400 FD  CREDIT-REQUIREMENT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  CREDIT-REQUIREMENT-RECORD.
009700     COPY CRDRREC.
009800 FD  TRANSCRIPT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  TRANSCRIPT-RECORD.
010100     COPY TRANSREC.
010200 FD  STUDENT-SCHEDULE-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  STUDENT-SCHEDULE-RECORD.
010500     COPY STSCREC.
010600 FD  BUSINESS-DATE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  BUSINESS-DATE-RECORD.
010900     COPY BDATREC.
011000 FD  AUDIT-RPT
011100     LABEL RECORDS ARE STANDARD.
011200 01  AUDIT-LINE                  PIC X(100).
011300 FD  RISK-RPT
011400     LABEL RECORDS ARE STANDARD.
011500 01  RISK-LINE                   PIC X(100).
011600 WORKING-STORAGE SECTION.
011700 01  WS-ROSTER-FILE-STATUS    PIC X(02).
011800 01  WS-CATALOG-STATUS        PIC X(02).
011900 01  WS-CODETBL-STATUS        PIC X(02).
012000 01  WS-CRDREQ-STATUS         PIC X(02).
012100 01  WS-TRANSCPT-STATUS       PIC X(02).
012200 01  WS-STSCHED-STATUS        PIC X(02).
012300 01  WS-AUDIT-STATUS          PIC X(02).
012400 01  WS-RISK-STATUS           PIC X(02).
012500 01  i                        PIC 9(05).
012600 01  j                        PIC 9(05).
012700 01  k                        PIC 9(05).
012800******************************************************************
012900*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013000*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
013100******************************************************************
013200 01  WS-BUSDATE-STATUS        PIC X(02).
013300 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013400 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
013500     05  WS-BUS-YEAR          PIC 9(04).
013600     05  WS-BUS-MONTH         PIC 9(02).
013700     05  WS-BUS-DAY           PIC 9(02).
013800 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013900 01  BUS-DATE-HEADING.
014000     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014100     05  BDH-DATE             PIC 9(08).
014200     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014300 01  WS-SCHOOL-YEAR-END       PIC 9(04).
014400******************************************************************
014500*    THE MOST CREDIT A STUDENT CAN BE COUNTED ON TO ADD IN ONE   *
014600*    MORE SCHOOL YEAR - THE AT-RISK YARDSTICK.                   *
014700******************************************************************
014800 77  WS-YEAR-LOAD             PIC 9(02)V9 VALUE 6.0.
014900******************************************************************
015000*    THE SUBJAREA ROWS OF CODETBL IN CODE ORDER - THE AREAS THE  *
015100*    AUDIT PRINTS. WS-ELECTIVE-ROW IS THE ONE MARKED CT-CLASS    *
015200*    'E', ZERO IF NONE IS.                                       *
015300******************************************************************
015400 77  WS-AREA-MAX              PIC 9(02) VALUE 10.
015500 01  WS-AREA-COUNT            PIC 9(02) VALUE ZERO.
015600 01  WS-AREA-TABLE.
015700     05  WS-AREA-ENTRY        OCCURS 10 TIMES.
015800         10  WS-AREA-CODE     PIC X(04).
015900         10  WS-AREA-DESC     PIC X(24).
016000         10  WS-AREA-REQ      PIC 9(02)V9.
016100         10  WS-AREA-PROJ     PIC 9(03)V9.
016200         10  WS-AREA-DUE      PIC 9(02)V9.
016300         10  WS-AREA-BEHIND   PIC X(01).
016400 01  WS-AREA-FULL             PIC X VALUE 'N'.
016500 01  WS-AREA-ROW              PIC 9(02).
016600 01  WS-ELECTIVE-ROW          PIC 9(02) VALUE ZERO.
016700 01  WS-FIND-AREA             PIC X(04).
016800******************************************************************
016900*    THE COURSE CATALOG - CREDIT HOURS AND THE AREA ROW EACH     *
017000*    COURSE COUNTS TOWARD, RESOLVED ONCE AT LOAD.                *
017100******************************************************************
017200 77  WS-CATALOG-MAX           PIC 9(03) VALUE 500.
017300 01  WS-CATALOG-COUNT         PIC 9(03) VALUE ZERO.
017400 01  WS-CATALOG-TABLE.
017500     05  WS-CAT-ENTRY         OCCURS 500 TIMES.
017600         10  WS-CAT-CODE      PIC X(06).
017700         10  WS-CAT-CREDITS   PIC 9V9.
017800         10  WS-CAT-AREA-ROW  PIC 9(02).
017900 01  WS-CATALOG-FULL          PIC X VALUE 'N'.
018000 01  WS-CAT-ROW               PIC 9(03).
018100 01  WS-FIND-COURSE           PIC X(06).
018200******************************************************************
018300*    THE GRADUATION-REQUIREMENTS TABLE, EVERY COHORT ON FILE.    *
018400******************************************************************
018500 77  WS-REQ-MAX               PIC 9(03) VALUE 200.
018600 01  WS-REQ-COUNT             PIC 9(03) VALUE ZERO.
018700 01  WS-REQ-TABLE.
018800     05  WS-REQ-ENTRY         OCCURS 200 TIMES.
018900         10  WS-REQ-COHORT    PIC 9(04).
019000         10  WS-REQ-AREA      PIC X(04).
019100         10  WS-REQ-CREDITS   PIC 9(02)V9.
019200 01  WS-REQ-FULL              PIC X VALUE 'N'.
019300 01  WS-COHORT-ROWS           PIC 9(03).
019400******************************************************************
019500*    ONE ROW PER ENROLLED STUDENT IN GRADES 09-12, IN ROSTERVS   *
019600*    (ID) ORDER WHILE THE CREDITS ARE POSTED, THEN RE-SORTED BY  *
019700*    BUILDING, GRADE AND NAME FOR PRINTING. AUD-STATUS: 'O' ON   *
019800*    TRACK, 'F' OFF TRACK, 'R' AT RISK, 'N' NO REQUIREMENTS ON   *
019900*    FILE FOR THE COHORT.                                        *
020000******************************************************************
020100 77  WS-AUD-MAX               PIC 9(05) VALUE 02000.
020200 01  WS-AUD-COUNT             PIC 9(05) VALUE ZERO.
020300 01  AUD-TABLE.
020400     05  AUD-ROW              OCCURS 0 TO 2000 TIMES
020500                              DEPENDING ON WS-AUD-COUNT
020600                              ASCENDING KEY IS AUD-STUDENT-ID
020700                              INDEXED BY AUD-IDX.
020800         10  AUD-STUDENT-ID   PIC 9(07).
020900         10  AUD-LAST-NAME    PIC X(30).
021000         10  AUD-FIRST-NAME   PIC X(20).
021100         10  AUD-GRADE        PIC 9(02).
021200         10  AUD-SCHOOL       PIC X(04).
021300         10  AUD-COHORT       PIC 9(04).
021400         10  AUD-AREA         OCCURS 10 TIMES.
021500             15  AUD-EARNED   PIC 9(03)V9.
021600             15  AUD-IN-PROG  PIC 9(03)V9.
021600             15  AUD-TRANSFER PIC 9(03)V9.
021700         10  AUD-STATUS       PIC X(01).
021800         10  AUD-SHORTFALL    PIC 9(03)V9.
021900         10  AUD-BEHIND-LIST  PIC X(30).
022000 01  WS-AUD-FULL              PIC X VALUE 'N'.
022100 01  WS-AUD-ROW               PIC 9(05).
022200 01  WS-FIND-ID               PIC 9(07).
022300******************************************************************
022400*    EVERY PASSING TRANSCRIPT ROW FOR THOSE STUDENTS, SORTED BY  *
022500*    STUDENT AND COURSE SO A REPEATED PASS IS COUNTED ONCE AND A *
022500*    CURRENT SECTION OF A COURSE ALREADY PASSED IS NOT COUNTED   *
022500*    AS IN PROGRESS. TRANSFER ROWS SORT AFTER A PASS HERE; EACH  *
022500*    ONE IS A SEPARATE PRIOR COURSE, SO SEVERAL UNDER ONE        *
022500*    EQUIVALENT (A GENERIC TRANSFER ELECTIVE) ALL COUNT UNLESS   *
022500*    THE COURSE WAS ALSO PASSED HERE.                            *
022800******************************************************************
022900 77  WS-DONE-MAX              PIC 9(05) VALUE 30000.
023000 01  WS-DONE-COUNT            PIC 9(05) VALUE ZERO.
023100 01  WS-DONE-TABLE.
023200     05  DONE-ROW             OCCURS 0 TO 30000 TIMES
023300                              DEPENDING ON WS-DONE-COUNT
023400                              ASCENDING KEY IS DN-STUDENT-ID
023400                                               DN-COURSE
023400                                               DN-TRANSFER
023600                              INDEXED BY DONE-IDX.
023700         10  DN-STUDENT-ID    PIC 9(07).
023800         10  DN-COURSE        PIC X(06).
023800         10  DN-TRANSFER      PIC X(01).
023900         10  DN-CREDITS       PIC 9V9.
024000         10  DN-AREA-ROW      PIC 9(02).
024100 01  WS-DONE-FULL             PIC X VALUE 'N'.
024200 01  WS-DONE-FOUND            PIC X.
024200 01  WS-GROUP-LOCAL           PIC X.
024300******************************************************************
024400*    COURSES THAT COULD NOT BE PLACED IN THEIR OWN AREA, ONE ROW *
024500*    PER COURSE AND REASON - LISTED AT THE END OF CRDAUDIT:      *
024600*      NOARA - THE CATALOG GIVES THE COURSE NO SUBJECT AREA,     *
024700*      BADAR - ITS AREA IS NOT ON THE SUBJAREA TABLE,            *
024800*      NOCAT - A TRANSCRIPT OR SCHEDULE ROW NAMES A COURSE NOT   *
024900*              ON THE CATALOG.                                   *
025000******************************************************************
025100 77  WS-EXC-MAX               PIC 9(03) VALUE 300.
025200 01  WS-EXC-COUNT             PIC 9(03) VALUE ZERO.
025300 01  WS-EXC-TABLE.
025400     05  WS-EXC-ENTRY         OCCURS 300 TIMES.
025500         10  WS-EXC-COURSE    PIC X(06).
025600         10  WS-EXC-REASON    PIC X(05).
025700         10  WS-EXC-AREA      PIC X(04).
025800 01  WS-EXC-ROW               PIC 9(03).
025900 01  WS-NEW-REASON            PIC X(05).
026000 01  WS-NEW-AREA              PIC X(04).
026100******************************************************************
026200*    ONE STUDENT'S AUDIT, WORKED OUT IN EVALUATE-STUDENT.        *
026300******************************************************************
026400 01  WS-YEARS-DONE            PIC 9(01).
026500 01  WS-YEARS-LEFT            PIC 9(01).
026600 01  WS-MAKE-UP               PIC 9(03)V9.
026700 01  WS-AREA-SHORT            PIC 9(03)V9.
026800 01  WS-TOT-REQ               PIC 9(03)V9.
026900 01  WS-TOT-EARNED            PIC 9(03)V9.
027000 01  WS-TOT-IN-PROG           PIC 9(03)V9.
027000 01  WS-TOT-TRANSFER          PIC 9(03)V9.
027100 01  WS-TOT-PROJ              PIC 9(03)V9.
027200 01  WS-TOT-DUE               PIC 9(03)V9.
027300 01  WS-BEHIND-PTR            PIC 9(02).
027400 01  WS-STUDENTS-AUDITED      PIC 9(05) VALUE ZERO.
027500 01  WS-ON-TRACK              PIC 9(05) VALUE ZERO.
027600 01  WS-OFF-TRACK             PIC 9(05) VALUE ZERO.
027700 01  WS-AT-RISK               PIC 9(05) VALUE ZERO.
027800 01  WS-NO-COHORT             PIC 9(05) VALUE ZERO.
027900 01  WS-TRANS-COUNTED         PIC 9(05) VALUE ZERO.
028000 01  WS-TRANS-REPEATS         PIC 9(05) VALUE ZERO.
028100 01  WS-SCHED-COUNTED         PIC 9(05) VALUE ZERO.
028200 01  WS-PREV-SCHOOL           PIC X(04).
028300 01  WS-EDIT-NUM              PIC ZZ9.9.
028400 01  AUD-PAGE-HEADING.
028500     05  FILLER               PIC X(46) VALUE
028600         'GRADUATION-REQUIREMENTS CREDIT AUDIT          '.
028700 01  AUD-STUDENT-HEADING.
028800     05  FILLER               PIC X(09) VALUE 'STUDENT: '.
028900     05  AUD-H-NAME           PIC X(32).
029000     05  FILLER               PIC X(04) VALUE 'ID: '.
029100     05  AUD-H-ID             PIC 9(07).
029200     05  FILLER               PIC X(08) VALUE ' GRADE: '.
029300     05  AUD-H-GRADE          PIC 9(02).
029400     05  FILLER               PIC X(07) VALUE ' BLDG: '.
029500     05  AUD-H-SCHOOL         PIC X(04).
029600     05  FILLER               PIC X(09) VALUE ' COHORT: '.
029700     05  AUD-H-COHORT         PIC 9(04).
029800 01  AUD-COLUMN-HEADING.
029900     05  FILLER               PIC X(06) VALUE 'AREA'.
030000     05  FILLER               PIC X(26) VALUE 'DESCRIPTION'.
030100     05  FILLER               PIC X(10) VALUE 'REQUIRED'.
030200     05  FILLER               PIC X(08) VALUE 'EARNED'.
030200     05  FILLER               PIC X(08) VALUE 'XFER'.
030300     05  FILLER               PIC X(09) VALUE 'IN PROG'.
030400     05  FILLER               PIC X(09) VALUE 'PROJECT'.
030500     05  FILLER               PIC X(09) VALUE 'DUE NOW'.
030600 01  AUD-DETAIL-LINE.
030700     05  AUD-D-AREA           PIC X(04).
030800     05  FILLER               PIC X(02) VALUE SPACES.
030900     05  AUD-D-DESC           PIC X(24).
031000     05  FILLER               PIC X(04) VALUE SPACES.
031100     05  AUD-D-REQUIRED       PIC ZZ9.9.
031200     05  FILLER               PIC X(03) VALUE SPACES.
031300     05  AUD-D-EARNED         PIC ZZ9.9.
031300     05  FILLER               PIC X(03) VALUE SPACES.
031300     05  AUD-D-TRANSFER       PIC ZZ9.9.
031400     05  FILLER               PIC X(04) VALUE SPACES.
031500     05  AUD-D-IN-PROG        PIC ZZ9.9.
031600     05  FILLER               PIC X(04) VALUE SPACES.
031700     05  AUD-D-PROJ           PIC ZZ9.9.
031800     05  FILLER               PIC X(04) VALUE SPACES.
031900     05  AUD-D-DUE            PIC ZZ9.9.
032000     05  FILLER               PIC X(02) VALUE SPACES.
032100     05  AUD-D-FLAG           PIC X(12).
032200 01  AUD-STATUS-LINE.
032300     05  FILLER               PIC X(08) VALUE 'STATUS: '.
032400     05  AUD-S-TEXT           PIC X(60).
032500 01  AUD-SEPARATOR.
032600     05  FILLER               PIC X(90) VALUE ALL '-'.
032700 01  EXC-HEADING.
032800     05  FILLER               PIC X(50) VALUE
032900         'COURSES COUNTED OUTSIDE THEIR OWN SUBJECT AREA'.
033000 01  EXC-DETAIL-LINE.
033100     05  FILLER               PIC X(02) VALUE SPACES.
033200     05  EXC-D-COURSE         PIC X(06).
033300     05  FILLER               PIC X(02) VALUE SPACES.
033400     05  EXC-D-REASON         PIC X(05).
033500     05  FILLER               PIC X(02) VALUE SPACES.
033600     05  EXC-D-TEXT           PIC X(60).
033700 01  RSK-HEADING.
033800     05  FILLER               PIC X(46) VALUE
033900         'STUDENTS AT RISK OF NOT GRADUATING            '.
034000 01  RSK-COLUMN-HEADING.
034100     05  FILLER               PIC X(06) VALUE 'BLDG'.
034200     05  FILLER               PIC X(04) VALUE 'GR'.
034300     05  FILLER               PIC X(09) VALUE 'ID'.
034400     05  FILLER               PIC X(28) VALUE 'NAME'.
034500     05  FILLER               PIC X(08) VALUE 'COHORT'.
034600     05  FILLER               PIC X(08) VALUE 'SHORT'.
034700     05  FILLER               PIC X(20) VALUE 'AREAS BEHIND'.
034800 01  RSK-DETAIL-LINE.
034900     05  RSK-D-SCHOOL         PIC X(04).
035000     05  FILLER               PIC X(02) VALUE SPACES.
035100     05  RSK-D-GRADE          PIC 9(02).
035200     05  FILLER               PIC X(02) VALUE SPACES.
035300     05  RSK-D-ID             PIC 9(07).
035400     05  FILLER               PIC X(02) VALUE SPACES.
035500     05  RSK-D-NAME           PIC X(26).
035600     05  FILLER               PIC X(02) VALUE SPACES.
035700     05  RSK-D-COHORT         PIC 9(04).
035800     05  FILLER               PIC X(03) VALUE SPACES.
035900     05  RSK-D-SHORT          PIC ZZ9.9.
036000     05  FILLER               PIC X(03) VALUE SPACES.
036100     05  RSK-D-BEHIND         PIC X(30).
036200 01  RUN-TOTAL-LINE.
036300     05  RT-LABEL             PIC X(44).
036400     05  RT-VALUE             PIC ZZZZ9.
036500 PROCEDURE DIVISION.
036600 MAINLINE.
036700******************************************************************
036800*    STANDALONE ENTRY POINT, RUN EACH FALL ONCE STSCHED IS SET   *
036900*    AND AFTER EACH TERM'S TRANSCRIPTS ARE LOADED. LOADS THE     *
037000*    AREAS, THE CATALOG, THE REQUIREMENTS AND THE HIGH-SCHOOL    *
037100*    ROSTER, POSTS EARNED AND IN-PROGRESS CREDIT, THEN PRINTS    *
037200*    THE AUDIT AND THE AT-RISK LIST.                             *
037300******************************************************************
037400     perform read-business-date
037500     perform load-subject-areas
037600     perform load-course-catalog
037700     perform load-credit-requirements
037800     perform load-high-school-roster
037900     perform load-passed-courses
038000     perform post-earned-credits
038100     perform post-in-progress-credits
038200     if ws-aud-count > 1
038300         sort aud-row on ascending key aud-school
038400                                       aud-grade
038500                                       aud-last-name
038600                                       aud-first-name
038700     end-if
038800     perform print-credit-audit
038900     perform print-at-risk-list
039000     if ws-exc-count > zero
039100         or ws-no-cohort > zero
039200         or ws-area-full = 'Y'
039300         or ws-catalog-full = 'Y'
039400         or ws-req-full = 'Y'
039500         or ws-aud-full = 'Y'
039600         or ws-done-full = 'Y'
039700         move 4 to return-code
039800     end-if
039900     stop run
040000     .
040100 LOAD-SUBJECT-AREAS.
040200******************************************************************
040300*    THE SUBJAREA TABLE IS WHAT THE AUDIT IS MEASURED IN - NO    *
040400*    CODETBL MEANS NO RUN.                                       *
040500******************************************************************
040600     move zero to ws-area-count
040700     open input code-table-file
040800     if ws-codetbl-status not = '00'
040900         display 'COULD NOT OPEN CODETBL - STATUS '
041000             ws-codetbl-status
041100         move 16 to return-code
041200         stop run
041300     end-if
041400     perform until ws-codetbl-status not = '00'
041500         read code-table-file next record
041600         if ws-codetbl-status = '00'
041700             and ct-table-name = 'SUBJAREA'
041800             if ws-area-count < ws-area-max
041900                 add 1 to ws-area-count
042000                 move ct-code to ws-area-code(ws-area-count)
042100                 move ct-description
042200                     to ws-area-desc(ws-area-count)
042300                 if ct-class = 'E'
042400                     move ws-area-count to ws-elective-row
042500                 end-if
042600             else
042700                 move 'Y' to ws-area-full
042800             end-if
042900         end-if
043000     end-perform
043100     close code-table-file
043200     if ws-area-count = zero
043300         display 'NO SUBJAREA ROWS ON CODETBL - NOTHING TO AUDIT'
043400         move 16 to return-code
043500         stop run
043600     end-if
043700     if ws-area-full = 'Y'
043800         display 'CODETBL - SUBJAREA TABLE FULL AT ' ws-area-max
043900     end-if
044000     if ws-elective-row = zero
044100         display 'NO ELECTIVE AREA (CT-CLASS E) ON SUBJAREA - '
044200             'UNPLACED CREDIT IS NOT COUNTED'
044300     end-if
044400     .
044500 LOAD-COURSE-CATALOG.
044600     move zero to ws-catalog-count
044700     open input course-catalog-file
044800     if ws-catalog-status not = '00'
044900         display 'COULD NOT OPEN CRSECAT - STATUS '
045000             ws-catalog-status
045100         move 16 to return-code
045200         stop run
045300     end-if
045400     perform until ws-catalog-status not = '00'
045500         read course-catalog-file next record
045600         if ws-catalog-status = '00'
045700             if ws-catalog-count < ws-catalog-max
045800                 add 1 to ws-catalog-count
045900                 move cat-course-code
046000                     to ws-cat-code(ws-catalog-count)
046100                 move cat-credit-hours
046200                     to ws-cat-credits(ws-catalog-count)
046300                 perform resolve-catalog-area
046400             else
046500                 move 'Y' to ws-catalog-full
046600             end-if
046700         end-if
046800     end-perform
046900     close course-catalog-file
047000     if ws-catalog-full = 'Y'
047100         display 'CRSECAT - CATALOG TABLE FULL AT ' ws-catalog-max
047200     end-if
047300     .
047400 RESOLVE-CATALOG-AREA.
047500     move cat-subject-area to ws-find-area
047600     perform find-area-row
047700     if ws-area-row = zero
047800         move ws-elective-row to ws-area-row
047900         move cat-course-code to ws-find-course
048000         move cat-subject-area to ws-new-area
048100         if cat-subject-area = spaces
048200             move 'NOARA' to ws-new-reason
048300         else
048400             move 'BADAR' to ws-new-reason
048500         end-if
048600         perform note-course-exception
048700     end-if
048800     move ws-area-row to ws-cat-area-row(ws-catalog-count)
048900     .
049000 LOAD-CREDIT-REQUIREMENTS.
049100     move zero to ws-req-count
049200     open input credit-requirement-file
049300     if ws-crdreq-status not = '00'
049400         display 'COULD NOT OPEN CRDREQ - STATUS '
049500             ws-crdreq-status
049600         move 16 to return-code
049700         stop run
049800     end-if
049900     perform until ws-crdreq-status not = '00'
050000         read credit-requirement-file next record
050100         if ws-crdreq-status = '00'
050200             if ws-req-count < ws-req-max
050300                 add 1 to ws-req-count
050400                 move rq-cohort to ws-req-cohort(ws-req-count)
050500                 move rq-subject-area
050600                     to ws-req-area(ws-req-count)
050700                 move rq-credits-required
050800                     to ws-req-credits(ws-req-count)
050900             else
051000                 move 'Y' to ws-req-full
051100             end-if
051200         end-if
051300     end-perform
051400     close credit-requirement-file
051500     if ws-req-full = 'Y'
051600         display 'CRDREQ - REQUIREMENT TABLE FULL AT ' ws-req-max
051700     end-if
051800     .
051900 LOAD-HIGH-SCHOOL-ROSTER.
052000******************************************************************
052100*    ENROLLED STUDENTS IN GRADES 09-12 WITH THEIR COHORT. THE    *
052200*    SCHOOL YEAR ENDS IN THE BUSINESS YEAR UNTIL JULY, THE NEXT  *
052300*    YEAR FROM JULY ON; A GRADE-12 STUDENT GRADUATES THAT SPRING.*
052400******************************************************************
052500     if ws-bus-month < 7
052600         move ws-bus-year to ws-school-year-end
052700     else
052800         compute ws-school-year-end = ws-bus-year + 1
052900     end-if
053000     move zero to ws-aud-count
053100     open input roster-file
053200     if ws-roster-file-status not = '00'
053300         display 'COULD NOT OPEN ROSTERVS - STATUS '
053400             ws-roster-file-status
053500         move 16 to return-code
053600         stop run
053700     end-if
053800     perform until ws-roster-file-status not = '00'
053900         read roster-file next record
054000         if ws-roster-file-status = '00'
054100             and st-withdraw-date = zero
054200             and (st-grade = '09' or st-grade = '10'
054300                  or st-grade = '11' or st-grade = '12')
054400             if ws-aud-count < ws-aud-max
054500                 add 1 to ws-aud-count
054600                 perform add-audit-row
054700             else
054800                 move 'Y' to ws-aud-full
054900             end-if
055000         end-if
055100     end-perform
055200     close roster-file
055300     if ws-aud-full = 'Y'
055400         display 'ROSTERVS - AUDIT TABLE FULL AT ' ws-aud-max
055500     end-if
055600     .
055700 ADD-AUDIT-ROW.
055800     move st-id         to aud-student-id(ws-aud-count)
055900     move st-last-name  to aud-last-name(ws-aud-count)
056000     move st-first-name to aud-first-name(ws-aud-count)
056100     move st-grade      to aud-grade(ws-aud-count)
056200     move st-school-code to aud-school(ws-aud-count)
056300     compute aud-cohort(ws-aud-count) =
056400         ws-school-year-end + 12 - aud-grade(ws-aud-count)
056500     perform varying k from 1 by 1 until k > ws-area-max
056600         move zero to aud-earned(ws-aud-count, k)
056700         move zero to aud-in-prog(ws-aud-count, k)
056700         move zero to aud-transfer(ws-aud-count, k)
056800     end-perform
056900     move 'O'    to aud-status(ws-aud-count)
057000     move zero   to aud-shortfall(ws-aud-count)
057100     move spaces to aud-behind-list(ws-aud-count)
057200     .
057300 LOAD-PASSED-COURSES.
057400******************************************************************
057500*    PASSING TRANSCRIPT ROWS (ANY LETTER BUT 'F', 'N' - A        *
057500*    PASS/FAIL COURSE NOT PASSED - OR 'I' - AN INCOMPLETE NOT    *
057500*    YET GRADED) FOR STUDENTS BEING AUDITED, AT THE CREDIT HOURS *
057500*    THE TRANSCRIPT POSTED. AN ATTEMPT REPLACED BY A REPEAT      *
057500*    (TRN-REPEAT-FLAG 'R') EARNS NOTHING - ONLY THE ATTEMPT THAT *
057500*    COUNTS IS CREDITED, SO A COURSE PASSED TWICE COUNTS ONCE.   *
057700******************************************************************
057800     move zero to ws-done-count
057900     open input transcript-file
058000     if ws-transcpt-status not = '00'
058100         display 'COULD NOT OPEN TRANSCPT - STATUS '
058200             ws-transcpt-status
058300         move 16 to return-code
058400         stop run
058500     end-if
058600     perform until ws-transcpt-status not = '00'
058700         read transcript-file next record
058800         if ws-transcpt-status = '00'
058900             and trn-grade-letter not = 'F'
058900             and trn-grade-letter not = 'I'
058900             and trn-grade-letter not = 'N'
058900             and trn-repeat-flag not = 'R'
058900             move trn-student-id to ws-find-id
059100             perform find-audit-row
059200             if ws-aud-row not = zero
059300                 perform add-done-row
059400             end-if
059500         end-if
059600     end-perform
059700     close transcript-file
059800     if ws-done-count > 1
059900         sort done-row on ascending key dn-student-id dn-course
059900             dn-transfer
060000     end-if
060100     if ws-done-full = 'Y'
060200         display 'PASSED-COURSE TABLE FULL AT ' ws-done-max
060300             ' - EARNED CREDIT IS SHORT'
060400     end-if
060500     .
060600 ADD-DONE-ROW.
060700     if ws-done-count < ws-done-max
060800         add 1 to ws-done-count
060900         move trn-student-id   to dn-student-id(ws-done-count)
061000         move trn-course-code  to dn-course(ws-done-count)
061000         if trn-term-code = 'T'
061000             move 'Y' to dn-transfer(ws-done-count)
061000         else
061000             move 'N' to dn-transfer(ws-done-count)
061000         end-if
061100         move trn-credit-hours to dn-credits(ws-done-count)
061200         move trn-course-code  to ws-find-course
061300         perform find-course-area
061400         move ws-area-row to dn-area-row(ws-done-count)
061500     else
061600         move 'Y' to ws-done-full
061700     end-if
061800     .
061900 POST-EARNED-CREDITS.
062000     perform varying i from 1 by 1 until i > ws-done-count
062100         if i > 1
062100             and dn-student-id(i) = dn-student-id(i - 1)
062100             and dn-course(i) = dn-course(i - 1)
062100             and (dn-transfer(i) = 'N' or ws-group-local = 'Y')
062100             add 1 to ws-trans-repeats
062100         else
062100             if i = 1
062100                 or dn-student-id(i) not = dn-student-id(i - 1)
062100                 or dn-course(i) not = dn-course(i - 1)
062100                 if dn-transfer(i) = 'N'
062100                     move 'Y' to ws-group-local
062100                 else
062100                     move 'N' to ws-group-local
062100                 end-if
062100             end-if
062100             move dn-student-id(i) to ws-find-id
062100             perform find-audit-row
062100             if ws-aud-row not = zero
062100                 and dn-area-row(i) not = zero
062100                 add dn-credits(i)
062100                     to aud-earned(ws-aud-row, dn-area-row(i))
062100                 if dn-transfer(i) = 'Y'
062100                     add dn-credits(i)
062100                         to aud-transfer(ws-aud-row,
062100                                         dn-area-row(i))
062100                 end-if
062100                 add 1 to ws-trans-counted
062100             end-if
062100         end-if
063500     end-perform
063600     .
063700 POST-IN-PROGRESS-CREDITS.
063800******************************************************************
063900*    THE STUDENT'S CURRENT SECTIONS. A MISSING STSCHED (NO       *
064000*    SCHEDULING RUN YET THIS YEAR) LEAVES NOTHING IN PROGRESS.   *
064100******************************************************************
064200     open input student-schedule-file
064300     if ws-stsched-status = '00'
064400         perform until ws-stsched-status not = '00'
064500             read student-schedule-file next record
064600             if ws-stsched-status = '00'
064700                 perform post-schedule-row
064800             end-if
064900         end-perform
065000         close student-schedule-file
065100     else
065200         display 'STSCHED NOT AVAILABLE - STATUS '
065300             ws-stsched-status ' - NOTHING COUNTED IN PROGRESS'
065400     end-if
065500     .
065600 POST-SCHEDULE-ROW.
065700     move sc-student-id to ws-find-id
065800     perform find-audit-row
065900     if ws-aud-row not = zero
066000         move 'N' to ws-done-found
066100         if ws-done-count > zero
066200             search all done-row
066300                 at end
066400                     continue
066500                 when dn-student-id(done-idx) = sc-student-id
066600                  and dn-course(done-idx) = sc-course-code
066700                     move 'Y' to ws-done-found
066800             end-search
066900         end-if
067000         if ws-done-found = 'N'
067100             move sc-course-code to ws-find-course
067200             perform find-course-area
067300             if ws-cat-row not = zero
067400                 and ws-area-row not = zero
067500                 add ws-cat-credits(ws-cat-row)
067600                     to aud-in-prog(ws-aud-row, ws-area-row)
067700                 add 1 to ws-sched-counted
067800             end-if
067900         end-if
068000     end-if
068100     .
068200 FIND-COURSE-AREA.
068300******************************************************************
068400*    WS-FIND-COURSE'S CATALOG ROW AND AREA ROW. A COURSE NOT ON  *
068500*    THE CATALOG IS NOTED AND LEFT TO THE ELECTIVE AREA.         *
068600******************************************************************
068700     move zero to ws-cat-row
068800     perform varying j from 1 by 1
068900             until j > ws-catalog-count or ws-cat-row not = zero
069000         if ws-cat-code(j) = ws-find-course
069100             move j to ws-cat-row
069200         end-if
069300     end-perform
069400     if ws-cat-row = zero
069500         move ws-elective-row to ws-area-row
069600         move 'NOCAT' to ws-new-reason
069700         move spaces  to ws-new-area
069800         perform note-course-exception
069900     else
070000         move ws-cat-area-row(ws-cat-row) to ws-area-row
070100     end-if
070200     .
070300 FIND-AREA-ROW.
070400     move zero to ws-area-row
070500     perform varying k from 1 by 1
070600             until k > ws-area-count or ws-area-row not = zero
070700         if ws-area-code(k) = ws-find-area
070800             move k to ws-area-row
070900         end-if
071000     end-perform
071100     .
071200 FIND-AUDIT-ROW.
071300     move zero to ws-aud-row
071400     if ws-aud-count > zero
071500         search all aud-row
071600             at end
071700                 continue
071800             when aud-student-id(aud-idx) = ws-find-id
071900                 set ws-aud-row to aud-idx
072000         end-search
072100     end-if
072200     .
072300 NOTE-COURSE-EXCEPTION.
072400     move zero to ws-exc-row
072500     perform varying k from 1 by 1
072600             until k > ws-exc-count or ws-exc-row not = zero
072700         if ws-exc-course(k) = ws-find-course
072800             and ws-exc-reason(k) = ws-new-reason
072900             move k to ws-exc-row
073000         end-if
073100     end-perform
073200     if ws-exc-row = zero
073300         and ws-exc-count < ws-exc-max
073400         add 1 to ws-exc-count
073500         move ws-find-course to ws-exc-course(ws-exc-count)
073600         move ws-new-reason  to ws-exc-reason(ws-exc-count)
073700         move ws-new-area    to ws-exc-area(ws-exc-count)
073800     end-if
073900     .
074000 EVALUATE-STUDENT.
074100******************************************************************
074200*    AUDITS ROW I AGAINST ITS COHORT'S REQUIREMENTS - EACH       *
074300*    AREA'S PROJECTION (EARNED PLUS IN PROGRESS), THE SHARE DUE  *
074400*    BY THE END OF THIS GRADE, AND THE CREDIT STILL MISSING.     *
074500******************************************************************
074600     compute ws-years-done = aud-grade(i) - 8
074700     compute ws-years-left = 12 - aud-grade(i)
074800     compute ws-make-up = ws-years-left * ws-year-load
074900     move zero to ws-cohort-rows
075000     move zero to ws-tot-req
075100     move zero to ws-tot-earned
075200     move zero to ws-tot-in-prog
075200     move zero to ws-tot-transfer
075200     move zero to ws-tot-proj
075400     move zero to ws-tot-due
075500     move zero to aud-shortfall(i)
075600     move spaces to aud-behind-list(i)
075700     move 1 to ws-behind-ptr
075800     perform varying ws-area-row from 1 by 1
075900             until ws-area-row > ws-area-count
076000         move zero to ws-area-req(ws-area-row)
076100         perform varying k from 1 by 1 until k > ws-req-count
076200             if ws-req-cohort(k) = aud-cohort(i)
076300                 and ws-req-area(k) = ws-area-code(ws-area-row)
076400                 add ws-req-credits(k) to ws-area-req(ws-area-row)
076500                 add 1 to ws-cohort-rows
076600             end-if
076700         end-perform
076800         compute ws-area-proj(ws-area-row) =
076900             aud-earned(i, ws-area-row)
077000             + aud-in-prog(i, ws-area-row)
077100         compute ws-area-due(ws-area-row) rounded =
077200             ws-area-req(ws-area-row) * ws-years-done / 4
077300         move 'N' to ws-area-behind(ws-area-row)
077400         if ws-area-proj(ws-area-row) < ws-area-due(ws-area-row)
077500             move 'Y' to ws-area-behind(ws-area-row)
077600             string ws-area-code(ws-area-row) delimited by space
077700                    ' ' delimited by size
077800                    into aud-behind-list(i)
077900                    with pointer ws-behind-ptr
078000                    on overflow
078100                        continue
078200             end-string
078300         end-if
078400         if ws-area-proj(ws-area-row) < ws-area-req(ws-area-row)
078500             compute ws-area-short =
078600                 ws-area-req(ws-area-row)
078700                 - ws-area-proj(ws-area-row)
078800             add ws-area-short to aud-shortfall(i)
078900         end-if
079000         add ws-area-req(ws-area-row) to ws-tot-req
079100         add aud-earned(i, ws-area-row) to ws-tot-earned
079200         add aud-in-prog(i, ws-area-row) to ws-tot-in-prog
079200         add aud-transfer(i, ws-area-row) to ws-tot-transfer
079300         add ws-area-proj(ws-area-row) to ws-tot-proj
079400         add ws-area-due(ws-area-row) to ws-tot-due
079500     end-perform
079600     evaluate true
079700         when ws-cohort-rows = zero
079800             move 'N' to aud-status(i)
079900             add 1 to ws-no-cohort
080000         when aud-shortfall(i) > ws-make-up
080100             move 'R' to aud-status(i)
080200             add 1 to ws-at-risk
080300         when aud-behind-list(i) not = spaces
080400             move 'F' to aud-status(i)
080500             add 1 to ws-off-track
080600         when other
080700             move 'O' to aud-status(i)
080800             add 1 to ws-on-track
080900     end-evaluate
081000     add 1 to ws-students-audited
081100     .
081200 PRINT-CREDIT-AUDIT.
081300******************************************************************
081400*    CRDAUDIT - ONE BLOCK PER STUDENT BY BUILDING, GRADE AND     *
081500*    NAME, THEN THE COURSES COUNTED OUTSIDE THEIR OWN AREA AND   *
081600*    THE RUN TOTALS.                                             *
081700******************************************************************
081800     open output audit-rpt
081900     if ws-audit-status not = '00'
082000         display 'COULD NOT OPEN CRDAUDIT - STATUS '
082100             ws-audit-status
082200         move 16 to return-code
082300         stop run
082400     end-if
082500     write audit-line from bus-date-heading
082600     write audit-line from aud-page-heading
082700     perform varying i from 1 by 1 until i > ws-aud-count
082800         perform evaluate-student
082900         perform print-student-audit
083000     end-perform
083100     if ws-exc-count > zero
083200         move spaces to audit-line
083300         write audit-line
083400         write audit-line from exc-heading
083500         perform varying i from 1 by 1 until i > ws-exc-count
083600             perform print-course-exception
083700         end-perform
083800     end-if
083900     move spaces to audit-line
084000     write audit-line
084100     move 'STUDENTS AUDITED (GRADES 09-12)' to rt-label
084200     move ws-students-audited to rt-value
084300     write audit-line from run-total-line
084400     move '  ON TRACK' to rt-label
084500     move ws-on-track to rt-value
084600     write audit-line from run-total-line
084700     move '  OFF TRACK FOR GRADE' to rt-label
084800     move ws-off-track to rt-value
084900     write audit-line from run-total-line
085000     move '  AT RISK OF NOT GRADUATING (CRDRISK)' to rt-label
085100     move ws-at-risk to rt-value
085200     write audit-line from run-total-line
085300     move '  NO REQUIREMENTS ON CRDREQ FOR COHORT' to rt-label
085400     move ws-no-cohort to rt-value
085500     write audit-line from run-total-line
085600     move 'TRANSCRIPT PASSES COUNTED' to rt-label
085700     move ws-trans-counted to rt-value
085800     write audit-line from run-total-line
085900     move '  REPEATED PASSES NOT COUNTED AGAIN' to rt-label
086000     move ws-trans-repeats to rt-value
086100     write audit-line from run-total-line
086200     move 'CURRENT SECTIONS COUNTED IN PROGRESS' to rt-label
086300     move ws-sched-counted to rt-value
086400     write audit-line from run-total-line
086500     move 'COURSES COUNTED OUTSIDE THEIR OWN AREA' to rt-label
086600     move ws-exc-count to rt-value
086700     write audit-line from run-total-line
086800     if ws-done-full = 'Y' or ws-aud-full = 'Y'
086900         move '** A TABLE FILLED - CREDIT OR STUDENTS ARE SHORT'
087000             to audit-line
087100         write audit-line
087200     end-if
087300     close audit-rpt
087400     .
087500 PRINT-STUDENT-AUDIT.
087600     if aud-school(i) not = ws-prev-school
087700         move aud-school(i) to ws-prev-school
087800         move spaces to audit-line
087900         write audit-line
088000     end-if
088100     write audit-line from aud-separator
088200     move spaces to aud-h-name
088300     string aud-last-name(i) delimited by '  '
088400            ', ' delimited by size
088500            aud-first-name(i) delimited by '  '
088600            into aud-h-name
088700     end-string
088800     move aud-student-id(i) to aud-h-id
088900     move aud-grade(i)      to aud-h-grade
089000     move aud-school(i)     to aud-h-school
089100     move aud-cohort(i)     to aud-h-cohort
089200     write audit-line from aud-student-heading
089300     if aud-status(i) not = 'N'
089400         write audit-line from aud-column-heading
089500         perform varying ws-area-row from 1 by 1
089600                 until ws-area-row > ws-area-count
089700             move ws-area-code(ws-area-row) to aud-d-area
089800             move ws-area-desc(ws-area-row) to aud-d-desc
089900             move ws-area-req(ws-area-row)  to aud-d-required
090000             move aud-earned(i, ws-area-row) to aud-d-earned
090100             move aud-in-prog(i, ws-area-row) to aud-d-in-prog
090100             move aud-transfer(i, ws-area-row) to aud-d-transfer
090200             move ws-area-proj(ws-area-row) to aud-d-proj
090300             move ws-area-due(ws-area-row)  to aud-d-due
090400             if ws-area-behind(ws-area-row) = 'Y'
090500                 move '* BEHIND' to aud-d-flag
090600             else
090700                 move spaces to aud-d-flag
090800             end-if
090900             write audit-line from aud-detail-line
091000         end-perform
091100         move 'TOTL'           to aud-d-area
091200         move 'ALL AREAS'      to aud-d-desc
091300         move ws-tot-req       to aud-d-required
091400         move ws-tot-earned    to aud-d-earned
091500         move ws-tot-in-prog   to aud-d-in-prog
091500         move ws-tot-transfer  to aud-d-transfer
091600         move ws-tot-proj      to aud-d-proj
091700         move ws-tot-due       to aud-d-due
091800         move spaces           to aud-d-flag
091900         write audit-line from aud-detail-line
092000     end-if
092100     move spaces to aud-s-text
092200     evaluate aud-status(i)
092300         when 'N'
092400             move 'NO REQUIREMENTS ON CRDREQ FOR THIS COHORT'
092500                 to aud-s-text
092600         when 'R'
092700             move aud-shortfall(i) to ws-edit-num
092800             string 'AT RISK OF NOT GRADUATING - ' ws-edit-num
092900                    ' CREDITS STILL MISSING'
093000                    delimited by size
093100                    into aud-s-text
093200             end-string
093300         when 'F'
093400             move 'OFF TRACK FOR GRADE - SEE AREAS MARKED BEHIND'
093500                 to aud-s-text
093600         when other
093700             move 'ON TRACK' to aud-s-text
093800     end-evaluate
093900     write audit-line from aud-status-line
094000     .
094100 PRINT-COURSE-EXCEPTION.
094200     move ws-exc-course(i) to exc-d-course
094300     move ws-exc-reason(i) to exc-d-reason
094400     move spaces to exc-d-text
094500     evaluate ws-exc-reason(i)
094600         when 'NOARA'
094700             move 'NO SUBJECT AREA ON CATALOG - COUNTED ELECTIVE'
094800                 to exc-d-text
094900         when 'BADAR'
095000             string 'AREA ' ws-exc-area(i)
095100                    ' NOT ON SUBJAREA - COUNTED ELECTIVE'
095200                    delimited by size
095300                    into exc-d-text
095400             end-string
095500         when other
095600             move 'NOT ON THE CATALOG - COUNTED ELECTIVE'
095700                 to exc-d-text
095800     end-evaluate
095900     write audit-line from exc-detail-line
096000     .
096100 PRINT-AT-RISK-LIST.
096200******************************************************************
096300*    CRDRISK - THE COUNSELORS' LIST: EVERY AT-RISK STUDENT BY    *
096400*    BUILDING, GRADE AND NAME WITH THE CREDIT STILL MISSING AND  *
096500*    THE AREAS WHERE THEY ARE BEHIND.                            *
096600******************************************************************
096700     open output risk-rpt
096800     if ws-risk-status not = '00'
096900         display 'COULD NOT OPEN CRDRISK - STATUS '
097000             ws-risk-status
097100         move 16 to return-code
097200         stop run
097300     end-if
097400     write risk-line from bus-date-heading
097500     write risk-line from rsk-heading
097600     move spaces to ws-prev-school
097700     perform varying i from 1 by 1 until i > ws-aud-count
097800         if aud-status(i) = 'R'
097900             if aud-school(i) not = ws-prev-school
098000                 move aud-school(i) to ws-prev-school
098100                 move spaces to risk-line
098200                 write risk-line
098300                 write risk-line from rsk-column-heading
098400             end-if
098500             move aud-school(i)     to rsk-d-school
098600             move aud-grade(i)      to rsk-d-grade
098700             move aud-student-id(i) to rsk-d-id
098800             move spaces to rsk-d-name
098900             string aud-last-name(i) delimited by '  '
099000                    ', ' delimited by size
099100                    aud-first-name(i) delimited by '  '
099200                    into rsk-d-name
099300             end-string
099400             move aud-cohort(i)      to rsk-d-cohort
099500             move aud-shortfall(i)   to rsk-d-short
099600             move aud-behind-list(i) to rsk-d-behind
099700             write risk-line from rsk-detail-line
099800         end-if
099900     end-perform
100000     move spaces to risk-line
100100     write risk-line
100200     move 'STUDENTS AT RISK' to rt-label
100300     move ws-at-risk to rt-value
100400     write risk-line from run-total-line
100500     close risk-rpt
100600     .
100700 READ-BUSINESS-DATE.
100800******************************************************************
100900*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
101000*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
101100*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
101200******************************************************************
101300     open input business-date-file
101400     if ws-busdate-status not = '00'
101500         display 'COULD NOT OPEN BUSDATE - STATUS '
101600             ws-busdate-status
101700         move 16 to return-code
101800         stop run
101900     end-if
102000     read business-date-file next record
102100     if ws-busdate-status not = '00'
102200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
102300             ws-busdate-status
102400         move 16 to return-code
102500         stop run
102600     end-if
102700     close business-date-file
102800     move bd-business-date to ws-business-date
102900     if bd-override-date not = zero
103000         move bd-override-date to ws-business-date
103100         move 'Y' to ws-bus-date-override
103200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
103300             bd-override-date ' SET BY ' bd-override-operator
103400         display '    REASON: ' bd-override-reason
103500     end-if
103600     move ws-business-date to bdh-date
103700     if ws-bus-date-override = 'Y'
103800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
103900             to bdh-override
104000     end-if
104100     .
