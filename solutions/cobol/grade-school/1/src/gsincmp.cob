000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSINCMP.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    INCOMPLETE-GRADE DEADLINES. A FINAL GRADE OF 'I' POSTED BY  *
000900*    GSGBIMP STAYS ON TRANSCPT, OUT OF EVERY GPA AND CREDIT      *
001000*    TOTAL, UNTIL THE TEACHER'S FINAL GRADE REPLACES IT - AND    *
001100*    UNTIL NOW NOTHING MADE SURE IT EVER DID. EACH NIGHT THIS    *
001200*    JOB WORKS THE INCOMPLETE-GRADE REGISTER (INCOMPL, COPY      *
001300*    INCGREC) AGAINST TRANSCPT:                                  *
001400*      - AN OPEN INCOMPLETE WHOSE TRANSCPT ROW NO LONGER SAYS    *
001500*        'I' WAS GRADED BY A GSGRCHG CHANGE - IT IS MARKED       *
001600*        RESOLVED WITH THE GRADE THAT POSTED.                    *
001700*      - AN OPEN INCOMPLETE WHOSE DEADLINE IS ON OR BEFORE THE   *
001800*        BUSINESS DATE CONVERTS TO THE TEACHER'S DEFAULT GRADE.  *
001900*        THIS JOB DOES NOT TOUCH TRANSCPT OR GPAHIST ITSELF -    *
002000*        IT WRITES A GRADE-CHANGE TRANSACTION (INCCHG, THE       *
002100*        GRCHGTRN LAYOUT, OLD GRADE 'I', AUTHORIZER 'INCOMPLETE  *
002200*        DEADLINE') THAT THE NEXT STEP FEEDS TO GSGRCHG, SO THE  *
002300*        GPA-HISTORY RECALCULATION AND THE 'GRCH' AUDIT RECORD   *
002400*        ARE EXACTLY THOSE OF ANY OTHER GRADE CHANGE. A NOTICE   *
002500*        GOES TO THE GUARDIAN OF RECORD (INCLTRS, LETTER TYPE    *
002600*        'INCV' ON LTRTMPL IN THE GUARDIAN'S LANGUAGE).          *
002700*      - AN OPEN INCOMPLETE DUE WITHIN WS-WARN-DAYS CALENDAR     *
002800*        DAYS IS LISTED AS DUE SOON.                             *
002900*      - A CONVERTED INCOMPLETE STILL 'I' ON TRANSCPT (THE       *
003000*        GSGRCHG STEP DID NOT RUN OR REJECTED THE CHANGE) HAS    *
003100*        ITS TRANSACTION RE-SENT; AN OPEN ONE WITH NO TRANSCPT   *
003200*        ROW AT ALL IS LISTED FOR THE REGISTRAR.                 *
003300*    INCRPT IS THE WORKLIST FOR THE TEACHERS AND THE BUILDING    *
003400*    COUNSELING OFFICES - BY BUILDING, THEN TEACHER, THEN        *
003500*    DEADLINE. RETURN CODES: 0 CLEAN, 4 A TRANSACTION WAS        *
003600*    RE-SENT OR AN INCOMPLETE HAS NO TRANSCPT ROW, 16 A FILE     *
003700*    COULD NOT BE READ OR WRITTEN, 20 GSNIGHT HAS NOT ENDED      *
003700*    CLEANLY FOR THE BUSINESS DATE. SEE JCL/GSINCMP.JCL.         *
003800******************************************************************
003900*    MOD-LOG
004000*    DATE       INIT  DESCRIPTION
004100*    2026-10-15  RVM  ORIGINAL VERSION.
004120*    2026-10-15  RVM  RECORDS ITS START AND END ON THE RUN-CONTROL
004140*                     LEDGER (RUNCTL, COPY JRUNREC) AND REFUSES TO
004160*                     START, RC 20, UNTIL GSNIGHT HAS ENDED
004180*                     CLEANLY FOR THE SAME BUSINESS DATE.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT INCOMPLETE-FILE ASSIGN TO INCOMPL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-INCOMPL-STATUS.
004900     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRANSCRIPT-STATUS.
005200     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS ST-ID
005600         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005700     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TEACHER-STATUS.
006000     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS GU-GUARD-KEY
006400         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
006500     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-LTRTMPL-STATUS.
006800     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-BUSDATE-STATUS.
007025     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007050         ORGANIZATION IS LINE SEQUENTIAL
007075         FILE STATUS IS WS-RUNCTL-STATUS.
007100     SELECT GRADE-CHANGE-FILE ASSIGN TO INCCHG
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-INCCHG-STATUS.
007400     SELECT INCOMPLETE-RPT ASSIGN TO INCRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-INCRPT-STATUS.
007700     SELECT LETTER-FILE ASSIGN TO INCLTRS
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-LETTER-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  INCOMPLETE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  INCOMPLETE-GRADE-RECORD.
008500     COPY INCGREC.
008600 FD  TRANSCRIPT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  TRANSCRIPT-RECORD.
008900     COPY TRANSREC.
009000 FD  ROSTER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  ROSTER-FILE-RECORD.
009300     COPY ROSTERREC.
009400 FD  TEACHER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  TEACHER-FILE-RECORD.
009700     COPY TEACHASN.
009800 FD  GUARDIAN-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  GUARDIAN-FILE-RECORD.
010100     COPY GUARDREC.
010200 FD  LETTER-TEMPLATE-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  LETTER-TEMPLATE-RECORD.
010500     COPY LTRTREC.
010600 FD  BUSINESS-DATE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  BUSINESS-DATE-RECORD.
010900     COPY BDATREC.
010925 FD  RUN-CONTROL-FILE
010950     LABEL RECORDS ARE STANDARD.
010975 01  RUN-CONTROL-RECORD          PIC X(50).
011000 FD  GRADE-CHANGE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  GRADE-CHANGE-RECORD.
011300     05  GC-STUDENT-ID           PIC 9(07).
011400     05  GC-COURSE-CODE          PIC X(06).
011500     05  GC-TERM                 PIC X(05).
011600     05  GC-OLD-GRADE            PIC X(01).
011700     05  GC-NEW-GRADE            PIC X(01).
011800     05  GC-AUTHORIZER           PIC X(20).
011900 FD  INCOMPLETE-RPT
012000     LABEL RECORDS ARE STANDARD.
012100 01  INCOMPLETE-LINE             PIC X(100).
012200 FD  LETTER-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  LETTER-LINE                 PIC X(80).
012500 WORKING-STORAGE SECTION.
012504******************************************************************
012508*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
012512*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
012516*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
012520*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
012524*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
012528*    HAVE ENDED CLEANLY BEFORE THE REGISTER IS WORKED AGAINST    *
012532*    TRANSCPT.                                                   *
012536******************************************************************
012540 01  RUN-CONTROL-EVENT.
012544     COPY JRUNREC.
012548 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSINCMP '.
012552 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
012556 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
012560     'GSNIGHT                 '.
012564 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
012568     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
012572 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
012576 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
012580 01  WS-RUNCTL-STATUS         PIC X(02).
012584 01  WS-RUN-BUS-DATE          PIC 9(08).
012588 01  WS-RUN-PX                PIC 9(02).
012592 01  WS-RUN-PRED-STATE        PIC X.
012596 01  WS-RUN-BLOCKER           PIC X(08).
012600 01  WS-INCOMPL-STATUS        PIC X(02).
012700 01  WS-TRANSCRIPT-STATUS     PIC X(02).
012800 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012900 01  WS-TEACHER-STATUS        PIC X(02).
013000 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
013100 01  WS-GUARDIAN-OPEN         PIC X.
013200 01  WS-LTRTMPL-STATUS        PIC X(02).
013300 01  WS-INCCHG-STATUS         PIC X(02).
013400 01  WS-INCRPT-STATUS         PIC X(02).
013500 01  WS-LETTER-STATUS         PIC X(02).
013600 01  i                        PIC 9(05).
013700 01  j                        PIC 9(05).
013800 01  k                        PIC 9(05).
013900******************************************************************
014000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
014100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
014200******************************************************************
014300 01  WS-BUSDATE-STATUS        PIC X(02).
014400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014500 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014600 01  BUS-DATE-HEADING.
014700     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014800     05  BDH-DATE             PIC 9(08).
014900     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
015000******************************************************************
015100*    THE DUE-SOON WINDOW - AN OPEN INCOMPLETE WHOSE DEADLINE     *
015200*    FALLS ON OR BEFORE WS-WARN-DATE (THE BUSINESS DATE PLUS     *
015300*    WS-WARN-DAYS CALENDAR DAYS) IS LISTED FOR ITS TEACHER.      *
015400*    THE DATE IS STEPPED A DAY AT A TIME THE WAY GSBDATE         *
015500*    ADVANCES THE BUSINESS DATE.                                 *
015600******************************************************************
015700 77  WS-WARN-DAYS             PIC 9(03) VALUE 14.
015800 01  WS-WARN-DATE             PIC 9(08).
015900 01  WS-NEXT-DATE             PIC 9(08).
016000 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
016100     05  WS-NEXT-YEAR         PIC 9(04).
016200     05  WS-NEXT-MONTH        PIC 9(02).
016300     05  WS-NEXT-DAY          PIC 9(02).
016400 01  WS-MONTH-DAYS-LIST       PIC X(24)
016500     VALUE '312831303130313130313031'.
016600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
016700     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
016800 01  WS-MONTH-END             PIC 9(02).
016900 01  WS-LEAP-QUOTIENT         PIC 9(04).
017000 01  WS-LEAP-REM-4            PIC 9(04).
017100 01  WS-LEAP-REM-100          PIC 9(04).
017200 01  WS-LEAP-REM-400          PIC 9(04).
017300******************************************************************
017400*    THE STUDENTS ON ROSTERVS - NAME, BUILDING AND MAILING       *
017500*    ADDRESS FOR THE WORKLIST AND THE GUARDIAN NOTICE.           *
017600******************************************************************
017700 77  WS-ROSTER-MAX            PIC 9(05) VALUE 02000.
017800 01  WS-ROSTER-COUNT          PIC 9(05) VALUE ZERO.
017900 01  ROSTER-TABLE.
018000     05  RS-ROW               OCCURS 0 TO 2000 TIMES
018100                              DEPENDING ON WS-ROSTER-COUNT
018200                              ASCENDING KEY IS RS-ID
018300                              INDEXED BY RS-IDX.
018400         10  RS-ID            PIC 9(07).
018500         10  RS-LAST-NAME     PIC X(30).
018600         10  RS-FIRST-NAME    PIC X(20).
018700         10  RS-GRADE         PIC X(02).
018800         10  RS-SCHOOL        PIC X(04).
018900         10  RS-ADDRESS       PIC X(30).
019000         10  RS-CITY          PIC X(20).
019100         10  RS-STATE         PIC X(02).
019200         10  RS-ZIP           PIC X(05).
019300 01  WS-RS-ROW                PIC 9(05).
019400******************************************************************
019500*    THE TEACHERS ON TEACHFIL, FOR THE NAME ON THE WORKLIST.     *
019600******************************************************************
019700 77  WS-TEACHER-MAX           PIC 9(04) VALUE 0500.
019800 01  WS-TEACHER-COUNT         PIC 9(04) VALUE ZERO.
019900 01  WS-TEACHER-TABLE.
020000     05  WS-TCH-ENTRY         OCCURS 500 TIMES.
020100         10  WS-TCH-ID        PIC 9(05).
020200         10  WS-TCH-LAST-NAME PIC X(30).
020300         10  WS-TCH-FIRST-NAME PIC X(20).
020400 01  WS-TEACHER-NAME          PIC X(20).
020500******************************************************************
020600*    THE LETTER-TEMPLATE FILE LOADED ONCE. AN EMPTY OR MISSING   *
020700*    FILE LEAVES THE TABLE AT ZERO AND THE HARDCODED ENGLISH     *
020800*    BODY PRINTS.                                                *
020900******************************************************************
021000 77  WS-TMPL-MAX              PIC 9(03) VALUE 500.
021100 01  WS-TMPL-COUNT            PIC 9(03) VALUE ZERO.
021200 01  WS-TMPL-TABLE.
021300     05  WS-TMPL-ENTRY        OCCURS 500 TIMES.
021400         10  WS-TMPL-TYPE     PIC X(04).
021500         10  WS-TMPL-LANG     PIC X(02).
021600         10  WS-TMPL-TEXT     PIC X(60).
021700 01  WS-BODY-TYPE             PIC X(04).
021800 01  WS-LETTER-LANG           PIC X(02).
021900 01  WS-BODY-LINES            PIC 9(03).
022000 01  WS-FALLBACK-COUNT        PIC 9(05) VALUE ZERO.
022100 01  WS-GUARDIAN-NAME         PIC X(40).
022200******************************************************************
022300*    THE WHOLE INCOMPLETE-GRADE REGISTER, HELD FOR THE RUN IN    *
022400*    KEY ORDER SO EACH TRANSCPT ROW CAN FIND ITS INCOMPLETE.     *
022500*    IG-R-TRN-LETTER IS THE GRADE NOW ON TRANSCPT (SPACE - NO    *
022600*    TRANSCPT ROW FOR THE KEY).                                  *
022700******************************************************************
022800 77  WS-IG-MAX                PIC 9(04) VALUE 3000.
022900 01  WS-IG-COUNT              PIC 9(04) VALUE ZERO.
023000 01  IG-TABLE.
023100     05  IG-ROW               OCCURS 0 TO 3000 TIMES
023200                              DEPENDING ON WS-IG-COUNT
023300                              ASCENDING KEY IS IG-R-KEY
023400                              INDEXED BY IG-IDX.
023500         10  IG-R-KEY.
023600             15  IG-R-STUDENT-ID PIC 9(07).
023700             15  IG-R-COURSE  PIC X(06).
023800             15  IG-R-TERM    PIC X(05).
023900         10  IG-R-TEACHER-ID  PIC 9(05).
024000         10  IG-R-DEADLINE    PIC 9(08).
024100         10  IG-R-DEFAULT     PIC X(01).
024200         10  IG-R-STATUS      PIC X(01).
024300         10  IG-R-ENTERED     PIC 9(08).
024400         10  IG-R-FINAL       PIC X(01).
024500         10  IG-R-CLOSED      PIC 9(08).
024600         10  IG-R-TRN-LETTER  PIC X(01).
024700         10  IG-R-COURSE-NAME PIC X(24).
024800 01  WS-IG-ROW                PIC 9(04).
024900 01  WS-FIND-KEY.
025000     05  WS-FIND-STUDENT-ID   PIC 9(07).
025100     05  WS-FIND-COURSE       PIC X(06).
025200     05  WS-FIND-TERM         PIC X(05).
025300******************************************************************
025400*    ONE WORKLIST LINE PER INCOMPLETE ACTED ON OR DUE SOON,      *
025500*    SORTED BY BUILDING, TEACHER AND DEADLINE BEFORE PRINTING.   *
025600******************************************************************
025700 01  WS-LIST-COUNT            PIC 9(04) VALUE ZERO.
025800 01  LIST-TABLE.
025900     05  LS-ROW               OCCURS 0 TO 3000 TIMES
026000                              DEPENDING ON WS-LIST-COUNT.
026100         10  LS-SCHOOL        PIC X(04).
026200         10  LS-TEACHER       PIC X(20).
026300         10  LS-DEADLINE      PIC 9(08).
026400         10  LS-STUDENT-ID    PIC 9(07).
026500         10  LS-STUDENT-NAME  PIC X(18).
026600         10  LS-GRADE         PIC X(02).
026700         10  LS-COURSE        PIC X(06).
026800         10  LS-COURSE-NAME   PIC X(24).
026900         10  LS-TERM          PIC X(05).
027000         10  LS-DEFAULT       PIC X(01).
027100         10  LS-FINAL         PIC X(01).
027200         10  LS-ACTION        PIC X(11).
027300 01  WS-LIST-SCHOOL           PIC X(04).
027400 01  WS-ACTION                PIC X(11).
027500 01  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
027600 01  WS-DUE-SOON-COUNT        PIC 9(05) VALUE ZERO.
027700 01  WS-CONVERTED-COUNT       PIC 9(05) VALUE ZERO.
027800 01  WS-RESENT-COUNT          PIC 9(05) VALUE ZERO.
027900 01  WS-RESOLVED-COUNT        PIC 9(05) VALUE ZERO.
028000 01  WS-NO-TRANSCPT-COUNT     PIC 9(05) VALUE ZERO.
028100 01  WS-NOTICE-COUNT          PIC 9(05) VALUE ZERO.
028200 01  WS-NO-NOTICE-COUNT       PIC 9(05) VALUE ZERO.
028300 01  WS-CHANGED               PIC X VALUE 'N'.
028400******************************************************************
028500*    INCRPT LINES.                                               *
028600******************************************************************
028700 01  INC-HEADING.
028800     05  FILLER               PIC X(50) VALUE
028900         'INCOMPLETE GRADES - DEADLINE WORKLIST'.
029000 01  INC-WINDOW-LINE.
029100     05  FILLER               PIC X(20) VALUE
029200         'DUE-SOON WINDOW:'.
029300     05  INC-W-DAYS           PIC ZZ9.
029400     05  FILLER               PIC X(26) VALUE
029500         ' DAYS - DEADLINES THROUGH '.
029600     05  INC-W-DATE           PIC 9(08).
029700 01  INC-BUILDING-LINE.
029800     05  FILLER               PIC X(10) VALUE 'BUILDING: '.
029900     05  INC-B-SCHOOL         PIC X(04).
030000 01  INC-COLUMNS.
030100     05  FILLER               PIC X(22) VALUE 'TEACHER'.
030200     05  FILLER               PIC X(09) VALUE 'STUDENT'.
030300     05  FILLER               PIC X(20) VALUE 'NAME'.
030400     05  FILLER               PIC X(04) VALUE 'GR'.
030500     05  FILLER               PIC X(08) VALUE 'COURSE'.
030600     05  FILLER               PIC X(07) VALUE 'TERM'.
030700     05  FILLER               PIC X(10) VALUE 'DEADLINE'.
030800     05  FILLER               PIC X(04) VALUE 'DF'.
030900     05  FILLER               PIC X(04) VALUE 'FN'.
031000     05  FILLER               PIC X(11) VALUE 'ACTION'.
031100 01  INC-DETAIL-LINE.
031200     05  INC-D-TEACHER        PIC X(20).
031300     05  FILLER               PIC X(02) VALUE SPACES.
031400     05  INC-D-STUDENT-ID     PIC 9(07).
031500     05  FILLER               PIC X(02) VALUE SPACES.
031600     05  INC-D-NAME           PIC X(18).
031700     05  FILLER               PIC X(02) VALUE SPACES.
031800     05  INC-D-GRADE          PIC X(02).
031900     05  FILLER               PIC X(02) VALUE SPACES.
032000     05  INC-D-COURSE         PIC X(06).
032100     05  FILLER               PIC X(02) VALUE SPACES.
032200     05  INC-D-TERM           PIC X(05).
032300     05  FILLER               PIC X(02) VALUE SPACES.
032400     05  INC-D-DEADLINE       PIC 9(08).
032500     05  FILLER               PIC X(02) VALUE SPACES.
032600     05  INC-D-DEFAULT        PIC X(01).
032700     05  FILLER               PIC X(03) VALUE SPACES.
032800     05  INC-D-FINAL          PIC X(01).
032900     05  FILLER               PIC X(03) VALUE SPACES.
033000     05  INC-D-ACTION         PIC X(11).
033100 01  INC-TOTAL-LINE.
033200     05  INC-TOT-LABEL        PIC X(40).
033300     05  INC-TOT-VALUE        PIC ZZZZ9.
033400******************************************************************
033500*    INCLTRS LINES - THE GUARDIAN NOTICE OF A CONVERSION.        *
033600******************************************************************
033700 01  LT-ADDRESS-LINE-1.
033800     05  LT-A1-GUARDIAN       PIC X(40).
033900 01  LT-ADDRESS-LINE-2.
034000     05  LT-A2-ADDRESS        PIC X(30).
034100 01  LT-ADDRESS-LINE-3.
034200     05  LT-A3-CITY           PIC X(20).
034300     05  FILLER               PIC X(02) VALUE SPACES.
034400     05  LT-A3-STATE          PIC X(02).
034500     05  FILLER               PIC X(02) VALUE SPACES.
034600     05  LT-A3-ZIP            PIC X(05).
034700 01  LT-BODY-LINE-1.
034800     05  FILLER               PIC X(25) VALUE
034800         'RE: INCOMPLETE GRADE FOR '.
035000     05  LT-B1-FIRST-NAME     PIC X(20).
035100     05  LT-B1-LAST-NAME      PIC X(30).
035200 01  LT-BODY-LINE-2.
035300     05  FILLER               PIC X(08) VALUE 'COURSE: '.
035400     05  LT-B2-COURSE         PIC X(06).
035500     05  FILLER               PIC X(01) VALUE SPACE.
035600     05  LT-B2-COURSE-NAME    PIC X(24).
035700     05  FILLER               PIC X(08) VALUE '  TERM: '.
035800     05  LT-B2-TERM           PIC X(05).
035900 01  LT-BODY-LINE-3.
036000     05  FILLER               PIC X(21) VALUE
036100         'COMPLETION DEADLINE: '.
036200     05  LT-B3-DEADLINE       PIC 9(08).
036300     05  FILLER               PIC X(19) VALUE
036300         '   GRADE RECORDED: '.
036500     05  LT-B3-GRADE          PIC X(01).
036600 01  LT-BODY-DEFAULT-1.
036700     05  FILLER               PIC X(52) VALUE
036800         'THE WORK FOR THIS COURSE WAS NOT COMPLETED BY THE  '.
036900 01  LT-BODY-DEFAULT-2.
037000     05  FILLER               PIC X(52) VALUE
037100         'DEADLINE, SO THE INCOMPLETE HAS BEEN REPLACED BY THE'.
037200 01  LT-BODY-DEFAULT-3.
037300     05  FILLER               PIC X(52) VALUE
037400         'GRADE SHOWN ABOVE, AS THE TEACHER SET WHEN THE      '.
037500 01  LT-BODY-DEFAULT-4.
037600     05  FILLER               PIC X(52) VALUE
037700         'INCOMPLETE WAS GIVEN. PLEASE CONTACT YOUR SCHOOL    '.
037800 01  LT-BODY-DEFAULT-5.
037900     05  FILLER               PIC X(52) VALUE
038000         'COUNSELING OFFICE WITH ANY QUESTIONS.'.
038100 01  LT-SEPARATOR.
038200     05  FILLER               PIC X(40) VALUE ALL '-'.
038300 PROCEDURE DIVISION.
038400 MAINLINE.
038500******************************************************************
038600*    NIGHTLY ENTRY POINT. LOADS THE REGISTER AND MATCHES IT TO   *
038700*    TRANSCPT, WORKS EVERY INCOMPLETE, PRINTS THE WORKLIST AND   *
038800*    REWRITES THE REGISTER WHEN ANYTHING CHANGED.                *
038900******************************************************************
039000     perform read-business-date
039050     perform start-run-control
039100     perform compute-warn-date
039200     perform load-roster-table
039300     perform load-teacher-table
039400     perform load-letter-templates
039500     perform load-incompletes
039600     if ws-ig-count > zero
039700         perform match-transcript-rows
039800     end-if
039900     perform open-run-outputs
040000     perform work-incompletes
040100     if ws-guardian-open = 'Y'
040200         close guardian-file
040300     end-if
040400     close grade-change-file
040500     close letter-file
040600     perform print-incomplete-list
040700     close incomplete-rpt
040800     if ws-changed = 'Y'
040900         perform save-incompletes
041000     end-if
041100     display 'INCOMPLETE GRADES - OPEN ' ws-open-count
041200         ' DUE SOON ' ws-due-soon-count
041300         ' CONVERTED ' ws-converted-count
041400         ' RESOLVED ' ws-resolved-count
041500     if ws-fallback-count not = zero
041600         display 'LETTERS FELL BACK TO ENGLISH - NO '
041700             'TRANSLATION ON FILE: ' ws-fallback-count
041800     end-if
041900     if ws-resent-count not = zero
042000         or ws-no-transcpt-count not = zero
042100         display 'INCOMPLETE EXCEPTIONS - RE-SENT '
042200             ws-resent-count ' NO TRANSCPT ROW '
042300             ws-no-transcpt-count
042400         move 4 to return-code
042500     end-if
042550     perform end-run-control
042600     stop run
042700     .
042800 COMPUTE-WARN-DATE.
042900     move ws-business-date to ws-next-date
043000     perform step-to-next-day ws-warn-days times
043100     move ws-next-date to ws-warn-date
043200     .
043300 STEP-TO-NEXT-DAY.
043400     move ws-month-days(ws-next-month) to ws-month-end
043500     if ws-next-month = 2
043600         divide ws-next-year by 4 giving ws-leap-quotient
043700             remainder ws-leap-rem-4
043800         divide ws-next-year by 100 giving ws-leap-quotient
043900             remainder ws-leap-rem-100
044000         divide ws-next-year by 400 giving ws-leap-quotient
044100             remainder ws-leap-rem-400
044200         if ws-leap-rem-400 = zero
044300             or (ws-leap-rem-4 = zero
044400                 and ws-leap-rem-100 not = zero)
044500             move 29 to ws-month-end
044600         end-if
044700     end-if
044800     if ws-next-day < ws-month-end
044900         add 1 to ws-next-day
045000     else
045100         move 1 to ws-next-day
045200         if ws-next-month < 12
045300             add 1 to ws-next-month
045400         else
045500             move 1 to ws-next-month
045600             add 1 to ws-next-year
045700         end-if
045800     end-if
045900     .
046000 LOAD-ROSTER-TABLE.
046100     move zero to ws-roster-count
046200     open input roster-file
046300     if ws-roster-file-status not = '00'
046400         display 'COULD NOT OPEN ROSTERVS - STATUS '
046500             ws-roster-file-status
046600         move 16 to return-code
046700         stop run
046800     end-if
046900     perform until ws-roster-file-status not = '00'
047000         read roster-file next record
047100         if ws-roster-file-status = '00'
047200             and ws-roster-count < ws-roster-max
047300             add 1 to ws-roster-count
047400             move st-id          to rs-id(ws-roster-count)
047500             move st-last-name   to rs-last-name(ws-roster-count)
047600             move st-first-name  to rs-first-name(ws-roster-count)
047700             move st-grade       to rs-grade(ws-roster-count)
047800             move st-school-code to rs-school(ws-roster-count)
047900             move st-address     to rs-address(ws-roster-count)
048000             move st-city        to rs-city(ws-roster-count)
048100             move st-state       to rs-state(ws-roster-count)
048200             move st-zip         to rs-zip(ws-roster-count)
048300         end-if
048400     end-perform
048500     close roster-file
048600     .
048700 LOAD-TEACHER-TABLE.
048800******************************************************************
048900*    A MISSING TEACHFIL ONLY COSTS THE NAMES - THE WORKLIST      *
049000*    THEN SHOWS THE TEACHER ID.                                  *
049100******************************************************************
049200     move zero to ws-teacher-count
049300     open input teacher-file
049400     if ws-teacher-status = '00'
049500         perform until ws-teacher-status not = '00'
049600             read teacher-file next record
049700             if ws-teacher-status = '00'
049800                 and ws-teacher-count < ws-teacher-max
049900                 add 1 to ws-teacher-count
050000                 move ta-teacher-id
050100                     to ws-tch-id(ws-teacher-count)
050200                 move ta-last-name
050300                     to ws-tch-last-name(ws-teacher-count)
050400                 move ta-first-name
050500                     to ws-tch-first-name(ws-teacher-count)
050600             end-if
050700         end-perform
050800         close teacher-file
050900     end-if
051000     .
051100 LOAD-LETTER-TEMPLATES.
051200     move zero to ws-tmpl-count
051300     open input letter-template-file
051400     if ws-ltrtmpl-status = '00'
051500         perform until ws-ltrtmpl-status not = '00'
051600             read letter-template-file next record
051700             if ws-ltrtmpl-status = '00'
051800                 and ws-tmpl-count < ws-tmpl-max
051900                 add 1 to ws-tmpl-count
052000                 move lt-letter-type
052100                     to ws-tmpl-type(ws-tmpl-count)
052200                 move lt-language
052300                     to ws-tmpl-lang(ws-tmpl-count)
052400                 move lt-text
052500                     to ws-tmpl-text(ws-tmpl-count)
052600             end-if
052700         end-perform
052800         close letter-template-file
052900     end-if
053000     .
053100 LOAD-INCOMPLETES.
053200******************************************************************
053300*    A MISSING REGISTER IS THE STATE BEFORE THE FIRST 'I' IS     *
053400*    EVER IMPORTED - THE RUN LISTS NOTHING AND ENDS CLEAN.       *
053500******************************************************************
053600     move zero to ws-ig-count
053700     open input incomplete-file
053800     if ws-incompl-status = '00'
053900         perform until ws-incompl-status not = '00'
054000             read incomplete-file next record
054100             if ws-incompl-status = '00'
054200                 if ws-ig-count < ws-ig-max
054300                     add 1 to ws-ig-count
054400                     perform load-one-incomplete
054500                 else
054600                     display 'INCOMPL HAS MORE THAN ' ws-ig-max
054700                         ' INCOMPLETES - TABLE FULL'
054800                     move 16 to return-code
054900                     stop run
055000                 end-if
055100             end-if
055200         end-perform
055300         close incomplete-file
055400     end-if
055500     if ws-ig-count > 1
055600         sort ig-row ascending key ig-r-key
055700     end-if
055800     .
055900 LOAD-ONE-INCOMPLETE.
056000     move ig-key           to ig-r-key(ws-ig-count)
056100     move ig-teacher-id    to ig-r-teacher-id(ws-ig-count)
056200     move ig-deadline      to ig-r-deadline(ws-ig-count)
056300     move ig-default-grade to ig-r-default(ws-ig-count)
056400     move ig-status        to ig-r-status(ws-ig-count)
056500     move ig-entered-date  to ig-r-entered(ws-ig-count)
056600     move ig-final-grade   to ig-r-final(ws-ig-count)
056700     move ig-closed-date   to ig-r-closed(ws-ig-count)
056800     move spaces           to ig-r-trn-letter(ws-ig-count)
056900     move spaces           to ig-r-course-name(ws-ig-count)
057000     .
057100 MATCH-TRANSCRIPT-ROWS.
057200******************************************************************
057300*    ONE PASS OF TRANSCPT, NOTING THE GRADE NOW POSTED FOR EACH  *
057400*    STUDENT/COURSE/TERM ON THE REGISTER.                        *
057500******************************************************************
057600     open input transcript-file
057700     if ws-transcript-status not = '00'
057800         display 'COULD NOT OPEN TRANSCPT - STATUS '
057900             ws-transcript-status
058000         move 16 to return-code
058100         stop run
058200     end-if
058300     perform until ws-transcript-status not = '00'
058400         read transcript-file next record
058500         if ws-transcript-status = '00'
058600             move trn-student-id  to ws-find-student-id
058700             move trn-course-code to ws-find-course
058800             move trn-term        to ws-find-term
058900             perform find-incomplete-row
059000             if ws-ig-row not = zero
059100                 move trn-grade-letter
059200                     to ig-r-trn-letter(ws-ig-row)
059300                 move trn-course-name
059400                     to ig-r-course-name(ws-ig-row)
059500             end-if
059600         end-if
059700     end-perform
059800     close transcript-file
059900     .
060000 FIND-INCOMPLETE-ROW.
060100     move zero to ws-ig-row
060200     search all ig-row
060300         at end
060400             continue
060500         when ig-r-key(ig-idx) = ws-find-key
060600             set ws-ig-row to ig-idx
060700     end-search
060800     .
060900 OPEN-RUN-OUTPUTS.
061000     open output incomplete-rpt
061100     open output grade-change-file
061200     open output letter-file
061300     if ws-incrpt-status not = '00'
061400         or ws-incchg-status not = '00'
061500         or ws-letter-status not = '00'
061600         display 'COULD NOT OPEN INCRPT/INCCHG/INCLTRS - STATUS '
061700             ws-incrpt-status ' ' ws-incchg-status ' '
061800             ws-letter-status
061900         move 16 to return-code
062000         stop run
062100     end-if
062200     write incomplete-line from bus-date-heading
062300     write incomplete-line from inc-heading
062400     move ws-warn-days to inc-w-days
062500     move ws-warn-date to inc-w-date
062600     write incomplete-line from inc-window-line
062700     move spaces to incomplete-line
062800     write incomplete-line
062900     open input guardian-file
063000     if ws-guardian-file-status = '00'
063100         move 'Y' to ws-guardian-open
063200     else
063300         move 'N' to ws-guardian-open
063400     end-if
063500     .
063600 WORK-INCOMPLETES.
063700******************************************************************
063800*    ONE PASS OVER THE REGISTER. A RESOLVED INCOMPLETE, OR A     *
063900*    CONVERTED ONE WHOSE CHANGE HAS POSTED, NEEDS NOTHING MORE.  *
064000******************************************************************
064100     perform varying i from 1 by 1 until i > ws-ig-count
064200         move spaces to ws-action
064300         evaluate true
064400             when ig-r-status(i) = 'O'
064500                 perform work-open-incomplete
064600             when ig-r-status(i) = 'C'
064700                 and ig-r-trn-letter(i) = 'I'
064800                 perform write-grade-change
064900                 add 1 to ws-resent-count
065000                 move 'RE-SENT' to ws-action
065100             when other
065200                 continue
065300         end-evaluate
065400         if ws-action not = spaces
065500             perform add-list-row
065600         end-if
065700     end-perform
065800     .
065900 WORK-OPEN-INCOMPLETE.
066000     evaluate true
066100         when ig-r-trn-letter(i) = space
066200             add 1 to ws-no-transcpt-count
066300             add 1 to ws-open-count
066400             move 'NO TRANSCPT' to ws-action
066500         when ig-r-trn-letter(i) not = 'I'
066600             move 'R'                 to ig-r-status(i)
066700             move ig-r-trn-letter(i)  to ig-r-final(i)
066800             move ws-business-date    to ig-r-closed(i)
066900             move 'Y' to ws-changed
067000             add 1 to ws-resolved-count
067100             move 'RESOLVED' to ws-action
067200         when ig-r-deadline(i) not > ws-business-date
067300             move 'C'                 to ig-r-status(i)
067400             move ig-r-default(i)     to ig-r-final(i)
067500             move ws-business-date    to ig-r-closed(i)
067600             move 'Y' to ws-changed
067700             perform write-grade-change
067800             perform find-student-row
067900             if ws-rs-row = zero
068000                 add 1 to ws-no-notice-count
068100             else
068200                 perform write-guardian-notice
068300             end-if
068400             add 1 to ws-converted-count
068500             move 'CONVERTED' to ws-action
068600         when ig-r-deadline(i) not > ws-warn-date
068700             add 1 to ws-due-soon-count
068800             add 1 to ws-open-count
068900             move 'DUE SOON' to ws-action
069000         when other
069100             add 1 to ws-open-count
069200     end-evaluate
069300     .
069400 WRITE-GRADE-CHANGE.
069500     move ig-r-student-id(i) to gc-student-id
069600     move ig-r-course(i)     to gc-course-code
069700     move ig-r-term(i)       to gc-term
069800     move 'I'                to gc-old-grade
069900     move ig-r-final(i)      to gc-new-grade
070000     move 'INCOMPLETE DEADLINE' to gc-authorizer
070100     write grade-change-record
070200     .
070300 FIND-STUDENT-ROW.
070400     move zero to ws-rs-row
070500     if ws-roster-count > zero
070600         search all rs-row
070700             at end
070800                 continue
070900             when rs-id(rs-idx) = ig-r-student-id(i)
071000                 set ws-rs-row to rs-idx
071100         end-search
071200     end-if
071300     .
071400 FIND-TEACHER-NAME.
071500     move spaces to ws-teacher-name
071600     perform varying k from 1 by 1 until k > ws-teacher-count
071700         if ws-tch-id(k) = ig-r-teacher-id(i)
071800             string ws-tch-last-name(k) delimited by '  '
071900                 ', '                    delimited by size
072000                 ws-tch-first-name(k)    delimited by '  '
072100                 into ws-teacher-name
072200             end-string
072300         end-if
072400     end-perform
072500     if ws-teacher-name = spaces
072600         string 'TEACHER '         delimited by size
072700             ig-r-teacher-id(i)    delimited by size
072800             into ws-teacher-name
072900         end-string
073000     end-if
073100     .
073200 ADD-LIST-ROW.
073300     add 1 to ws-list-count
073400     perform find-student-row
073500     perform find-teacher-name
073600     if ws-rs-row = zero
073700         move '----'          to ls-school(ws-list-count)
073800         move 'NOT ON ROSTER' to ls-student-name(ws-list-count)
073900         move spaces          to ls-grade(ws-list-count)
074000     else
074100         move rs-school(ws-rs-row)
074200             to ls-school(ws-list-count)
074300         move rs-last-name(ws-rs-row)
074400             to ls-student-name(ws-list-count)
074500         move rs-grade(ws-rs-row)
074600             to ls-grade(ws-list-count)
074700     end-if
074800     move ws-teacher-name       to ls-teacher(ws-list-count)
074900     move ig-r-deadline(i)      to ls-deadline(ws-list-count)
075000     move ig-r-student-id(i)    to ls-student-id(ws-list-count)
075100     move ig-r-course(i)        to ls-course(ws-list-count)
075200     move ig-r-course-name(i)   to ls-course-name(ws-list-count)
075300     move ig-r-term(i)          to ls-term(ws-list-count)
075400     move ig-r-default(i)       to ls-default(ws-list-count)
075500     move ig-r-final(i)         to ls-final(ws-list-count)
075600     move ws-action             to ls-action(ws-list-count)
075700     .
075800 WRITE-GUARDIAN-NOTICE.
075900******************************************************************
076000*    THE CONVERSION NOTICE, ADDRESSED TO THE GUARDIAN OF RECORD  *
076100*    AT THE ROSTER ADDRESS, OR 'PARENT/GUARDIAN OF' THE STUDENT  *
076200*    WHEN GUARDVS HAS NO CONTACT. A STUDENT NO LONGER ON THE     *
076300*    ROSTER HAS NO ADDRESS AND GETS NO NOTICE (THE CALLER        *
076400*    COUNTS IT) - THE WORKLIST STILL SHOWS THE CONVERSION.       *
076500******************************************************************
076600     move ig-r-student-id(i) to gu-student-id
076700     move zero to gu-contact-seq
076800     move '23' to ws-guardian-file-status
076900     if ws-guardian-open = 'Y'
077000         start guardian-file key >= gu-guard-key
077100         if ws-guardian-file-status = '00'
077200             read guardian-file next record
077300             if ws-guardian-file-status = '00'
077400                 and gu-student-id not = ig-r-student-id(i)
077500                 move '23' to ws-guardian-file-status
077600             end-if
077700         end-if
077800     end-if
077900     if ws-guardian-file-status = '00'
078000         move gu-guardian-name to ws-guardian-name
078100         if gu-language = spaces
078200             move 'EN' to ws-letter-lang
078300         else
078400             move gu-language to ws-letter-lang
078500         end-if
078600     else
078700         move spaces to ws-guardian-name
078800         move 'EN'   to ws-letter-lang
078900         string 'PARENT/GUARDIAN OF '    delimited by size
079000             rs-first-name(ws-rs-row)    delimited by space
079100             ' '                         delimited by size
079200             rs-last-name(ws-rs-row)     delimited by size
079300             into ws-guardian-name
079400         end-string
079500     end-if
079600     move ws-guardian-name       to lt-a1-guardian
079700     move rs-address(ws-rs-row)  to lt-a2-address
079800     move rs-city(ws-rs-row)     to lt-a3-city
079900     move rs-state(ws-rs-row)    to lt-a3-state
080000     move rs-zip(ws-rs-row)      to lt-a3-zip
080100     write letter-line from lt-address-line-1
080200     write letter-line from lt-address-line-2
080300     write letter-line from lt-address-line-3
080400     move spaces to letter-line
080500     write letter-line
080600     move rs-first-name(ws-rs-row) to lt-b1-first-name
080700     move rs-last-name(ws-rs-row)  to lt-b1-last-name
080800     write letter-line from lt-body-line-1
080900     move ig-r-course(i)      to lt-b2-course
081000     move ig-r-course-name(i) to lt-b2-course-name
081100     move ig-r-term(i)        to lt-b2-term
081200     write letter-line from lt-body-line-2
081300     move ig-r-deadline(i)    to lt-b3-deadline
081400     move ig-r-final(i)       to lt-b3-grade
081500     write letter-line from lt-body-line-3
081600     move spaces to letter-line
081700     write letter-line
081800     move 'INCV' to ws-body-type
081900     perform print-template-body
082000     if ws-body-lines = zero
082100         write letter-line from lt-body-default-1
082200         write letter-line from lt-body-default-2
082300         write letter-line from lt-body-default-3
082400         write letter-line from lt-body-default-4
082500         write letter-line from lt-body-default-5
082600     end-if
082700     write letter-line from lt-separator
082800     add 1 to ws-notice-count
082900     .
083000 PRINT-TEMPLATE-BODY.
083100******************************************************************
083200*    WRITES THE BODY LINES OF WS-BODY-TYPE IN WS-LETTER-LANG     *
083300*    (FILE ORDER - LTRTMPL IS KEPT IN LT-LINE-SEQ ORDER). NO     *
083400*    LINES IN THAT LANGUAGE FALLS BACK TO 'EN' AND COUNTS THE    *
083500*    GAP. WS-BODY-LINES REPORTS HOW MANY LINES PRINTED.          *
083600******************************************************************
083700     move zero to ws-body-lines
083800     perform varying k from 1 by 1 until k > ws-tmpl-count
083900         if ws-tmpl-type(k) = ws-body-type
084000             and ws-tmpl-lang(k) = ws-letter-lang
084100             add 1 to ws-body-lines
084200             write letter-line from ws-tmpl-text(k)
084300         end-if
084400     end-perform
084500     if ws-body-lines = zero
084600         and ws-letter-lang not = 'EN'
084700         add 1 to ws-fallback-count
084800         move 'EN' to ws-letter-lang
084900         perform varying k from 1 by 1
085000                 until k > ws-tmpl-count
085100             if ws-tmpl-type(k) = ws-body-type
085200                 and ws-tmpl-lang(k) = 'EN'
085300                 add 1 to ws-body-lines
085400                 write letter-line from ws-tmpl-text(k)
085500             end-if
085600         end-perform
085700     end-if
085800     .
085900 PRINT-INCOMPLETE-LIST.
086000******************************************************************
086100*    THE WORKLIST, ONE BLOCK PER BUILDING SO EACH COUNSELING     *
086200*    OFFICE CAN TAKE ITS OWN PAGES, TEACHERS TOGETHER WITHIN     *
086300*    IT, EARLIEST DEADLINE FIRST. THEN THE RUN TOTALS.           *
086400******************************************************************
086500     if ws-list-count > 1
086600         sort ls-row ascending key ls-school ls-teacher
086700             ls-deadline ls-student-id
086800     end-if
086900     move spaces to ws-list-school
087000     perform varying j from 1 by 1 until j > ws-list-count
087100         if ls-school(j) not = ws-list-school
087200             move ls-school(j) to ws-list-school
087300             move ls-school(j) to inc-b-school
087400             if j > 1
087500                 move spaces to incomplete-line
087600                 write incomplete-line
087700             end-if
087800             write incomplete-line from inc-building-line
087900             write incomplete-line from inc-columns
088000         end-if
088100         move ls-teacher(j)      to inc-d-teacher
088200         move ls-student-id(j)   to inc-d-student-id
088300         move ls-student-name(j) to inc-d-name
088400         move ls-grade(j)        to inc-d-grade
088500         move ls-course(j)       to inc-d-course
088600         move ls-term(j)         to inc-d-term
088700         move ls-deadline(j)     to inc-d-deadline
088800         move ls-default(j)      to inc-d-default
088900         move ls-final(j)        to inc-d-final
089000         move ls-action(j)       to inc-d-action
089100         write incomplete-line from inc-detail-line
089200     end-perform
089300     move spaces to incomplete-line
089400     write incomplete-line
089500     move 'INCOMPLETES ON THE REGISTER' to inc-tot-label
089600     move ws-ig-count to inc-tot-value
089700     write incomplete-line from inc-total-line
089800     move 'STILL OPEN' to inc-tot-label
089900     move ws-open-count to inc-tot-value
090000     write incomplete-line from inc-total-line
090100     move 'DUE SOON' to inc-tot-label
090200     move ws-due-soon-count to inc-tot-value
090300     write incomplete-line from inc-total-line
090400     move 'CONVERTED TO DEFAULT GRADE TONIGHT' to inc-tot-label
090500     move ws-converted-count to inc-tot-value
090600     write incomplete-line from inc-total-line
090700     move 'RESOLVED BY A GRADE CHANGE' to inc-tot-label
090800     move ws-resolved-count to inc-tot-value
090900     write incomplete-line from inc-total-line
091000     move 'CONVERSIONS RE-SENT - STILL I ON FILE'
091000         to inc-tot-label
091200     move ws-resent-count to inc-tot-value
091300     write incomplete-line from inc-total-line
091400     move 'OPEN WITH NO TRANSCPT ROW' to inc-tot-label
091500     move ws-no-transcpt-count to inc-tot-value
091600     write incomplete-line from inc-total-line
091700     move 'GUARDIAN NOTICES WRITTEN' to inc-tot-label
091800     move ws-notice-count to inc-tot-value
091900     write incomplete-line from inc-total-line
092000     move 'NO NOTICE - STUDENT NOT ON ROSTER' to inc-tot-label
092100     move ws-no-notice-count to inc-tot-value
092200     write incomplete-line from inc-total-line
092300     .
092400 SAVE-INCOMPLETES.
092500******************************************************************
092600*    REWRITTEN IN KEY ORDER. THE CONVERSION TRANSACTIONS ARE     *
092700*    ALREADY WRITTEN; IF THIS REWRITE FAILS THE NEXT RUN WOULD   *
092800*    CONVERT THEM AGAIN, BUT GSGRCHG REFUSES A SECOND CHANGE OF  *
092900*    AN 'I' THAT IS NO LONGER ON TRANSCPT (WRGOL).               *
093000******************************************************************
093100     open output incomplete-file
093200     if ws-incompl-status not = '00'
093300         display 'COULD NOT REWRITE INCOMPL - STATUS '
093400             ws-incompl-status
093500         move 16 to return-code
093600         stop run
093700     end-if
093800     perform varying i from 1 by 1 until i > ws-ig-count
093900         move spaces              to incomplete-grade-record
094000         move ig-r-key(i)         to ig-key
094100         move ig-r-teacher-id(i)  to ig-teacher-id
094200         move ig-r-deadline(i)    to ig-deadline
094300         move ig-r-default(i)     to ig-default-grade
094400         move ig-r-status(i)      to ig-status
094500         move ig-r-entered(i)     to ig-entered-date
094600         move ig-r-final(i)       to ig-final-grade
094700         move ig-r-closed(i)      to ig-closed-date
094800         write incomplete-grade-record
094900     end-perform
095000     close incomplete-file
095100     .
095101 START-RUN-CONTROL.
095102******************************************************************
095103*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
095104*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
095105*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
095106*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
095107******************************************************************
095108     move spaces to run-control-event
095109     move ws-business-date to ws-run-bus-date
095110     move spaces to ws-run-blocker
095111     perform varying ws-run-px from 1 by 1
095112         until ws-run-px > ws-run-pred-count
095113            or ws-run-blocker not = spaces
095114         perform check-one-predecessor
095115     end-perform
095116     if ws-run-blocker not = spaces
095117         move 'B' to jr-event
095118         perform write-run-control-event
095119         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
095120             ' HAS NOT COMPLETED FOR BUSINESS DATE '
095121             ws-run-bus-date
095122         move ws-run-blocked-rc to return-code
095123         stop run
095124     end-if
095125     move 'S' to jr-event
095126     perform write-run-control-event
095127     .
095128 CHECK-ONE-PREDECESSOR.
095129******************************************************************
095130*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
095131*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
095132*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
095133******************************************************************
095134     move 'N' to ws-run-pred-state
095135     open input run-control-file
095136     if ws-runctl-status = '00'
095137         perform until ws-runctl-status not = '00'
095138             read run-control-file next record
095139                 into run-control-event
095140             if ws-runctl-status = '00'
095141                 and jr-business-date = ws-run-bus-date
095142                 and jr-job-name = ws-run-pred(ws-run-px)
095143                 move 'N' to ws-run-pred-state
095144                 if jr-event = 'E'
095145                     and jr-completion-code <= ws-run-max-rc
095146                     move 'Y' to ws-run-pred-state
095147                 end-if
095148             end-if
095149         end-perform
095150         close run-control-file
095151     end-if
095152     if ws-run-pred-state not = 'Y'
095153         move ws-run-pred(ws-run-px) to ws-run-blocker
095154     end-if
095155     .
095156 END-RUN-CONTROL.
095157******************************************************************
095158*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
095159*    RETURN CODE THE JOB IS ENDING WITH.                         *
095160******************************************************************
095161     move 'E' to jr-event
095162     perform write-run-control-event
095163     .
095164 WRITE-RUN-CONTROL-EVENT.
095165     move ws-run-bus-date to jr-business-date
095166     move ws-run-job-name to jr-job-name
095167     accept jr-event-date from date yyyymmdd
095168     accept jr-event-time from time
095169     move return-code     to jr-completion-code
095170     move ws-run-blocker  to jr-blocked-by
095171     open extend run-control-file
095172     if ws-runctl-status not = '00'
095173         open output run-control-file
095174     end-if
095175     if ws-runctl-status not = '00'
095176         display 'COULD NOT OPEN RUNCTL - STATUS '
095177             ws-runctl-status
095178     else
095179         write run-control-record from run-control-event
095180         close run-control-file
095181     end-if
095182     .
095200 READ-BUSINESS-DATE.
095300******************************************************************
095400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
095500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
095600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
095700******************************************************************
095800     open input business-date-file
095900     if ws-busdate-status not = '00'
096000         display 'COULD NOT OPEN BUSDATE - STATUS '
096100             ws-busdate-status
096200         move 16 to return-code
096300         stop run
096400     end-if
096500     read business-date-file next record
096600     if ws-busdate-status not = '00'
096700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
096800             ws-busdate-status
096900         move 16 to return-code
097000         stop run
097100     end-if
097200     close business-date-file
097300     move bd-business-date to ws-business-date
097400     if bd-override-date not = zero
097500         move bd-override-date to ws-business-date
097600         move 'Y' to ws-bus-date-override
097700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
097800             bd-override-date ' SET BY ' bd-override-operator
097900         display '    REASON: ' bd-override-reason
098000     end-if
098100     move ws-business-date to bdh-date
098200     if ws-bus-date-override = 'Y'
098300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
098400             to bdh-override
098500     end-if
098600     .
