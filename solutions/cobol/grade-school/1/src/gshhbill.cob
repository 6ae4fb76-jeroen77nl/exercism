000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSHHBILL.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MONTHLY HOUSEHOLD STATEMENT - ONE LETTER FOR EVERYTHING A   *
000900*    FAMILY OWES, INSTEAD OF THREE. THE THREE LEDGERS ARE:       *
001000*      MEALS    - MEALACCT (GSMEALAC), 'C' CHARGES AGAINST 'D'   *
001100*                 DEPOSITS. A MINUS BALANCE IS A CREDIT.         *
001200*      TUITION  - TUITLEDG (GSTUIT), 'B' BILLS AGAINST 'P'       *
001300*                 PAYMENTS.                                      *
001400*      BOOKS    - OBLGHOLD (GSASSET/GSLOCKER), THE VALUE OF      *
001500*                 UNRETURNED TEXTBOOKS AND DEVICES AND OPEN      *
001600*                 LOCKER CHARGES. OBLGHOLD HOLDS ONLY TODAY'S    *
001700*                 AMOUNT, SO LAST MONTH'S CLOSING COMES FROM THE *
001800*                 STATEMENT SNAPSHOT (STMTSNAP, COPY HBSNREC)    *
001900*                 AND THE MONTH'S NET CHANGE SHOWS AS CHARGES    *
002000*                 (MORE OWED) OR PAYMENTS (ITEMS BACK OR PAID    *
002100*                 FOR).                                          *
002200*    THE STATEMENT MONTH IS ON THE OPTIONAL STMTCTL CARD; WITH   *
002300*    NONE IT IS THE MONTH BEFORE THE BUSINESS DATE. LEDGER ROWS  *
002400*    DATED BEFORE THE MONTH MAKE THE OPENING BALANCE, ROWS IN    *
002500*    THE MONTH THE CHARGES AND PAYMENTS, LATER ROWS WAIT FOR     *
002600*    NEXT MONTH.                                                 *
002700*    STUDENTS ARE GROUPED BY ST-HOUSEHOLD-ID (A STUDENT WITH NO  *
002800*    HOUSEHOLD IS A HOUSEHOLD ALONE). A HOUSEHOLD THAT OWES, OR  *
002900*    HAD TUITION OR BOOK ACTIVITY IN THE MONTH, GETS ONE         *
003000*    STATEMENT (HHSTMT) - EACH CHILD'S OPENING, CHARGES,         *
003100*    PAYMENTS AND CLOSING PER LEDGER AND ONE AMOUNT DUE - MAILED *
003200*    TO THE PRIORITY-1 GUARDVS CONTACT OF THE FIRST ENROLLED     *
003300*    CHILD AT THAT CHILD'S ADDRESS, IN THE CONTACT'S LANGUAGE    *
003400*    (LTRTMPL TYPE 'HHST', ENGLISH WHEN NOT TRANSLATED). A MEAL  *
003500*    CREDIT IS SHOWN BUT IS NOT TAKEN OFF THE AMOUNT DUE - MEAL  *
003600*    MONEY IS KEPT FOR MEALS. HHAGING GIVES THE BUSINESS OFFICE  *
003700*    EACH OWING HOUSEHOLD AND THE DISTRICT RECEIVABLES AGING BY  *
003800*    LEDGER - CURRENT, 30, 60 AND 90+ DAYS BY THE MONTH EACH     *
003900*    CHILD'S UNBROKEN DEBT BEGAN, AS GSTUIT AGES BY MONTH.       *
004000*    RETURN CODES: 0 CLEAN, 4 LEDGER ROWS FOR A STUDENT NOT ON   *
004100*    THE ROSTER (LISTED ON SYSOUT) OR THE SNAPSHOT TABLE CUT     *
004200*    SHORT, 16 A FILE THAT COULD NOT BE READ OR WRITTEN OR A     *
004300*    ROSTER TOO BIG FOR THE TABLE - NOTHING IS BILLED FROM A     *
004400*    PARTIAL ROSTER. SEE JCL/GSHHBILL.JCL.                       *
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
005600     SELECT STATEMENT-CONTROL-FILE ASSIGN TO STMTCTL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STMTCTL-STATUS.
005900     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS ST-ID
006300         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006400     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS GU-GUARD-KEY
006800         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
006900     SELECT MEAL-ACCOUNT-FILE ASSIGN TO MEALACCT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-MEALACCT-STATUS.
007200     SELECT TUITION-LEDGER-FILE ASSIGN TO TUITLEDG
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-TUITLEDG-STATUS.
007500     SELECT HOLD-FILE ASSIGN TO OBLGHOLD
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-OBLGHOLD-STATUS.
007800     SELECT SNAPSHOT-FILE ASSIGN TO STMTSNAP
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-STMTSNAP-STATUS.
008100     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-LTRTMPL-STATUS.
008400     SELECT STATEMENT-FILE ASSIGN TO HHSTMT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-HHSTMT-STATUS.
008700     SELECT AGING-RPT ASSIGN TO HHAGING
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-HHAGING-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  BUSINESS-DATE-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  BUSINESS-DATE-RECORD.
009500     COPY BDATREC.
009600 FD  STATEMENT-CONTROL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  STATEMENT-CONTROL-RECORD.
009900     05  SC-STATEMENT-MONTH      PIC X(06).
010000 FD  ROSTER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  ROSTER-FILE-RECORD.
010300     COPY ROSTERREC.
010400 FD  GUARDIAN-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  GUARDIAN-FILE-RECORD.
010700     COPY GUARDREC.
010800 FD  MEAL-ACCOUNT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  MEAL-ACCOUNT-RECORD.
011100     05  MA-STUDENT-ID           PIC 9(07).
011200     05  MA-TRAN-DATE            PIC 9(08).
011300     05  MA-TRAN-TYPE            PIC X(01).
011400     05  MA-AMOUNT               PIC 9(04)V99.
011500 FD  TUITION-LEDGER-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  TUITION-LEDGER-RECORD.
011800     05  TL-STUDENT-ID           PIC 9(07).
011900     05  TL-TRAN-DATE            PIC 9(08).
012000     05  TL-TRAN-TYPE            PIC X(01).
012100     05  TL-PERIOD               PIC 9(06).
012200     05  TL-AMOUNT               PIC 9(05)V99.
012300 FD  HOLD-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  OBLIGATION-HOLD-RECORD.
012600     COPY OBLGREC.
012700 FD  SNAPSHOT-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  STATEMENT-SNAPSHOT-RECORD.
013000     COPY HBSNREC.
013100 FD  LETTER-TEMPLATE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  LETTER-TEMPLATE-RECORD.
013400     COPY LTRTREC.
013500 FD  STATEMENT-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  STATEMENT-LINE              PIC X(80).
013800 FD  AGING-RPT
013900     LABEL RECORDS ARE STANDARD.
014000 01  AGING-LINE                  PIC X(100).
014100 WORKING-STORAGE SECTION.
014200 01  WS-STMTCTL-STATUS        PIC X(02).
014300 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014400 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
014500 01  WS-MEALACCT-STATUS       PIC X(02).
014600 01  WS-TUITLEDG-STATUS       PIC X(02).
014700 01  WS-OBLGHOLD-STATUS       PIC X(02).
014800 01  WS-STMTSNAP-STATUS       PIC X(02).
014900 01  WS-LTRTMPL-STATUS        PIC X(02).
015000 01  WS-HHSTMT-STATUS         PIC X(02).
015100 01  WS-HHAGING-STATUS        PIC X(02).
015200 01  WS-GUARDIAN-OPEN         PIC X.
015300 01  i                        PIC 9(05).
015400 01  j                        PIC 9(05).
015500 01  k                        PIC 9(05).
015600 01  p                        PIC 9(05).
015700******************************************************************
015800*    THE STATEMENT MONTH, AND THE BUSINESS DATE'S MONTH IT IS    *
015900*    TAKEN FROM WHEN STMTCTL IS EMPTY.                           *
016000******************************************************************
016100 01  WS-STMT-MONTH            PIC 9(06).
016200 01  WS-SM-PARTS REDEFINES WS-STMT-MONTH.
016300     05  WS-SM-YEAR           PIC 9(04).
016400     05  WS-SM-MONTH          PIC 9(02).
016500 01  WS-ROW-MONTH             PIC 9(06).
016600 01  WS-SINCE-MONTH           PIC 9(06).
016700 01  WS-SINCE-PARTS REDEFINES WS-SINCE-MONTH.
016800     05  WS-SINCE-YEAR        PIC 9(04).
016900     05  WS-SINCE-MM          PIC 9(02).
017000 01  WS-AGE-MONTHS            PIC S9(05).
017100******************************************************************
017200*    EVERY STUDENT ON THE ROSTER, ENROLLED OR NOT - A FAMILY     *
017300*    STILL OWES AFTER A WITHDRAWAL - WITH THE THREE LEDGERS      *
017400*    ALONGSIDE: 1 MEALS, 2 TUITION, 3 BOOKS/DEVICES/LOCKERS.     *
017500*    RL-RUNNING IS THE RUNNING BALANCE THE AGING IS TAKEN FROM.  *
017600******************************************************************
017700 77  WS-RST-MAX               PIC 9(05) VALUE 03000.
017800 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
017900 01  RST-TABLE.
018000     05  RST-ROW              OCCURS 0 TO 3000 TIMES
018100                              DEPENDING ON WS-RST-COUNT
018200                              ASCENDING KEY IS RST-ID
018300                              INDEXED BY RST-IDX.
018400         10  RST-ID           PIC 9(07).
018500         10  RST-LAST-NAME    PIC X(30).
018600         10  RST-FIRST-NAME   PIC X(20).
018700         10  RST-SCHOOL       PIC X(04).
018800         10  RST-HOUSEHOLD    PIC 9(05).
018900         10  RST-ENROLLED     PIC X(01).
019000         10  RST-ADDRESS      PIC X(30).
019100         10  RST-CITY         PIC X(20).
019200         10  RST-STATE        PIC X(02).
019300         10  RST-ZIP          PIC X(05).
019400         10  RST-SNP-FOUND    PIC X(01).
019500         10  RST-LEDGER       OCCURS 3 TIMES.
019600             15  RL-OPENING   PIC S9(07)V99.
019700             15  RL-CHARGES   PIC 9(07)V99.
019800             15  RL-PAYMENTS  PIC 9(07)V99.
019900             15  RL-CLOSING   PIC S9(07)V99.
020000             15  RL-RUNNING   PIC S9(07)V99.
020100             15  RL-SINCE     PIC 9(06).
020200 01  WS-RST-ROW               PIC 9(05).
020300 01  WS-FIND-ID               PIC 9(07).
020400 01  WS-LEDGER                PIC 9(01).
020500 01  WS-ROW-AMOUNT            PIC 9(05)V99.
020600 01  WS-SINCE-AT-OPEN         PIC 9(06).
020700 01  WS-UNMATCHED-ROWS        PIC 9(07) VALUE ZERO.
020800******************************************************************
020900*    THE STATEMENT SNAPSHOT - LAST MONTH'S BOOKS CLOSING PER     *
021000*    STUDENT. A ROW FOR A STUDENT NO LONGER ON THE ROSTER IS     *
021100*    CARRIED FORWARD UNTOUCHED.                                  *
021200******************************************************************
021300 77  WS-SNP-MAX               PIC 9(05) VALUE 05000.
021400 01  WS-SNP-COUNT             PIC 9(05) VALUE ZERO.
021500 01  SNP-TABLE.
021600     05  SNP-ROW              OCCURS 0 TO 5000 TIMES
021700                              DEPENDING ON WS-SNP-COUNT
021800                              ASCENDING KEY IS SNP-STUDENT
021900                              INDEXED BY SNP-IDX.
022000         10  SNP-STUDENT      PIC 9(07).
022100         10  SNP-MONTH        PIC 9(06).
022200         10  SNP-OPENING      PIC 9(05)V99.
022300         10  SNP-OPEN-SINCE   PIC 9(06).
022400         10  SNP-CLOSING      PIC 9(05)V99.
022500         10  SNP-SINCE        PIC 9(06).
022600 01  WS-SNP-ROW               PIC 9(05).
022700 01  WS-SNP-FULL              PIC X VALUE 'N'.
022800 01  WS-SNP-WRITTEN           PIC 9(05) VALUE ZERO.
022900 01  WS-HOLD-VALUE            PIC 9(05)V99.
023000******************************************************************
023100*    THE STUDENTS WITH ANYTHING ON A LEDGER, IN HOUSEHOLD ORDER. *
023200*    ORD-SOLO IS THE STUDENT ID FOR A STUDENT WITH NO HOUSEHOLD  *
023300*    (SO EACH IS A HOUSEHOLD ALONE) AND ZERO OTHERWISE; WITHIN A *
023400*    HOUSEHOLD THE ENROLLED CHILDREN COME FIRST, AND THE FIRST   *
023500*    ONE IS THE MAILING CHILD.                                   *
023600******************************************************************
023700 01  WS-ORD-COUNT             PIC 9(05) VALUE ZERO.
023800 01  ORD-TABLE.
023900     05  ORD-ROW              OCCURS 0 TO 3000 TIMES
024000                              DEPENDING ON WS-ORD-COUNT
024100                              INDEXED BY ORD-IDX.
024200         10  ORD-HOUSEHOLD    PIC 9(05).
024300         10  ORD-SOLO         PIC 9(07).
024400         10  ORD-RANK         PIC X(01).
024500         10  ORD-ID           PIC 9(07).
024600         10  ORD-RST-ROW      PIC 9(05).
024700 01  WS-HH-FIRST              PIC 9(05).
024800 01  WS-HH-LAST               PIC 9(05).
024900 01  WS-ACTIVE                PIC X.
025000 01  WS-HH-DUE                PIC S9(07)V99.
025100 01  WS-HH-CREDIT             PIC X.
025200 01  WS-HH-ACTIVITY           PIC X.
025300******************************************************************
025400*    THE AGING BUCKETS - 1 CURRENT, 2 30 DAYS, 3 60 DAYS, 4 90+  *
025500*    - FOR THE HOUSEHOLD IN HAND AND FOR THE DISTRICT BY LEDGER  *
025600*    (ROW 4 IS ALL THREE LEDGERS).                               *
025700******************************************************************
025800 01  WS-HH-AGING.
025900     05  WS-HH-BUCKET         PIC S9(07)V99 OCCURS 4 TIMES.
026000 01  WS-DIST-AGING.
026100     05  WS-DIST-LEDGER       OCCURS 4 TIMES.
026200         10  WS-DIST-BUCKET   PIC S9(09)V99 OCCURS 4 TIMES.
026300         10  WS-DIST-TOTAL    PIC S9(09)V99.
026400 01  WS-BUCKET                PIC 9(01).
026500 01  WS-LEDGER-NAMES.
026600     05  FILLER               PIC X(24) VALUE
026700         'MEAL ACCOUNT            '.
026800     05  FILLER               PIC X(24) VALUE
026900         'NONRESIDENT TUITION     '.
027000     05  FILLER               PIC X(24) VALUE
027100         'BOOKS, DEVICES, LOCKERS '.
027200     05  FILLER               PIC X(24) VALUE
027300         'ALL LEDGERS             '.
027400 01  WS-LEDGER-NAME-TABLE REDEFINES WS-LEDGER-NAMES.
027500     05  WS-LEDGER-NAME       PIC X(24) OCCURS 4 TIMES.
027600******************************************************************
027700*    THE LETTER-TEMPLATE FILE LOADED ONCE. NO 'HHST' BODY IN ANY *
027800*    LANGUAGE PRINTS THE ENGLISH DEFAULT LINES BELOW.            *
027900******************************************************************
028000 77  WS-TMPL-MAX              PIC 9(03) VALUE 500.
028100 01  WS-TMPL-COUNT            PIC 9(03) VALUE ZERO.
028200 01  WS-TMPL-TABLE.
028300     05  WS-TMPL-ENTRY        OCCURS 500 TIMES.
028400         10  WS-TMPL-TYPE     PIC X(04).
028500         10  WS-TMPL-LANG     PIC X(02).
028600         10  WS-TMPL-TEXT     PIC X(60).
028700 01  WS-BODY-TYPE             PIC X(04).
028800 01  WS-LETTER-LANG           PIC X(02).
028900 01  WS-BODY-LINES            PIC 9(03).
029000 01  WS-FALLBACK-COUNT        PIC 9(05) VALUE ZERO.
029100 01  WS-STATEMENT-COUNT       PIC 9(05) VALUE ZERO.
029200 01  WS-OWING-COUNT           PIC 9(05) VALUE ZERO.
029300 01  WS-NO-GUARDIAN-COUNT     PIC 9(05) VALUE ZERO.
029400 01  WS-STUDENT-NAME          PIC X(40).
029500******************************************************************
029600*    HHSTMT LINES - ONE STATEMENT PER HOUSEHOLD.                 *
029700******************************************************************
029800 01  SM-SEPARATOR.
029900     05  FILLER               PIC X(70) VALUE ALL '='.
030000 01  SM-TITLE-LINE.
030100     05  FILLER               PIC X(35) VALUE
030200         'HOUSEHOLD ACCOUNT STATEMENT - MONTH'.
030300     05  FILLER               PIC X(01) VALUE SPACE.
030400     05  SM-T-MONTH           PIC 9(06).
030500     05  FILLER               PIC X(04) VALUE SPACES.
030600     05  SM-T-KEY-LABEL       PIC X(10).
030700     05  SM-T-KEY             PIC 9(07).
030800 01  SM-ADDRESS-LINE-1.
030900     05  SM-A1-GUARDIAN       PIC X(40).
031000 01  SM-ADDRESS-LINE-2.
031100     05  SM-A2-ADDRESS        PIC X(30).
031200 01  SM-ADDRESS-LINE-3.
031300     05  SM-A3-CITY           PIC X(20).
031400     05  FILLER               PIC X(02) VALUE SPACES.
031500     05  SM-A3-STATE          PIC X(02).
031600     05  FILLER               PIC X(02) VALUE SPACES.
031700     05  SM-A3-ZIP            PIC X(05).
031800 01  SM-BODY-DEFAULT-1.
031900     05  FILLER               PIC X(60) VALUE
032000         'THIS STATEMENT SHOWS EVERY ACCOUNT YOUR HOUSEHOLD'.
032100 01  SM-BODY-DEFAULT-2.
032200     05  FILLER               PIC X(60) VALUE
032300         'HAS WITH THE DISTRICT. PLEASE PAY THE AMOUNT DUE'.
032400 01  SM-BODY-DEFAULT-3.
032500     05  FILLER               PIC X(60) VALUE
032600         'AT ANY SCHOOL OFFICE OR CALL THE BUSINESS OFFICE.'.
032700 01  SM-COLUMN-LINE.
032800     05  FILLER               PIC X(26) VALUE
032900         'STUDENT / ACCOUNT'.
033000     05  FILLER               PIC X(44) VALUE
033100         '    OPENING    CHARGES   PAYMENTS    CLOSING'.
033200 01  SM-CHILD-LINE.
033300     05  SM-C-NAME            PIC X(40).
033400     05  FILLER               PIC X(04) VALUE ' ID '.
033500     05  SM-C-ID              PIC 9(07).
033600     05  FILLER               PIC X(08) VALUE ' SCHOOL '.
033700     05  SM-C-SCHOOL          PIC X(04).
033800 01  SM-LEDGER-LINE.
033900     05  FILLER               PIC X(02) VALUE SPACES.
034000     05  SM-L-NAME            PIC X(24).
034100     05  FILLER               PIC X(01) VALUE SPACE.
034200     05  SM-L-OPENING         PIC -ZZZZZ9.99.
034300     05  FILLER               PIC X(01) VALUE SPACE.
034400     05  SM-L-CHARGES         PIC ZZZZZZ9.99.
034500     05  FILLER               PIC X(01) VALUE SPACE.
034600     05  SM-L-PAYMENTS        PIC ZZZZZZ9.99.
034700     05  FILLER               PIC X(01) VALUE SPACE.
034800     05  SM-L-CLOSING         PIC -ZZZZZ9.99.
034900 01  SM-DUE-LINE.
035000     05  FILLER               PIC X(59) VALUE
035100         'AMOUNT DUE'.
035200     05  SM-D-AMOUNT          PIC ZZZZZZ9.99.
035300 01  SM-CREDIT-LINE.
035400     05  FILLER               PIC X(60) VALUE
035500         'A MINUS MEAL BALANCE IS A CREDIT KEPT FOR MEALS.'.
035600******************************************************************
035700*    HHAGING LINES - OWING HOUSEHOLDS, THEN THE DISTRICT AGING.  *
035800******************************************************************
035900 01  AG-HEADING.
036000     05  FILLER               PIC X(38) VALUE
036100         'HOUSEHOLD RECEIVABLES AGING - MONTH  '.
036200     05  AG-H-MONTH           PIC 9(06).
036300 01  AG-COLUMNS.
036400     05  FILLER               PIC X(48) VALUE
036500         'HOUSEHOLD STUDENT MAILED TO'.
036600     05  FILLER               PIC X(40) VALUE
036700         '   CURRENT   30 DAYS   60 DAYS  90+ DAYS'.
036800     05  FILLER               PIC X(12) VALUE
036900         '   TOTAL DUE'.
037000 01  AG-DETAIL-LINE.
037100     05  AG-D-HOUSEHOLD       PIC Z(05).
037200     05  FILLER               PIC X(05) VALUE SPACES.
037300     05  AG-D-STUDENT         PIC Z(07).
037400     05  FILLER               PIC X(01) VALUE SPACE.
037500     05  AG-D-NAME            PIC X(30).
037600     05  AG-D-BUCKET          PIC ZZZZZZ9.99 OCCURS 4 TIMES.
037700     05  FILLER               PIC X(02) VALUE SPACES.
037800     05  AG-D-TOTAL           PIC ZZZZZZ9.99.
037900 01  AG-SUMMARY-HEADING.
038000     05  FILLER               PIC X(44) VALUE
038100         'DISTRICT RECEIVABLES AGING BY LEDGER'.
038200 01  AG-SUMMARY-COLUMNS.
038300     05  FILLER               PIC X(24) VALUE 'LEDGER'.
038400     05  FILLER               PIC X(52) VALUE
038500         '      CURRENT      30 DAYS      60 DAYS     90+ DAYS'.
038600     05  FILLER               PIC X(13) VALUE
038700         '        TOTAL'.
038800 01  AG-SUMMARY-LINE.
038900     05  AG-S-LEDGER          PIC X(24).
039000     05  AG-S-BUCKET          PIC -ZZZZZZZZ9.99 OCCURS 4 TIMES.
039100     05  AG-S-TOTAL           PIC -ZZZZZZZZ9.99.
039200 01  RUN-TOTAL-LINE.
039300     05  RT-LABEL             PIC X(44).
039400     05  RT-VALUE             PIC ZZZZZZ9.
039500*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
039600*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
039700*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
039800******************************************************************
039900 01  WS-BUSDATE-STATUS        PIC X(02).
040000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
040100 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
040200 01  BUS-DATE-HEADING.
040300     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
040400     05  BDH-DATE             PIC 9(08).
040500     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
040600 PROCEDURE DIVISION.
040700 MAINLINE.
040800******************************************************************
040900*    MONTHLY ENTRY POINT. LOADS THE ROSTER AND THE THREE         *
041000*    LEDGERS, PRINTS THE STATEMENTS AND THE AGING, AND SAVES     *
041100*    THE SNAPSHOT NEXT MONTH OPENS FROM.                         *
041200******************************************************************
041300     perform read-business-date
041400     perform read-statement-month
041500     open output statement-file
041600     if ws-hhstmt-status not = '00'
041700         display 'COULD NOT OPEN HHSTMT - STATUS '
041800             ws-hhstmt-status
041900         move 16 to return-code
042000         stop run
042100     end-if
042200     open output aging-rpt
042300     if ws-hhaging-status not = '00'
042400         display 'COULD NOT OPEN HHAGING - STATUS '
042500             ws-hhaging-status
042600         move 16 to return-code
042700         stop run
042800     end-if
042900     write aging-line from bus-date-heading
043000     initialize ws-dist-aging
043100     perform load-letter-templates
043200     perform load-roster-table
043300     perform load-meal-ledger
043400     perform load-tuition-ledger
043500     perform load-snapshot
043600     perform load-hold-file
043700     perform close-ledgers
043800     perform build-household-order
043900     perform print-statements
044000     perform print-district-aging
044100     perform save-snapshot
044200     perform print-run-totals
044300     close statement-file
044400     close aging-rpt
044500     display 'HOUSEHOLD STATEMENTS - MONTH ' ws-stmt-month
044600         ' STATEMENTS ' ws-statement-count
044700         ' OWING ' ws-owing-count
044800     if ws-unmatched-rows > zero
044900         or ws-snp-full = 'Y'
045000         move 4 to return-code
045100     end-if
045200     stop run
045300     .
045400 READ-STATEMENT-MONTH.
045500******************************************************************
045600*    THE STMTCTL CARD (YYYYMM) NAMES THE MONTH. WITH NO CARD THE *
045700*    STATEMENT IS FOR THE MONTH BEFORE THE BUSINESS DATE - THE   *
045800*    JOB RUNS EARLY IN THE MONTH FOR THE ONE JUST ENDED.         *
045900******************************************************************
046000     move zero to ws-stmt-month
046100     open input statement-control-file
046200     if ws-stmtctl-status = '00'
046300         read statement-control-file next record
046400         if ws-stmtctl-status = '00'
046500             and sc-statement-month is numeric
046600             move sc-statement-month to ws-stmt-month
046700         end-if
046800         close statement-control-file
046900     end-if
047000     if ws-stmt-month = zero
047100         move ws-business-date(1:6) to ws-stmt-month
047200         if ws-sm-month = 1
047300             subtract 1 from ws-sm-year
047400             move 12 to ws-sm-month
047500         else
047600             subtract 1 from ws-sm-month
047700         end-if
047800     end-if
047900     if ws-sm-month < 1 or ws-sm-month > 12
048000         or ws-stmt-month > ws-business-date(1:6)
048100         display 'STATEMENT MONTH ' ws-stmt-month
048200             ' IS NOT A MONTH UP TO THE BUSINESS DATE'
048300             ' - NOTHING RUN'
048400         move 16 to return-code
048500         stop run
048600     end-if
048700     .
048800 LOAD-ROSTER-TABLE.
048900******************************************************************
049000*    EVERY ROSTER STUDENT. A ROSTER TOO BIG FOR THE TABLE STOPS  *
049100*    THE RUN - A STATEMENT MISSING A CHILD IS WORSE THAN NONE.   *
049200******************************************************************
049300     move zero to ws-rst-count
049400     open input roster-file
049500     if ws-roster-file-status not = '00'
049600         display 'COULD NOT OPEN ROSTERVS - STATUS '
049700             ws-roster-file-status
049800         move 16 to return-code
049900         stop run
050000     end-if
050100     perform until ws-roster-file-status not = '00'
050200         read roster-file next record
050300         if ws-roster-file-status = '00'
050400             if ws-rst-count not < ws-rst-max
050500                 display 'ROSTERVS - STUDENT TABLE FULL AT '
050600                     ws-rst-max ' - NOTHING BILLED'
050700                 move 16 to return-code
050800                 stop run
050900             end-if
051000             add 1 to ws-rst-count
051100             move st-id           to rst-id(ws-rst-count)
051200             move st-last-name    to rst-last-name(ws-rst-count)
051300             move st-first-name   to rst-first-name(ws-rst-count)
051400             move st-school-code  to rst-school(ws-rst-count)
051500             move st-household-id to rst-household(ws-rst-count)
051600             move st-address      to rst-address(ws-rst-count)
051700             move st-city         to rst-city(ws-rst-count)
051800             move st-state        to rst-state(ws-rst-count)
051900             move st-zip          to rst-zip(ws-rst-count)
052000             move 'N'             to rst-snp-found(ws-rst-count)
052100             if st-withdraw-date = zero
052200                 move 'Y' to rst-enrolled(ws-rst-count)
052300             else
052400                 move 'N' to rst-enrolled(ws-rst-count)
052500             end-if
052600             perform varying ws-ledger from 1 by 1
052700                     until ws-ledger > 3
052800                 initialize rst-ledger(ws-rst-count ws-ledger)
052900             end-perform
053000         end-if
053100     end-perform
053200     close roster-file
053300     if ws-rst-count > 1
053400         sort rst-row on ascending key rst-id
053500     end-if
053600     .
053700 FIND-STUDENT.
053800     move zero to ws-rst-row
053900     search all rst-row
054000         when rst-id(rst-idx) = ws-find-id
054100             set ws-rst-row to rst-idx
054200     end-search
054300     .
054400 LOAD-MEAL-LEDGER.
054500******************************************************************
054600*    MEALACCT - A 'C' CHARGE ADDS TO WHAT IS OWED, A 'D' DEPOSIT *
054700*    TAKES FROM IT.                                              *
054800******************************************************************
054900     move 1 to ws-ledger
055000     open input meal-account-file
055100     if ws-mealacct-status not = '00'
055200         and ws-mealacct-status not = '35'
055300         display 'COULD NOT OPEN MEALACCT - STATUS '
055400             ws-mealacct-status
055500         move 16 to return-code
055600         stop run
055700     end-if
055800     if ws-mealacct-status = '35'
055900         display 'NO MEALACCT - NO MEAL BALANCES'
056000     end-if
056100     perform until ws-mealacct-status not = '00'
056200         read meal-account-file next record
056300         if ws-mealacct-status = '00'
056400             move ma-tran-date(1:6) to ws-row-month
056500             if ws-row-month not > ws-stmt-month
056600                 move ma-student-id to ws-find-id
056700                 perform find-student
056800                 if ws-rst-row = zero
056900                     add 1 to ws-unmatched-rows
057000                     display 'MEALACCT ROW FOR STUDENT '
057100                         ma-student-id ' NOT ON ROSTERVS'
057200                 else
057300                     move ma-amount to ws-row-amount
057400                     if ma-tran-type = 'C'
057500                         perform post-charge-row
057600                     else
057700                         perform post-payment-row
057800                     end-if
057900                 end-if
058000             end-if
058100         end-if
058200     end-perform
058300     if ws-mealacct-status not = '35'
058400         close meal-account-file
058500     end-if
058600     .
058700 LOAD-TUITION-LEDGER.
058800******************************************************************
058900*    TUITLEDG - A 'B' BILL ADDS TO WHAT IS OWED, A 'P' PAYMENT   *
059000*    TAKES FROM IT.                                              *
059100******************************************************************
059200     move 2 to ws-ledger
059300     open input tuition-ledger-file
059400     if ws-tuitledg-status not = '00'
059500         and ws-tuitledg-status not = '35'
059600         display 'COULD NOT OPEN TUITLEDG - STATUS '
059700             ws-tuitledg-status
059800         move 16 to return-code
059900         stop run
060000     end-if
060100     if ws-tuitledg-status = '35'
060200         display 'NO TUITLEDG - NO TUITION BALANCES'
060300     end-if
060400     perform until ws-tuitledg-status not = '00'
060500         read tuition-ledger-file next record
060600         if ws-tuitledg-status = '00'
060700             move tl-tran-date(1:6) to ws-row-month
060800             if ws-row-month not > ws-stmt-month
060900                 move tl-student-id to ws-find-id
061000                 perform find-student
061100                 if ws-rst-row = zero
061200                     add 1 to ws-unmatched-rows
061300                     display 'TUITLEDG ROW FOR STUDENT '
061400                         tl-student-id ' NOT ON ROSTERVS'
061500                 else
061600                     move tl-amount to ws-row-amount
061700                     if tl-tran-type = 'B'
061800                         perform post-charge-row
061900                     else
062000                         perform post-payment-row
062100                     end-if
062200                 end-if
062300             end-if
062400         end-if
062500     end-perform
062600     if ws-tuitledg-status not = '35'
062700         close tuition-ledger-file
062800     end-if
062900     .
063000 POST-CHARGE-ROW.
063100******************************************************************
063200*    A ROW BEFORE THE MONTH GOES TO THE OPENING BALANCE, ONE IN  *
063300*    IT TO THE MONTH'S CHARGES. THE MONTH THE RUNNING BALANCE    *
063400*    FIRST GOES OWING IS WHERE THE DEBT'S AGE IS COUNTED FROM.   *
063500******************************************************************
063600     if ws-row-month < ws-stmt-month
063700         add ws-row-amount to rl-opening(ws-rst-row ws-ledger)
063800     else
063900         add ws-row-amount to rl-charges(ws-rst-row ws-ledger)
064000     end-if
064100     add ws-row-amount to rl-running(ws-rst-row ws-ledger)
064200     if rl-running(ws-rst-row ws-ledger) > zero
064300         and rl-since(ws-rst-row ws-ledger) = zero
064400         move ws-row-month to rl-since(ws-rst-row ws-ledger)
064500     end-if
064600     .
064700 POST-PAYMENT-ROW.
064800     if ws-row-month < ws-stmt-month
064900         subtract ws-row-amount
065000             from rl-opening(ws-rst-row ws-ledger)
065100     else
065200         add ws-row-amount to rl-payments(ws-rst-row ws-ledger)
065300     end-if
065400     subtract ws-row-amount from rl-running(ws-rst-row ws-ledger)
065500     if rl-running(ws-rst-row ws-ledger) not > zero
065600         move zero to rl-since(ws-rst-row ws-ledger)
065700     end-if
065800     .
065900 LOAD-SNAPSHOT.
066000******************************************************************
066100*    LAST RUN'S SNAPSHOT. NONE YET (THE FIRST MONTH) IS AN EMPTY *
066200*    ONE - EVERY BOOK BALANCE THEN SHOWS AS A NEW CHARGE. A      *
066300*    SNAPSHOT TOO BIG FOR THE TABLE STOPS THE RUN RATHER THAN    *
066400*    LOSE ROWS WHEN IT IS REWRITTEN.                             *
066500******************************************************************
066600     move zero to ws-snp-count
066700     open input snapshot-file
066800     if ws-stmtsnap-status not = '00'
066900         and ws-stmtsnap-status not = '35'
067000         display 'COULD NOT OPEN STMTSNAP - STATUS '
067100             ws-stmtsnap-status
067200         move 16 to return-code
067300         stop run
067400     end-if
067500     if ws-stmtsnap-status = '00'
067600         perform until ws-stmtsnap-status not = '00'
067700             read snapshot-file next record
067800             if ws-stmtsnap-status = '00'
067900                 if ws-snp-count not < ws-snp-max
068000                     display 'STMTSNAP - SNAPSHOT TABLE FULL AT '
068100                         ws-snp-max ' - NOTHING BILLED'
068200                     move 16 to return-code
068300                     stop run
068400                 end-if
068500                 add 1 to ws-snp-count
068600                 move hs-student-id
068700                     to snp-student(ws-snp-count)
068800                 move hs-month      to snp-month(ws-snp-count)
068900                 move hs-opening    to snp-opening(ws-snp-count)
069000                 move hs-open-since
069100                     to snp-open-since(ws-snp-count)
069200                 move hs-closing    to snp-closing(ws-snp-count)
069300                 move hs-since      to snp-since(ws-snp-count)
069400             end-if
069500         end-perform
069600         close snapshot-file
069700     end-if
069800     if ws-snp-count > 1
069900         sort snp-row on ascending key snp-student
070000     end-if
070100     .
070200 LOAD-HOLD-FILE.
070300******************************************************************
070400*    OBLGHOLD - WHAT EACH STUDENT OWES NOW FOR BOOKS, DEVICES    *
070500*    AND LOCKERS. THAT IS THE BOOKS LEDGER'S CLOSING BALANCE.    *
070600******************************************************************
070700     open input hold-file
070800     if ws-oblghold-status not = '00'
070900         and ws-oblghold-status not = '35'
071000         display 'COULD NOT OPEN OBLGHOLD - STATUS '
071100             ws-oblghold-status
071200         move 16 to return-code
071300         stop run
071400     end-if
071500     if ws-oblghold-status = '00'
071600         perform until ws-oblghold-status not = '00'
071700             read hold-file next record
071800             if ws-oblghold-status = '00'
071900                 move ob-student-id to ws-find-id
072000                 perform find-student
072100                 if ws-rst-row = zero
072200                     add 1 to ws-unmatched-rows
072300                     display 'OBLGHOLD ROW FOR STUDENT '
072400                         ob-student-id ' NOT ON ROSTERVS'
072500                 else
072600                     add ob-value-due to rl-closing(ws-rst-row 3)
072700                 end-if
072800             end-if
072900         end-perform
073000         close hold-file
073100     else
073200         display 'NO OBLGHOLD - NO BOOK BALANCES'
073300     end-if
073400     .
073500 CLOSE-LEDGERS.
073600******************************************************************
073700*    MEALS AND TUITION CLOSE AT OPENING + CHARGES - PAYMENTS.    *
073800*    BOOKS OPEN AT LAST MONTH'S SNAPSHOT CLOSING AND CLOSE AT    *
073900*    OBLGHOLD; THE DIFFERENCE IS THE MONTH'S CHARGES OR          *
074000*    PAYMENTS. THE SNAPSHOT ROW IS MOVED ON TO THIS MONTH -      *
074100*    UNLESS IT WAS ALREADY WRITTEN FOR A LATER MONTH, WHEN A     *
074200*    RERUN OF AN OLD MONTH LEAVES IT ALONE.                      *
074300******************************************************************
074400     perform varying i from 1 by 1 until i > ws-rst-count
074500         perform varying ws-ledger from 1 by 1
074600                 until ws-ledger > 2
074700             compute rl-closing(i ws-ledger) =
074800                 rl-opening(i ws-ledger)
074900                 + rl-charges(i ws-ledger)
075000                 - rl-payments(i ws-ledger)
075100         end-perform
075200         perform close-books-ledger
075300     end-perform
075400     perform varying i from 1 by 1 until i > ws-rst-count
075500         if rst-snp-found(i) = 'N'
075600             and rl-closing(i 3) > zero
075700             perform add-snapshot-row
075800         end-if
075900     end-perform
076000     if ws-snp-count > 1
076100         sort snp-row on ascending key snp-student
076200     end-if
076300     .
076400 CLOSE-BOOKS-LEDGER.
076500     move zero to rl-opening(i 3)
076600     move zero to ws-since-at-open
076700     move rst-id(i) to ws-find-id
076800     move zero to ws-snp-row
076900     search all snp-row
077000         when snp-student(snp-idx) = ws-find-id
077100             set ws-snp-row to snp-idx
077200     end-search
077300     if ws-snp-row not = zero
077400         move 'Y' to rst-snp-found(i)
077500         if snp-month(ws-snp-row) < ws-stmt-month
077600             move snp-closing(ws-snp-row) to rl-opening(i 3)
077700             move snp-since(ws-snp-row)   to ws-since-at-open
077800         else
077900             move snp-opening(ws-snp-row) to rl-opening(i 3)
078000             move snp-open-since(ws-snp-row) to ws-since-at-open
078100         end-if
078200     end-if
078300     if rl-closing(i 3) > rl-opening(i 3)
078400         compute rl-charges(i 3) =
078500             rl-closing(i 3) - rl-opening(i 3)
078600     else
078700         compute rl-payments(i 3) =
078800             rl-opening(i 3) - rl-closing(i 3)
078900     end-if
079000     move zero to rl-since(i 3)
079100     if rl-closing(i 3) > zero
079200         if rl-opening(i 3) > zero
079300             and ws-since-at-open not = zero
079400             move ws-since-at-open to rl-since(i 3)
079500         else
079600             move ws-stmt-month to rl-since(i 3)
079700         end-if
079800     end-if
079900     if ws-snp-row not = zero
080000         if snp-month(ws-snp-row) not > ws-stmt-month
080100             move rl-opening(i 3)  to snp-opening(ws-snp-row)
080200             move ws-since-at-open
080300                 to snp-open-since(ws-snp-row)
080400             move rl-closing(i 3)  to snp-closing(ws-snp-row)
080500             move rl-since(i 3)    to snp-since(ws-snp-row)
080600             move ws-stmt-month    to snp-month(ws-snp-row)
080700         end-if
080800     end-if
080900     .
081000 ADD-SNAPSHOT-ROW.
081100     if ws-snp-count < ws-snp-max
081200         add 1 to ws-snp-count
081300         move rst-id(i)         to snp-student(ws-snp-count)
081400         move ws-stmt-month     to snp-month(ws-snp-count)
081500         move zero              to snp-opening(ws-snp-count)
081600         move zero              to snp-open-since(ws-snp-count)
081700         move rl-closing(i 3)   to snp-closing(ws-snp-count)
081800         move rl-since(i 3)     to snp-since(ws-snp-count)
081900     else
082000         if ws-snp-full = 'N'
082100             display 'STMTSNAP - SNAPSHOT TABLE FULL AT '
082200                 ws-snp-max ' - NEXT MONTH OPENS SHORT'
082300         end-if
082400         move 'Y' to ws-snp-full
082500     end-if
082600     .
082700 BUILD-HOUSEHOLD-ORDER.
082800******************************************************************
082900*    EVERY STUDENT WITH ANYTHING ON ANY LEDGER, BY HOUSEHOLD.    *
083000******************************************************************
083100     move zero to ws-ord-count
083200     perform varying i from 1 by 1 until i > ws-rst-count
083300         move 'N' to ws-active
083400         perform varying ws-ledger from 1 by 1
083500                 until ws-ledger > 3
083600             if rl-opening(i ws-ledger) not = zero
083700                 or rl-charges(i ws-ledger) not = zero
083800                 or rl-payments(i ws-ledger) not = zero
083900                 or rl-closing(i ws-ledger) not = zero
084000                 move 'Y' to ws-active
084100             end-if
084200         end-perform
084300         if ws-active = 'Y'
084400             add 1 to ws-ord-count
084500             move rst-household(i) to ord-household(ws-ord-count)
084600             if rst-household(i) = zero
084700                 move rst-id(i) to ord-solo(ws-ord-count)
084800             else
084900                 move zero to ord-solo(ws-ord-count)
085000             end-if
085100             if rst-enrolled(i) = 'Y'
085200                 move '0' to ord-rank(ws-ord-count)
085300             else
085400                 move '1' to ord-rank(ws-ord-count)
085500             end-if
085600             move rst-id(i) to ord-id(ws-ord-count)
085700             move i to ord-rst-row(ws-ord-count)
085800         end-if
085900     end-perform
086000     if ws-ord-count > 1
086100         sort ord-row on ascending key ord-household ord-solo
086200             ord-rank ord-id
086300     end-if
086400     .
086500 PRINT-STATEMENTS.
086600******************************************************************
086700*    ONE HOUSEHOLD AT A TIME - ROWS WS-HH-FIRST THRU WS-HH-LAST  *
086800*    OF THE ORDER TABLE. A HOUSEHOLD THAT OWES OR HAD TUITION OR *
086900*    BOOK ACTIVITY IN THE MONTH GETS A STATEMENT; ONE THAT OWES  *
087000*    IS ALSO AGED, UNDER THE NAME THE STATEMENT WENT TO. A       *
087100*    HOUSEHOLD WITH ONLY A MEAL BALANCE IN CREDIT IS LEFT TO THE *
087200*    GSMEALAC LOW-BALANCE LETTERS.                               *
087300******************************************************************
087400     move ws-stmt-month to ag-h-month
087500     write aging-line from ag-heading
087600     move spaces to aging-line
087700     write aging-line
087800     write aging-line from ag-columns
087900     open input guardian-file
088000     if ws-guardian-file-status = '00'
088100         move 'Y' to ws-guardian-open
088200     else
088300         move 'N' to ws-guardian-open
088400     end-if
088500     move 1 to i
088600     perform until i > ws-ord-count
088700         move i to ws-hh-first
088800         move i to ws-hh-last
088900         perform until ws-hh-last = ws-ord-count
089000                 or ord-household(ws-hh-last + 1)
089100                    not = ord-household(i)
089200                 or ord-solo(ws-hh-last + 1) not = ord-solo(i)
089300             add 1 to ws-hh-last
089400         end-perform
089500         perform total-household
089600         if ws-hh-due > zero
089700             or ws-hh-activity = 'Y'
089800             perform print-one-statement
089900         end-if
090000         if ws-hh-due > zero
090100             perform print-household-aging
090200         end-if
090300         compute i = ws-hh-last + 1
090400     end-perform
090500     if ws-guardian-open = 'Y'
090600         close guardian-file
090700     end-if
090800     if ws-owing-count = zero
090900         move 'NO HOUSEHOLD OWES THE DISTRICT' to aging-line
091000         write aging-line
091100     end-if
091200     .
091300 TOTAL-HOUSEHOLD.
091400******************************************************************
091500*    THE AMOUNT DUE IS EVERY OWING CLOSING BALANCE - A MEAL      *
091600*    CREDIT IS NOT TAKEN OFF IT. EACH OWING BALANCE IS AGED BY   *
091700*    THE MONTH ITS DEBT BEGAN.                                   *
091800******************************************************************
091900     move zero to ws-hh-due
092000     move 'N' to ws-hh-credit
092100     move 'N' to ws-hh-activity
092200     initialize ws-hh-aging
092300     perform varying k from ws-hh-first by 1
092400             until k > ws-hh-last
092500         move ord-rst-row(k) to p
092600         perform varying ws-ledger from 1 by 1
092700                 until ws-ledger > 3
092800             if rl-closing(p ws-ledger) > zero
092900                 add rl-closing(p ws-ledger) to ws-hh-due
093000                 perform age-one-balance
093100             end-if
093200             if rl-closing(p ws-ledger) < zero
093300                 move 'Y' to ws-hh-credit
093400             end-if
093500             if ws-ledger > 1
093600                 and (rl-charges(p ws-ledger) not = zero
093700                   or rl-payments(p ws-ledger) not = zero)
093800                 move 'Y' to ws-hh-activity
093900             end-if
094000         end-perform
094100     end-perform
094200     .
094300 AGE-ONE-BALANCE.
094400     move rl-since(p ws-ledger) to ws-since-month
094500     if ws-since-month = zero
094600         move ws-stmt-month to ws-since-month
094700     end-if
094800     compute ws-age-months =
094900         ((ws-sm-year * 12) + ws-sm-month)
095000         - ((ws-since-year * 12) + ws-since-mm)
095100     evaluate true
095200         when ws-age-months < 1
095300             move 1 to ws-bucket
095400         when ws-age-months = 1
095500             move 2 to ws-bucket
095600         when ws-age-months = 2
095700             move 3 to ws-bucket
095800         when other
095900             move 4 to ws-bucket
096000     end-evaluate
096100     add rl-closing(p ws-ledger) to ws-hh-bucket(ws-bucket)
096200     add rl-closing(p ws-ledger)
096300         to ws-dist-bucket(ws-ledger ws-bucket)
096400     add rl-closing(p ws-ledger) to ws-dist-total(ws-ledger)
096500     add rl-closing(p ws-ledger) to ws-dist-bucket(4 ws-bucket)
096600     add rl-closing(p ws-ledger) to ws-dist-total(4)
096700     .
096800 PRINT-ONE-STATEMENT.
096900     add 1 to ws-statement-count
097000     move ord-rst-row(ws-hh-first) to p
097100     perform find-guardian
097200     write statement-line from sm-separator
097300     move ws-stmt-month to sm-t-month
097400     if ord-household(ws-hh-first) = zero
097500         move 'STUDENT   ' to sm-t-key-label
097600         move ord-id(ws-hh-first) to sm-t-key
097700     else
097800         move 'HOUSEHOLD ' to sm-t-key-label
097900         move ord-household(ws-hh-first) to sm-t-key
098000     end-if
098100     write statement-line from sm-title-line
098200     move spaces to statement-line
098300     write statement-line
098400     move rst-address(p)   to sm-a2-address
098500     move rst-city(p)      to sm-a3-city
098600     move rst-state(p)     to sm-a3-state
098700     move rst-zip(p)       to sm-a3-zip
098800     write statement-line from sm-address-line-1
098900     write statement-line from sm-address-line-2
099000     write statement-line from sm-address-line-3
099100     move spaces to statement-line
099200     write statement-line
099300     move 'HHST' to ws-body-type
099400     perform print-template-body
099500     if ws-body-lines = zero
099600         write statement-line from sm-body-default-1
099700         write statement-line from sm-body-default-2
099800         write statement-line from sm-body-default-3
099900     end-if
100000     move spaces to statement-line
100100     write statement-line
100200     write statement-line from sm-column-line
100300     perform varying k from ws-hh-first by 1
100400             until k > ws-hh-last
100500         move ord-rst-row(k) to p
100600         perform print-child-lines
100700     end-perform
100800     move spaces to statement-line
100900     write statement-line
101000     move ws-hh-due to sm-d-amount
101100     write statement-line from sm-due-line
101200     if ws-hh-credit = 'Y'
101300         write statement-line from sm-credit-line
101400     end-if
101500     .
101600 PRINT-CHILD-LINES.
101700     move spaces to ws-student-name
101800     string rst-first-name(p) delimited by space
101900         ' '                  delimited by size
102000         rst-last-name(p)     delimited by size
102100         into ws-student-name
102200     end-string
102300     move ws-student-name to sm-c-name
102400     move rst-id(p)       to sm-c-id
102500     move rst-school(p)   to sm-c-school
102600     write statement-line from sm-child-line
102700     perform varying ws-ledger from 1 by 1 until ws-ledger > 3
102800         if rl-opening(p ws-ledger) not = zero
102900             or rl-charges(p ws-ledger) not = zero
103000             or rl-payments(p ws-ledger) not = zero
103100             or rl-closing(p ws-ledger) not = zero
103200             move ws-ledger-name(ws-ledger) to sm-l-name
103300             move rl-opening(p ws-ledger)   to sm-l-opening
103400             move rl-charges(p ws-ledger)   to sm-l-charges
103500             move rl-payments(p ws-ledger)  to sm-l-payments
103600             move rl-closing(p ws-ledger)   to sm-l-closing
103700             write statement-line from sm-ledger-line
103800         end-if
103900     end-perform
104000     .
104100 PRINT-HOUSEHOLD-AGING.
104200     add 1 to ws-owing-count
104300     move ord-household(ws-hh-first) to ag-d-household
104400     if ord-household(ws-hh-first) = zero
104500         move ord-id(ws-hh-first) to ag-d-student
104600     else
104700         move zero to ag-d-student
104800     end-if
104900     move sm-a1-guardian to ag-d-name
105000     perform varying ws-bucket from 1 by 1 until ws-bucket > 4
105100         move ws-hh-bucket(ws-bucket) to ag-d-bucket(ws-bucket)
105200     end-perform
105300     move ws-hh-due to ag-d-total
105400     write aging-line from ag-detail-line
105500     .
105600 FIND-GUARDIAN.
105700******************************************************************
105800*    THE MAILING CHILD'S PRIORITY-1 GUARDIAN AND LANGUAGE FOR    *
105900*    ROSTER ROW P; ENGLISH AND 'PARENT/GUARDIAN OF' WITH NONE ON *
106000*    FILE.                                                       *
106100******************************************************************
106200     move rst-id(p) to gu-student-id
106300     move zero to gu-contact-seq
106400     move '23' to ws-guardian-file-status
106500     if ws-guardian-open = 'Y'
106600         start guardian-file key >= gu-guard-key
106700         if ws-guardian-file-status = '00'
106800             read guardian-file next record
106900             if ws-guardian-file-status = '00'
107000                 and gu-student-id not = rst-id(p)
107100                 move '23' to ws-guardian-file-status
107200             end-if
107300         end-if
107400     end-if
107500     move spaces to sm-a1-guardian
107600     if ws-guardian-file-status = '00'
107700         move gu-guardian-name to sm-a1-guardian
107800         if gu-language = spaces
107900             move 'EN' to ws-letter-lang
108000         else
108100             move gu-language to ws-letter-lang
108200         end-if
108300     else
108400         add 1 to ws-no-guardian-count
108500         move 'EN' to ws-letter-lang
108600         string 'PARENT/GUARDIAN OF '    delimited by size
108700             rst-first-name(p)           delimited by space
108800             ' '                         delimited by size
108900             rst-last-name(p)            delimited by size
109000             into sm-a1-guardian
109100         end-string
109200     end-if
109300     .
109400 LOAD-LETTER-TEMPLATES.
109500     move zero to ws-tmpl-count
109600     open input letter-template-file
109700     if ws-ltrtmpl-status = '00'
109800         perform until ws-ltrtmpl-status not = '00'
109900             read letter-template-file next record
110000             if ws-ltrtmpl-status = '00'
110100                 and ws-tmpl-count < ws-tmpl-max
110200                 add 1 to ws-tmpl-count
110300                 move lt-letter-type
110400                     to ws-tmpl-type(ws-tmpl-count)
110500                 move lt-language
110600                     to ws-tmpl-lang(ws-tmpl-count)
110700                 move lt-text
110800                     to ws-tmpl-text(ws-tmpl-count)
110900             end-if
111000         end-perform
111100         close letter-template-file
111200     end-if
111300     .
111400 PRINT-TEMPLATE-BODY.
111500******************************************************************
111600*    WRITES THE BODY LINES OF WS-BODY-TYPE IN WS-LETTER-LANG     *
111700*    (FILE ORDER - LTRTMPL IS KEPT IN LT-LINE-SEQ ORDER). NO     *
111800*    LINES IN THAT LANGUAGE FALLS BACK TO 'EN' AND COUNTS THE    *
111900*    GAP. WS-BODY-LINES REPORTS HOW MANY LINES PRINTED.          *
112000******************************************************************
112100     move zero to ws-body-lines
112200     perform varying j from 1 by 1 until j > ws-tmpl-count
112300         if ws-tmpl-type(j) = ws-body-type
112400             and ws-tmpl-lang(j) = ws-letter-lang
112500             add 1 to ws-body-lines
112600             write statement-line from ws-tmpl-text(j)
112700         end-if
112800     end-perform
112900     if ws-body-lines = zero
113000         and ws-letter-lang not = 'EN'
113100         add 1 to ws-fallback-count
113200         display 'NO HHST LETTER IN LANGUAGE ' ws-letter-lang
113300             ' - STUDENT ' rst-id(p) ' SENT IN ENGLISH'
113400         move 'EN' to ws-letter-lang
113500         perform varying j from 1 by 1
113600                 until j > ws-tmpl-count
113700             if ws-tmpl-type(j) = ws-body-type
113800                 and ws-tmpl-lang(j) = 'EN'
113900                 add 1 to ws-body-lines
114000                 write statement-line from ws-tmpl-text(j)
114100             end-if
114200         end-perform
114300     end-if
114400     .
114500 PRINT-DISTRICT-AGING.
114600******************************************************************
114700*    THE BUSINESS OFFICE SUMMARY - EACH LEDGER'S OWING BALANCES  *
114800*    BY AGE, AND ALL THREE TOGETHER.                             *
114900******************************************************************
115000     move spaces to aging-line
115100     write aging-line
115200     write aging-line from ag-summary-heading
115300     write aging-line from ag-summary-columns
115400     perform varying ws-ledger from 1 by 1 until ws-ledger > 4
115500         move ws-ledger-name(ws-ledger) to ag-s-ledger
115600         perform varying ws-bucket from 1 by 1
115700                 until ws-bucket > 4
115800             move ws-dist-bucket(ws-ledger ws-bucket)
115900                 to ag-s-bucket(ws-bucket)
116000         end-perform
116100         move ws-dist-total(ws-ledger) to ag-s-total
116200         write aging-line from ag-summary-line
116300     end-perform
116400     .
116500 SAVE-SNAPSHOT.
116600******************************************************************
116700*    STMTSNAP REWRITTEN WHOLE, BY STUDENT. A ROW NOW OWING       *
116800*    NOTHING AND OPENED AT NOTHING HAS NO MORE TO SAY AND DROPS, *
116900*    AS DOES ONE FOR A STUDENT NO LONGER ON THE ROSTER (NOT      *
117000*    MOVED ON TO THIS MONTH).                                    *
117100******************************************************************
117200     open output snapshot-file
117300     if ws-stmtsnap-status not = '00'
117400         display 'COULD NOT REWRITE STMTSNAP - STATUS '
117500             ws-stmtsnap-status
117600         move 16 to return-code
117700         stop run
117800     end-if
117900     perform varying ws-snp-row from 1 by 1
118000             until ws-snp-row > ws-snp-count
118100         if snp-month(ws-snp-row) > ws-stmt-month
118200             or (snp-month(ws-snp-row) = ws-stmt-month
118300                 and (snp-opening(ws-snp-row) > zero
118400                   or snp-closing(ws-snp-row) > zero))
118500             move spaces to statement-snapshot-record
118600             move snp-student(ws-snp-row)    to hs-student-id
118700             move snp-month(ws-snp-row)      to hs-month
118800             move snp-opening(ws-snp-row)    to hs-opening
118900             move snp-open-since(ws-snp-row) to hs-open-since
119000             move snp-closing(ws-snp-row)    to hs-closing
119100             move snp-since(ws-snp-row)      to hs-since
119200             write statement-snapshot-record
119300             add 1 to ws-snp-written
119400         end-if
119500     end-perform
119600     close snapshot-file
119700     .
119800 PRINT-RUN-TOTALS.
119900     move spaces to aging-line
120000     write aging-line
120100     move 'HOUSEHOLD STATEMENTS PRINTED' to rt-label
120200     move ws-statement-count to rt-value
120300     write aging-line from run-total-line
120400     move 'HOUSEHOLDS OWING' to rt-label
120500     move ws-owing-count to rt-value
120600     write aging-line from run-total-line
120700     move 'NO GUARDIAN ON FILE - SENT TO PARENT/GUARDIAN'
120800         to rt-label
120900     move ws-no-guardian-count to rt-value
121000     write aging-line from run-total-line
121100     move 'NOT IN THE CONTACT LANGUAGE - SENT IN ENGLISH'
121200         to rt-label
121300     move ws-fallback-count to rt-value
121400     write aging-line from run-total-line
121500     move 'LEDGER ROWS FOR STUDENTS NOT ON THE ROSTER'
121600         to rt-label
121700     move ws-unmatched-rows to rt-value
121800     write aging-line from run-total-line
121900     move 'SNAPSHOT ROWS WRITTEN' to rt-label
122000     move ws-snp-written to rt-value
122100     write aging-line from run-total-line
122200     .
122300 READ-BUSINESS-DATE.
122400******************************************************************
122500*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
122600*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
122700*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
122800******************************************************************
122900     open input business-date-file
123000     if ws-busdate-status not = '00'
123100         display 'COULD NOT OPEN BUSDATE - STATUS '
123200             ws-busdate-status
123300         move 16 to return-code
123400         stop run
123500     end-if
123600     read business-date-file next record
123700     if ws-busdate-status not = '00'
123800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
123900             ws-busdate-status
124000         move 16 to return-code
124100         stop run
124200     end-if
124300     close business-date-file
124400     move bd-business-date to ws-business-date
124500     if bd-override-date not = zero
124600         move bd-override-date to ws-business-date
124700         move 'Y' to ws-bus-date-override
124800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
124900             bd-override-date ' SET BY ' bd-override-operator
125000         display '    REASON: ' bd-override-reason
125100     end-if
125200     move ws-business-date to bdh-date
125300     if ws-bus-date-override = 'Y'
125400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
125500             to bdh-override
125600     end-if
125700     .
