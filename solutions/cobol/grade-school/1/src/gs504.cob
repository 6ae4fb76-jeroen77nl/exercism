000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GS504.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    SECTION 504 PLAN MAINTENANCE AND THE ANNUAL REVIEW LIST.    *
000900*    A STUDENT FOUND ELIGIBLE UNDER SECTION 504 HAS ONE PLAN ON  *
001000*    PLAN504 (COPY P504REC) - START DATE, ANNUAL REVIEW DUE DATE,*
001100*    CASE MANAGER AND THE CODED ACCOMMODATIONS, CLASSROOM        *
001200*    (CLSACCOM TABLE OF CODETBL) AND TESTING (TSTACCOM). THE     *
001300*    CASE MANAGERS' CARDS (P504TRN) MAINTAIN IT:                 *
001400*      'A' - A NEW PLAN. THE REVIEW IS DUE A YEAR AFTER THE      *
001500*            START UNLESS THE CARD GIVES A DATE.                 *
001600*      'C' - CORRECT THE START DATE, THE REVIEW DUE DATE OR THE  *
001700*            CASE MANAGER - WHATEVER THE CARD FILLS IN.          *
001800*      'R' - A REVIEW HELD. THE NEXT ONE IS DUE A YEAR LATER     *
001900*            UNLESS THE CARD GIVES A DATE.                       *
002000*      'E' - THE PLAN ENDED (EXITED, OR NO LONGER ELIGIBLE).     *
002100*      'K' - ADD AN ACCOMMODATION, 'D' - DROP ONE.               *
002200*    EVERY CARD RUNS THROUGH THE ROSTER AND CODE-TABLE EDITS AND *
002300*    REJECTS ARE LISTED ON P504RPT WITH A REASON CODE. PLAN504 IS*
002400*    THEN REWRITTEN WHOLE, AND P504RPT CARRIES THE REVIEWS DUE BY*
002500*    BUILDING - EVERY ACTIVE PLAN OF AN ENROLLED STUDENT WHOSE   *
002600*    REVIEW IS PAST DUE OR FALLS DUE WITHIN WS-DUE-WINDOW DAYS - *
002700*    WITH THE COUNT OF ACTIVE PLANS IN EACH BUILDING.            *
002800*    THE PLANS ARE READ BY GSPREID (TESTING ACCOMMODATIONS ON THE*
002900*    PRE-ID FILE), GSCRDC (504-ONLY COUNTS) AND THE TEACHER CLASS*
003000*    LIST IN THE NIGHTLY PROGRAM (CLASSROOM ACCOMMODATIONS).     *
003100*    RETURN CODES: 0 EVERY CARD POSTED, 4 A CARD REJECTED OR A   *
003200*    TABLE CUT SHORT, 16 A FILE COULD NOT BE READ OR WRITTEN.    *
003300*    SEE JCL/GS504.JCL.                                          *
003400******************************************************************
003500*    MOD-LOG
003600*    DATE       INIT  DESCRIPTION
003700*    2026-10-15  RVM  ORIGINAL VERSION.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500     SELECT TRANSACTION-FILE ASSIGN TO P504TRN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-P504TRN-STATUS.
004800     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS ST-ID
005200         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005300     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CODETBL-STATUS.
005600     SELECT PLAN-504-FILE ASSIGN TO PLAN504
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PLAN504-STATUS.
005900     SELECT PLAN-504-RPT ASSIGN TO P504RPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-P504RPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BUSINESS-DATE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  BUSINESS-DATE-RECORD.
006700     COPY BDATREC.
006800******************************************************************
006900*    P504TRN - ONE CARD PER CHANGE AS THE CASE MANAGER ENTERED   *
007000*    IT:                                                         *
007100*      COL 1     ACTION - A, C, R, E, K OR D                     *
007200*      COL 2-8   STUDENT ID                                      *
007300*      COL 9-16  START DATE ('A', 'C'), REVIEW DATE ('R') OR END *
007400*                DATE ('E')                                      *
007500*      COL 17-24 REVIEW DUE DATE ('A', 'C', 'R'; BLANK FOR THE   *
007600*                DEFAULT OR NO CHANGE)                           *
007700*      COL 25-29 CASE MANAGER STAFF ID ('A', 'C')                *
007800*      COL 30-59 CASE MANAGER NAME ('A', 'C')                    *
007900*      COL 60    ACCOMMODATION TYPE - 'C' CLASSROOM, 'T' TESTING *
008000*                ('K', 'D'; ALSO ON 'A' FOR A FIRST ONE)         *
008100*      COL 61-64 ACCOMMODATION CODE                              *
008200******************************************************************
008300 FD  TRANSACTION-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  TRANSACTION-RECORD.
008600     05  TR-ACTION               PIC X(01).
008700     05  TR-STUDENT-ID           PIC 9(07).
008800     05  TR-DATE                 PIC 9(08).
008900     05  TR-REVIEW-DUE           PIC 9(08).
009000     05  TR-CASE-MGR-ID          PIC 9(05).
009100     05  TR-CASE-MGR-NAME        PIC X(30).
009200     05  TR-ACCOM-TYPE           PIC X(01).
009300     05  TR-ACCOM-CODE           PIC X(04).
009400 FD  ROSTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  ROSTER-FILE-RECORD.
009700     COPY ROSTERREC.
009800 FD  CODE-TABLE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  CODE-TABLE-RECORD.
010100     COPY CODEREC.
010200 FD  PLAN-504-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  PLAN-504-RECORD.
010500     COPY P504REC.
010600 FD  PLAN-504-RPT
010700     LABEL RECORDS ARE STANDARD.
010800 01  PLAN-504-LINE               PIC X(100).
010900 WORKING-STORAGE SECTION.
011000 01  WS-P504TRN-STATUS        PIC X(02).
011100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
011200 01  WS-CODETBL-STATUS        PIC X(02).
011300 01  WS-PLAN504-STATUS        PIC X(02).
011400 01  WS-P504RPT-STATUS        PIC X(02).
011500 01  i                        PIC 9(05).
011600 01  j                        PIC 9(05).
011700 01  k                        PIC 9(05).
011800 01  p                        PIC 9(05).
011900 01  t                        PIC 9(01).
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
013200*    A REVIEW FALLING DUE WITHIN WS-DUE-WINDOW CALENDAR DAYS OF  *
013300*    TODAY IS LISTED SO THE CASE MANAGER CAN SCHEDULE IT; ONE    *
013400*    ALREADY PAST ITS DUE DATE IS LISTED AS OVERDUE. THE WINDOW  *
013500*    END IS STEPPED A DAY AT A TIME THE WAY GSBDATE ADVANCES THE *
013600*    BUSINESS DATE.                                              *
013700******************************************************************
013800 77  WS-DUE-WINDOW            PIC 9(03) VALUE 030.
013900 01  WS-WINDOW-DATE           PIC 9(08).
014000 01  WS-NEXT-DATE             PIC 9(08).
014100 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
014200     05  WS-NEXT-YEAR         PIC 9(04).
014300     05  WS-NEXT-MONTH        PIC 9(02).
014400     05  WS-NEXT-DAY          PIC 9(02).
014500 01  WS-MONTH-DAYS-LIST       PIC X(24)
014600     VALUE '312831303130313130313031'.
014700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
014800     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
014900 01  WS-MONTH-END             PIC 9(02).
015000 01  WS-LEAP-QUOTIENT         PIC 9(04).
015100 01  WS-LEAP-REM-4            PIC 9(04).
015200 01  WS-LEAP-REM-100          PIC 9(04).
015300 01  WS-LEAP-REM-400          PIC 9(04).
015400******************************************************************
015500*    EVERY STUDENT ON ROSTERVS WITH THE FIELDS THE EDITS AND THE *
015600*    REVIEW LIST NEED, IN ID ORDER FOR THE SEARCH ALL PER CARD.  *
015700******************************************************************
015800 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
015900 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
016000 01  RST-TABLE.
016100     05  RST-ROW              OCCURS 0 TO 2000 TIMES
016200                              DEPENDING ON WS-RST-COUNT
016300                              ASCENDING KEY IS RST-ID
016400                              INDEXED BY RST-IDX.
016500         10  RST-ID           PIC 9(07).
016600         10  RST-LAST-NAME    PIC X(20).
016700         10  RST-FIRST-NAME   PIC X(12).
016800         10  RST-GRADE        PIC X(02).
016900         10  RST-SCHOOL       PIC X(04).
017000         10  RST-WITHDRAW     PIC 9(08).
017100 01  WS-RST-FULL              PIC X VALUE 'N'.
017200******************************************************************
017300*    THE CLSACCOM AND TSTACCOM ROWS OF CODETBL - THE CLASSROOM   *
017400*    AND TESTING ACCOMMODATIONS A PLAN MAY CARRY, EACH ONLY      *
017500*    WHILE IN FORCE.                                             *
017600******************************************************************
017700 77  WS-ACD-MAX               PIC 9(03) VALUE 300.
017800 01  WS-ACD-COUNT             PIC 9(03) VALUE ZERO.
017900 01  WS-ACD-TABLE.
018000     05  WS-ACD-ENTRY         OCCURS 300 TIMES.
018100         10  WS-ACD-TBL       PIC X(08).
018200         10  WS-ACD-CODE      PIC X(04).
018300         10  WS-ACD-EFF       PIC 9(08).
018400         10  WS-ACD-EXP       PIC 9(08).
018500 01  WS-ACD-FULL              PIC X VALUE 'N'.
018600 01  WS-ACCOM-TABLE-NAME      PIC X(08).
018700******************************************************************
018800*    EVERY PLAN ON PLAN504, KEPT IN STUDENT ID ORDER AS THE CARDS*
018900*    POST SO EACH CARD FINDS ITS PLAN WITH A SEARCH ALL. ACCOM   *
019000*    SET 1 IS THE CLASSROOM LIST, SET 2 THE TESTING LIST.        *
019100******************************************************************
019200 77  WS-PLN-MAX               PIC 9(05) VALUE 02000.
019300 77  WS-ACCOM-MAX             PIC 9(01) VALUE 8.
019400 01  WS-PLN-COUNT             PIC 9(05) VALUE ZERO.
019500 01  PLN-TABLE.
019600     05  PLN-ROW              OCCURS 0 TO 2000 TIMES
019700                              DEPENDING ON WS-PLN-COUNT
019800                              ASCENDING KEY IS PLN-STUDENT
019900                              INDEXED BY PLN-IDX.
020000         10  PLN-STUDENT      PIC 9(07).
020100         10  PLN-STATUS       PIC X(01).
020200         10  PLN-START        PIC 9(08).
020300         10  PLN-REVIEW-DUE   PIC 9(08).
020400         10  PLN-LAST-REVIEW  PIC 9(08).
020500         10  PLN-END          PIC 9(08).
020600         10  PLN-CM-ID        PIC 9(05).
020700         10  PLN-CM-NAME      PIC X(30).
020800         10  PLN-ACCOM-SET    OCCURS 2 TIMES.
020900             15  PLN-ACCOM    PIC X(04) OCCURS 8 TIMES.
021000         10  PLN-UPDATED      PIC 9(08).
021100         10  PLN-SORT-SCHOOL  PIC X(04).
021200         10  PLN-SORT-NAME    PIC X(32).
021300         10  PLN-RST-ROW      PIC 9(05).
021400 01  WS-PLN-FULL              PIC X VALUE 'N'.
021500 01  WS-PLN-ROW               PIC 9(05).
021600 01  WS-FOUND                 PIC X.
021700 01  WS-EDIT-REASON           PIC X(05).
021800 01  WS-EDIT-TEXT             PIC X(36).
021900 01  WS-CHECK-DATE            PIC 9(08).
022000 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
022100     05  WS-CHECK-YEAR        PIC 9(04).
022200     05  WS-CHECK-MONTH       PIC 9(02).
022300     05  WS-CHECK-DAY         PIC 9(02).
022400 01  WS-DATE-OK               PIC X.
022500 01  WS-NEW-DUE               PIC 9(08).
022600 01  WS-NEW-DUE-PARTS REDEFINES WS-NEW-DUE.
022700     05  WS-NEW-DUE-YEAR      PIC 9(04).
022800     05  WS-NEW-DUE-MMDD      PIC 9(04).
022900 01  WS-ACCOM-SLOT            PIC 9(01).
023000 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
023100 01  WS-PLANS-ADDED           PIC 9(05) VALUE ZERO.
023200 01  WS-PLANS-CHANGED         PIC 9(05) VALUE ZERO.
023300 01  WS-REVIEWS-POSTED        PIC 9(05) VALUE ZERO.
023400 01  WS-PLANS-ENDED           PIC 9(05) VALUE ZERO.
023500 01  WS-ACCOMS-ADDED          PIC 9(05) VALUE ZERO.
023600 01  WS-ACCOMS-DROPPED        PIC 9(05) VALUE ZERO.
023700 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
023800******************************************************************
023900*    THE REVIEW LIST - ONE BUILDING AT A TIME.                   *
024000******************************************************************
024100 01  WS-CURRENT-SCHOOL        PIC X(04).
024200 01  WS-BLDG-ACTIVE           PIC 9(05).
024300 01  WS-BLDG-DUE              PIC 9(05).
024400 01  WS-BLDG-OVERDUE          PIC 9(05).
024500 01  WS-ACTIVE-COUNT          PIC 9(05) VALUE ZERO.
024600 01  WS-DUE-COUNT             PIC 9(05) VALUE ZERO.
024700 01  WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.
024800******************************************************************
024900*    P504RPT LINES - THE REJECT LIST.                            *
025000******************************************************************
025100 01  RPT-HEADING.
025200     05  FILLER               PIC X(39) VALUE
025300         'SECTION 504 PLAN MAINTENANCE - REJECTED'.
025400 01  RPT-COLUMNS.
025500     05  FILLER               PIC X(05) VALUE 'ACT'.
025600     05  FILLER               PIC X(09) VALUE 'STUDENT'.
025700     05  FILLER               PIC X(10) VALUE 'DATE'.
025800     05  FILLER               PIC X(08) VALUE 'ACCOM'.
025900     05  FILLER               PIC X(06) VALUE 'RSN'.
026000     05  FILLER               PIC X(36) VALUE 'REASON'.
026100 01  RPT-DETAIL-LINE.
026200     05  RPT-D-ACTION         PIC X(01).
026300     05  FILLER               PIC X(04) VALUE SPACES.
026400     05  RPT-D-STUDENT-ID     PIC X(07).
026500     05  FILLER               PIC X(02) VALUE SPACES.
026600     05  RPT-D-DATE           PIC X(08).
026700     05  FILLER               PIC X(02) VALUE SPACES.
026800     05  RPT-D-ACCOM-TYPE     PIC X(01).
026900     05  FILLER               PIC X(01) VALUE SPACES.
027000     05  RPT-D-ACCOM-CODE     PIC X(04).
027100     05  FILLER               PIC X(02) VALUE SPACES.
027200     05  RPT-D-REASON         PIC X(05).
027300     05  FILLER               PIC X(01) VALUE SPACES.
027400     05  RPT-D-TEXT           PIC X(36).
027500 01  RUN-TOTAL-LINE.
027600     05  RT-LABEL             PIC X(44).
027700     05  RT-VALUE             PIC ZZZZ9.
027800******************************************************************
027900*    P504RPT LINES - THE REVIEWS DUE.                            *
028000******************************************************************
028100 01  RV-HEADING.
028200     05  FILLER               PIC X(34) VALUE
028300         '504 PLAN REVIEWS DUE - AS OF DATE '.
028400     05  RV-H-DATE            PIC 9(08).
028500     05  FILLER               PIC X(19) VALUE
028600         ' - DUE ON OR BEFORE'.
028700     05  FILLER               PIC X(01) VALUE SPACE.
028800     05  RV-H-WINDOW          PIC 9(08).
028900 01  RV-BLDG-HEADING.
029000     05  FILLER               PIC X(09) VALUE 'BUILDING '.
029100     05  RV-B-SCHOOL          PIC X(04).
029200 01  RV-COLUMNS.
029300     05  FILLER               PIC X(09) VALUE 'STUDENT'.
029400     05  FILLER               PIC X(27) VALUE 'NAME'.
029500     05  FILLER               PIC X(04) VALUE 'GR'.
029600     05  FILLER               PIC X(10) VALUE 'START'.
029700     05  FILLER               PIC X(10) VALUE 'LAST REV'.
029800     05  FILLER               PIC X(10) VALUE 'DUE'.
029900     05  FILLER               PIC X(22) VALUE 'CASE MANAGER'.
030000     05  FILLER               PIC X(07) VALUE 'STATUS'.
030100 01  RV-DETAIL-LINE.
030200     05  RV-D-ID              PIC 9(07).
030300     05  FILLER               PIC X(02) VALUE SPACES.
030400     05  RV-D-NAME            PIC X(25).
030500     05  FILLER               PIC X(02) VALUE SPACES.
030600     05  RV-D-GRADE           PIC X(02).
030700     05  FILLER               PIC X(02) VALUE SPACES.
030800     05  RV-D-START           PIC 9(08).
030900     05  FILLER               PIC X(02) VALUE SPACES.
031000     05  RV-D-LAST-REVIEW     PIC X(08).
031100     05  FILLER               PIC X(02) VALUE SPACES.
031200     05  RV-D-DUE             PIC 9(08).
031300     05  FILLER               PIC X(02) VALUE SPACES.
031400     05  RV-D-CASE-MGR        PIC X(20).
031500     05  FILLER               PIC X(02) VALUE SPACES.
031600     05  RV-D-STATUS          PIC X(07).
031700 01  RV-BLDG-TOTAL-LINE.
031800     05  FILLER               PIC X(18) VALUE
031900         '    ACTIVE PLANS '.
032000     05  RV-T-ACTIVE          PIC ZZZZ9.
032100     05  FILLER               PIC X(15) VALUE '   REVIEWS DUE '.
032200     05  RV-T-DUE             PIC ZZZZ9.
032300     05  FILLER               PIC X(11) VALUE '   OVERDUE '.
032400     05  RV-T-OVERDUE         PIC ZZZZ9.
032500 PROCEDURE DIVISION.
032600 MAINLINE.
032700******************************************************************
032800*    STANDALONE ENTRY POINT, RUN AS THE CASE MANAGERS' CARDS     *
032900*    COME IN AND AT LEAST WEEKLY FOR THE REVIEW LIST. AN EMPTY   *
033000*    P504TRN IS A REVIEW-LIST-ONLY RUN.                          *
033100******************************************************************
033200     perform read-business-date
033300     perform set-window-date
033400     perform load-roster-table
033500     perform load-accommodation-codes
033600     perform load-plans
033700     perform post-transactions
033800     perform save-plans
033900     perform print-reviews-due
034000     close plan-504-rpt
034100     display '504 PLANS - CARDS READ ' ws-cards-read
034200         ' ADDED ' ws-plans-added
034300         ' REVIEWS ' ws-reviews-posted
034400         ' ENDED ' ws-plans-ended
034500         ' REJECTED ' ws-cards-rejected
034600     display '504 PLANS - ACTIVE ' ws-active-count
034700         ' REVIEWS DUE ' ws-due-count
034800         ' OVERDUE ' ws-overdue-count
034900     if ws-cards-rejected > zero
035000         or ws-rst-full = 'Y'
035100         or ws-acd-full = 'Y'
035200         or ws-pln-full = 'Y'
035300         move 4 to return-code
035400     end-if
035500     stop run
035600     .
035700 SET-WINDOW-DATE.
035800     move ws-business-date to ws-next-date
035900     perform ws-due-window times
036000         perform step-to-next-day
036100     end-perform
036200     move ws-next-date to ws-window-date
036300     .
036400 LOAD-ROSTER-TABLE.
036500     move zero to ws-rst-count
036600     open input roster-file
036700     if ws-roster-file-status not = '00'
036800         display 'COULD NOT OPEN ROSTERVS - STATUS '
036900             ws-roster-file-status
037000         move 16 to return-code
037100         stop run
037200     end-if
037300     perform until ws-roster-file-status not = '00'
037400         read roster-file next record
037500         if ws-roster-file-status = '00'
037600             if ws-rst-count < ws-rst-max
037700                 add 1 to ws-rst-count
037800                 move st-id            to rst-id(ws-rst-count)
037900                 move st-last-name
038000                     to rst-last-name(ws-rst-count)
038100                 move st-first-name
038200                     to rst-first-name(ws-rst-count)
038300                 move st-grade         to rst-grade(ws-rst-count)
038400                 move st-school-code   to rst-school(ws-rst-count)
038500                 move st-withdraw-date
038600                     to rst-withdraw(ws-rst-count)
038700             else
038800                 move 'Y' to ws-rst-full
038900             end-if
039000         end-if
039100     end-perform
039200     close roster-file
039300     if ws-rst-full = 'Y'
039400         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
039500     end-if
039600     if ws-rst-count > 1
039700         sort rst-row on ascending key rst-id
039800     end-if
039900     .
040000 LOAD-ACCOMMODATION-CODES.
040100     move zero to ws-acd-count
040200     open input code-table-file
040300     if ws-codetbl-status not = '00'
040400         display 'COULD NOT OPEN CODETBL - STATUS '
040500             ws-codetbl-status
040600         move 16 to return-code
040700         stop run
040800     end-if
040900     perform until ws-codetbl-status not = '00'
041000         read code-table-file next record
041100         if ws-codetbl-status = '00'
041200             and (ct-table-name = 'CLSACCOM'
041300             or ct-table-name = 'TSTACCOM')
041400             if ws-acd-count < ws-acd-max
041500                 add 1 to ws-acd-count
041600                 move ct-table-name to ws-acd-tbl(ws-acd-count)
041700                 move ct-code to ws-acd-code(ws-acd-count)
041800                 move ct-effective-date
041900                     to ws-acd-eff(ws-acd-count)
042000                 move ct-expiry-date
042100                     to ws-acd-exp(ws-acd-count)
042200             else
042300                 move 'Y' to ws-acd-full
042400             end-if
042500         end-if
042600     end-perform
042700     close code-table-file
042800     if ws-acd-full = 'Y'
042900         display 'CODETBL - ACCOMMODATION TABLE FULL AT '
043000             ws-acd-max
043100     end-if
043200     .
043300 LOAD-PLANS.
043400******************************************************************
043500*    THE WHOLE PLAN FILE. NO PLAN504 YET (BEFORE THE FIRST PLAN  *
043600*    IS EVER ENTERED) IS AN EMPTY ONE.                           *
043700******************************************************************
043800     move zero to ws-pln-count
043900     open input plan-504-file
044000     if ws-plan504-status not = '00'
044100         and ws-plan504-status not = '35'
044200         display 'COULD NOT OPEN PLAN504 - STATUS '
044300             ws-plan504-status
044400         move 16 to return-code
044500         stop run
044600     end-if
044700     if ws-plan504-status = '00'
044800         perform until ws-plan504-status not = '00'
044900             read plan-504-file next record
045000             if ws-plan504-status = '00'
045100                 if ws-pln-count < ws-pln-max
045200                     add 1 to ws-pln-count
045300                     move ws-pln-count to p
045400                     perform move-plan-record-to-row
045500                 else
045600                     move 'Y' to ws-pln-full
045700                 end-if
045800             end-if
045900         end-perform
046000         close plan-504-file
046100     end-if
046200     if ws-pln-full = 'Y'
046300         display 'PLAN504 - PLAN TABLE FULL AT ' ws-pln-max
046400     end-if
046500     perform sort-plans-by-student
046600     .
046700 MOVE-PLAN-RECORD-TO-ROW.
046800     move sp-student-id       to pln-student(p)
046900     move sp-status           to pln-status(p)
047000     move sp-start-date       to pln-start(p)
047100     move sp-review-due-date  to pln-review-due(p)
047200     move sp-last-review-date to pln-last-review(p)
047300     move sp-end-date         to pln-end(p)
047400     move sp-case-mgr-id      to pln-cm-id(p)
047500     move sp-case-mgr-name    to pln-cm-name(p)
047600     move sp-class-accoms     to pln-accom-set(p, 1)
047700     move sp-test-accoms      to pln-accom-set(p, 2)
047800     move sp-updated-date     to pln-updated(p)
047900     .
048000 SORT-PLANS-BY-STUDENT.
048100     if ws-pln-count > 1
048200         sort pln-row on ascending key pln-student
048300     end-if
048400     .
048500 POST-TRANSACTIONS.
048600******************************************************************
048700*    ONE PASS OF P504TRN, EACH CARD APPLIED TO PLN-TABLE AT ONCE *
048800*    SO A LATER CARD IN THE SAME FILE SEES AN EARLIER ONE - AN   *
048900*    'A' FOLLOWED BY ITS 'K' CARDS IS THE USUAL BATCH.           *
049000******************************************************************
049100     open input transaction-file
049200     if ws-p504trn-status not = '00'
049300         display 'COULD NOT OPEN P504TRN - STATUS '
049400             ws-p504trn-status
049500         move 16 to return-code
049600         stop run
049700     end-if
049800     open output plan-504-rpt
049900     if ws-p504rpt-status not = '00'
050000         display 'COULD NOT OPEN P504RPT - STATUS '
050100             ws-p504rpt-status
050200         move 16 to return-code
050300         stop run
050400     end-if
050500     write plan-504-line from bus-date-heading
050600     write plan-504-line from rpt-heading
050700     move spaces to plan-504-line
050800     write plan-504-line
050900     write plan-504-line from rpt-columns
051000     perform until ws-p504trn-status not = '00'
051100         read transaction-file next record
051200         if ws-p504trn-status = '00'
051300             add 1 to ws-cards-read
051400             perform edit-student
051500             if ws-edit-reason = spaces
051600                 evaluate tr-action
051700                     when 'A'
051800                         perform add-plan
051900                     when 'C'
052000                         perform change-plan
052100                     when 'R'
052200                         perform record-review
052300                     when 'E'
052400                         perform end-plan
052500                     when 'K'
052600                         perform add-accommodation
052700                     when 'D'
052800                         perform drop-accommodation
052900                 end-evaluate
053000             end-if
053100             if ws-edit-reason not = spaces
053200                 perform reject-transaction
053300             end-if
053400         end-if
053500     end-perform
053600     close transaction-file
053700     if ws-cards-rejected = zero
053800         move 'NO CARDS REJECTED' to plan-504-line
053900         write plan-504-line
054000     end-if
054100     move spaces to plan-504-line
054200     write plan-504-line
054300     move 'P504TRN CARDS READ' to rt-label
054400     move ws-cards-read to rt-value
054500     write plan-504-line from run-total-line
054600     move 'PLANS ADDED' to rt-label
054700     move ws-plans-added to rt-value
054800     write plan-504-line from run-total-line
054900     move 'PLANS CHANGED' to rt-label
055000     move ws-plans-changed to rt-value
055100     write plan-504-line from run-total-line
055200     move 'REVIEWS RECORDED' to rt-label
055300     move ws-reviews-posted to rt-value
055400     write plan-504-line from run-total-line
055500     move 'PLANS ENDED' to rt-label
055600     move ws-plans-ended to rt-value
055700     write plan-504-line from run-total-line
055800     move 'ACCOMMODATIONS ADDED' to rt-label
055900     move ws-accoms-added to rt-value
056000     write plan-504-line from run-total-line
056100     move 'ACCOMMODATIONS DROPPED' to rt-label
056200     move ws-accoms-dropped to rt-value
056300     write plan-504-line from run-total-line
056400     move 'CARDS REJECTED' to rt-label
056500     move ws-cards-rejected to rt-value
056600     write plan-504-line from run-total-line
056700     .
056800 EDIT-STUDENT.
056900******************************************************************
057000*    THE EDITS EVERY CARD SHARES, FIRST FAILURE WINS - 'BADAC'   *
057100*    THE ACTION IS NOT ONE OF THE SIX, 'NOSTU' THE STUDENT IS NOT*
057200*    ON ROSTERVS, 'WDRWN' THE STUDENT HAS WITHDRAWN (AN END IS   *
057300*    STILL TAKEN). THE STUDENT'S PLAN, IF ANY, IS LEFT IN        *
057400*    WS-PLN-ROW (ZERO FOR NONE).                                 *
057500******************************************************************
057600     move spaces to ws-edit-reason
057700     move spaces to ws-edit-text
057800     move zero to ws-pln-row
057900     if tr-action not = 'A' and tr-action not = 'C'
058000         and tr-action not = 'R' and tr-action not = 'E'
058100         and tr-action not = 'K' and tr-action not = 'D'
058200         move 'BADAC' to ws-edit-reason
058300         move 'ACTION NOT A, C, R, E, K OR D' to ws-edit-text
058400     end-if
058500     if ws-edit-reason = spaces
058600         move 'N' to ws-found
058700         if tr-student-id is numeric
058800             search all rst-row
058900                 when rst-id(rst-idx) = tr-student-id
059000                     move 'Y' to ws-found
059100             end-search
059200         end-if
059300         if ws-found = 'N'
059400             move 'NOSTU' to ws-edit-reason
059500             move 'STUDENT NOT ON ROSTER' to ws-edit-text
059600         else
059700             if rst-withdraw(rst-idx) not = zero
059800                 and tr-action not = 'E'
059900                 move 'WDRWN' to ws-edit-reason
060000                 move 'STUDENT HAS WITHDRAWN' to ws-edit-text
060100             end-if
060200         end-if
060300     end-if
060400     if ws-edit-reason = spaces
060500         search all pln-row
060600             when pln-student(pln-idx) = tr-student-id
060700                 set ws-pln-row to pln-idx
060800         end-search
060900         if tr-action not = 'A'
061000             and (ws-pln-row = zero
061100             or pln-status(ws-pln-row) not = 'A')
061200             move 'NOPLN' to ws-edit-reason
061300             move 'STUDENT HAS NO ACTIVE 504 PLAN'
061400                 to ws-edit-text
061500         end-if
061600     end-if
061700     .
061800 ADD-PLAN.
061900******************************************************************
062000*    'DUPE' THE STUDENT ALREADY HAS AN ACTIVE PLAN; 'BADDT' THE  *
062100*    START IS NOT A DATE OR IS AFTER TODAY, OR A REVIEW DUE DATE *
062200*    GIVEN IS NOT A DATE AFTER THE START; 'NOCM' NO CASE MANAGER;*
062300*    THEN THE EDITS OF AN ACCOMMODATION ON THE CARD. A STUDENT   *
062400*    WHOSE OLD PLAN ENDED HAS IT REPLACED BY THE NEW ONE.        *
062500******************************************************************
062600     if ws-pln-row not = zero
062700         and pln-status(ws-pln-row) = 'A'
062800         move 'DUPE' to ws-edit-reason
062900         move 'STUDENT ALREADY HAS AN ACTIVE PLAN'
063000             to ws-edit-text
063100     end-if
063200     if ws-edit-reason = spaces
063300         move tr-date to ws-check-date
063400         perform check-date
063500         if ws-date-ok = 'Y'
063600             and tr-date > ws-business-date
063700             move 'N' to ws-date-ok
063800         end-if
063900         if ws-date-ok = 'Y'
064000             perform set-review-due
064100         end-if
064200         if ws-date-ok = 'N'
064300             move 'BADDT' to ws-edit-reason
064400             move 'START OR REVIEW DUE DATE NOT VALID'
064500                 to ws-edit-text
064600         end-if
064700     end-if
064800     if ws-edit-reason = spaces
064900         perform edit-case-manager
065000     end-if
065100     if ws-edit-reason = spaces
065200         and tr-accom-type not = space
065300         perform edit-accommodation
065400     end-if
065500     if ws-edit-reason = spaces
065600         if ws-pln-row = zero
065700             if ws-pln-count < ws-pln-max
065800                 add 1 to ws-pln-count
065900                 move ws-pln-count to ws-pln-row
066000             else
066100                 move 'Y' to ws-pln-full
066200                 move 'FULL' to ws-edit-reason
066300                 move 'PLAN TABLE FULL - PLAN NOT ADDED'
066400                     to ws-edit-text
066500             end-if
066600         end-if
066700     end-if
066800     if ws-edit-reason = spaces
066900         move ws-pln-row to p
067000         move tr-student-id    to pln-student(p)
067100         move 'A'              to pln-status(p)
067200         move tr-date          to pln-start(p)
067300         move ws-new-due       to pln-review-due(p)
067400         move zero             to pln-last-review(p)
067500         move zero             to pln-end(p)
067600         move tr-case-mgr-id   to pln-cm-id(p)
067700         move tr-case-mgr-name to pln-cm-name(p)
067800         move spaces           to pln-accom-set(p, 1)
067900         move spaces           to pln-accom-set(p, 2)
068000         move ws-business-date to pln-updated(p)
068100         add 1 to ws-plans-added
068200         if tr-accom-type not = space
068300             move tr-accom-code to pln-accom(p, t, 1)
068400             add 1 to ws-accoms-added
068500         end-if
068600         perform sort-plans-by-student
068700     end-if
068800     .
068900 CHANGE-PLAN.
069000******************************************************************
069100*    ANY OF THE START DATE, REVIEW DUE DATE AND CASE MANAGER THE *
069200*    CARD FILLS IN REPLACES WHAT THE PLAN HAS. 'NOCHG' THE CARD  *
069300*    FILLS IN NONE OF THEM; 'BADDT' AND 'NOCM' AS FOR AN ADD.    *
069400******************************************************************
069500     if transaction-record(9:8) = spaces
069600         and transaction-record(17:8) = spaces
069700         and transaction-record(25:35) = spaces
069800         move 'NOCHG' to ws-edit-reason
069900         move 'NOTHING TO CHANGE ON THE CARD' to ws-edit-text
070000     end-if
070100     move ws-pln-row to p
070200     if ws-edit-reason = spaces
070300         and transaction-record(9:8) not = spaces
070400         move tr-date to ws-check-date
070500         perform check-date
070600         if ws-date-ok = 'N'
070700             or tr-date > ws-business-date
070800             move 'BADDT' to ws-edit-reason
070900             move 'START DATE NOT VALID' to ws-edit-text
071000         end-if
071100     end-if
071200     if ws-edit-reason = spaces
071300         and transaction-record(17:8) not = spaces
071400         move tr-review-due to ws-check-date
071500         perform check-date
071600         if ws-date-ok = 'N'
071700             or tr-review-due not > pln-start(p)
071800             or (transaction-record(9:8) not = spaces
071900             and tr-review-due not > tr-date)
072000             move 'BADDT' to ws-edit-reason
072100             move 'REVIEW DUE DATE NOT VALID' to ws-edit-text
072200         end-if
072300     end-if
072400     if ws-edit-reason = spaces
072500         and transaction-record(25:35) not = spaces
072600         perform edit-case-manager
072700     end-if
072800     if ws-edit-reason = spaces
072900         if transaction-record(9:8) not = spaces
073000             move tr-date to pln-start(p)
073100         end-if
073200         if transaction-record(17:8) not = spaces
073300             move tr-review-due to pln-review-due(p)
073400         end-if
073500         if transaction-record(25:35) not = spaces
073600             move tr-case-mgr-id   to pln-cm-id(p)
073700             move tr-case-mgr-name to pln-cm-name(p)
073800         end-if
073900         move ws-business-date to pln-updated(p)
074000         add 1 to ws-plans-changed
074100     end-if
074200     .
074300 RECORD-REVIEW.
074400******************************************************************
074500*    'BADDT' THE REVIEW DATE IS NOT A DATE, IS BEFORE THE START  *
074600*    OR AFTER TODAY, OR A NEXT DUE DATE GIVEN IS NOT AFTER IT.   *
074700******************************************************************
074800     move ws-pln-row to p
074900     move tr-date to ws-check-date
075000     perform check-date
075100     if ws-date-ok = 'Y'
075200         and (tr-date < pln-start(p)
075300         or tr-date > ws-business-date)
075400         move 'N' to ws-date-ok
075500     end-if
075600     if ws-date-ok = 'Y'
075700         perform set-review-due
075800     end-if
075900     if ws-date-ok = 'N'
076000         move 'BADDT' to ws-edit-reason
076100         move 'REVIEW OR NEXT DUE DATE NOT VALID'
076200             to ws-edit-text
076300     else
076400         move tr-date          to pln-last-review(p)
076500         move ws-new-due       to pln-review-due(p)
076600         move ws-business-date to pln-updated(p)
076700         add 1 to ws-reviews-posted
076800     end-if
076900     .
077000 END-PLAN.
077100     move ws-pln-row to p
077200     move tr-date to ws-check-date
077300     perform check-date
077400     if ws-date-ok = 'N'
077500         or tr-date < pln-start(p)
077600         or tr-date > ws-business-date
077700         move 'BADDT' to ws-edit-reason
077800         move 'END DATE NOT VALID' to ws-edit-text
077900     else
078000         move 'E'              to pln-status(p)
078100         move tr-date          to pln-end(p)
078200         move ws-business-date to pln-updated(p)
078300         add 1 to ws-plans-ended
078400     end-if
078500     .
078600 ADD-ACCOMMODATION.
078700     move ws-pln-row to p
078800     perform edit-accommodation
078900     if ws-edit-reason = spaces
079000         move tr-accom-code to pln-accom(p, t, ws-accom-slot)
079100         move ws-business-date to pln-updated(p)
079200         add 1 to ws-accoms-added
079300     end-if
079400     .
079500 DROP-ACCOMMODATION.
079600******************************************************************
079700*    'BADTY' AS FOR AN ADD; 'NOACC' THE CODE IS NOT ON THE PLAN'S*
079800*    LIST OF THAT TYPE. THE CODES AFTER IT CLOSE UP.             *
079900******************************************************************
080000     move ws-pln-row to p
080100     perform set-accommodation-type
080200     if ws-edit-reason = spaces
080300         move zero to ws-accom-slot
080400         perform varying k from 1 by 1 until k > ws-accom-max
080500             if pln-accom(p, t, k) = tr-accom-code
080600                 and ws-accom-slot = zero
080700                 move k to ws-accom-slot
080800             end-if
080900         end-perform
081000         if ws-accom-slot = zero
081100             move 'NOACC' to ws-edit-reason
081200             move 'ACCOMMODATION NOT ON THE PLAN'
081300                 to ws-edit-text
081400         end-if
081500     end-if
081600     if ws-edit-reason = spaces
081700         perform varying k from ws-accom-slot by 1
081800                 until k not < ws-accom-max
081900             move pln-accom(p, t, k + 1) to pln-accom(p, t, k)
082000         end-perform
082100         move spaces to pln-accom(p, t, ws-accom-max)
082200         move ws-business-date to pln-updated(p)
082300         add 1 to ws-accoms-dropped
082400     end-if
082500     .
082600 EDIT-ACCOMMODATION.
082700******************************************************************
082800*    'BADTY' THE TYPE IS NOT 'C' OR 'T'; 'BADCD' THE CODE IS NOT *
082900*    IN FORCE TODAY ON CLSACCOM OR TSTACCOM TO MATCH; 'DUPAC' THE*
083000*    PLAN ALREADY HAS IT; 'FULL' THE LIST OF THAT TYPE HAS NO    *
083100*    FREE SLOT. ON A CLEAN ADD THE FREE SLOT IS IN WS-ACCOM-SLOT.*
083200******************************************************************
083300     perform set-accommodation-type
083400     if ws-edit-reason = spaces
083500         move 'N' to ws-found
083600         perform varying i from 1 by 1 until i > ws-acd-count
083700             if ws-acd-tbl(i) = ws-accom-table-name
083800                 and ws-acd-code(i) = tr-accom-code
083900                 and ws-acd-eff(i) not > ws-business-date
084000                 and (ws-acd-exp(i) = zero
084100                 or ws-acd-exp(i) not < ws-business-date)
084200                 move 'Y' to ws-found
084300             end-if
084400         end-perform
084500         if ws-found = 'N'
084600             move 'BADCD' to ws-edit-reason
084700             move 'CODE NOT IN FORCE ON ' to ws-edit-text
084800             move ws-accom-table-name to ws-edit-text(22:8)
084900         end-if
085000     end-if
085100     if ws-edit-reason = spaces
085200         and tr-action = 'K'
085300         move zero to ws-accom-slot
085400         perform varying k from ws-accom-max by -1 until k < 1
085500             if pln-accom(p, t, k) = spaces
085600                 move k to ws-accom-slot
085700             end-if
085800             if pln-accom(p, t, k) = tr-accom-code
085900                 move 'DUPAC' to ws-edit-reason
086000                 move 'ACCOMMODATION ALREADY ON THE PLAN'
086100                     to ws-edit-text
086200             end-if
086300         end-perform
086400         if ws-edit-reason = spaces
086500             and ws-accom-slot = zero
086600             move 'FULL' to ws-edit-reason
086700             move 'PLAN ALREADY HAS EIGHT OF THIS TYPE'
086800                 to ws-edit-text
086900         end-if
087000     end-if
087100     .
087200 SET-ACCOMMODATION-TYPE.
087300     evaluate tr-accom-type
087400         when 'C'
087500             move 1 to t
087600             move 'CLSACCOM' to ws-accom-table-name
087700         when 'T'
087800             move 2 to t
087900             move 'TSTACCOM' to ws-accom-table-name
088000         when other
088100             move 'BADTY' to ws-edit-reason
088200             move 'ACCOMMODATION TYPE NOT C OR T'
088300                 to ws-edit-text
088400     end-evaluate
088500     .
088600 EDIT-CASE-MANAGER.
088700     if tr-case-mgr-id is not numeric
088800         or tr-case-mgr-id = zero
088900         or tr-case-mgr-name = spaces
089000         move 'NOCM' to ws-edit-reason
089100         move 'CASE MANAGER ID AND NAME REQUIRED'
089200             to ws-edit-text
089300     end-if
089400     .
089500 SET-REVIEW-DUE.
089600******************************************************************
089700*    THE NEXT REVIEW DUE DATE FOR A PLAN STARTED OR REVIEWED ON  *
089800*    TR-DATE - THE DATE ON THE CARD IF GIVEN (IT MUST BE A DATE  *
089900*    AFTER TR-DATE), ELSE THE SAME DAY A YEAR LATER (28 FEBRUARY *
090000*    FOR A 29 FEBRUARY). CLEARS WS-DATE-OK WHEN THE CARD'S DATE  *
090100*    WILL NOT DO.                                                *
090200******************************************************************
090300     if transaction-record(17:8) = spaces
090400         move tr-date to ws-new-due
090500         add 1 to ws-new-due-year
090600         if ws-new-due-mmdd = 0229
090700             move 0228 to ws-new-due-mmdd
090800         end-if
090900     else
091000         move tr-review-due to ws-check-date
091100         perform check-date
091200         if ws-date-ok = 'Y'
091300             and tr-review-due not > tr-date
091400             move 'N' to ws-date-ok
091500         end-if
091600         move tr-review-due to ws-new-due
091700     end-if
091800     .
091900 CHECK-DATE.
092000     move 'Y' to ws-date-ok
092100     if ws-check-date is not numeric
092200         move 'N' to ws-date-ok
092300     else
092400         if ws-check-month < 1 or ws-check-month > 12
092500             or ws-check-day < 1 or ws-check-day > 31
092600             move 'N' to ws-date-ok
092700         end-if
092800     end-if
092900     .
093000 REJECT-TRANSACTION.
093100     add 1 to ws-cards-rejected
093200     move tr-action                  to rpt-d-action
093300     move transaction-record(2:7)    to rpt-d-student-id
093400     move transaction-record(9:8)    to rpt-d-date
093500     move tr-accom-type              to rpt-d-accom-type
093600     move tr-accom-code              to rpt-d-accom-code
093700     move ws-edit-reason             to rpt-d-reason
093800     move ws-edit-text               to rpt-d-text
093900     write plan-504-line from rpt-detail-line
094000     .
094100 SAVE-PLANS.
094200     open output plan-504-file
094300     if ws-plan504-status not = '00'
094400         display 'COULD NOT REWRITE PLAN504 - STATUS '
094500             ws-plan504-status
094600         move 16 to return-code
094700         stop run
094800     end-if
094900     perform varying p from 1 by 1 until p > ws-pln-count
095000         move spaces to plan-504-record
095100         move pln-student(p)        to sp-student-id
095200         move pln-status(p)         to sp-status
095300         move pln-start(p)          to sp-start-date
095400         move pln-review-due(p)     to sp-review-due-date
095500         move pln-last-review(p)    to sp-last-review-date
095600         move pln-end(p)            to sp-end-date
095700         move pln-cm-id(p)          to sp-case-mgr-id
095800         move pln-cm-name(p)        to sp-case-mgr-name
095900         move pln-accom-set(p, 1)   to sp-class-accoms
096000         move pln-accom-set(p, 2)   to sp-test-accoms
096100         move pln-updated(p)        to sp-updated-date
096200         write plan-504-record
096300     end-perform
096400     close plan-504-file
096500     .
096600 PRINT-REVIEWS-DUE.
096700******************************************************************
096800*    EVERY ACTIVE PLAN OF AN ENROLLED STUDENT, BY THE STUDENT'S  *
096900*    CURRENT BUILDING AND NAME. THE PLAN IS LISTED WHEN ITS      *
097000*    REVIEW IS DUE ON OR BEFORE THE WINDOW DATE - OVERDUE ONCE   *
097100*    THE DUE DATE HAS PASSED - AND COUNTED IN ITS BUILDING'S     *
097200*    ACTIVE PLANS EITHER WAY. PLAN504 IS ALREADY SAVED, SO THE   *
097300*    TABLE IS FREE TO BE RE-SORTED.                              *
097400******************************************************************
097500     perform varying p from 1 by 1 until p > ws-pln-count
097600         move zero to pln-rst-row(p)
097700         move high-values to pln-sort-school(p) pln-sort-name(p)
097800         if pln-status(p) = 'A'
097900             search all rst-row
098000                 when rst-id(rst-idx) = pln-student(p)
098100                     set pln-rst-row(p) to rst-idx
098200             end-search
098300         end-if
098400         if pln-rst-row(p) > zero
098500             move pln-rst-row(p) to i
098600             if rst-withdraw(i) = zero
098700                 move rst-school(i)     to pln-sort-school(p)
098800                 move rst-last-name(i)  to pln-sort-name(p)
098900                 move rst-first-name(i) to pln-sort-name(p)(21:12)
099000             end-if
099100         end-if
099200     end-perform
099300     if ws-pln-count > 1
099400         sort pln-row on ascending key pln-sort-school
099500             pln-sort-name pln-student
099600     end-if
099700     move ws-business-date to rv-h-date
099800     move ws-window-date to rv-h-window
099900     move spaces to plan-504-line
100000     write plan-504-line
100100     write plan-504-line from rv-heading
100200     move spaces to ws-current-school
100300     perform varying p from 1 by 1 until p > ws-pln-count
100400         if pln-sort-school(p) not = high-values
100500             perform print-one-plan
100600         end-if
100700     end-perform
100800     if ws-current-school not = spaces
100900         perform print-building-total
101000     else
101100         move 'NO ACTIVE 504 PLANS' to plan-504-line
101200         write plan-504-line
101300     end-if
101400     move spaces to plan-504-line
101500     write plan-504-line
101600     move 'ACTIVE 504 PLANS - ENROLLED STUDENTS' to rt-label
101700     move ws-active-count to rt-value
101800     write plan-504-line from run-total-line
101900     move 'REVIEWS DUE WITHIN THE WINDOW' to rt-label
102000     move ws-due-count to rt-value
102100     write plan-504-line from run-total-line
102200     move 'REVIEWS OVERDUE' to rt-label
102300     move ws-overdue-count to rt-value
102400     write plan-504-line from run-total-line
102500     .
102600 PRINT-ONE-PLAN.
102700     if pln-sort-school(p) not = ws-current-school
102800         if ws-current-school not = spaces
102900             perform print-building-total
103000         end-if
103100         move pln-sort-school(p) to ws-current-school
103200         move zero to ws-bldg-active ws-bldg-due ws-bldg-overdue
103300         move spaces to plan-504-line
103400         write plan-504-line
103500         move ws-current-school to rv-b-school
103600         write plan-504-line from rv-bldg-heading
103700         write plan-504-line from rv-columns
103800     end-if
103900     add 1 to ws-bldg-active ws-active-count
104000     if pln-review-due(p) not > ws-window-date
104100         move pln-rst-row(p) to i
104200         move pln-student(p) to rv-d-id
104300         move spaces to rv-d-name
104400         string rst-last-name(i)  delimited by '  '
104500             ', '                 delimited by size
104600             rst-first-name(i)    delimited by size
104700             into rv-d-name
104800         end-string
104900         move rst-grade(i)       to rv-d-grade
105000         move pln-start(p)       to rv-d-start
105100         if pln-last-review(p) = zero
105200             move 'NONE' to rv-d-last-review
105300         else
105400             move pln-last-review(p) to rv-d-last-review
105500         end-if
105600         move pln-review-due(p)  to rv-d-due
105700         move pln-cm-name(p)     to rv-d-case-mgr
105800         if pln-review-due(p) < ws-business-date
105900             move 'OVERDUE' to rv-d-status
106000             add 1 to ws-bldg-overdue ws-overdue-count
106100         else
106200             move 'DUE' to rv-d-status
106300         end-if
106400         add 1 to ws-bldg-due ws-due-count
106500         write plan-504-line from rv-detail-line
106600     end-if
106700     .
106800 PRINT-BUILDING-TOTAL.
106900     move ws-bldg-active  to rv-t-active
107000     move ws-bldg-due     to rv-t-due
107100     move ws-bldg-overdue to rv-t-overdue
107200     write plan-504-line from rv-bldg-total-line
107300     .
107400 STEP-TO-NEXT-DAY.
107500     move ws-month-days(ws-next-month) to ws-month-end
107600     if ws-next-month = 2
107700         divide ws-next-year by 4 giving ws-leap-quotient
107800             remainder ws-leap-rem-4
107900         divide ws-next-year by 100 giving ws-leap-quotient
108000             remainder ws-leap-rem-100
108100         divide ws-next-year by 400 giving ws-leap-quotient
108200             remainder ws-leap-rem-400
108300         if ws-leap-rem-400 = zero
108400             or (ws-leap-rem-4 = zero
108500                 and ws-leap-rem-100 not = zero)
108600             move 29 to ws-month-end
108700         end-if
108800     end-if
108900     if ws-next-day < ws-month-end
109000         add 1 to ws-next-day
109100     else
109200         move 1 to ws-next-day
109300         if ws-next-month < 12
109400             add 1 to ws-next-month
109500         else
109600             move 1 to ws-next-month
109700             add 1 to ws-next-year
109800         end-if
109900     end-if
110000     .
110100 READ-BUSINESS-DATE.
110200******************************************************************
110300*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
110400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
110500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
110600******************************************************************
110700     open input business-date-file
110800     if ws-busdate-status not = '00'
110900         display 'COULD NOT OPEN BUSDATE - STATUS '
111000             ws-busdate-status
111100         move 16 to return-code
111200         stop run
111300     end-if
111400     read business-date-file next record
111500     if ws-busdate-status not = '00'
111600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
111700             ws-busdate-status
111800         move 16 to return-code
111900         stop run
112000     end-if
112100     close business-date-file
112200     move bd-business-date to ws-business-date
112300     if bd-override-date not = zero
112400         move bd-override-date to ws-business-date
112500         move 'Y' to ws-bus-date-override
112600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
112700             bd-override-date ' SET BY ' bd-override-operator
112800         display '    REASON: ' bd-override-reason
112900     end-if
113000     move ws-business-date to bdh-date
113100     if ws-bus-date-override = 'Y'
113200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
113300             to bdh-override
113400     end-if
113500     .
