000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDOCS.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ENROLLMENT DOCUMENT CHECKLIST - THE PROOF THAT WE SAW A     *
000900*    BIRTH CERTIFICATE, PROOF OF RESIDENCY AND, WHERE A COURT    *
001000*    HAS RESTRICTED PICKUP, THE CUSTODY ORDER. THE REQUIREMENTS  *
001100*    (DOCREQ, COPY DOCRREC) SAY WHICH DOCUMENTS WHICH GRADES AND *
001200*    CIRCUMSTANCES NEED; THE CHECKLIST (DOCCHK, COPY DOCKREC)    *
001300*    HOLDS ONE ITEM PER STUDENT PER DOCUMENT. TWO LEGS, BY THE   *
001400*    RUNMODE CARD:                                               *
001500*      NIGHTLY (RUNMODE EMPTY) - RUN RIGHT AFTER GSNIGHT:        *
001600*        1. EVERY SUCCESSFUL ADD ON TONIGHT'S AUDITLOG - THE     *
001700*           TRANFILE ADDS AND THE GSAD ONLINE ADDS ALIKE - OPENS *
001800*           THE STUDENT'S CHECKLIST, ONE ITEM PER DOCUMENT THEIR *
001900*           GRADE AND CIRCUMSTANCES REQUIRE.                     *
002000*        2. A STUDENT ALREADY ON THE CHECKLIST GAINS AN ITEM     *
002100*           WHEN A REQUIREMENT NEWLY APPLIES - A PROHIBITED      *
002200*           PERSON ADDED TO PICKAUTH, AN IEP, A NEW GRADE.       *
002300*        3. THE REGISTRARS' RECEIPT CARDS (DOCTRAN) MARK ITEMS   *
002400*           RECEIVED OR WAIVED, WITH WHO VERIFIED THEM.          *
002410*        4. EVERY OUTSTANDING ITEM OF AN ENROLLED STUDENT THE    *
002420*           LIAISON HAS FOUND HOMELESS OR IN FOSTER CARE         *
002430*           (HOUSING, COPY HSNGREC - SAME RULE AS GSMCKV) IS     *
002440*           WAIVED WITH THE LIAISON AS WHO VERIFIED IT -         *
002450*           ENROLLMENT MAY NOT WAIT ON THE PAPERS.               *
002500*      WEEKLY (RUNMODE 'WEEKLY') - THE MISSING-DOCUMENTS REPORT  *
002600*        BY BUILDING ON DOCRPT, AND A FOLLOW-UP LETTER (DOCLTRS, *
002700*        LTRTMPL TYPE 'DOCF' IN THE GUARDIAN'S LANGUAGE) FOR     *
002800*        EVERY ENROLLED STUDENT WITH AN ITEM PAST ITS DUE DATE - *
002900*        AT MOST ONE LETTER PER ITEM EVERY WS-RESEND-DAYS.       *
003000*    RETURN CODES: 0 CLEAN, 4 A REQUIREMENT OR RECEIPT CARD WAS  *
003100*    REJECTED OR A TABLE WAS CUT SHORT, 16 A FILE COULD NOT BE   *
003200*    READ OR WRITTEN, 20 (NIGHTLY) GSNIGHT HAS NOT ENDED CLEANLY *
003300*    FOR THE BUSINESS DATE. SEE JCL/GSDOCS.JCL AND GSDOCWK.JCL.  *
003400******************************************************************
003500*    MOD-LOG
003600*    DATE       INIT  DESCRIPTION
003700*    2026-10-15  RVM  ORIGINAL VERSION.
003730*    2026-10-15  RVM  OUTSTANDING ITEMS OF A MCKINNEY-VENTO OR
003760*                     FOSTER-CARE STUDENT ARE WAIVED (HOUSING).
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RUNMODE-STATUS.
004800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RUNCTL-STATUS.
005100     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-STATUS.
005400     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS ST-ID
005800         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005900     SELECT REQUIREMENT-FILE ASSIGN TO DOCREQ
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DOCREQ-STATUS.
006200     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PICKAUTH-STATUS.
006500     SELECT CHECKLIST-FILE ASSIGN TO DOCCHK
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-DOCCHK-STATUS.
006800     SELECT RECEIPT-TRANS-FILE ASSIGN TO DOCTRAN
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-DOCTRAN-STATUS.
007020     SELECT HOUSING-FILE ASSIGN TO HOUSING
007040         ORGANIZATION IS LINE SEQUENTIAL
007060         FILE STATUS IS WS-HOUSING-STATUS.
007100     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS GU-GUARD-KEY
007500         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
007600     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-LTRTMPL-STATUS.
007900     SELECT LETTER-FILE ASSIGN TO DOCLTRS
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-DOCLTRS-STATUS.
008200     SELECT DOCUMENT-RPT ASSIGN TO DOCRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-DOCRPT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  BUSINESS-DATE-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  BUSINESS-DATE-RECORD.
009000     COPY BDATREC.
009100 FD  RUN-MODE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  RUN-MODE-RECORD.
009400     05  RM-MODE                 PIC X(08).
009500 FD  RUN-CONTROL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  RUN-CONTROL-RECORD          PIC X(50).
009800******************************************************************
009900*    SAME RECORD SHAPE WRITE-AUDIT-RECORD IN THE NIGHTLY         *
010000*    PROGRAM WRITES - READ BACK FOR TONIGHT'S ADDS.              *
010100******************************************************************
010200 FD  AUDIT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  AUDIT-RECORD.
010500     COPY AUDTREC.
010600 FD  ROSTER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  ROSTER-FILE-RECORD.
010900     COPY ROSTERREC.
011000 FD  REQUIREMENT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  DOC-REQUIREMENT-RECORD.
011300     COPY DOCRREC.
011400 FD  PICKUP-AUTH-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  PICKUP-AUTH-RECORD.
011700     COPY PICKREC.
011800 FD  CHECKLIST-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  DOC-CHECKLIST-RECORD.
012100     COPY DOCKREC.
012200******************************************************************
012300*    DOCTRAN - ONE CARD PER DOCUMENT THE REGISTRAR HAS SEEN:     *
012400*      COL 1-7   STUDENT ID                                      *
012500*      COL 8-11  DOCUMENT TYPE (DR-DOC-TYPE)                     *
012600*      COL 12    'R' RECEIVED AND VERIFIED, 'W' WAIVED           *
012700*      COL 13-20 DATE SEEN OR WAIVED                             *
012800*      COL 21-28 STAFF ID OF WHO VERIFIED OR WAIVED IT           *
012900*    A CARD FOR AN ITEM ALREADY CLOSED REPLACES THE FIRST        *
013000*    ENTRY - IT IS HOW A WRONG DATE OR NAME IS CORRECTED.        *
013100******************************************************************
013200 FD  RECEIPT-TRANS-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  RECEIPT-TRANS-RECORD.
013500     05  DT-STUDENT-ID           PIC 9(07).
013600     05  DT-DOC-TYPE             PIC X(04).
013700     05  DT-ACTION               PIC X(01).
013800     05  DT-DATE                 PIC 9(08).
013900     05  DT-VERIFIED-BY          PIC X(08).
013920 FD  HOUSING-FILE
013940     LABEL RECORDS ARE STANDARD.
013960 01  HOUSING-STATUS-RECORD.
013980     COPY HSNGREC.
014000 FD  GUARDIAN-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  GUARDIAN-FILE-RECORD.
014300     COPY GUARDREC.
014400 FD  LETTER-TEMPLATE-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  LETTER-TEMPLATE-RECORD.
014700     COPY LTRTREC.
014800 FD  LETTER-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 01  LETTER-LINE                 PIC X(80).
015100 FD  DOCUMENT-RPT
015200     LABEL RECORDS ARE STANDARD.
015300 01  DOCUMENT-LINE               PIC X(100).
015400 WORKING-STORAGE SECTION.
015500******************************************************************
015600*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
015700*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
015800*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
015900*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
016000*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. THE WEEKLY LEG  *
016100*    ONLY READS WHAT THE NIGHTS HAVE POSTED AND IS NOT LEDGERED. *
016200******************************************************************
016300 01  RUN-CONTROL-EVENT.
016400     COPY JRUNREC.
016500 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSDOCS  '.
016600 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
016700 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
016800     'GSNIGHT                 '.
016900 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
017000     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
017100 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
017200 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
017300 01  WS-RUNCTL-STATUS         PIC X(02).
017400 01  WS-RUN-BUS-DATE          PIC 9(08).
017500 01  WS-RUN-PX                PIC 9(02).
017600 01  WS-RUN-PRED-STATE        PIC X.
017700 01  WS-RUN-BLOCKER           PIC X(08).
017800 01  WS-RUNMODE-STATUS        PIC X(02).
017900 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
018000 01  WS-AUDIT-STATUS          PIC X(02).
018100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
018200 01  WS-DOCREQ-STATUS         PIC X(02).
018300 01  WS-PICKAUTH-STATUS       PIC X(02).
018400 01  WS-DOCCHK-STATUS         PIC X(02).
018500 01  WS-DOCTRAN-STATUS        PIC X(02).
018550 01  WS-HOUSING-STATUS        PIC X(02).
018600 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
018700 01  WS-LTRTMPL-STATUS        PIC X(02).
018800 01  WS-DOCLTRS-STATUS        PIC X(02).
018900 01  WS-DOCRPT-STATUS         PIC X(02).
019000 01  WS-GUARDIAN-OPEN         PIC X.
019100 01  i                        PIC 9(05).
019200 01  j                        PIC 9(05).
019300 01  k                        PIC 9(05).
019400 01  p                        PIC 9(05).
019500******************************************************************
019600*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
019700*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
019800******************************************************************
019900 01  WS-BUSDATE-STATUS        PIC X(02).
020000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020100 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
020200 01  BUS-DATE-HEADING.
020300     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
020400     05  BDH-DATE             PIC 9(08).
020500     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
020600******************************************************************
020700*    CALENDAR ARITHMETIC - STEP-TO-NEXT-DAY MOVES WS-NEXT-DATE   *
020800*    ON BY ONE DAY. A DUE DATE IS THE OPENED DATE STEPPED ON     *
020900*    DR-GRACE-DAYS TIMES; AN ITEM IS DUE ANOTHER LETTER WHEN ITS *
021000*    LAST LETTER STEPPED ON WS-RESEND-DAYS TIMES HAS COME.       *
021100******************************************************************
021200 77  WS-RESEND-DAYS           PIC 9(03) VALUE 7.
021300 01  WS-NEXT-DATE             PIC 9(08).
021400 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
021500     05  WS-NEXT-YEAR         PIC 9(04).
021600     05  WS-NEXT-MONTH        PIC 9(02).
021700     05  WS-NEXT-DAY          PIC 9(02).
021800 01  WS-MONTH-DAYS-LIST       PIC X(24)
021900     VALUE '312831303130313130313031'.
022000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
022100     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
022200 01  WS-MONTH-END             PIC 9(02).
022300 01  WS-LEAP-QUOTIENT         PIC 9(04).
022400 01  WS-LEAP-REM-4            PIC 9(04).
022500 01  WS-LEAP-REM-100          PIC 9(04).
022600 01  WS-LEAP-REM-400          PIC 9(04).
022700 01  WS-CHECK-DATE            PIC 9(08).
022800 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
022900     05  WS-CHECK-YEAR        PIC 9(04).
023000     05  WS-CHECK-MONTH       PIC 9(02).
023100     05  WS-CHECK-DAY         PIC 9(02).
023200 01  WS-DATE-OK               PIC X.
023300******************************************************************
023400*    GRADE RANK - KG 00, 01-12 AS NUMBERED, UG 13. SET-GRADE-    *
023500*    RANK TURNS WS-RANK-GRADE INTO WS-GRADE-RANK; ANY OTHER CODE *
023600*    IS 99 AND FITS NO RANGE.                                    *
023700******************************************************************
023800 01  WS-RANK-GRADE            PIC X(02).
023900 01  WS-GRADE-RANK            PIC 9(02).
024000******************************************************************
024100*    EVERY STUDENT ON ROSTERVS, IN ID ORDER. RST-ADD-TONIGHT IS  *
024200*    'Y' FOR TONIGHT'S ADDS, RST-ON-LIST 'Y' FOR A STUDENT WHO   *
024300*    ALREADY HAS A CHECKLIST, RST-PROHIBITED 'Y' FOR A STUDENT   *
024400*    WITH A PROHIBITED PERSON ON PICKAUTH. RST-HS- HOLD THE      *
024430*    STUDENT'S CURRENT HOUSING SPELL (RST-HS-EFFECTIVE ZERO FOR  *
024460*    NONE); RST-MCKV 'Y' WHEN IT MAKES THEM ELIGIBLE.            *
024500******************************************************************
024600 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
024700 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
024800 01  RST-TABLE.
024900     05  RST-ROW              OCCURS 0 TO 2000 TIMES
025000                              DEPENDING ON WS-RST-COUNT
025100                              ASCENDING KEY IS RST-ID
025200                              INDEXED BY RST-IDX.
025300         10  RST-ID           PIC 9(07).
025400         10  RST-LAST-NAME    PIC X(30).
025500         10  RST-FIRST-NAME   PIC X(20).
025600         10  RST-GRADE        PIC X(02).
025700         10  RST-SCHOOL       PIC X(04).
025800         10  RST-IEP          PIC X(01).
025900         10  RST-ENROLLED     PIC X(01).
026000         10  RST-ADDRESS      PIC X(30).
026100         10  RST-CITY         PIC X(20).
026200         10  RST-STATE        PIC X(02).
026300         10  RST-ZIP          PIC X(05).
026400         10  RST-ADD-TONIGHT  PIC X(01).
026500         10  RST-ON-LIST      PIC X(01).
026600         10  RST-PROHIBITED   PIC X(01).
026610         10  RST-HS-EFFECTIVE PIC 9(08).
026620         10  RST-HS-DETERM    PIC X(01).
026630         10  RST-HS-TYPE      PIC X(01).
026640         10  RST-HS-FOSTER    PIC X(01).
026650         10  RST-HS-LIAISON   PIC X(08).
026660         10  RST-MCKV         PIC X(01).
026700 01  WS-RST-FULL              PIC X VALUE 'N'.
026800 01  WS-RST-ROW               PIC 9(05).
026850 01  WS-SPELL-END             PIC 9(08).
026900******************************************************************
027000*    THE REQUIREMENTS FROM DOCREQ, IN FILE (LISTING) ORDER.      *
027100******************************************************************
027200 77  WS-REQ-MAX               PIC 9(03) VALUE 030.
027300 01  WS-REQ-COUNT             PIC 9(03) VALUE ZERO.
027400 01  WS-REQ-TABLE.
027500     05  WS-REQ-ENTRY         OCCURS 30 TIMES.
027600         10  WS-REQ-TYPE      PIC X(04).
027700         10  WS-REQ-DESC      PIC X(30).
027800         10  WS-REQ-RANK-FROM PIC 9(02).
027900         10  WS-REQ-RANK-TO   PIC 9(02).
028000         10  WS-REQ-CIRCUM    PIC X(01).
028100         10  WS-REQ-GRACE     PIC 9(03).
028200 01  WS-REQ-FULL              PIC X VALUE 'N'.
028300 01  WS-REQ-ROW               PIC 9(03).
028400 01  WS-REQ-REJECTED          PIC 9(05) VALUE ZERO.
028500 01  WS-CARD-REASON           PIC X(36).
028600******************************************************************
028700*    THE CHECKLIST HELD FOR THE RUN, IN KEY ORDER FOR THE SEARCH *
028800*    ALL. CK-SORT-SCHOOL/NAME ARE FILLED FROM THE ROSTER ONLY    *
028900*    FOR THE WEEKLY REPORT'S BUILDING ORDER; THE TABLE IS PUT    *
029000*    BACK IN KEY ORDER BEFORE IT IS SAVED.                       *
029100******************************************************************
029200 77  WS-CK-MAX                PIC 9(05) VALUE 10000.
029300 01  WS-CK-COUNT              PIC 9(05) VALUE ZERO.
029400 01  CK-TABLE.
029500     05  CK-ROW               OCCURS 0 TO 10000 TIMES
029600                              DEPENDING ON WS-CK-COUNT
029700                              ASCENDING KEY IS CK-STUDENT CK-TYPE
029800                              INDEXED BY CK-IDX.
029900         10  CK-STUDENT       PIC 9(07).
030000         10  CK-TYPE          PIC X(04).
030100         10  CK-SCHOOL        PIC X(04).
030200         10  CK-STATUS        PIC X(01).
030300         10  CK-OPENED        PIC 9(08).
030400         10  CK-DUE           PIC 9(08).
030500         10  CK-RECEIVED      PIC 9(08).
030600         10  CK-VERIFIED-BY   PIC X(08).
030700         10  CK-LAST-LETTER   PIC 9(08).
030800         10  CK-LETTER-COUNT  PIC 9(02).
030900         10  CK-SORT-SCHOOL   PIC X(04).
031000         10  CK-SORT-NAME     PIC X(50).
031100         10  CK-REQ-ROW       PIC 9(03).
031200         10  CK-RST-ROW       PIC 9(05).
031300 01  WS-CK-FULL               PIC X VALUE 'N'.
031400 01  WS-CK-ROW                PIC 9(05).
031500******************************************************************
031600*    ITEMS TONIGHT'S STUDENTS SHOULD HAVE - KEPT AND ADDED TO    *
031700*    THE CHECKLIST ONLY WHERE THE STUDENT HAS NO SUCH ITEM YET.  *
031800******************************************************************
031900 77  WS-NEW-MAX               PIC 9(05) VALUE 05000.
032000 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
032100 01  WS-NEW-TABLE.
032200     05  WS-NEW-ENTRY         OCCURS 5000 TIMES.
032300         10  WS-NEW-STUDENT   PIC 9(07).
032400         10  WS-NEW-TYPE      PIC X(04).
032500         10  WS-NEW-SCHOOL    PIC X(04).
032600         10  WS-NEW-DUE       PIC 9(08).
032700 01  WS-NEW-FULL              PIC X VALUE 'N'.
032800 01  WS-NEEDED                PIC X.
032900******************************************************************
033000*    THE LETTER-TEMPLATE FILE LOADED ONCE. NO 'DOCF' BODY IN ANY *
033100*    LANGUAGE PRINTS THE ENGLISH DEFAULT LINES BELOW.            *
033200******************************************************************
033300 77  WS-TMPL-MAX              PIC 9(03) VALUE 500.
033400 01  WS-TMPL-COUNT            PIC 9(03) VALUE ZERO.
033500 01  WS-TMPL-TABLE.
033600     05  WS-TMPL-ENTRY        OCCURS 500 TIMES.
033700         10  WS-TMPL-TYPE     PIC X(04).
033800         10  WS-TMPL-LANG     PIC X(02).
033900         10  WS-TMPL-TEXT     PIC X(60).
034000 01  WS-BODY-TYPE             PIC X(04).
034100 01  WS-LETTER-LANG           PIC X(02).
034200 01  WS-BODY-LINES            PIC 9(03).
034300 01  WS-FALLBACK-COUNT        PIC 9(05) VALUE ZERO.
034400******************************************************************
034500*    WEEKLY REPORT AND LETTER WORK AREAS. A STUDENT'S ITEMS ARE  *
034600*    ROWS WS-STU-FIRST THRU WS-STU-LAST OF THE SORTED CHECKLIST. *
034700******************************************************************
034800 01  WS-STU-FIRST             PIC 9(05).
034900 01  WS-STU-LAST              PIC 9(05).
035000 01  WS-LETTER-DUE            PIC X.
035100 01  WS-CURRENT-SCHOOL        PIC X(04).
035200 01  WS-BLDG-ITEMS            PIC 9(05).
035300 01  WS-BLDG-OVERDUE          PIC 9(05).
035400 01  WS-BLDG-STUDENTS         PIC 9(05).
035500 01  WS-LAST-STUDENT          PIC 9(07).
035600******************************************************************
035700*    RUN TOTALS.                                                 *
035800******************************************************************
035900 01  WS-ADDS-READ             PIC 9(05) VALUE ZERO.
036000 01  WS-ADDS-NOT-ON-ROSTER    PIC 9(05) VALUE ZERO.
036100 01  WS-ITEMS-OPENED          PIC 9(05) VALUE ZERO.
036200 01  WS-TRANS-READ            PIC 9(05) VALUE ZERO.
036300 01  WS-TRANS-REJECTED        PIC 9(05) VALUE ZERO.
036400 01  WS-RECEIVED-COUNT        PIC 9(05) VALUE ZERO.
036500 01  WS-WAIVED-COUNT          PIC 9(05) VALUE ZERO.
036550 01  WS-HOUSING-WAIVED        PIC 9(05) VALUE ZERO.
036600 01  WS-OUTSTANDING-COUNT     PIC 9(05) VALUE ZERO.
036700 01  WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.
036800 01  WS-LETTER-COUNT          PIC 9(05) VALUE ZERO.
036900******************************************************************
037000*    DOCRPT LINES.                                               *
037100******************************************************************
037200 01  RQ-HEADING.
037300     05  FILLER               PIC X(45) VALUE
037400         'DOCUMENT REQUIREMENTS (DOCREQ) - REJECTED    '.
037500 01  RQ-DETAIL-LINE.
037600     05  RQ-D-CARD            PIC X(50).
037700     05  FILLER               PIC X(02) VALUE SPACES.
037800     05  RQ-D-REASON          PIC X(36).
037900 01  OP-HEADING.
038000     05  FILLER               PIC X(45) VALUE
038100         'DOCUMENT CHECKLIST ITEMS OPENED TONIGHT      '.
038200 01  OP-COLUMNS.
038300     05  FILLER               PIC X(09) VALUE 'ID'.
038400     05  FILLER               PIC X(32) VALUE 'STUDENT'.
038500     05  FILLER               PIC X(04) VALUE 'GR'.
038600     05  FILLER               PIC X(06) VALUE 'BLDG'.
038700     05  FILLER               PIC X(06) VALUE 'DOC'.
038800     05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
038900     05  FILLER               PIC X(08) VALUE 'DUE'.
039000 01  OP-DETAIL-LINE.
039100     05  OP-D-ID              PIC 9(07).
039200     05  FILLER               PIC X(02) VALUE SPACES.
039300     05  OP-D-NAME            PIC X(30).
039400     05  FILLER               PIC X(02) VALUE SPACES.
039500     05  OP-D-GRADE           PIC X(02).
039600     05  FILLER               PIC X(02) VALUE SPACES.
039700     05  OP-D-SCHOOL          PIC X(04).
039800     05  FILLER               PIC X(02) VALUE SPACES.
039900     05  OP-D-TYPE            PIC X(04).
040000     05  FILLER               PIC X(02) VALUE SPACES.
040100     05  OP-D-DESC            PIC X(30).
040200     05  FILLER               PIC X(02) VALUE SPACES.
040300     05  OP-D-DUE             PIC 9(08).
040400 01  TR-HEADING.
040500     05  FILLER               PIC X(45) VALUE
040600         'DOCUMENT RECEIPTS (DOCTRAN) - REJECTED       '.
040700 01  TR-DETAIL-LINE.
040800     05  TR-D-CARD            PIC X(28).
040900     05  FILLER               PIC X(02) VALUE SPACES.
041000     05  TR-D-REASON          PIC X(36).
041020 01  WV-HEADING.
041040     05  FILLER               PIC X(45) VALUE
041060         'ITEMS WAIVED - TEMPORARY HOUSING/FOSTER CARE '.
041100 01  MS-HEADING.
041200     05  FILLER               PIC X(45) VALUE
041300         'MISSING ENROLLMENT DOCUMENTS BY BUILDING     '.
041400 01  MS-BLDG-HEADING.
041500     05  FILLER               PIC X(10) VALUE 'BUILDING: '.
041600     05  MS-B-SCHOOL          PIC X(04).
041700 01  MS-COLUMNS.
041800     05  FILLER               PIC X(09) VALUE 'ID'.
041900     05  FILLER               PIC X(28) VALUE 'STUDENT'.
042000     05  FILLER               PIC X(04) VALUE 'GR'.
042100     05  FILLER               PIC X(06) VALUE 'DOC'.
042200     05  FILLER               PIC X(22) VALUE 'DESCRIPTION'.
042300     05  FILLER               PIC X(10) VALUE 'OPENED'.
042400     05  FILLER               PIC X(10) VALUE 'DUE'.
042500     05  FILLER               PIC X(07) VALUE 'STATUS'.
042600     05  FILLER               PIC X(04) VALUE 'LTRS'.
042700 01  MS-DETAIL-LINE.
042800     05  MS-D-ID              PIC 9(07).
042900     05  FILLER               PIC X(02) VALUE SPACES.
043000     05  MS-D-NAME            PIC X(26).
043100     05  FILLER               PIC X(02) VALUE SPACES.
043200     05  MS-D-GRADE           PIC X(02).
043300     05  FILLER               PIC X(02) VALUE SPACES.
043400     05  MS-D-TYPE            PIC X(04).
043500     05  FILLER               PIC X(02) VALUE SPACES.
043600     05  MS-D-DESC            PIC X(20).
043700     05  FILLER               PIC X(02) VALUE SPACES.
043800     05  MS-D-OPENED          PIC 9(08).
043900     05  FILLER               PIC X(02) VALUE SPACES.
044000     05  MS-D-DUE             PIC 9(08).
044100     05  FILLER               PIC X(02) VALUE SPACES.
044200     05  MS-D-STATUS          PIC X(07).
044300     05  FILLER               PIC X(02) VALUE SPACES.
044400     05  MS-D-LETTERS         PIC Z9.
044500 01  MS-BLDG-TOTAL-LINE.
044600     05  FILLER               PIC X(18) VALUE
044700         '  BUILDING TOTAL: '.
044800     05  MS-T-STUDENTS        PIC ZZZZ9.
044900     05  FILLER               PIC X(11) VALUE ' STUDENTS, '.
045000     05  MS-T-ITEMS           PIC ZZZZ9.
045100     05  FILLER               PIC X(20) VALUE
045200         ' ITEMS OUTSTANDING, '.
045300     05  MS-T-OVERDUE         PIC ZZZZ9.
045400     05  FILLER               PIC X(08) VALUE ' OVERDUE'.
045500 01  RUN-TOTAL-LINE.
045600     05  RT-LABEL             PIC X(44).
045700     05  RT-VALUE             PIC ZZZZ9.
045800******************************************************************
045900*    DOCLTRS LINES - ONE FOLLOW-UP LETTER PER STUDENT.           *
046000******************************************************************
046100 01  LT-ADDRESS-LINE-1.
046200     05  LT-A1-GUARDIAN       PIC X(40).
046300 01  LT-ADDRESS-LINE-2.
046400     05  LT-A2-ADDRESS        PIC X(30).
046500 01  LT-ADDRESS-LINE-3.
046600     05  LT-A3-CITY           PIC X(20).
046700     05  FILLER               PIC X(02) VALUE SPACES.
046800     05  LT-A3-STATE          PIC X(02).
046900     05  FILLER               PIC X(02) VALUE SPACES.
047000     05  LT-A3-ZIP            PIC X(05).
047100 01  LT-SUBJECT-LINE.
047200     05  FILLER               PIC X(29) VALUE
047300         'RE: ENROLLMENT DOCUMENTS FOR '.
047400     05  LT-S-STUDENT         PIC X(40).
047500 01  LT-BODY-DEFAULT-1.
047600     05  FILLER               PIC X(60) VALUE
047700         'OUR RECORDS SHOW THAT WE HAVE NOT YET RECEIVED THE'.
047800 01  LT-BODY-DEFAULT-2.
047900     05  FILLER               PIC X(60) VALUE
048000         'ENROLLMENT DOCUMENTS LISTED BELOW. PLEASE BRING OR'.
048100 01  LT-BODY-DEFAULT-3.
048200     05  FILLER               PIC X(60) VALUE
048300         'SEND THEM TO THE SCHOOL OFFICE AS SOON AS POSSIBLE.'.
048400 01  LT-DOC-LINE.
048500     05  FILLER               PIC X(04) VALUE SPACES.
048600     05  LT-D-DESC            PIC X(30).
048700     05  FILLER               PIC X(10) VALUE ' - WAS DUE'.
048800     05  FILLER               PIC X(01) VALUE SPACE.
048900     05  LT-D-DUE             PIC 9(08).
049000 01  LT-SEPARATOR.
049100     05  FILLER               PIC X(40) VALUE ALL '-'.
049200 PROCEDURE DIVISION.
049300 MAINLINE.
049400******************************************************************
049500*    NIGHTLY: OPEN ITEMS FOR TONIGHT'S ADDS AND NEW              *
049600*    CIRCUMSTANCES, POST THE RECEIPTS. WEEKLY: REPORT AND CHASE  *
049700*    WHAT IS STILL MISSING. EITHER WAY THE CHECKLIST IS SAVED.   *
049800******************************************************************
049900     perform read-business-date
050000     perform read-run-mode
050100     if ws-run-mode not = spaces
050200         and ws-run-mode not = 'WEEKLY  '
050300         display 'RUNMODE ' ws-run-mode
050400             ' IS NOT WEEKLY OR EMPTY - NOTHING RUN'
050500         move 16 to return-code
050600         stop run
050700     end-if
050800     if ws-run-mode = spaces
050900         perform start-run-control
051000     end-if
051100     open output document-rpt
051200     if ws-docrpt-status not = '00'
051300         display 'COULD NOT OPEN DOCRPT - STATUS '
051400             ws-docrpt-status
051500         move 16 to return-code
051600         stop run
051700     end-if
051800     write document-line from bus-date-heading
051900     perform load-roster-table
052000     perform load-requirements
052100     perform load-prohibited
052200     perform load-checklist
052300     if ws-run-mode = spaces
052400         perform open-items-for-adds
052500         perform apply-receipts
052530         perform load-housing
052560         perform waive-housing-items
052600     else
052700         perform print-missing-report
052800         perform write-follow-up-letters
052900     end-if
053000     perform save-checklist
053100     perform print-run-totals
053200     close document-rpt
053300     display 'DOCUMENT CHECKLIST - OPENED ' ws-items-opened
053400         ' RECEIVED ' ws-received-count
053500         ' WAIVED ' ws-waived-count
053550         ' HOUSING ' ws-housing-waived
053600         ' LETTERS ' ws-letter-count
053700     if ws-fallback-count not = zero
053800         display 'LETTERS FELL BACK TO ENGLISH - NO '
053900             'TRANSLATION ON FILE: ' ws-fallback-count
054000     end-if
054100     if ws-req-rejected > zero
054200         or ws-trans-rejected > zero
054300         or ws-rst-full = 'Y'
054400         or ws-req-full = 'Y'
054500         or ws-ck-full = 'Y'
054600         or ws-new-full = 'Y'
054700         move 4 to return-code
054800     end-if
054900     if ws-run-mode = spaces
055000         perform end-run-control
055100     end-if
055200     stop run
055300     .
055400 READ-RUN-MODE.
055500******************************************************************
055600*    THE OPTIONAL RUNMODE CARD. 'WEEKLY' RUNS THE REPORT AND     *
055700*    LETTER LEG; MISSING OR EMPTY RUNS THE NIGHTLY LEG.          *
055800******************************************************************
055900     open input run-mode-file
056000     if ws-runmode-status = '00'
056100         read run-mode-file next record
056200         if ws-runmode-status = '00'
056300             move rm-mode to ws-run-mode
056400         end-if
056500         close run-mode-file
056600     end-if
056700     .
056800 LOAD-ROSTER-TABLE.
056900     move zero to ws-rst-count
057000     open input roster-file
057100     if ws-roster-file-status not = '00'
057200         display 'COULD NOT OPEN ROSTERVS - STATUS '
057300             ws-roster-file-status
057400         move 16 to return-code
057500         stop run
057600     end-if
057700     perform until ws-roster-file-status not = '00'
057800         read roster-file next record
057900         if ws-roster-file-status = '00'
058000             if ws-rst-count < ws-rst-max
058100                 add 1 to ws-rst-count
058200                 move ws-rst-count to i
058300                 move st-id           to rst-id(i)
058400                 move st-last-name    to rst-last-name(i)
058500                 move st-first-name   to rst-first-name(i)
058600                 move st-grade        to rst-grade(i)
058700                 move st-school-code  to rst-school(i)
058800                 move st-iep-status   to rst-iep(i)
058900                 move st-address      to rst-address(i)
059000                 move st-city         to rst-city(i)
059100                 move st-state        to rst-state(i)
059200                 move st-zip          to rst-zip(i)
059300                 move 'N' to rst-add-tonight(i) rst-on-list(i)
059400                             rst-prohibited(i) rst-mckv(i)
059450                 move zero to rst-hs-effective(i)
059500                 if st-withdraw-date = zero
059600                     move 'Y' to rst-enrolled(i)
059700                 else
059800                     move 'N' to rst-enrolled(i)
059900                 end-if
060000             else
060100                 move 'Y' to ws-rst-full
060200             end-if
060300         end-if
060400     end-perform
060500     close roster-file
060600     if ws-rst-full = 'Y'
060700         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
060800     end-if
060900     if ws-rst-count > 1
061000         sort rst-row on ascending key rst-id
061100     end-if
061200     .
061300 LOAD-REQUIREMENTS.
061400******************************************************************
061500*    A REQUIREMENT WITH NO DOCUMENT TYPE, A TYPE ALREADY ON      *
061600*    FILE, GRADES THAT ARE NOT KG-12/UG OR OUT OF ORDER, AN      *
061700*    UNKNOWN CIRCUMSTANCE OR NO GRACE DAYS IS LISTED AND LEFT    *
061800*    OUT - THE REST STILL APPLY.                                 *
061900******************************************************************
062000     move spaces to document-line
062100     write document-line
062200     write document-line from rq-heading
062300     move zero to ws-req-count
062400     open input requirement-file
062500     if ws-docreq-status not = '00'
062600         display 'COULD NOT OPEN DOCREQ - STATUS '
062700             ws-docreq-status
062800         move 16 to return-code
062900         stop run
063000     end-if
063100     perform until ws-docreq-status not = '00'
063200         read requirement-file next record
063300         if ws-docreq-status = '00'
063400             perform edit-requirement
063500         end-if
063600     end-perform
063700     close requirement-file
063800     if ws-req-rejected = zero
063900         move 'NO REQUIREMENTS REJECTED' to document-line
064000         write document-line
064100     end-if
064200     if ws-req-full = 'Y'
064300         display 'DOCREQ - REQUIREMENT TABLE FULL AT ' ws-req-max
064400     end-if
064500     .
064600 EDIT-REQUIREMENT.
064700     move spaces to ws-card-reason
064800     if dr-doc-type = spaces
064900         move 'DOCUMENT TYPE MISSING' to ws-card-reason
065000     end-if
065100     perform varying j from 1 by 1 until j > ws-req-count
065200         if ws-req-type(j) = dr-doc-type
065300             move 'DOCUMENT TYPE ALREADY ON FILE'
065400                 to ws-card-reason
065500         end-if
065600     end-perform
065700     move dr-grade-to to ws-rank-grade
065800     perform set-grade-rank
065900     move ws-grade-rank to p
066000     move dr-grade-from to ws-rank-grade
066100     perform set-grade-rank
066200     if ws-card-reason = spaces
066300         if ws-grade-rank = 99 or p = 99
066400             or ws-grade-rank > p
066500             move 'GRADES NOT KG-12/UG OR OUT OF ORDER'
066600                 to ws-card-reason
066700         end-if
066800     end-if
066900     if ws-card-reason = spaces
067000         if dr-circumstance not = space
067100             and dr-circumstance not = 'C'
067200             and dr-circumstance not = 'E'
067300             move 'CIRCUMSTANCE NOT SPACE, C OR E'
067400                 to ws-card-reason
067500         end-if
067600     end-if
067700     if ws-card-reason = spaces
067800         if dr-grace-days is not numeric
067900             or dr-grace-days = zero
068000             move 'GRACE DAYS NOT 001-999' to ws-card-reason
068100         end-if
068200     end-if
068300     if ws-card-reason not = spaces
068400         add 1 to ws-req-rejected
068500         move doc-requirement-record to rq-d-card
068600         move ws-card-reason         to rq-d-reason
068700         write document-line from rq-detail-line
068800     else
068900         if ws-req-count < ws-req-max
069000             add 1 to ws-req-count
069100             move dr-doc-type     to ws-req-type(ws-req-count)
069200             move dr-description  to ws-req-desc(ws-req-count)
069300             move ws-grade-rank
069400                 to ws-req-rank-from(ws-req-count)
069500             move p               to ws-req-rank-to(ws-req-count)
069600             move dr-circumstance to ws-req-circum(ws-req-count)
069700             move dr-grace-days   to ws-req-grace(ws-req-count)
069800         else
069900             move 'Y' to ws-req-full
070000         end-if
070100     end-if
070200     .
070300 SET-GRADE-RANK.
070400     evaluate ws-rank-grade
070500         when 'KG'
070600             move zero to ws-grade-rank
070700         when 'UG'
070800             move 13 to ws-grade-rank
070900         when '01' thru '12'
071000             move ws-rank-grade to ws-grade-rank
071100         when other
071200             move 99 to ws-grade-rank
071300     end-evaluate
071400     .
071500 LOAD-PROHIBITED.
071600******************************************************************
071700*    A PROHIBITED PERSON ON PICKAUTH MEANS A COURT ORDER STANDS  *
071800*    BEHIND IT - THE 'C' REQUIREMENTS APPLY TO THAT STUDENT. NO  *
071900*    PICKAUTH MEANS NO STUDENT HAS ONE.                          *
072000******************************************************************
072100     open input pickup-auth-file
072200     if ws-pickauth-status = '00'
072300         perform until ws-pickauth-status not = '00'
072400             read pickup-auth-file next record
072500             if ws-pickauth-status = '00'
072600                 and pk-type = 'P'
072700                 search all rst-row
072800                     when rst-id(rst-idx) = pk-student-id
072900                         move 'Y' to rst-prohibited(rst-idx)
073000                 end-search
073100             end-if
073200         end-perform
073300         close pickup-auth-file
073400     end-if
073500     .
073600 LOAD-CHECKLIST.
073700******************************************************************
073800*    THE WHOLE CHECKLIST. NO DOCCHK YET (THE FIRST NIGHT) IS AN  *
073900*    EMPTY ONE.                                                  *
074000******************************************************************
074100     move zero to ws-ck-count
074200     open input checklist-file
074300     if ws-docchk-status = '00'
074400         perform until ws-docchk-status not = '00'
074500             read checklist-file next record
074600             if ws-docchk-status = '00'
074700                 if ws-ck-count < ws-ck-max
074800                     add 1 to ws-ck-count
074900                     move ws-ck-count to i
075000                     move dk-student-id    to ck-student(i)
075100                     move dk-doc-type      to ck-type(i)
075200                     move dk-school-code   to ck-school(i)
075300                     move dk-status        to ck-status(i)
075400                     move dk-opened-date   to ck-opened(i)
075500                     move dk-due-date      to ck-due(i)
075600                     move dk-received-date to ck-received(i)
075700                     move dk-verified-by   to ck-verified-by(i)
075800                     move dk-last-letter   to ck-last-letter(i)
075900                     move dk-letter-count  to ck-letter-count(i)
076000                 else
076100                     move 'Y' to ws-ck-full
076200                 end-if
076300             end-if
076400         end-perform
076500         close checklist-file
076600     end-if
076700     if ws-ck-full = 'Y'
076800         display 'DOCCHK - CHECKLIST TABLE FULL AT ' ws-ck-max
076900     end-if
077000     perform sort-checklist-by-key
077100     perform varying i from 1 by 1 until i > ws-ck-count
077200         search all rst-row
077300             when rst-id(rst-idx) = ck-student(i)
077400                 move 'Y' to rst-on-list(rst-idx)
077500         end-search
077600     end-perform
077700     .
077800 SORT-CHECKLIST-BY-KEY.
077900     if ws-ck-count > 1
078000         sort ck-row on ascending key ck-student ck-type
078100     end-if
078200     .
078300 OPEN-ITEMS-FOR-ADDS.
078400******************************************************************
078500*    TONIGHT'S SUCCESSFUL ADDS - BATCH OR ONLINE - ARE MARKED ON *
078600*    THE ROSTER TABLE. THEN EVERY ENROLLED STUDENT WHO IS A NEW  *
078700*    ADD OR ALREADY HAS A CHECKLIST IS GIVEN AN ITEM FOR EACH    *
078800*    REQUIREMENT THAT APPLIES AND THAT THEY DO NOT HAVE YET. A   *
078900*    RERUN OF THE NIGHT FINDS THE ITEMS ALREADY OPEN.            *
078910*    TONIGHT'S MEANS AUD-DATE = THE BUSINESS DATE - GSNIGHT      *
078920*    STAMPS ITS RECORDS WITH THE BUSINESS DATE, NOT THE CLOCK,   *
078930*    SO A NIGHT PAST MIDNIGHT OR AN OVERRIDE RERUN STILL MATCHES.*
078940*    A GSAD ONLINE ADD CARRIES THE DAY IT WAS KEYED.             *
079000******************************************************************
079100     open input audit-file
079200     if ws-audit-status = '00'
079300         perform until ws-audit-status not = '00'
079400             read audit-file next record
079500             if ws-audit-status = '00'
079600                 and aud-date = ws-business-date
079700                 and aud-action = 'ADD '
079800                 and aud-result = 'ADDED'
079900                 perform mark-one-add
080000             end-if
080100         end-perform
080200         close audit-file
080300     end-if
080400     move zero to ws-new-count
080500     perform varying ws-rst-row from 1 by 1
080600             until ws-rst-row > ws-rst-count
080700         if rst-enrolled(ws-rst-row) = 'Y'
080800             and (rst-add-tonight(ws-rst-row) = 'Y'
080900                  or rst-on-list(ws-rst-row) = 'Y')
081000             perform find-needed-items
081100         end-if
081200     end-perform
081300     if ws-new-full = 'Y'
081400         display 'NEW ITEM TABLE FULL AT ' ws-new-max
081500     end-if
081600     move spaces to document-line
081700     write document-line
081800     write document-line from op-heading
081900     move spaces to document-line
082000     write document-line
082100     write document-line from op-columns
082200     perform varying k from 1 by 1 until k > ws-new-count
082300         perform add-new-item
082400     end-perform
082500     if ws-items-opened = zero
082600         move 'NO ITEMS OPENED' to document-line
082700         write document-line
082800     end-if
082900     perform sort-checklist-by-key
083000     .
083100 MARK-ONE-ADD.
083200     add 1 to ws-adds-read
083300     move 'N' to ws-needed
083400     search all rst-row
083500         when rst-id(rst-idx) = aud-student-id
083600             move 'Y' to rst-add-tonight(rst-idx)
083700             move 'Y' to ws-needed
083800     end-search
083900     if ws-needed = 'N'
084000         add 1 to ws-adds-not-on-roster
084100         display 'ADD NOT ON ROSTERVS - NO CHECKLIST: '
084200             aud-student-id
084300     end-if
084400     .
084500 FIND-NEEDED-ITEMS.
084600     move rst-grade(ws-rst-row) to ws-rank-grade
084700     perform set-grade-rank
084800     perform varying ws-req-row from 1 by 1
084900             until ws-req-row > ws-req-count
085000         move 'N' to ws-needed
085100         if ws-grade-rank not < ws-req-rank-from(ws-req-row)
085200             and ws-grade-rank not > ws-req-rank-to(ws-req-row)
085300             evaluate ws-req-circum(ws-req-row)
085400                 when space
085500                     move 'Y' to ws-needed
085600                 when 'C'
085700                     move rst-prohibited(ws-rst-row) to ws-needed
085800                 when 'E'
085900                     if rst-iep(ws-rst-row) = 'Y'
086000                         move 'Y' to ws-needed
086100                     end-if
086200             end-evaluate
086300         end-if
086400         if ws-needed = 'Y'
086500             search all ck-row
086600                 when ck-student(ck-idx) = rst-id(ws-rst-row)
086700                  and ck-type(ck-idx) = ws-req-type(ws-req-row)
086800                     move 'N' to ws-needed
086900             end-search
087000         end-if
087100         if ws-needed = 'Y'
087200             if ws-new-count < ws-new-max
087300                 add 1 to ws-new-count
087400                 move rst-id(ws-rst-row)
087500                     to ws-new-student(ws-new-count)
087600                 move ws-req-type(ws-req-row)
087700                     to ws-new-type(ws-new-count)
087800                 move rst-school(ws-rst-row)
087900                     to ws-new-school(ws-new-count)
088000                 move ws-business-date to ws-next-date
088100                 perform step-to-next-day
088200                     ws-req-grace(ws-req-row) times
088300                 move ws-next-date to ws-new-due(ws-new-count)
088400             else
088500                 move 'Y' to ws-new-full
088600             end-if
088700         end-if
088800     end-perform
088900     .
089000 ADD-NEW-ITEM.
089100     if ws-ck-count < ws-ck-max
089200         add 1 to ws-ck-count
089300         move ws-ck-count to i
089400         move ws-new-student(k) to ck-student(i)
089500         move ws-new-type(k)    to ck-type(i)
089600         move ws-new-school(k)  to ck-school(i)
089700         move 'O'               to ck-status(i)
089800         move ws-business-date  to ck-opened(i)
089900         move ws-new-due(k)     to ck-due(i)
090000         move zero to ck-received(i) ck-last-letter(i)
090100                      ck-letter-count(i)
090200         move spaces to ck-verified-by(i)
090300         add 1 to ws-items-opened
090400         search all rst-row
090500             when rst-id(rst-idx) = ws-new-student(k)
090600                 set ws-rst-row to rst-idx
090700         end-search
090800         move ws-new-student(k) to op-d-id
090900         move spaces to op-d-name
091000         string rst-last-name(ws-rst-row) delimited by '  '
091100             ', '                         delimited by size
091200             rst-first-name(ws-rst-row)   delimited by size
091300             into op-d-name
091400         end-string
091500         move rst-grade(ws-rst-row) to op-d-grade
091600         move ws-new-school(k) to op-d-school
091700         move ws-new-type(k)   to op-d-type
091800         move spaces to op-d-desc
091900         perform varying j from 1 by 1 until j > ws-req-count
092000             if ws-req-type(j) = ws-new-type(k)
092100                 move ws-req-desc(j) to op-d-desc
092200             end-if
092300         end-perform
092400         move ws-new-due(k) to op-d-due
092500         write document-line from op-detail-line
092600     else
092700         move 'Y' to ws-ck-full
092800     end-if
092900     .
093000 APPLY-RECEIPTS.
093100******************************************************************
093200*    THE REGISTRARS' RECEIPT CARDS, EDITED - FIRST FAILURE WINS: *
093300*    NO SUCH ITEM ON THE STUDENT'S CHECKLIST, ACTION NOT R OR W, *
093400*    DATE NOT A DATE OR AFTER TODAY, NO STAFF ID. A MISSING      *
093500*    DOCTRAN IS A NIGHT WITH NO RECEIPTS.                        *
093600******************************************************************
093700     move spaces to document-line
093800     write document-line
093900     write document-line from tr-heading
094000     open input receipt-trans-file
094100     if ws-doctran-status = '00'
094200         perform until ws-doctran-status not = '00'
094300             read receipt-trans-file next record
094400             if ws-doctran-status = '00'
094500                 add 1 to ws-trans-read
094600                 perform apply-one-receipt
094700             end-if
094800         end-perform
094900         close receipt-trans-file
095000     end-if
095100     if ws-trans-rejected = zero
095200         move 'NO RECEIPTS REJECTED' to document-line
095300         write document-line
095400     end-if
095500     .
095600 APPLY-ONE-RECEIPT.
095700     move spaces to ws-card-reason
095800     move zero to ws-ck-row
095900     if dt-student-id is numeric
096000         search all ck-row
096100             when ck-student(ck-idx) = dt-student-id
096200              and ck-type(ck-idx) = dt-doc-type
096300                 set ws-ck-row to ck-idx
096400         end-search
096500     end-if
096600     if ws-ck-row = zero
096700         move 'NO SUCH ITEM ON THE CHECKLIST' to ws-card-reason
096800     end-if
096900     if ws-card-reason = spaces
097000         and dt-action not = 'R'
097100         and dt-action not = 'W'
097200         move 'ACTION NOT R OR W' to ws-card-reason
097300     end-if
097400     if ws-card-reason = spaces
097500         move dt-date to ws-check-date
097600         perform check-date
097700         if ws-date-ok = 'N'
097800             or dt-date > ws-business-date
097900             move 'DATE NOT A DATE OR AFTER TODAY'
098000                 to ws-card-reason
098100         end-if
098200     end-if
098300     if ws-card-reason = spaces
098400         and dt-verified-by = spaces
098500         move 'NO STAFF ID FOR WHO VERIFIED IT'
098600             to ws-card-reason
098700     end-if
098800     if ws-card-reason not = spaces
098900         add 1 to ws-trans-rejected
099000         move receipt-trans-record to tr-d-card
099100         move ws-card-reason       to tr-d-reason
099200         write document-line from tr-detail-line
099300     else
099400         move dt-action      to ck-status(ws-ck-row)
099500         move dt-date        to ck-received(ws-ck-row)
099600         move dt-verified-by to ck-verified-by(ws-ck-row)
099700         if dt-action = 'R'
099800             add 1 to ws-received-count
099900         else
100000             add 1 to ws-waived-count
100100         end-if
100200     end-if
100300     .
100301 LOAD-HOUSING.
100302******************************************************************
100303*    THE LIAISON'S HOUSING SPELLS. THE CURRENT SPELL IS THE ONE  *
100304*    IN FORCE TODAY, THE LATEST EFFECTIVE DATE WINNING; THE      *
100305*    STUDENT IS ELIGIBLE WHEN IT IS DETERMINED 'E' AND IS        *
100306*    HOMELESS OR FOSTER CARE. GSMCKV LISTS THE SPELLS THAT FAIL  *
100307*    ITS EDITS - HERE ONE FOR A STUDENT NOT ON ROSTERVS OR WITH  *
100308*    A DATE THAT IS NOT NUMERIC IS SIMPLY PASSED OVER. A MISSING *
100309*    HOUSING FILE MEANS NO ONE IS ELIGIBLE.                      *
100310******************************************************************
100311     open input housing-file
100312     if ws-housing-status = '00'
100313         perform until ws-housing-status not = '00'
100314             read housing-file next record
100315             if ws-housing-status = '00'
100316                 and hs-student-id is numeric
100317                 and hs-effective-date is numeric
100318                 and hs-end-date is numeric
100319                 perform keep-current-spell
100320             end-if
100321         end-perform
100322         close housing-file
100323     end-if
100324     perform varying i from 1 by 1 until i > ws-rst-count
100325         if rst-hs-effective(i) not = zero
100326             and rst-hs-determ(i) = 'E'
100327             and (rst-hs-type(i) = 'S' or rst-hs-type(i) = 'D'
100328                  or rst-hs-type(i) = 'H' or rst-hs-type(i) = 'U'
100329                  or rst-hs-foster(i) = 'Y')
100330             move 'Y' to rst-mckv(i)
100331         end-if
100332     end-perform
100333     .
100334 KEEP-CURRENT-SPELL.
100335     if hs-end-date = zero
100336         move 99999999 to ws-spell-end
100337     else
100338         move hs-end-date to ws-spell-end
100339     end-if
100340     if hs-effective-date not > ws-business-date
100341         and ws-spell-end not < ws-business-date
100342         search all rst-row
100343             when rst-id(rst-idx) = hs-student-id
100344                 if hs-effective-date
100345                     not < rst-hs-effective(rst-idx)
100346                     move hs-effective-date
100347                         to rst-hs-effective(rst-idx)
100348                     move hs-determination
100349                         to rst-hs-determ(rst-idx)
100350                     move hs-residence-type
100351                         to rst-hs-type(rst-idx)
100352                     move hs-foster-care
100353                         to rst-hs-foster(rst-idx)
100354                     move hs-liaison-id
100355                         to rst-hs-liaison(rst-idx)
100356                 end-if
100357         end-search
100358     end-if
100359     .
100360 WAIVE-HOUSING-ITEMS.
100361******************************************************************
100362*    AFTER THE RECEIPTS, SO A DOCUMENT ACTUALLY SEEN TONIGHT     *
100363*    STAYS RECEIVED. THE ITEM IS CLOSED 'W' AS OF TODAY WITH THE *
100364*    LIAISON WHO MADE THE DETERMINATION AS WHO VERIFIED IT.      *
100365******************************************************************
100366     move spaces to document-line
100367     write document-line
100368     write document-line from wv-heading
100369     write document-line from op-columns
100370     perform varying i from 1 by 1 until i > ws-ck-count
100371         if ck-status(i) = 'O'
100372             search all rst-row
100373                 when rst-id(rst-idx) = ck-student(i)
100374                     set ws-rst-row to rst-idx
100375                     if rst-mckv(ws-rst-row) = 'Y'
100376                         and rst-enrolled(ws-rst-row) = 'Y'
100377                         perform waive-one-item
100378                     end-if
100379             end-search
100380         end-if
100381     end-perform
100382     if ws-housing-waived = zero
100383         move 'NO ITEMS WAIVED' to document-line
100384         write document-line
100385     end-if
100386     .
100387 WAIVE-ONE-ITEM.
100388     move 'W'              to ck-status(i)
100389     move ws-business-date to ck-received(i)
100390     if rst-hs-liaison(ws-rst-row) = spaces
100391         move 'LIAISON ' to ck-verified-by(i)
100392     else
100393         move rst-hs-liaison(ws-rst-row) to ck-verified-by(i)
100394     end-if
100395     add 1 to ws-housing-waived
100396     move ck-student(i) to op-d-id
100397     move spaces to op-d-name
100398     string rst-last-name(ws-rst-row) delimited by '  '
100399         ', '                         delimited by size
100400         rst-first-name(ws-rst-row)   delimited by size
100401         into op-d-name
100402     end-string
100403     move rst-grade(ws-rst-row) to op-d-grade
100404     move ck-school(i) to op-d-school
100405     move ck-type(i)   to op-d-type
100406     move spaces to op-d-desc
100407     perform varying j from 1 by 1 until j > ws-req-count
100408         if ws-req-type(j) = ck-type(i)
100409             move ws-req-desc(j) to op-d-desc
100410         end-if
100411     end-perform
100412     move ck-due(i) to op-d-due
100413     write document-line from op-detail-line
100414     .
100400 CHECK-DATE.
100500     move 'Y' to ws-date-ok
100600     if ws-check-date is not numeric
100700         move 'N' to ws-date-ok
100800     else
100900         if ws-check-month < 1 or ws-check-month > 12
101000             or ws-check-day < 1 or ws-check-day > 31
101100             move 'N' to ws-date-ok
101200         end-if
101300     end-if
101400     .
101500 PRINT-MISSING-REPORT.
101600******************************************************************
101700*    EVERY OUTSTANDING ITEM OF AN ENROLLED STUDENT, BY THE       *
101800*    STUDENT'S CURRENT BUILDING AND NAME, OVERDUE ONCE ITS DUE   *
101900*    DATE HAS PASSED. A WITHDRAWN STUDENT'S ITEMS STAY ON FILE   *
102000*    BUT ARE NOT CHASED.                                         *
102100******************************************************************
102200     perform varying i from 1 by 1 until i > ws-ck-count
102300         move zero to ck-rst-row(i)
102400         move high-values to ck-sort-school(i) ck-sort-name(i)
102500         search all rst-row
102600             when rst-id(rst-idx) = ck-student(i)
102700                 set ck-rst-row(i) to rst-idx
102800         end-search
102900         if ck-rst-row(i) > zero
103000             move ck-rst-row(i) to p
103100             if rst-enrolled(p) = 'Y'
103200                 move rst-school(p) to ck-sort-school(i)
103300                 move rst-last-name(p) to ck-sort-name(i)
103400                 move rst-first-name(p) to ck-sort-name(i)(31:20)
103500             end-if
103600         end-if
103700         move zero to ck-req-row(i)
103800         perform varying j from 1 by 1 until j > ws-req-count
103900             if ws-req-type(j) = ck-type(i)
104000                 move j to ck-req-row(i)
104100             end-if
104200         end-perform
104300     end-perform
104400     if ws-ck-count > 1
104500         sort ck-row on ascending key ck-sort-school ck-sort-name
104600             ck-student ck-req-row ck-type
104700     end-if
104800     move spaces to document-line
104900     write document-line
105000     write document-line from ms-heading
105100     move spaces to ws-current-school
105200     perform varying i from 1 by 1 until i > ws-ck-count
105300         if ck-status(i) = 'O'
105400             and ck-sort-school(i) not = high-values
105500             perform print-missing-item
105600         end-if
105700     end-perform
105800     if ws-current-school not = spaces
105900         perform print-building-total
106000     else
106100         move 'NO DOCUMENTS OUTSTANDING' to document-line
106200         write document-line
106300     end-if
106400     .
106500 PRINT-MISSING-ITEM.
106600     if ck-sort-school(i) not = ws-current-school
106700         if ws-current-school not = spaces
106800             perform print-building-total
106900         end-if
107000         move ck-sort-school(i) to ws-current-school
107100         move zero to ws-bldg-items ws-bldg-overdue
107200                      ws-bldg-students ws-last-student
107300         move spaces to document-line
107400         write document-line
107500         move ws-current-school to ms-b-school
107600         write document-line from ms-bldg-heading
107700         write document-line from ms-columns
107800     end-if
107900     if ck-student(i) not = ws-last-student
108000         add 1 to ws-bldg-students
108100         move ck-student(i) to ws-last-student
108200     end-if
108300     move ck-rst-row(i) to p
108400     move ck-student(i) to ms-d-id
108500     move spaces to ms-d-name
108600     string rst-last-name(p)  delimited by '  '
108700         ', '                 delimited by size
108800         rst-first-name(p)    delimited by size
108900         into ms-d-name
109000     end-string
109100     move rst-grade(p) to ms-d-grade
109200     move ck-type(i)   to ms-d-type
109300     if ck-req-row(i) = zero
109400         move 'NO LONGER ON DOCREQ' to ms-d-desc
109500     else
109600         move ws-req-desc(ck-req-row(i)) to ms-d-desc
109700     end-if
109800     move ck-opened(i) to ms-d-opened
109900     move ck-due(i)    to ms-d-due
110000     if ck-due(i) < ws-business-date
110100         move 'OVERDUE' to ms-d-status
110200         add 1 to ws-bldg-overdue ws-overdue-count
110300     else
110400         move 'OPEN' to ms-d-status
110500     end-if
110600     move ck-letter-count(i) to ms-d-letters
110700     add 1 to ws-bldg-items ws-outstanding-count
110800     write document-line from ms-detail-line
110900     .
111000 PRINT-BUILDING-TOTAL.
111100     move ws-bldg-students to ms-t-students
111200     move ws-bldg-items    to ms-t-items
111300     move ws-bldg-overdue  to ms-t-overdue
111400     write document-line from ms-bldg-total-line
111500     .
111600 WRITE-FOLLOW-UP-LETTERS.
111700******************************************************************
111800*    ONE LETTER PER ENROLLED STUDENT WITH AN OVERDUE ITEM NOT    *
111900*    CHASED IN THE LAST WS-RESEND-DAYS, TO THE PRIORITY-1        *
112000*    GUARDIAN ON GUARDVS ('PARENT/GUARDIAN OF' THE STUDENT WHEN  *
112100*    THERE IS NONE) AT THE ROSTER ADDRESS, IN THE GUARDIAN'S     *
112200*    LANGUAGE. THE LETTER NAMES EVERY OVERDUE ITEM, AND EACH IS  *
112300*    STAMPED WITH THE LETTER DATE. THE CHECKLIST IS STILL IN     *
112400*    BUILDING/NAME ORDER FROM THE REPORT.                        *
112500******************************************************************
112600     perform load-letter-templates
112700     open output letter-file
112800     if ws-docltrs-status not = '00'
112900         display 'COULD NOT OPEN DOCLTRS - STATUS '
113000             ws-docltrs-status
113100         move 16 to return-code
113200         stop run
113300     end-if
113400     open input guardian-file
113500     if ws-guardian-file-status = '00'
113600         move 'Y' to ws-guardian-open
113700     else
113800         move 'N' to ws-guardian-open
113900     end-if
114000     move 1 to i
114100     perform until i > ws-ck-count
114200         move i to ws-stu-first
114300         move i to ws-stu-last
114400         perform until ws-stu-last = ws-ck-count
114500                 or ck-student(ws-stu-last + 1)
114600                    not = ck-student(i)
114700             add 1 to ws-stu-last
114800         end-perform
114900         if ck-sort-school(i) not = high-values
115000             move 'N' to ws-letter-due
115100             perform varying k from ws-stu-first by 1
115200                     until k > ws-stu-last
115300                 perform check-letter-due
115400             end-perform
115500             if ws-letter-due = 'Y'
115600                 perform write-student-letter
115700             end-if
115800         end-if
115900         compute i = ws-stu-last + 1
116000     end-perform
116100     if ws-guardian-open = 'Y'
116200         close guardian-file
116300     end-if
116400     close letter-file
116500     .
116600 CHECK-LETTER-DUE.
116700     if ck-status(k) = 'O'
116800         and ck-due(k) < ws-business-date
116900         if ck-last-letter(k) = zero
117000             move 'Y' to ws-letter-due
117100         else
117200             move ck-last-letter(k) to ws-next-date
117300             perform step-to-next-day ws-resend-days times
117400             if ws-next-date not > ws-business-date
117500                 move 'Y' to ws-letter-due
117600             end-if
117700         end-if
117800     end-if
117900     .
118000 WRITE-STUDENT-LETTER.
118100     add 1 to ws-letter-count
118200     move ck-rst-row(ws-stu-first) to p
118300     perform find-guardian
118400     move rst-address(p)   to lt-a2-address
118500     move rst-city(p)      to lt-a3-city
118600     move rst-state(p)     to lt-a3-state
118700     move rst-zip(p)       to lt-a3-zip
118800     write letter-line from lt-address-line-1
118900     write letter-line from lt-address-line-2
119000     write letter-line from lt-address-line-3
119100     move spaces to letter-line
119200     write letter-line
119300     move spaces to lt-s-student
119400     string rst-first-name(p) delimited by space
119500         ' '                  delimited by size
119600         rst-last-name(p)     delimited by size
119700         into lt-s-student
119800     end-string
119900     write letter-line from lt-subject-line
120000     move spaces to letter-line
120100     write letter-line
120200     move 'DOCF' to ws-body-type
120300     perform print-template-body
120400     if ws-body-lines = zero
120500         write letter-line from lt-body-default-1
120600         write letter-line from lt-body-default-2
120700         write letter-line from lt-body-default-3
120800     end-if
120900     move spaces to letter-line
121000     write letter-line
121100     perform varying k from ws-stu-first by 1
121200             until k > ws-stu-last
121300         if ck-status(k) = 'O'
121400             and ck-due(k) < ws-business-date
121500             if ck-req-row(k) = zero
121600                 move ck-type(k) to lt-d-desc
121700             else
121800                 move ws-req-desc(ck-req-row(k)) to lt-d-desc
121900             end-if
122000             move ck-due(k) to lt-d-due
122100             write letter-line from lt-doc-line
122200             move ws-business-date to ck-last-letter(k)
122300             if ck-letter-count(k) < 99
122400                 add 1 to ck-letter-count(k)
122500             end-if
122600         end-if
122700     end-perform
122800     write letter-line from lt-separator
122900     .
123000 FIND-GUARDIAN.
123100******************************************************************
123200*    THE STUDENT'S PRIORITY-1 GUARDIAN AND LANGUAGE FOR ROSTER   *
123300*    ROW P; ENGLISH AND 'PARENT/GUARDIAN OF' WITH NONE ON FILE.  *
123400******************************************************************
123500     move rst-id(p) to gu-student-id
123600     move zero to gu-contact-seq
123700     move '23' to ws-guardian-file-status
123800     if ws-guardian-open = 'Y'
123900         start guardian-file key >= gu-guard-key
124000         if ws-guardian-file-status = '00'
124100             read guardian-file next record
124200             if ws-guardian-file-status = '00'
124300                 and gu-student-id not = rst-id(p)
124400                 move '23' to ws-guardian-file-status
124500             end-if
124600         end-if
124700     end-if
124800     move spaces to lt-a1-guardian
124900     if ws-guardian-file-status = '00'
125000         move gu-guardian-name to lt-a1-guardian
125100         if gu-language = spaces
125200             move 'EN' to ws-letter-lang
125300         else
125400             move gu-language to ws-letter-lang
125500         end-if
125600     else
125700         move 'EN' to ws-letter-lang
125800         string 'PARENT/GUARDIAN OF '    delimited by size
125900             rst-first-name(p)           delimited by space
126000             ' '                         delimited by size
126100             rst-last-name(p)            delimited by size
126200             into lt-a1-guardian
126300         end-string
126400     end-if
126500     .
126600 LOAD-LETTER-TEMPLATES.
126700     move zero to ws-tmpl-count
126800     open input letter-template-file
126900     if ws-ltrtmpl-status = '00'
127000         perform until ws-ltrtmpl-status not = '00'
127100             read letter-template-file next record
127200             if ws-ltrtmpl-status = '00'
127300                 and ws-tmpl-count < ws-tmpl-max
127400                 add 1 to ws-tmpl-count
127500                 move lt-letter-type
127600                     to ws-tmpl-type(ws-tmpl-count)
127700                 move lt-language
127800                     to ws-tmpl-lang(ws-tmpl-count)
127900                 move lt-text
128000                     to ws-tmpl-text(ws-tmpl-count)
128100             end-if
128200         end-perform
128300         close letter-template-file
128400     end-if
128500     .
128600 PRINT-TEMPLATE-BODY.
128700******************************************************************
128800*    WRITES THE BODY LINES OF WS-BODY-TYPE IN WS-LETTER-LANG     *
128900*    (FILE ORDER - LTRTMPL IS KEPT IN LT-LINE-SEQ ORDER). NO     *
129000*    LINES IN THAT LANGUAGE FALLS BACK TO 'EN' AND COUNTS THE    *
129100*    GAP. WS-BODY-LINES REPORTS HOW MANY LINES PRINTED.          *
129200******************************************************************
129300     move zero to ws-body-lines
129400     perform varying j from 1 by 1 until j > ws-tmpl-count
129500         if ws-tmpl-type(j) = ws-body-type
129600             and ws-tmpl-lang(j) = ws-letter-lang
129700             add 1 to ws-body-lines
129800             write letter-line from ws-tmpl-text(j)
129900         end-if
130000     end-perform
130100     if ws-body-lines = zero
130200         and ws-letter-lang not = 'EN'
130300         add 1 to ws-fallback-count
130400         move 'EN' to ws-letter-lang
130500         perform varying j from 1 by 1
130600                 until j > ws-tmpl-count
130700             if ws-tmpl-type(j) = ws-body-type
130800                 and ws-tmpl-lang(j) = 'EN'
130900                 add 1 to ws-body-lines
131000                 write letter-line from ws-tmpl-text(j)
131100             end-if
131200         end-perform
131300     end-if
131400     .
131500 SAVE-CHECKLIST.
131600     perform sort-checklist-by-key
131700     open output checklist-file
131800     if ws-docchk-status not = '00'
131900         display 'COULD NOT REWRITE DOCCHK - STATUS '
132000             ws-docchk-status
132100         move 16 to return-code
132200         stop run
132300     end-if
132400     perform varying i from 1 by 1 until i > ws-ck-count
132500         move spaces to doc-checklist-record
132600         move ck-student(i)      to dk-student-id
132700         move ck-type(i)         to dk-doc-type
132800         move ck-school(i)       to dk-school-code
132900         move ck-status(i)       to dk-status
133000         move ck-opened(i)       to dk-opened-date
133100         move ck-due(i)          to dk-due-date
133200         move ck-received(i)     to dk-received-date
133300         move ck-verified-by(i)  to dk-verified-by
133400         move ck-last-letter(i)  to dk-last-letter
133500         move ck-letter-count(i) to dk-letter-count
133600         write doc-checklist-record
133700     end-perform
133800     close checklist-file
133900     .
134000 STEP-TO-NEXT-DAY.
134100     move ws-month-days(ws-next-month) to ws-month-end
134200     if ws-next-month = 2
134300         divide ws-next-year by 4 giving ws-leap-quotient
134400             remainder ws-leap-rem-4
134500         divide ws-next-year by 100 giving ws-leap-quotient
134600             remainder ws-leap-rem-100
134700         divide ws-next-year by 400 giving ws-leap-quotient
134800             remainder ws-leap-rem-400
134900         if ws-leap-rem-400 = zero
135000             or (ws-leap-rem-4 = zero
135100                 and ws-leap-rem-100 not = zero)
135200             move 29 to ws-month-end
135300         end-if
135400     end-if
135500     if ws-next-day < ws-month-end
135600         add 1 to ws-next-day
135700     else
135800         move 1 to ws-next-day
135900         if ws-next-month < 12
136000             add 1 to ws-next-month
136100         else
136200             move 1 to ws-next-month
136300             add 1 to ws-next-year
136400         end-if
136500     end-if
136600     .
136700 PRINT-RUN-TOTALS.
136800     move spaces to document-line
136900     write document-line
137000     move 'DOCUMENT REQUIREMENTS IN FORCE' to rt-label
137100     move ws-req-count to rt-value
137200     write document-line from run-total-line
137300     move 'REQUIREMENTS REJECTED' to rt-label
137400     move ws-req-rejected to rt-value
137500     write document-line from run-total-line
137600     if ws-run-mode = spaces
137700         move 'ADDS READ FROM AUDITLOG' to rt-label
137800         move ws-adds-read to rt-value
137900         write document-line from run-total-line
138000         move 'ADDS NOT ON ROSTERVS' to rt-label
138100         move ws-adds-not-on-roster to rt-value
138200         write document-line from run-total-line
138300         move 'CHECKLIST ITEMS OPENED' to rt-label
138400         move ws-items-opened to rt-value
138500         write document-line from run-total-line
138600         move 'RECEIPT CARDS READ' to rt-label
138700         move ws-trans-read to rt-value
138800         write document-line from run-total-line
138900         move 'RECEIPT CARDS REJECTED' to rt-label
139000         move ws-trans-rejected to rt-value
139100         write document-line from run-total-line
139200         move 'ITEMS RECEIVED' to rt-label
139300         move ws-received-count to rt-value
139400         write document-line from run-total-line
139500         move 'ITEMS WAIVED' to rt-label
139600         move ws-waived-count to rt-value
139620         write document-line from run-total-line
139640         move 'ITEMS WAIVED - HOUSING (LIAISON)' to rt-label
139660         move ws-housing-waived to rt-value
139700         write document-line from run-total-line
139800     else
139900         move 'ITEMS OUTSTANDING' to rt-label
140000         move ws-outstanding-count to rt-value
140100         write document-line from run-total-line
140200         move 'ITEMS OVERDUE' to rt-label
140300         move ws-overdue-count to rt-value
140400         write document-line from run-total-line
140500         move 'FOLLOW-UP LETTERS' to rt-label
140600         move ws-letter-count to rt-value
140700         write document-line from run-total-line
140800     end-if
140900     move 'CHECKLIST ITEMS ON FILE' to rt-label
141000     move ws-ck-count to rt-value
141100     write document-line from run-total-line
141200     .
141300 START-RUN-CONTROL.
141400******************************************************************
141500*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
141600*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
141700*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
141800*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
141900******************************************************************
142000     move spaces to run-control-event
142100     move ws-business-date to ws-run-bus-date
142200     move spaces to ws-run-blocker
142300     perform varying ws-run-px from 1 by 1
142400         until ws-run-px > ws-run-pred-count
142500            or ws-run-blocker not = spaces
142600         perform check-one-predecessor
142700     end-perform
142800     if ws-run-blocker not = spaces
142900         move 'B' to jr-event
143000         perform write-run-control-event
143100         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
143200             ' HAS NOT COMPLETED FOR BUSINESS DATE '
143300             ws-run-bus-date
143400         move ws-run-blocked-rc to return-code
143500         stop run
143600     end-if
143700     move 'S' to jr-event
143800     perform write-run-control-event
143900     .
144000 CHECK-ONE-PREDECESSOR.
144100******************************************************************
144200*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
144300*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
144400*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
144500******************************************************************
144600     move 'N' to ws-run-pred-state
144700     open input run-control-file
144800     if ws-runctl-status = '00'
144900         perform until ws-runctl-status not = '00'
145000             read run-control-file next record
145100                 into run-control-event
145200             if ws-runctl-status = '00'
145300                 and jr-business-date = ws-run-bus-date
145400                 and jr-job-name = ws-run-pred(ws-run-px)
145500                 move 'N' to ws-run-pred-state
145600                 if jr-event = 'E'
145700                     and jr-completion-code <= ws-run-max-rc
145800                     move 'Y' to ws-run-pred-state
145900                 end-if
146000             end-if
146100         end-perform
146200         close run-control-file
146300     end-if
146400     if ws-run-pred-state not = 'Y'
146500         move ws-run-pred(ws-run-px) to ws-run-blocker
146600     end-if
146700     .
146800 END-RUN-CONTROL.
146900******************************************************************
147000*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
147100*    RETURN CODE THE JOB IS ENDING WITH.                         *
147200******************************************************************
147300     move 'E' to jr-event
147400     perform write-run-control-event
147500     .
147600 WRITE-RUN-CONTROL-EVENT.
147700     move ws-run-bus-date to jr-business-date
147800     move ws-run-job-name to jr-job-name
147900     accept jr-event-date from date yyyymmdd
148000     accept jr-event-time from time
148100     move return-code     to jr-completion-code
148200     move ws-run-blocker  to jr-blocked-by
148300     open extend run-control-file
148400     if ws-runctl-status not = '00'
148500         open output run-control-file
148600     end-if
148700     if ws-runctl-status not = '00'
148800         display 'COULD NOT OPEN RUNCTL - STATUS '
148900             ws-runctl-status
149000     else
149100         write run-control-record from run-control-event
149200         close run-control-file
149300     end-if
149400     .
149500 READ-BUSINESS-DATE.
149600******************************************************************
149700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
149800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
149900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
150000******************************************************************
150100     open input business-date-file
150200     if ws-busdate-status not = '00'
150300         display 'COULD NOT OPEN BUSDATE - STATUS '
150400             ws-busdate-status
150500         move 16 to return-code
150600         stop run
150700     end-if
150800     read business-date-file next record
150900     if ws-busdate-status not = '00'
151000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
151100             ws-busdate-status
151200         move 16 to return-code
151300         stop run
151400     end-if
151500     close business-date-file
151600     move bd-business-date to ws-business-date
151700     if bd-override-date not = zero
151800         move bd-override-date to ws-business-date
151900         move 'Y' to ws-bus-date-override
152000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
152100             bd-override-date ' SET BY ' bd-override-operator
152200         display '    REASON: ' bd-override-reason
152300     end-if
152400     move ws-business-date to bdh-date
152500     if ws-bus-date-override = 'Y'
152600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
152700             to bdh-override
152800     end-if
152900     .
