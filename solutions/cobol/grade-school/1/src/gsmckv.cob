000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMCKV.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MCKINNEY-VENTO AND FOSTER-CARE STUDENTS. THE LIAISON'S      *
000900*    HOUSING-STATUS FILE (HOUSING, COPY HSNGREC) IS EDITED       *
001000*    AGAINST ROSTERVS AND EACH STUDENT'S CURRENT SPELL DECIDES   *
001100*    ELIGIBILITY. TWO LEGS, BY THE RUNMODE CARD:                 *
001200*      NIGHTLY (RUNMODE EMPTY) - RUN AHEAD OF GSNIGHT:           *
001300*        1. EVERY ENROLLED ELIGIBLE STUDENT NOT ALREADY ON FREE  *
001400*           MEALS GETS A 'C' TRANFILE TRANSACTION (MVTRANS)      *
001500*           SETTING ST-MEAL-STATUS TO 'F' - APPEND IT TO         *
001600*           TRANFILE AHEAD OF THE NIGHTLY RUN, AS WITH GSHHVER - *
001700*           AND A MEAL DETERMINATION-SOURCE RECORD (MEALSRC,     *
001800*           COPY MDETREC) NAMING THE LIAISON'S DETERMINATION.    *
001900*        2. MCKVRPT LISTS THE REJECTED HOUSING SPELLS AND EVERY  *
002000*           ELIGIBLE STUDENT BY BUILDING, WITH THE SCHOOL OF     *
002100*           ORIGIN AND WHAT WAS DONE ABOUT MEALS.                *
002200*      COUNT (RUNMODE 'COUNT') - THE ANNUAL FEDERAL HOMELESS     *
002300*        COUNT ON MCKVRPT: EVERY STUDENT ENROLLED AT ANY TIME IN *
002400*        THE SCHOOL YEAR (1 JULY - 30 JUNE) WHO HAD A HOMELESS   *
002500*        SPELL DETERMINED 'E' IN IT, ONCE, BY BUILDING AND BY    *
002600*        THE NIGHTTIME RESIDENCE OF THEIR LATEST SUCH SPELL.     *
002700*        FOSTER CARE ALONE IS NOT HOMELESS AND IS NOT COUNTED.   *
002800*    THE CHECKLIST WAIVER (GSDOCS) AND THE SCHOOL-OF-ORIGIN BUS  *
002900*    FLAG (BUS CARD) READ HOUSING THEMSELVES BY THE SAME RULE.   *
003000*    RETURN CODES: 0 CLEAN, 4 A HOUSING SPELL WAS REJECTED OR A  *
003100*    TABLE WAS CUT SHORT, 16 A FILE COULD NOT BE READ OR         *
003200*    WRITTEN. SEE JCL/GSMCKV.JCL AND GSMVCNT.JCL.                *
003300******************************************************************
003400*    MOD-LOG
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15  RVM  ORIGINAL VERSION.
003620*    2026-10-15  RVM  THE TRANSACTION LAYOUT GAINS THE 11-BYTE
003640*                     DEMOGRAPHIC SEGMENT OF TRANFILE, LEFT BLANK;
003660*                     MVTRANS IS NOW 270 BYTES.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BUSDATE-STATUS.
004400     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RUNMODE-STATUS.
004700     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS ST-ID
005100         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005200     SELECT HOUSING-FILE ASSIGN TO HOUSING
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-HOUSING-STATUS.
005500     SELECT CHANGE-TRANS-FILE ASSIGN TO MVTRANS
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MVTRANS-STATUS.
005800     SELECT MEAL-SOURCE-FILE ASSIGN TO MEALSRC
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-MEALSRC-STATUS.
006100     SELECT MCKV-RPT ASSIGN TO MCKVRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-MCKVRPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BUSINESS-DATE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  BUSINESS-DATE-RECORD.
006900     COPY BDATREC.
007000 FD  RUN-MODE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RUN-MODE-RECORD.
007300     05  RM-MODE                 PIC X(08).
007400 FD  ROSTER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  ROSTER-FILE-RECORD.
007700     COPY ROSTERREC.
007800 FD  HOUSING-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  HOUSING-STATUS-RECORD.
008100     COPY HSNGREC.
008200******************************************************************
008300*    SAME RECORD SHAPE AS THE NIGHTLY PROGRAM'S TRANFILE FD -    *
008400*    A 'C' TRANSACTION WITH ONLY THE SUPPLIED FIELDS FILLED.     *
008500******************************************************************
008600 FD  CHANGE-TRANS-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  CHANGE-TRANS-RECORD.
008900     05  TR-LAST-NAME            PIC X(30).
009000     05  TR-FIRST-NAME           PIC X(20).
009100     05  TR-MIDDLE-NAME          PIC X(20).
009200     05  TR-GRADE                PIC X(02).
009300     05  TR-SCHOOL-CODE          PIC X(04).
009400     05  TR-DOB                  PIC 9(08).
009500     05  TR-SECTION              PIC X(01).
009600     05  TR-MEAL-STATUS          PIC X(01).
009700     05  TR-ADDRESS              PIC X(30).
009800     05  TR-CITY                 PIC X(20).
009900     05  TR-STATE                PIC X(02).
010000     05  TR-ZIP                  PIC X(05).
010100     05  TR-BUS-ROUTE            PIC X(04).
010200     05  TR-IEP-STATUS           PIC X(01).
010300     05  TR-DIRECTORY-OPTOUT     PIC X(01).
010400     05  TR-TRANS-TYPE           PIC X(01).
010500     05  TR-STUDENT-ID           PIC 9(07).
010600     05  TR-GUARDIAN-NAME        PIC X(40).
010700     05  TR-RELATIONSHIP         PIC X(10).
010800     05  TR-PHONE                PIC X(12).
010900     05  TR-EMAIL                PIC X(40).
010950     05  TR-DEMOGRAPHICS         PIC X(11).
011000 FD  MEAL-SOURCE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  MEAL-SOURCE-RECORD.
011300     COPY MDETREC.
011400 FD  MCKV-RPT
011500     LABEL RECORDS ARE STANDARD.
011600 01  MCKV-LINE                   PIC X(100).
011700 WORKING-STORAGE SECTION.
011800 01  WS-RUNMODE-STATUS        PIC X(02).
011900 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
012000 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012100 01  WS-HOUSING-STATUS        PIC X(02).
012200 01  WS-MVTRANS-STATUS        PIC X(02).
012300 01  WS-MEALSRC-STATUS        PIC X(02).
012400 01  WS-MCKVRPT-STATUS        PIC X(02).
012500 01  i                        PIC 9(05).
012600 01  j                        PIC 9(05).
012700 01  k                        PIC 9(05).
012800 01  p                        PIC 9(05).
012900******************************************************************
013000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
013200******************************************************************
013300 01  WS-BUSDATE-STATUS        PIC X(02).
013400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013500 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
013600     05  WS-BUS-YEAR          PIC 9(04).
013700     05  WS-BUS-MONTH         PIC 9(02).
013800     05  WS-BUS-DAY           PIC 9(02).
013900 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014000 01  BUS-DATE-HEADING.
014100     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014200     05  BDH-DATE             PIC 9(08).
014300     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014400******************************************************************
014500*    THE SCHOOL YEAR THE COUNT COVERS - 1 JULY THROUGH 30 JUNE,  *
014600*    THE YEAR THE BUSINESS DATE FALLS IN.                        *
014700******************************************************************
014800 01  WS-YEAR-START            PIC 9(08).
014900 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
015000     05  WS-YS-YEAR           PIC 9(04).
015100     05  WS-YS-MMDD           PIC 9(04).
015200 01  WS-YEAR-END              PIC 9(08).
015300 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END.
015400     05  WS-YE-YEAR           PIC 9(04).
015500     05  WS-YE-MMDD           PIC 9(04).
015600 01  WS-CHECK-DATE            PIC 9(08).
015700 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
015800     05  WS-CHECK-YEAR        PIC 9(04).
015900     05  WS-CHECK-MONTH       PIC 9(02).
016000     05  WS-CHECK-DAY         PIC 9(02).
016100 01  WS-DATE-OK               PIC X.
016200******************************************************************
016300*    EVERY STUDENT ON ROSTERVS, IN ID ORDER. RST-CUR-ROW IS THE  *
016400*    WS-HS ROW OF THE STUDENT'S CURRENT SPELL (ZERO FOR NONE);   *
016500*    RST-ELIGIBLE 'Y' WHEN THAT SPELL MAKES THEM ELIGIBLE.       *
016600*    RST-COUNT-ROW IS THE SPELL THE FEDERAL COUNT USES.          *
016700******************************************************************
016800 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
016900 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
017000 01  RST-TABLE.
017100     05  RST-ROW              OCCURS 0 TO 2000 TIMES
017200                              DEPENDING ON WS-RST-COUNT
017300                              ASCENDING KEY IS RST-ID
017400                              INDEXED BY RST-IDX.
017500         10  RST-ID           PIC 9(07).
017600         10  RST-LAST-NAME    PIC X(30).
017700         10  RST-FIRST-NAME   PIC X(20).
017800         10  RST-GRADE        PIC X(02).
017900         10  RST-SCHOOL       PIC X(04).
018000         10  RST-MEAL-STATUS  PIC X(01).
018100         10  RST-ENROLL-DATE  PIC 9(08).
018200         10  RST-WITHDRAW-DATE PIC 9(08).
018300         10  RST-CUR-ROW      PIC 9(05).
018400         10  RST-ELIGIBLE     PIC X(01).
018500         10  RST-COUNT-ROW    PIC 9(05).
018600 01  WS-RST-FULL              PIC X VALUE 'N'.
018700******************************************************************
018800*    THE HOUSING SPELLS THAT PASSED THEIR EDITS, IN FILE ORDER.  *
018900******************************************************************
019000 77  WS-HS-MAX                PIC 9(05) VALUE 05000.
019100 01  WS-HS-COUNT              PIC 9(05) VALUE ZERO.
019200 01  WS-HS-TABLE.
019300     05  WS-HS-ENTRY          OCCURS 5000 TIMES.
019400         10  WS-HS-STUDENT    PIC 9(07).
019500         10  WS-HS-EFFECTIVE  PIC 9(08).
019600         10  WS-HS-END        PIC 9(08).
019700         10  WS-HS-TYPE       PIC X(01).
019800         10  WS-HS-FOSTER     PIC X(01).
019900         10  WS-HS-ORIGIN     PIC X(04).
020000         10  WS-HS-DETERM     PIC X(01).
020100         10  WS-HS-DET-DATE   PIC 9(08).
020200         10  WS-HS-LIAISON    PIC X(08).
020300 01  WS-HS-FULL               PIC X VALUE 'N'.
020400 01  WS-HS-READ               PIC 9(05) VALUE ZERO.
020500 01  WS-HS-REJECTED           PIC 9(05) VALUE ZERO.
020600 01  WS-CARD-REASON           PIC X(36).
020700 01  WS-SPELL-END             PIC 9(08).
020800******************************************************************
020900*    THE COUNT BY BUILDING - ONE ROW PER BUILDING WITH A COUNTED *
021000*    STUDENT, ONE COLUMN PER NIGHTTIME RESIDENCE (S, D, H, U).   *
021100******************************************************************
021200 77  WS-BLDG-MAX              PIC 9(03) VALUE 100.
021300 01  WS-BLDG-COUNT            PIC 9(03) VALUE ZERO.
021400 01  WS-BLDG-TABLE.
021500     05  WS-BLDG-ENTRY        OCCURS 0 TO 100 TIMES
021600                              DEPENDING ON WS-BLDG-COUNT.
021700         10  WS-BLDG-SCHOOL   PIC X(04).
021800         10  WS-BLDG-TALLY    OCCURS 4 TIMES PIC 9(05).
021900 01  WS-BLDG-FULL             PIC X VALUE 'N'.
022000 01  WS-BLDG-ROW              PIC 9(03).
022100 01  WS-TYPE-LIST             PIC X(04) VALUE 'SDHU'.
022200 01  WS-TYPE-COL              PIC 9(01).
022300 01  WS-DISTRICT-TALLIES.
022400     05  WS-DISTRICT-TALLY    OCCURS 4 TIMES PIC 9(05).
022500 01  WS-BLDG-TOTAL            PIC 9(05).
022600 01  WS-DISTRICT-TOTAL        PIC 9(05) VALUE ZERO.
022700 01  WS-HOLD-BLDG             PIC X(30).
022800******************************************************************
022900*    RUN TOTALS.                                                 *
023000******************************************************************
023100 01  WS-ELIGIBLE-COUNT        PIC 9(05) VALUE ZERO.
023200 01  WS-MEALS-SET             PIC 9(05) VALUE ZERO.
023300 01  WS-CURRENT-SCHOOL        PIC X(04).
023400******************************************************************
023500*    MCKVRPT LINES.                                              *
023600******************************************************************
023700 01  HR-HEADING.
023800     05  FILLER               PIC X(45) VALUE
023900         'HOUSING-STATUS SPELLS (HOUSING) - REJECTED   '.
024000 01  HR-DETAIL-LINE.
024100     05  HR-D-CARD            PIC X(46).
024200     05  FILLER               PIC X(02) VALUE SPACES.
024300     05  HR-D-REASON          PIC X(36).
024400 01  EL-HEADING.
024500     05  FILLER               PIC X(45) VALUE
024600         'STUDENTS IN TEMPORARY HOUSING OR FOSTER CARE '.
024700 01  EL-BLDG-HEADING.
024800     05  FILLER               PIC X(10) VALUE 'BUILDING: '.
024900     05  EL-B-SCHOOL          PIC X(04).
025000 01  EL-COLUMNS.
025100     05  FILLER               PIC X(09) VALUE 'ID'.
025200     05  FILLER               PIC X(28) VALUE 'STUDENT'.
025300     05  FILLER               PIC X(04) VALUE 'GR'.
025400     05  FILLER               PIC X(05) VALUE 'RES'.
025500     05  FILLER               PIC X(05) VALUE 'FOST'.
025600     05  FILLER               PIC X(08) VALUE 'ORIGIN'.
025700     05  FILLER               PIC X(10) VALUE 'SINCE'.
025800     05  FILLER               PIC X(10) VALUE 'LIAISON'.
025900     05  FILLER               PIC X(21) VALUE 'MEALS'.
026000 01  EL-DETAIL-LINE.
026100     05  EL-D-ID              PIC 9(07).
026200     05  FILLER               PIC X(02) VALUE SPACES.
026300     05  EL-D-NAME            PIC X(26).
026400     05  FILLER               PIC X(02) VALUE SPACES.
026500     05  EL-D-GRADE           PIC X(02).
026600     05  FILLER               PIC X(02) VALUE SPACES.
026700     05  EL-D-TYPE            PIC X(01).
026800     05  FILLER               PIC X(04) VALUE SPACES.
026900     05  EL-D-FOSTER          PIC X(01).
027000     05  FILLER               PIC X(04) VALUE SPACES.
027100     05  EL-D-ORIGIN          PIC X(04).
027200     05  FILLER               PIC X(04) VALUE SPACES.
027300     05  EL-D-SINCE           PIC 9(08).
027400     05  FILLER               PIC X(02) VALUE SPACES.
027500     05  EL-D-LIAISON         PIC X(08).
027600     05  FILLER               PIC X(02) VALUE SPACES.
027700     05  EL-D-MEALS           PIC X(21).
027800 01  CT-HEADING.
027900     05  FILLER               PIC X(33) VALUE
028000         'FEDERAL HOMELESS STUDENT COUNT - '.
028100     05  FILLER               PIC X(12) VALUE 'SCHOOL YEAR '.
028200     05  CT-H-START           PIC 9(08).
028300     05  FILLER               PIC X(03) VALUE ' - '.
028400     05  CT-H-END             PIC 9(08).
028500 01  CT-COLUMNS.
028600     05  FILLER               PIC X(10) VALUE 'BUILDING'.
028700     05  FILLER               PIC X(13) VALUE '  SHELTERED'.
028800     05  FILLER               PIC X(13) VALUE '   DOUBLED-UP'.
028900     05  FILLER               PIC X(13) VALUE '  HOTEL/MOTEL'.
029000     05  FILLER               PIC X(13) VALUE '  UNSHELTERED'.
029100     05  FILLER               PIC X(13) VALUE '        TOTAL'.
029200 01  CT-DETAIL-LINE.
029300     05  CT-D-SCHOOL          PIC X(10).
029400     05  CT-D-TALLY           OCCURS 4 TIMES.
029500         10  FILLER           PIC X(08) VALUE SPACES.
029600         10  CT-D-COUNT       PIC ZZZZ9.
029700     05  FILLER               PIC X(08) VALUE SPACES.
029800     05  CT-D-TOTAL           PIC ZZZZ9.
029900 01  RUN-TOTAL-LINE.
030000     05  RT-LABEL             PIC X(44).
030100     05  RT-VALUE             PIC ZZZZ9.
030200 PROCEDURE DIVISION.
030300 MAINLINE.
030400******************************************************************
030500*    NIGHTLY: FREE MEALS FOR THE ELIGIBLE AND THE LIAISON'S      *
030600*    LIST. COUNT: THE FEDERAL HOMELESS COUNT FOR THE YEAR.       *
030700******************************************************************
030800     perform read-business-date
030900     perform read-run-mode
031000     if ws-run-mode not = spaces
031100         and ws-run-mode not = 'COUNT   '
031200         display 'RUNMODE ' ws-run-mode
031300             ' IS NOT COUNT OR EMPTY - NOTHING RUN'
031400         move 16 to return-code
031500         stop run
031600     end-if
031700     open output mckv-rpt
031800     if ws-mckvrpt-status not = '00'
031900         display 'COULD NOT OPEN MCKVRPT - STATUS '
032000             ws-mckvrpt-status
032100         move 16 to return-code
032200         stop run
032300     end-if
032400     write mckv-line from bus-date-heading
032500     perform load-roster-table
032600     perform load-housing
032700     if ws-run-mode = spaces
032800         perform set-current-spells
032900         perform set-free-meals
033000     else
033100         perform print-federal-count
033200     end-if
033300     perform print-run-totals
033400     close mckv-rpt
033500     display 'MCKINNEY-VENTO - ELIGIBLE ' ws-eligible-count
033600         ' FREE MEALS SET ' ws-meals-set
033700         ' SPELLS REJECTED ' ws-hs-rejected
033800     if ws-hs-rejected > zero
033900         or ws-rst-full = 'Y'
034000         or ws-hs-full = 'Y'
034100         or ws-bldg-full = 'Y'
034200         move 4 to return-code
034300     end-if
034400     stop run
034500     .
034600 READ-RUN-MODE.
034700******************************************************************
034800*    THE OPTIONAL RUNMODE CARD. 'COUNT' RUNS THE FEDERAL COUNT;  *
034900*    MISSING OR EMPTY RUNS THE NIGHTLY LEG.                      *
035000******************************************************************
035100     open input run-mode-file
035200     if ws-runmode-status = '00'
035300         read run-mode-file next record
035400         if ws-runmode-status = '00'
035500             move rm-mode to ws-run-mode
035600         end-if
035700         close run-mode-file
035800     end-if
035900     .
036000 LOAD-ROSTER-TABLE.
036100     move zero to ws-rst-count
036200     open input roster-file
036300     if ws-roster-file-status not = '00'
036400         display 'COULD NOT OPEN ROSTERVS - STATUS '
036500             ws-roster-file-status
036600         move 16 to return-code
036700         stop run
036800     end-if
036900     perform until ws-roster-file-status not = '00'
037000         read roster-file next record
037100         if ws-roster-file-status = '00'
037200             if ws-rst-count < ws-rst-max
037300                 add 1 to ws-rst-count
037400                 move ws-rst-count to i
037500                 move st-id            to rst-id(i)
037600                 move st-last-name     to rst-last-name(i)
037700                 move st-first-name    to rst-first-name(i)
037800                 move st-grade         to rst-grade(i)
037900                 move st-school-code   to rst-school(i)
038000                 move st-meal-status   to rst-meal-status(i)
038100                 move st-enroll-date   to rst-enroll-date(i)
038200                 move st-withdraw-date to rst-withdraw-date(i)
038300                 move zero to rst-cur-row(i) rst-count-row(i)
038400                 move 'N'  to rst-eligible(i)
038500             else
038600                 move 'Y' to ws-rst-full
038700             end-if
038800         end-if
038900     end-perform
039000     close roster-file
039100     if ws-rst-full = 'Y'
039200         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
039300     end-if
039400     if ws-rst-count > 1
039500         sort rst-row on ascending key rst-id
039600     end-if
039700     .
039800 LOAD-HOUSING.
039900******************************************************************
040000*    A SPELL FOR A STUDENT NOT ON ROSTERVS, WITH A BAD DATE OR   *
040100*    AN END BEFORE ITS START, OR WITH A CODE OUTSIDE ITS LIST IS *
040200*    LISTED AND LEFT OUT - THE STUDENT'S OTHER SPELLS STILL      *
040300*    COUNT. NO HOUSING FILE MEANS NO ONE IS IN TEMPORARY         *
040400*    HOUSING OR FOSTER CARE.                                     *
040500******************************************************************
040600     move spaces to mckv-line
040700     write mckv-line
040800     write mckv-line from hr-heading
040900     move zero to ws-hs-count
041000     open input housing-file
041100     if ws-housing-status = '00'
041200         perform until ws-housing-status not = '00'
041300             read housing-file next record
041400             if ws-housing-status = '00'
041500                 add 1 to ws-hs-read
041600                 perform edit-housing-spell
041700             end-if
041800         end-perform
041900         close housing-file
042000     end-if
042100     if ws-hs-rejected = zero
042200         move 'NO SPELLS REJECTED' to mckv-line
042300         write mckv-line
042400     end-if
042500     if ws-hs-full = 'Y'
042600         display 'HOUSING - SPELL TABLE FULL AT ' ws-hs-max
042700     end-if
042800     .
042900 EDIT-HOUSING-SPELL.
043000     move spaces to ws-card-reason
043100     move zero to p
043200     if hs-student-id is numeric
043300         search all rst-row
043400             when rst-id(rst-idx) = hs-student-id
043500                 set p to rst-idx
043600         end-search
043700     end-if
043800     if p = zero
043900         move 'STUDENT NOT ON ROSTERVS' to ws-card-reason
044000     end-if
044100     if ws-card-reason = spaces
044200         move hs-effective-date to ws-check-date
044300         perform check-date
044400         if ws-date-ok = 'N'
044500             move 'EFFECTIVE DATE NOT A DATE' to ws-card-reason
044600         end-if
044700     end-if
044800     if ws-card-reason = spaces
044900         and hs-end-date not = zero
045000         move hs-end-date to ws-check-date
045100         perform check-date
045200         if ws-date-ok = 'N'
045300             or hs-end-date < hs-effective-date
045400             move 'END DATE NOT A DATE OR BEFORE START'
045500                 to ws-card-reason
045600         end-if
045700     end-if
045800     if ws-card-reason = spaces
045900         and hs-residence-type not = 'S'
046000         and hs-residence-type not = 'D'
046100         and hs-residence-type not = 'H'
046200         and hs-residence-type not = 'U'
046300         and hs-residence-type not = 'P'
046400         move 'RESIDENCE NOT S, D, H, U OR P' to ws-card-reason
046500     end-if
046600     if ws-card-reason = spaces
046700         and hs-foster-care not = 'Y'
046800         and hs-foster-care not = 'N'
046900         move 'FOSTER CARE NOT Y OR N' to ws-card-reason
047000     end-if
047100     if ws-card-reason = spaces
047200         and hs-determination not = 'E'
047300         and hs-determination not = 'N'
047400         and hs-determination not = 'P'
047500         move 'DETERMINATION NOT E, N OR P' to ws-card-reason
047600     end-if
047700     if ws-card-reason = spaces
047800         and hs-determination not = 'P'
047900         move hs-determination-date to ws-check-date
048000         perform check-date
048100         if ws-date-ok = 'N'
048200             move 'DETERMINATION DATE NOT A DATE'
048300                 to ws-card-reason
048400         end-if
048500     end-if
048600     if ws-card-reason not = spaces
048700         add 1 to ws-hs-rejected
048800         move housing-status-record to hr-d-card
048900         move ws-card-reason        to hr-d-reason
049000         write mckv-line from hr-detail-line
049100     else
049200         if ws-hs-count < ws-hs-max
049300             add 1 to ws-hs-count
049400             move ws-hs-count to k
049500             move hs-student-id         to ws-hs-student(k)
049600             move hs-effective-date     to ws-hs-effective(k)
049700             move hs-end-date           to ws-hs-end(k)
049800             move hs-residence-type     to ws-hs-type(k)
049900             move hs-foster-care        to ws-hs-foster(k)
050000             move hs-origin-school      to ws-hs-origin(k)
050100             move hs-determination      to ws-hs-determ(k)
050200             move hs-determination-date to ws-hs-det-date(k)
050300             move hs-liaison-id         to ws-hs-liaison(k)
050400         else
050500             move 'Y' to ws-hs-full
050600         end-if
050700     end-if
050800     .
050900 CHECK-DATE.
051000     move 'Y' to ws-date-ok
051100     if ws-check-date is not numeric
051200         move 'N' to ws-date-ok
051300     else
051400         if ws-check-month < 1 or ws-check-month > 12
051500             or ws-check-day < 1 or ws-check-day > 31
051600             move 'N' to ws-date-ok
051700         end-if
051800     end-if
051900     .
052000 SET-CURRENT-SPELLS.
052100******************************************************************
052200*    THE CURRENT SPELL IS THE ONE IN FORCE TODAY; WHERE SPELLS   *
052300*    OVERLAP THE LATEST EFFECTIVE DATE WINS. THE STUDENT IS      *
052400*    ELIGIBLE WHEN IT IS DETERMINED 'E' AND IS HOMELESS OR       *
052500*    FOSTER CARE.                                                *
052600******************************************************************
052700     perform varying k from 1 by 1 until k > ws-hs-count
052800         if ws-hs-end(k) = zero
052900             move 99999999 to ws-spell-end
053000         else
053100             move ws-hs-end(k) to ws-spell-end
053200         end-if
053300         if ws-hs-effective(k) not > ws-business-date
053400             and ws-spell-end not < ws-business-date
053500             search all rst-row
053600                 when rst-id(rst-idx) = ws-hs-student(k)
053700                     set p to rst-idx
053800             end-search
053900             if rst-cur-row(p) = zero
054000                 move k to rst-cur-row(p)
054100             else
054200                 move rst-cur-row(p) to j
054300                 if ws-hs-effective(k) not < ws-hs-effective(j)
054400                     move k to rst-cur-row(p)
054500                 end-if
054600             end-if
054700         end-if
054800     end-perform
054900     perform varying p from 1 by 1 until p > ws-rst-count
055000         if rst-cur-row(p) not = zero
055100             move rst-cur-row(p) to k
055200             if ws-hs-determ(k) = 'E'
055300                 and (ws-hs-type(k) not = 'P'
055400                      or ws-hs-foster(k) = 'Y')
055500                 move 'Y' to rst-eligible(p)
055600             end-if
055700         end-if
055800     end-perform
055900     .
056000 SET-FREE-MEALS.
056100******************************************************************
056200*    EVERY ENROLLED ELIGIBLE STUDENT, BY BUILDING AND NAME. ONE  *
056300*    NOT ALREADY ON FREE MEALS GETS THE 'C' TRANSACTION AND THE  *
056400*    SOURCE RECORD - HOMELESS WHEN THE SPELL IS HOMELESS (FOSTER *
056500*    CARE OR NOT), FOSTER CARE OTHERWISE. FREE MEALS ARE NOT     *
056600*    TAKEN AWAY WHEN A SPELL ENDS - THE STATUS STANDS FOR THE    *
056700*    YEAR, AS ANY OTHER DETERMINATION DOES.                      *
056800******************************************************************
056900     open output change-trans-file
057000     open extend meal-source-file
057100     if ws-mealsrc-status not = '00'
057200         open output meal-source-file
057300     end-if
057400     if ws-mvtrans-status not = '00'
057500         or ws-mealsrc-status not = '00'
057600         display 'COULD NOT OPEN MVTRANS/MEALSRC - STATUS '
057700             ws-mvtrans-status ' ' ws-mealsrc-status
057800         move 16 to return-code
057900         stop run
058000     end-if
058100     if ws-rst-count > 1
058200         sort rst-row on ascending key rst-school rst-last-name
058300             rst-first-name rst-id
058400     end-if
058500     move spaces to mckv-line
058600     write mckv-line
058700     write mckv-line from el-heading
058800     move spaces to ws-current-school
058900     perform varying p from 1 by 1 until p > ws-rst-count
059000         if rst-eligible(p) = 'Y'
059100             and rst-withdraw-date(p) = zero
059200             perform list-eligible-student
059300         end-if
059400     end-perform
059500     if ws-eligible-count = zero
059600         move 'NO ELIGIBLE STUDENTS ENROLLED' to mckv-line
059700         write mckv-line
059800     end-if
059900     close change-trans-file
060000     close meal-source-file
060100     .
060200 LIST-ELIGIBLE-STUDENT.
060300     add 1 to ws-eligible-count
060400     if rst-school(p) not = ws-current-school
060500         move rst-school(p) to ws-current-school
060600         move spaces to mckv-line
060700         write mckv-line
060800         move ws-current-school to el-b-school
060900         write mckv-line from el-bldg-heading
061000         write mckv-line from el-columns
061100     end-if
061200     move rst-cur-row(p) to k
061300     move rst-id(p) to el-d-id
061400     move spaces to el-d-name
061500     string rst-last-name(p)  delimited by '  '
061600         ', '                 delimited by size
061700         rst-first-name(p)    delimited by size
061800         into el-d-name
061900     end-string
062000     move rst-grade(p)        to el-d-grade
062100     move ws-hs-type(k)       to el-d-type
062200     move ws-hs-foster(k)     to el-d-foster
062300     move ws-hs-origin(k)     to el-d-origin
062400     move ws-hs-effective(k)  to el-d-since
062500     move ws-hs-liaison(k)    to el-d-liaison
062600     if rst-meal-status(p) = 'F'
062700         move 'ALREADY FREE' to el-d-meals
062800     else
062900         move 'FREE MEALS SET' to el-d-meals
063000         add 1 to ws-meals-set
063100         move spaces    to change-trans-record
063200         move 'C'       to tr-trans-type
063300         move rst-id(p) to tr-student-id
063400         move zero      to tr-dob
063500         move 'F'       to tr-meal-status
063600         write change-trans-record
063700         move spaces            to meal-source-record
063800         move rst-id(p)         to md-student-id
063900         move ws-business-date  to md-logged-date
064000         move 'F'               to md-meal-status
064100         move rst-meal-status(p) to md-prior-status
064200         if ws-hs-type(k) = 'P'
064300             move 'FC' to md-source
064400         else
064500             move 'HL' to md-source
064600         end-if
064700         move ws-hs-liaison(k)  to md-reference
064800         move ws-hs-det-date(k) to md-determined-date
064900         move 'GSMCKV  '        to md-job-name
065000         write meal-source-record
065100     end-if
065200     write mckv-line from el-detail-line
065300     .
065400 PRINT-FEDERAL-COUNT.
065500******************************************************************
065600*    THE STUDENT'S LATEST HOMELESS SPELL DETERMINED 'E' THAT     *
065700*    OVERLAPS THE SCHOOL YEAR DECIDES THEIR RESIDENCE COLUMN;    *
065800*    THEY ARE COUNTED ONCE, AT THEIR ROSTER BUILDING, WHEN THEY  *
065900*    WERE ENROLLED AT ANY TIME IN THE YEAR.                      *
066000******************************************************************
066100     move ws-business-date to ws-year-start
066200     if ws-bus-month < 7
066300         subtract 1 from ws-ys-year
066400     end-if
066500     move 0701 to ws-ys-mmdd
066600     compute ws-ye-year = ws-ys-year + 1
066700     move 0630 to ws-ye-mmdd
066800     perform varying k from 1 by 1 until k > ws-hs-count
066900         if ws-hs-end(k) = zero
067000             move 99999999 to ws-spell-end
067100         else
067200             move ws-hs-end(k) to ws-spell-end
067300         end-if
067400         if ws-hs-determ(k) = 'E'
067500             and ws-hs-type(k) not = 'P'
067600             and ws-hs-effective(k) not > ws-year-end
067700             and ws-spell-end not < ws-year-start
067800             search all rst-row
067900                 when rst-id(rst-idx) = ws-hs-student(k)
068000                     set p to rst-idx
068100             end-search
068200             if rst-count-row(p) = zero
068300                 move k to rst-count-row(p)
068400             else
068500                 move rst-count-row(p) to j
068600                 if ws-hs-effective(k) not < ws-hs-effective(j)
068700                     move k to rst-count-row(p)
068800                 end-if
068900             end-if
069000         end-if
069100     end-perform
069200     move zero to ws-bldg-count
069300     move zero to ws-district-tallies
069400     perform varying p from 1 by 1 until p > ws-rst-count
069500         if rst-count-row(p) not = zero
069600             and rst-enroll-date(p) not > ws-year-end
069700             and (rst-withdraw-date(p) = zero
069800                  or rst-withdraw-date(p) not < ws-year-start)
069900             perform tally-one-student
070000         end-if
070100     end-perform
070200     if ws-bldg-count > 1
070300         sort ws-bldg-entry on ascending key ws-bldg-school
070400     end-if
070500     move spaces to mckv-line
070600     write mckv-line
070700     move ws-year-start to ct-h-start
070800     move ws-year-end   to ct-h-end
070900     write mckv-line from ct-heading
071000     move spaces to mckv-line
071100     write mckv-line
071200     write mckv-line from ct-columns
071300     perform varying ws-bldg-row from 1 by 1
071400             until ws-bldg-row > ws-bldg-count
071500         move ws-bldg-school(ws-bldg-row) to ct-d-school
071600         move zero to ws-bldg-total
071700         perform varying ws-type-col from 1 by 1
071800                 until ws-type-col > 4
071900             move ws-bldg-tally(ws-bldg-row ws-type-col)
072000                 to ct-d-count(ws-type-col)
072100             add ws-bldg-tally(ws-bldg-row ws-type-col)
072200                 to ws-bldg-total
072300         end-perform
072400         move ws-bldg-total to ct-d-total
072500         write mckv-line from ct-detail-line
072600     end-perform
072700     move 'DISTRICT' to ct-d-school
072800     move zero to ws-bldg-total
072900     perform varying ws-type-col from 1 by 1
073000             until ws-type-col > 4
073100         move ws-district-tally(ws-type-col)
073200             to ct-d-count(ws-type-col)
073300         add ws-district-tally(ws-type-col) to ws-bldg-total
073400     end-perform
073500     move ws-bldg-total to ct-d-total ws-district-total
073600     move spaces to mckv-line
073700     write mckv-line
073800     write mckv-line from ct-detail-line
073900     .
074000 TALLY-ONE-STUDENT.
074100     move rst-count-row(p) to k
074200     move zero to ws-type-col
074300     perform varying j from 1 by 1 until j > 4
074400         if ws-type-list(j:1) = ws-hs-type(k)
074500             move j to ws-type-col
074600         end-if
074700     end-perform
074800     move zero to ws-bldg-row
074900     perform varying j from 1 by 1 until j > ws-bldg-count
075000         if ws-bldg-school(j) = rst-school(p)
075100             move j to ws-bldg-row
075200         end-if
075300     end-perform
075400     if ws-bldg-row = zero
075500         if ws-bldg-count < ws-bldg-max
075600             add 1 to ws-bldg-count
075700             move ws-bldg-count to ws-bldg-row
075800             move rst-school(p) to ws-bldg-school(ws-bldg-row)
075900             move zero to ws-bldg-tally(ws-bldg-row 1)
076000                          ws-bldg-tally(ws-bldg-row 2)
076100                          ws-bldg-tally(ws-bldg-row 3)
076200                          ws-bldg-tally(ws-bldg-row 4)
076300         else
076400             move 'Y' to ws-bldg-full
076500         end-if
076600     end-if
076700     if ws-bldg-row not = zero
076800         add 1 to ws-bldg-tally(ws-bldg-row ws-type-col)
076900         add 1 to ws-district-tally(ws-type-col)
077000     end-if
077100     .
077200 PRINT-RUN-TOTALS.
077300     move spaces to mckv-line
077400     write mckv-line
077500     move 'HOUSING SPELLS READ' to rt-label
077600     move ws-hs-read to rt-value
077700     write mckv-line from run-total-line
077800     move 'HOUSING SPELLS REJECTED' to rt-label
077900     move ws-hs-rejected to rt-value
078000     write mckv-line from run-total-line
078100     if ws-run-mode = spaces
078200         move 'ELIGIBLE STUDENTS ENROLLED' to rt-label
078300         move ws-eligible-count to rt-value
078400         write mckv-line from run-total-line
078500         move 'FREE MEALS SET (MVTRANS)' to rt-label
078600         move ws-meals-set to rt-value
078700         write mckv-line from run-total-line
078800     else
078900         move 'HOMELESS STUDENTS COUNTED' to rt-label
079000         move ws-district-total to rt-value
079100         write mckv-line from run-total-line
079200     end-if
079300     .
079400 READ-BUSINESS-DATE.
079500******************************************************************
079600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
079700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
079800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
079900******************************************************************
080000     open input business-date-file
080100     if ws-busdate-status not = '00'
080200         display 'COULD NOT OPEN BUSDATE - STATUS '
080300             ws-busdate-status
080400         move 16 to return-code
080500         stop run
080600     end-if
080700     read business-date-file next record
080800     if ws-busdate-status not = '00'
080900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
081000             ws-busdate-status
081100         move 16 to return-code
081200         stop run
081300     end-if
081400     close business-date-file
081500     move bd-business-date to ws-business-date
081600     if bd-override-date not = zero
081700         move bd-override-date to ws-business-date
081800         move 'Y' to ws-bus-date-override
081900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
082000             bd-override-date ' SET BY ' bd-override-operator
082100         display '    REASON: ' bd-override-reason
082200     end-if
082300     move ws-business-date to bdh-date
082400     if ws-bus-date-override = 'Y'
082500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
082600             to bdh-override
082700     end-if
082800     .
