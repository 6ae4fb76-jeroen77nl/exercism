000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSFUND.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    WEIGHTED STUDENT FUNDING FROM THE CERTIFIED COUNT. EVERY    *
000900*    STUDENT ON THE COUNT-DAY SNAPSHOT (CNTSNAP, COPY CNTSREC)   *
001000*    IS WEIGHTED FROM THE DISTRICT TABLE (FUNDWGT, COPY FWGTREC) *
001100*    FOR THE SCHOOL YEAR OF THE COUNT DAY:                       *
001200*      THE GRADE'S BAND WEIGHT, PLUS                             *
001300*      THE 'SE' ADD-ON WHEN CS-IEP-STATUS IS 'Y',                *
001400*      THE 'EL' ADD-ON WHEN AN ENGLISH-LEARNER SPELL ON PGMPART  *
001500*        WAS OPEN ON THE COUNT DAY,                              *
001600*      THE 'PV' ADD-ON FOR CS-MEAL-STATUS 'F' OR 'R'.            *
001700*    A SNAPSHOT FROZEN BEFORE CNTSNAP CARRIED THE IEP AND MEAL   *
001800*    STATUS (CS-FROZEN NOT 'Y') TAKES THEM FROM ROSTERVS AS THEY *
001900*    STAND TODAY, AND FUNDRPT SAYS HOW MANY DID.                 *
002000*    FUNDRPT SHOWS, PER BUILDING, EACH CATEGORY'S STUDENTS,      *
002100*    WEIGHTED PUPILS AND DOLLARS (AT THE 'BA' BASE AMOUNT), THE  *
002200*    BUILDING TOTAL, AND THE VARIANCE FROM THE PRIOR YEAR'S      *
002300*    ALLOCATION ON THE HISTORY FILE (FUNDHIST, COPY FUNDREC);    *
002400*    THEN THE DISTRICT TOTALS AND THE STUDENTS WHOSE GRADE HAS   *
002500*    NO WEIGHT (NOT FUNDED - FIX FUNDWGT AND RUN AGAIN). THE     *
002600*    YEAR'S RECORDS GO TO THE BUDGET SYSTEM ON FUNDXTR (COPY     *
002700*    FUNDREC, 'HDR'/'TRL' COPY INBHREC) AND REPLACE THE YEAR ON  *
002800*    FUNDHIST, SO A RERUN AFTER A TABLE FIX IS SAFE.             *
002900*    RETURN CODES: 0 CLEAN, 4 A STUDENT NOT FUNDED, STATUSES     *
003000*    TAKEN FROM ROSTERVS OR A TABLE CUT SHORT, 16 NO SNAPSHOT,   *
003100*    NO WEIGHTS OR BASE AMOUNT FOR THE YEAR, OR A FILE THAT      *
003200*    COULD NOT BE READ OR WRITTEN. SEE JCL/GSFUND.JCL.           *
003300******************************************************************
003400*    MOD-LOG
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15  RVM  ORIGINAL VERSION.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BUSDATE-STATUS.
004400     SELECT COUNT-SNAPSHOT-FILE ASSIGN TO CNTSNAP
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CNTSNAP-STATUS.
004700     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ST-ID
005100         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005200     SELECT PROGRAM-PART-FILE ASSIGN TO PGMPART
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PGMPART-STATUS.
005500     SELECT FUND-WEIGHT-FILE ASSIGN TO FUNDWGT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FUNDWGT-STATUS.
005800     SELECT FUND-HISTORY-FILE ASSIGN TO FUNDHIST
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FUNDHIST-STATUS.
006100     SELECT FUND-EXTRACT-FILE ASSIGN TO FUNDXTR
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-FUNDXTR-STATUS.
006400     SELECT FUND-RPT ASSIGN TO FUNDRPT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FUNDRPT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BUSINESS-DATE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  BUSINESS-DATE-RECORD.
007200     COPY BDATREC.
007300 FD  COUNT-SNAPSHOT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  COUNT-SNAPSHOT-RECORD.
007600     COPY CNTSREC.
007700 FD  ROSTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  ROSTER-FILE-RECORD.
008000     COPY ROSTERREC.
008100 FD  PROGRAM-PART-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  PROGRAM-PART-RECORD.
008400     COPY PGMPREC.
008500 FD  FUND-WEIGHT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  FUND-WEIGHT-RECORD.
008800     COPY FWGTREC.
008900******************************************************************
009000*    FUNDHIST AND FUNDXTR ARE WRITTEN FROM FUND-RECORD (AND THE  *
009100*    EXTRACT'S CONTROL RECORDS FROM FUND-CONTROL-RECORD).        *
009200******************************************************************
009300 FD  FUND-HISTORY-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  FUND-HISTORY-LINE           PIC X(80).
009600 FD  FUND-EXTRACT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  FUND-EXTRACT-LINE           PIC X(80).
009900 FD  FUND-RPT
010000     LABEL RECORDS ARE STANDARD.
010100 01  FUND-RPT-LINE               PIC X(132).
010200 WORKING-STORAGE SECTION.
010300 01  WS-CNTSNAP-STATUS        PIC X(02).
010400 01  WS-ROSTER-FILE-STATUS    PIC X(02).
010500 01  WS-PGMPART-STATUS        PIC X(02).
010600 01  WS-FUNDWGT-STATUS        PIC X(02).
010700 01  WS-FUNDHIST-STATUS       PIC X(02).
010800 01  WS-FUNDXTR-STATUS        PIC X(02).
010900 01  WS-FUNDRPT-STATUS        PIC X(02).
011000 01  WS-ROSTER-OPEN           PIC X VALUE 'N'.
011100 01  i                        PIC 9(05).
011200 01  j                        PIC 9(05).
011300 01  k                        PIC 9(05).
011400******************************************************************
011500*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
011600*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
011700******************************************************************
011800 01  WS-BUSDATE-STATUS        PIC X(02).
011900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012000 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012100 01  BUS-DATE-HEADING.
012200     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
012300     05  BDH-DATE             PIC 9(08).
012400     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
012500******************************************************************
012600*    THE COUNT DAY AND ITS SCHOOL YEAR (THE YEAR IT STARTS IN -  *
012700*    A COUNT DAY BEFORE JULY BELONGS TO THE YEAR BEFORE).        *
012800******************************************************************
012900 01  WS-CERT-DATE             PIC 9(08) VALUE ZERO.
013000 01  WS-CERT-DATE-PARTS REDEFINES WS-CERT-DATE.
013100     05  WS-CERT-YEAR         PIC 9(04).
013200     05  WS-CERT-MONTH        PIC 9(02).
013300     05  WS-CERT-DAY          PIC 9(02).
013400 01  WS-FUND-YEAR             PIC 9(04) VALUE ZERO.
013500 01  WS-PRIOR-YEAR            PIC 9(04) VALUE ZERO.
013600 77  WS-SENDER-ID             PIC X(08) VALUE 'GRADESCH'.
013700 77  WS-FILE-TYPE             PIC X(08) VALUE 'FUNDWSF '.
013800******************************************************************
013900*    THE YEAR'S WEIGHTS FROM FUNDWGT - ONE ROW PER GRADE WITH    *
014000*    ITS BAND, THE ADD-ONS AND THE BASE AMOUNT.                  *
014100******************************************************************
014200 77  WS-GRW-MAX               PIC 9(03) VALUE 030.
014300 01  WS-GRW-COUNT             PIC 9(03) VALUE ZERO.
014400 01  WS-GRW-TABLE.
014500     05  WS-GRW-ENTRY         OCCURS 30 TIMES.
014600         10  WS-GRW-GRADE     PIC X(02).
014700         10  WS-GRW-BAND      PIC X(10).
014800         10  WS-GRW-WEIGHT    PIC 9(01)V9(04).
014900 01  WS-SE-WEIGHT             PIC 9(01)V9(04) VALUE ZERO.
015000 01  WS-EL-WEIGHT             PIC 9(01)V9(04) VALUE ZERO.
015100 01  WS-PVF-WEIGHT            PIC 9(01)V9(04) VALUE ZERO.
015200 01  WS-PVR-WEIGHT            PIC 9(01)V9(04) VALUE ZERO.
015300 01  WS-BASE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
015400 01  WS-WEIGHTS-READ          PIC 9(05) VALUE ZERO.
015500******************************************************************
015600*    STUDENTS WITH AN ENGLISH-LEARNER SPELL OPEN ON THE COUNT    *
015700*    DAY, IN ID ORDER FOR THE SEARCH ALL.                        *
015800******************************************************************
015900 77  WS-ELS-MAX               PIC 9(05) VALUE 05000.
016000 01  WS-ELS-COUNT             PIC 9(05) VALUE ZERO.
016100 01  ELS-TABLE.
016200     05  ELS-ROW              OCCURS 0 TO 5000 TIMES
016300                              DEPENDING ON WS-ELS-COUNT
016400                              ASCENDING KEY IS ELS-ID
016500                              INDEXED BY ELS-IDX.
016600         10  ELS-ID           PIC 9(07).
016700 01  WS-ELS-FULL              PIC X VALUE 'N'.
016800******************************************************************
016900*    THE YEAR'S ALLOCATION AS IT IS ADDED UP - ONE ROW PER       *
017000*    BUILDING AND CATEGORY. ACC-ORDER PUTS THE GRADE BANDS       *
017100*    FIRST, THEN SE, EL, PV AND THE BUILDING TOTAL LAST.         *
017200******************************************************************
017300 77  WS-ACC-MAX               PIC 9(04) VALUE 1000.
017400 01  WS-ACC-COUNT             PIC 9(04) VALUE ZERO.
017500 01  ACC-TABLE.
017600     05  ACC-ROW              OCCURS 0 TO 1000 TIMES
017700                              DEPENDING ON WS-ACC-COUNT.
017800         10  ACC-KEY.
017900             15  ACC-SCHOOL   PIC X(04).
018000             15  ACC-ORDER    PIC 9(01).
018100             15  ACC-CATEGORY PIC X(02).
018200             15  ACC-BAND     PIC X(10).
018300         10  ACC-STUDENTS     PIC 9(05).
018400         10  ACC-WEIGHTED     PIC 9(06)V9(04).
018500         10  ACC-DOLLARS      PIC 9(09)V99.
018600 01  WS-ACC-FULL              PIC X VALUE 'N'.
018700 01  WS-ACC-ROW               PIC 9(04).
018800 01  WS-FIND-ACC.
018900     05  WS-FIND-SCHOOL       PIC X(04).
019000     05  WS-FIND-ORDER        PIC 9(01).
019100     05  WS-FIND-CATEGORY     PIC X(02).
019200     05  WS-FIND-BAND         PIC X(10).
019300 01  WS-ADD-WEIGHT            PIC 9(02)V9(04).
019400******************************************************************
019500*    FUNDHIST - THE OTHER YEARS' RECORDS, KEPT AS READ AND       *
019600*    WRITTEN BACK AHEAD OF THIS YEAR'S; THE PRIOR YEAR'S ALSO IN *
019700*    PRI-TABLE, IN KEY ORDER FOR THE SEARCH ALL.                 *
019800******************************************************************
019900 77  WS-HST-MAX               PIC 9(05) VALUE 10000.
020000 01  WS-HST-COUNT             PIC 9(05) VALUE ZERO.
020100 01  WS-HST-TABLE.
020200     05  WS-HST-LINE          PIC X(80) OCCURS 10000 TIMES.
020300 77  WS-PRI-MAX               PIC 9(04) VALUE 1000.
020400 01  WS-PRI-COUNT             PIC 9(04) VALUE ZERO.
020500 01  PRI-TABLE.
020600     05  PRI-ROW              OCCURS 0 TO 1000 TIMES
020700                              DEPENDING ON WS-PRI-COUNT
020800                              ASCENDING KEY IS PRI-KEY
020900                              INDEXED BY PRI-IDX.
021000         10  PRI-KEY.
021100             15  PRI-SCHOOL   PIC X(04).
021200             15  PRI-CATEGORY PIC X(02).
021300             15  PRI-BAND     PIC X(10).
021400         10  PRI-WEIGHTED     PIC 9(06)V9(04).
021500         10  PRI-DOLLARS      PIC 9(09)V99.
021600         10  PRI-MATCHED      PIC X(01).
021700 01  WS-PRI-FULL              PIC X VALUE 'N'.
021800 01  WS-FIND-PRI.
021900     05  WS-FPRI-SCHOOL       PIC X(04).
022000     05  WS-FPRI-CATEGORY     PIC X(02).
022100     05  WS-FPRI-BAND         PIC X(10).
022200 01  WS-PRIOR-DOLLARS         PIC 9(09)V99.
022300 01  WS-PRIOR-FOUND           PIC X(01).
022400******************************************************************
022500*    STUDENTS NOT FUNDED - NO WEIGHT FOR THEIR GRADE.            *
022600******************************************************************
022700 77  WS-UNF-MAX               PIC 9(03) VALUE 200.
022800 01  WS-UNF-COUNT             PIC 9(03) VALUE ZERO.
022900 01  WS-UNF-TABLE.
023000     05  WS-UNF-ENTRY         OCCURS 200 TIMES.
023100         10  WS-UNF-ID        PIC 9(07).
023200         10  WS-UNF-NAME      PIC X(30).
023300         10  WS-UNF-GRADE     PIC X(02).
023400         10  WS-UNF-SCHOOL    PIC X(04).
023500 01  WS-UNF-FULL              PIC X VALUE 'N'.
023600******************************************************************
023700*    THE STUDENT IN HAND.                                        *
023800******************************************************************
023900 01  WS-STU-IEP               PIC X(01).
024000 01  WS-STU-MEAL              PIC X(01).
024100 01  WS-STU-BAND              PIC X(10).
024200 01  WS-STU-WEIGHT            PIC 9(02)V9(04).
024300 01  WS-STU-GRADE-OK          PIC X(01).
024400 01  WS-GRADE-WEIGHT          PIC 9(01)V9(04).
024500******************************************************************
024600*    THE RECORDS AS WRITTEN.                                     *
024700******************************************************************
024800 01  FUND-RECORD.
024900     COPY FUNDREC.
025000 01  FUND-CONTROL-RECORD.
025100     COPY INBHREC.
025200******************************************************************
025300*    RUN COUNTS AND THE DISTRICT TOTALS.                         *
025400******************************************************************
025500 01  WS-SNAPSHOT-READ         PIC 9(07) VALUE ZERO.
025600 01  WS-NOT-FROZEN            PIC 9(07) VALUE ZERO.
025700 01  WS-NOT-ON-ROSTER         PIC 9(07) VALUE ZERO.
025800 01  WS-STUDENTS-FUNDED       PIC 9(07) VALUE ZERO.
025900 01  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
026000 01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
026100 01  WS-DIST-WEIGHTED         PIC 9(07)V9(04) VALUE ZERO.
026200 01  WS-DIST-DOLLARS          PIC 9(10)V99 VALUE ZERO.
026300 01  WS-DIST-PRIOR            PIC 9(10)V99 VALUE ZERO.
026400 01  WS-VARIANCE              PIC S9(10)V99 VALUE ZERO.
026500 01  WS-BLDG-DOLLARS          PIC 9(10)V99 VALUE ZERO.
026600 01  WS-LAST-SCHOOL           PIC X(04).
026700******************************************************************
026800*    FUNDRPT LINES.                                              *
026900******************************************************************
027000 01  FR-HEADING.
027100     05  FILLER               PIC X(38) VALUE
027200         'WEIGHTED STUDENT FUNDING - SCHOOL YEAR'.
027300     05  FILLER               PIC X(01) VALUE SPACE.
027400     05  FR-H-YEAR            PIC 9(04).
027500     05  FILLER               PIC X(13) VALUE ' - COUNT DAY '.
027600     05  FR-H-CERT            PIC 9(08).
027700     05  FILLER               PIC X(19) VALUE
027800         ' - PER PUPIL BASE $'.
027900     05  FR-H-BASE            PIC Z,ZZZ,ZZ9.99.
028000 01  FR-BUILDING-LINE.
028100     05  FILLER               PIC X(10) VALUE 'BUILDING  '.
028200     05  FR-B-SCHOOL          PIC X(04).
028300 01  FR-COLUMNS.
028400     05  FILLER               PIC X(04) VALUE SPACES.
028500     05  FILLER               PIC X(09) VALUE 'CATEGORY'.
028600     05  FILLER               PIC X(12) VALUE 'BAND'.
028700     05  FILLER               PIC X(10) VALUE '  STUDENTS'.
028800     05  FILLER               PIC X(15) VALUE '   WTD PUPILS'.
028900     05  FILLER               PIC X(18) VALUE '         DOLLARS'.
029000     05  FILLER               PIC X(18) VALUE '    PRIOR YEAR'.
029100     05  FILLER               PIC X(18) VALUE '        VARIANCE'.
029200 01  FR-DETAIL-LINE.
029300     05  FILLER               PIC X(04) VALUE SPACES.
029400     05  FR-D-CATEGORY        PIC X(09).
029500     05  FR-D-BAND            PIC X(10).
029600     05  FILLER               PIC X(03) VALUE SPACES.
029700     05  FR-D-STUDENTS        PIC ZZ,ZZ9.
029800     05  FILLER               PIC X(03) VALUE SPACES.
029900     05  FR-D-WEIGHTED        PIC ZZZ,ZZ9.9999.
030000     05  FILLER               PIC X(03) VALUE SPACES.
030100     05  FR-D-DOLLARS         PIC Z,ZZZ,ZZZ,ZZ9.99.
030200     05  FILLER               PIC X(02) VALUE SPACES.
030300     05  FR-D-PRIOR           PIC Z,ZZZ,ZZZ,ZZ9.99.
030400     05  FILLER               PIC X(02) VALUE SPACES.
030500     05  FR-D-VARIANCE        PIC -,---,---,--9.99.
030600 01  FR-GONE-HEADING.
030700     05  FILLER               PIC X(50) VALUE
030800         'BUILDINGS FUNDED LAST YEAR WITH NO STUDENTS NOW'.
030900 01  FR-DISTRICT-HEADING.
031000     05  FILLER               PIC X(50) VALUE
031100         'DISTRICT TOTALS'.
031200 01  FR-UNFUNDED-HEADING.
031300     05  FILLER               PIC X(60) VALUE
031400         'STUDENTS NOT FUNDED - NO FUNDWGT WEIGHT FOR THE GRADE'.
031500 01  FR-UNFUNDED-LINE.
031600     05  FILLER               PIC X(04) VALUE SPACES.
031700     05  FR-U-ID              PIC 9(07).
031800     05  FILLER               PIC X(02) VALUE SPACES.
031900     05  FR-U-NAME            PIC X(30).
032000     05  FILLER               PIC X(02) VALUE SPACES.
032100     05  FR-U-GRADE           PIC X(02).
032200     05  FILLER               PIC X(02) VALUE SPACES.
032300     05  FR-U-SCHOOL          PIC X(04).
032400 01  RUN-TOTAL-LINE.
032500     05  RT-LABEL             PIC X(50).
032600     05  RT-VALUE             PIC Z,ZZZ,ZZ9.
032700 PROCEDURE DIVISION.
032800 MAINLINE.
032900     perform read-business-date
033000     open output fund-rpt
033100     if ws-fundrpt-status not = '00'
033200         display 'COULD NOT OPEN FUNDRPT - STATUS '
033300             ws-fundrpt-status
033400         move 16 to return-code
033500         stop run
033600     end-if
033700     write fund-rpt-line from bus-date-heading
033800     perform find-count-day
033900     perform load-weights
034000     perform load-el-spells
034100     perform load-fund-history
034200     perform weight-snapshot
034300     perform price-allocation
034400     perform print-allocation
034500     perform write-fund-extract
034600     perform rewrite-fund-history
034700     perform print-run-totals
034800     close fund-rpt
034900     display 'WEIGHTED FUNDING ' ws-fund-year
035000         ' - STUDENTS FUNDED ' ws-students-funded
035100         ' NOT FUNDED ' ws-unf-count
035200     if ws-unf-count > zero
035300         or ws-not-frozen > zero
035400         or ws-els-full = 'Y'
035500         or ws-pri-full = 'Y'
035600         or ws-unf-full = 'Y'
035700         move 4 to return-code
035800     end-if
035900     stop run
036000     .
036100 FIND-COUNT-DAY.
036200******************************************************************
036300*    THE CERTIFICATION DATE ON THE SNAPSHOT'S FIRST RECORD SETS  *
036400*    THE SCHOOL YEAR. NO SNAPSHOT MEANS NOTHING TO FUND.         *
036500******************************************************************
036600     open input count-snapshot-file
036700     if ws-cntsnap-status not = '00'
036800         display 'COULD NOT OPEN CNTSNAP - STATUS '
036900             ws-cntsnap-status
037000         move 16 to return-code
037100         stop run
037200     end-if
037300     read count-snapshot-file next record
037400     if ws-cntsnap-status not = '00'
037500         display 'NO COUNT-DAY SNAPSHOT ON CNTSNAP - STATUS '
037600             ws-cntsnap-status
037700         move 16 to return-code
037800         stop run
037900     end-if
038000     move cs-cert-date to ws-cert-date
038100     close count-snapshot-file
038200     move ws-cert-year to ws-fund-year
038300     if ws-cert-month < 7
038400         subtract 1 from ws-fund-year
038500     end-if
038600     compute ws-prior-year = ws-fund-year - 1
038700     .
038800 LOAD-WEIGHTS.
038900******************************************************************
039000*    THE YEAR'S FUNDWGT ROWS. WITHOUT A BASE AMOUNT OR ANY GRADE *
039100*    WEIGHT THERE IS NO ALLOCATION TO MAKE.                      *
039200******************************************************************
039300     open input fund-weight-file
039400     if ws-fundwgt-status not = '00'
039500         display 'COULD NOT OPEN FUNDWGT - STATUS '
039600             ws-fundwgt-status
039700         move 16 to return-code
039800         stop run
039900     end-if
040000     perform until ws-fundwgt-status not = '00'
040100         read fund-weight-file next record
040200         if ws-fundwgt-status = '00'
040300             and fw-school-year = ws-fund-year
040400             add 1 to ws-weights-read
040500             evaluate fw-category
040600                 when 'BA'
040700                     move fw-amount to ws-base-amount
040800                 when 'GR'
040900                     if ws-grw-count < ws-grw-max
041000                         add 1 to ws-grw-count
041100                         move fw-code
041200                             to ws-grw-grade(ws-grw-count)
041300                         move fw-band
041400                             to ws-grw-band(ws-grw-count)
041500                         move fw-weight
041600                             to ws-grw-weight(ws-grw-count)
041700                     end-if
041800                 when 'SE'
041900                     move fw-weight to ws-se-weight
042000                 when 'EL'
042100                     move fw-weight to ws-el-weight
042200                 when 'PV'
042300                     if fw-code = 'F'
042400                         move fw-weight to ws-pvf-weight
042500                     end-if
042600                     if fw-code = 'R'
042700                         move fw-weight to ws-pvr-weight
042800                     end-if
042900                 when other
043000                     display 'FUNDWGT CATEGORY ' fw-category
043100                         ' NOT KNOWN - ROW IGNORED'
043200             end-evaluate
043300         end-if
043400     end-perform
043500     close fund-weight-file
043600     if ws-base-amount = zero
043700         or ws-grw-count = zero
043800         display 'FUNDWGT HAS NO BASE AMOUNT OR NO GRADE WEIGHTS'
043900             ' FOR SCHOOL YEAR ' ws-fund-year ' - NOTHING RUN'
044000         move 16 to return-code
044100         stop run
044200     end-if
044300     .
044400 LOAD-EL-SPELLS.
044500******************************************************************
044600*    EVERY 'EL' SPELL ON PGMPART OPEN ON THE COUNT DAY - ENTERED *
044700*    BY IT AND NOT EXITED BEFORE IT.                             *
044800******************************************************************
044900     open input program-part-file
045000     if ws-pgmpart-status not = '00'
045100         display 'COULD NOT OPEN PGMPART - STATUS '
045200             ws-pgmpart-status
045300         move 16 to return-code
045400         stop run
045500     end-if
045600     perform until ws-pgmpart-status not = '00'
045700         read program-part-file next record
045800         if ws-pgmpart-status = '00'
045900             and pp-program-code = 'EL'
046000             and pp-entry-date not > ws-cert-date
046100             and (pp-exit-date = zero
046200                  or pp-exit-date > ws-cert-date)
046300             if ws-els-count < ws-els-max
046400                 add 1 to ws-els-count
046500                 move pp-student-id to els-id(ws-els-count)
046600             else
046700                 if ws-els-full = 'N'
046800                     display 'PGMPART HAS MORE THAN ' ws-els-max
046900                         ' OPEN EL SPELLS - THE REST NOT WEIGHTED'
047000                 end-if
047100                 move 'Y' to ws-els-full
047200             end-if
047300         end-if
047400     end-perform
047500     close program-part-file
047600     if ws-els-count > 1
047700         sort els-row on ascending key els-id
047800     end-if
047900     .
048000 LOAD-FUND-HISTORY.
048100******************************************************************
048200*    FUNDHIST AS IT STANDS. THIS YEAR'S RECORDS ARE DROPPED (THE *
048300*    RUN WRITES THEM AGAIN); THE PRIOR YEAR'S GIVE THE VARIANCE. *
048400*    NO FUNDHIST YET IS THE FIRST YEAR. A HISTORY TOO BIG TO     *
048500*    HOLD STOPS THE RUN - IT COULD NOT BE WRITTEN BACK WHOLE.    *
048600******************************************************************
048700     open input fund-history-file
048800     if ws-fundhist-status not = '00'
048900         and ws-fundhist-status not = '35'
049000         display 'COULD NOT OPEN FUNDHIST - STATUS '
049100             ws-fundhist-status
049200         move 16 to return-code
049300         stop run
049400     end-if
049500     if ws-fundhist-status = '00'
049600         perform until ws-fundhist-status not = '00'
049700             read fund-history-file into fund-record
049800             if ws-fundhist-status = '00'
049900                 and fu-school-year not = ws-fund-year
050000                 perform keep-history-record
050100             end-if
050200         end-perform
050300         close fund-history-file
050400     end-if
050500     if ws-pri-count > 1
050600         sort pri-row on ascending key pri-key
050700     end-if
050800     .
050900 KEEP-HISTORY-RECORD.
051000     if ws-hst-count not < ws-hst-max
051100         display 'FUNDHIST HAS MORE THAN ' ws-hst-max
051200             ' RECORDS - NOTHING RUN'
051300         move 16 to return-code
051400         stop run
051500     end-if
051600     add 1 to ws-hst-count
051700     move fund-record to ws-hst-line(ws-hst-count)
051800     if fu-school-year = ws-prior-year
051900         if ws-pri-count < ws-pri-max
052000             add 1 to ws-pri-count
052100             move fu-school-code to pri-school(ws-pri-count)
052200             move fu-category    to pri-category(ws-pri-count)
052300             move fu-band        to pri-band(ws-pri-count)
052400             move fu-weighted    to pri-weighted(ws-pri-count)
052500             move fu-dollars     to pri-dollars(ws-pri-count)
052600             move 'N'            to pri-matched(ws-pri-count)
052700         else
052800             move 'Y' to ws-pri-full
052900         end-if
053000     end-if
053100     .
053200 WEIGHT-SNAPSHOT.
053300******************************************************************
053400*    EVERY STUDENT ON THE SNAPSHOT, WEIGHTED AND ADDED TO THEIR  *
053500*    BUILDING'S CATEGORIES.                                      *
053600******************************************************************
053700     open input count-snapshot-file
053800     if ws-cntsnap-status not = '00'
053900         display 'COULD NOT OPEN CNTSNAP - STATUS '
054000             ws-cntsnap-status
054100         move 16 to return-code
054200         stop run
054300     end-if
054400     perform until ws-cntsnap-status not = '00'
054500         read count-snapshot-file next record
054600         if ws-cntsnap-status = '00'
054700             add 1 to ws-snapshot-read
054800             perform weight-one-student
054900         end-if
055000     end-perform
055100     close count-snapshot-file
055200     if ws-roster-open = 'Y'
055300         close roster-file
055400     end-if
055500     if ws-acc-count > 1
055600         sort acc-row on ascending key acc-key
055700     end-if
055800     .
055900 WEIGHT-ONE-STUDENT.
056000     move cs-iep-status  to ws-stu-iep
056100     move cs-meal-status to ws-stu-meal
056200     if cs-frozen not = 'Y'
056300         perform take-roster-statuses
056400     end-if
056500     move 'N' to ws-stu-grade-ok
056600     perform varying k from 1 by 1 until k > ws-grw-count
056700         if ws-grw-grade(k) = cs-grade
056800             move 'Y' to ws-stu-grade-ok
056900             move ws-grw-band(k)   to ws-stu-band
057000             move ws-grw-weight(k) to ws-grade-weight
057100         end-if
057200     end-perform
057300     if ws-stu-grade-ok = 'N'
057400         if ws-unf-count < ws-unf-max
057500             add 1 to ws-unf-count
057600             move cs-student-id  to ws-unf-id(ws-unf-count)
057700             move cs-last-name   to ws-unf-name(ws-unf-count)
057800             move cs-grade       to ws-unf-grade(ws-unf-count)
057900             move cs-school-code to ws-unf-school(ws-unf-count)
058000         else
058100             move 'Y' to ws-unf-full
058200         end-if
058300     else
058400         add 1 to ws-students-funded
058500         move ws-grade-weight to ws-stu-weight
058600         move 1 to ws-find-order
058700         move 'GR' to ws-find-category
058800         move ws-stu-band to ws-find-band
058900         move ws-grade-weight to ws-add-weight
059000         perform add-to-category
059100         if ws-stu-iep = 'Y'
059200             move 2 to ws-find-order
059300             move 'SE' to ws-find-category
059400             move spaces to ws-find-band
059500             move ws-se-weight to ws-add-weight
059600             add ws-se-weight to ws-stu-weight
059700             perform add-to-category
059800         end-if
059900         search all els-row
060000             when els-id(els-idx) = cs-student-id
060100                 move 3 to ws-find-order
060200                 move 'EL' to ws-find-category
060300                 move spaces to ws-find-band
060400                 move ws-el-weight to ws-add-weight
060500                 add ws-el-weight to ws-stu-weight
060600                 perform add-to-category
060700         end-search
060800         if ws-stu-meal = 'F' or ws-stu-meal = 'R'
060900             move 4 to ws-find-order
061000             move 'PV' to ws-find-category
061100             move spaces to ws-find-band
061200             if ws-stu-meal = 'F'
061300                 move ws-pvf-weight to ws-add-weight
061400             else
061500                 move ws-pvr-weight to ws-add-weight
061600             end-if
061700             add ws-add-weight to ws-stu-weight
061800             perform add-to-category
061900         end-if
062000         move 9 to ws-find-order
062100         move 'TT' to ws-find-category
062200         move spaces to ws-find-band
062300         move ws-stu-weight to ws-add-weight
062400         perform add-to-category
062500     end-if
062600     .
062700 TAKE-ROSTER-STATUSES.
062800******************************************************************
062900*    A SNAPSHOT FROZEN WITHOUT THE STATUSES - TAKE THEM FROM THE *
063000*    ROSTER AS IT STANDS. A STUDENT NO LONGER ON IT GETS NO ADD- *
063100*    ON BUT THE EL SPELL.                                        *
063200******************************************************************
063300     add 1 to ws-not-frozen
063400     if ws-roster-open = 'N'
063500         open input roster-file
063600         if ws-roster-file-status not = '00'
063700             display 'COULD NOT OPEN ROSTERVS - STATUS '
063800                 ws-roster-file-status
063900             move 16 to return-code
064000             stop run
064100         end-if
064200         move 'Y' to ws-roster-open
064300     end-if
064400     move cs-student-id to st-id
064500     read roster-file
064600     if ws-roster-file-status = '00'
064700         move st-iep-status  to ws-stu-iep
064800         move st-meal-status to ws-stu-meal
064900     else
065000         add 1 to ws-not-on-roster
065100         move spaces to ws-stu-iep ws-stu-meal
065200     end-if
065300     .
065400 ADD-TO-CATEGORY.
065500******************************************************************
065600*    ONE STUDENT AND WS-ADD-WEIGHT ADDED TO THE ROW FOR THE      *
065700*    SNAPSHOT BUILDING AND WS-FIND-ORDER/CATEGORY/BAND. THE      *
065800*    TABLE FULL STOPS THE RUN - A SHORT ALLOCATION IS NO USE.    *
065900******************************************************************
066000     move cs-school-code to ws-find-school
066100     move zero to ws-acc-row
066200     perform varying j from 1 by 1
066300             until j > ws-acc-count or ws-acc-row > zero
066400         if acc-key(j) = ws-find-acc
066500             move j to ws-acc-row
066600         end-if
066700     end-perform
066800     if ws-acc-row = zero
066900         if ws-acc-count not < ws-acc-max
067000             display 'MORE THAN ' ws-acc-max
067100                 ' BUILDING CATEGORIES - NOTHING WRITTEN'
067200             move 16 to return-code
067300             stop run
067400         end-if
067500         add 1 to ws-acc-count
067600         move ws-acc-count to ws-acc-row
067700         move ws-find-acc to acc-key(ws-acc-row)
067800         move zero to acc-students(ws-acc-row)
067900         move zero to acc-weighted(ws-acc-row)
068000         move zero to acc-dollars(ws-acc-row)
068100     end-if
068200     add 1 to acc-students(ws-acc-row)
068300     add ws-add-weight to acc-weighted(ws-acc-row)
068400     .
068500 PRICE-ALLOCATION.
068600******************************************************************
068700*    EACH CATEGORY'S WEIGHTED PUPILS AT THE BASE AMOUNT, ROUNDED *
068800*    TO THE CENT; A BUILDING'S TOTAL IS THE SUM OF ITS           *
068900*    CATEGORIES, SO THE LINES ALWAYS ADD UP. THE TT ROW IS THE   *
069000*    LAST OF EACH BUILDING (ACC-ORDER 9).                        *
069100******************************************************************
069200     move zero to ws-bldg-dollars
069300     perform varying i from 1 by 1 until i > ws-acc-count
069400         if acc-category(i) = 'TT'
069500             move ws-bldg-dollars to acc-dollars(i)
069600             add acc-weighted(i) to ws-dist-weighted
069700             add ws-bldg-dollars to ws-dist-dollars
069800             move zero to ws-bldg-dollars
069900         else
070000             compute acc-dollars(i) rounded =
070100                 acc-weighted(i) * ws-base-amount
070200             add acc-dollars(i) to ws-bldg-dollars
070300         end-if
070400     end-perform
070500     .
070600 PRINT-ALLOCATION.
070700     move spaces to fund-rpt-line
070800     write fund-rpt-line
070900     move ws-fund-year   to fr-h-year
071000     move ws-cert-date   to fr-h-cert
071100     move ws-base-amount to fr-h-base
071200     write fund-rpt-line from fr-heading
071300     if ws-pri-count = zero
071400         move 'NO PRIOR-YEAR ALLOCATION ON FUNDHIST'
071500             to fund-rpt-line
071600         write fund-rpt-line
071700     end-if
071800     move spaces to ws-last-school
071900     perform varying i from 1 by 1 until i > ws-acc-count
072000         if acc-school(i) not = ws-last-school
072100             move acc-school(i) to ws-last-school
072200             move spaces to fund-rpt-line
072300             write fund-rpt-line
072400             move acc-school(i) to fr-b-school
072500             write fund-rpt-line from fr-building-line
072600             write fund-rpt-line from fr-columns
072700         end-if
072800         perform print-category-line
072900     end-perform
073000     perform print-closed-buildings
073100     move spaces to fund-rpt-line
073200     write fund-rpt-line
073300     write fund-rpt-line from fr-district-heading
073400     write fund-rpt-line from fr-columns
073500     move 'ALL'            to fr-d-category
073600     move spaces           to fr-d-band
073700     move ws-students-funded to fr-d-students
073800     move ws-dist-weighted to fr-d-weighted
073900     move ws-dist-dollars  to fr-d-dollars
074000     move ws-dist-prior    to fr-d-prior
074100     compute ws-variance = ws-dist-dollars - ws-dist-prior
074200     move ws-variance      to fr-d-variance
074300     write fund-rpt-line from fr-detail-line
074400     if ws-unf-count > zero
074500         move spaces to fund-rpt-line
074600         write fund-rpt-line
074700         write fund-rpt-line from fr-unfunded-heading
074800         perform varying i from 1 by 1 until i > ws-unf-count
074900             move ws-unf-id(i)     to fr-u-id
075000             move ws-unf-name(i)   to fr-u-name
075100             move ws-unf-grade(i)  to fr-u-grade
075200             move ws-unf-school(i) to fr-u-school
075300             write fund-rpt-line from fr-unfunded-line
075400         end-perform
075500     end-if
075600     .
075700 PRINT-CATEGORY-LINE.
075800******************************************************************
075900*    ROW I WITH THE SAME BUILDING, CATEGORY AND BAND LAST YEAR.  *
076000******************************************************************
076100     move acc-school(i)   to ws-fpri-school
076200     move acc-category(i) to ws-fpri-category
076300     move acc-band(i)     to ws-fpri-band
076400     move zero to ws-prior-dollars
076500     search all pri-row
076600         when pri-key(pri-idx) = ws-find-pri
076700             move pri-dollars(pri-idx) to ws-prior-dollars
076800             move 'Y' to pri-matched(pri-idx)
076900     end-search
077000     if acc-category(i) = 'TT'
077100         add ws-prior-dollars to ws-dist-prior
077200     end-if
077300     evaluate acc-category(i)
077400         when 'GR'
077500             move 'GRADE'    to fr-d-category
077600         when 'SE'
077700             move 'IEP'      to fr-d-category
077800         when 'EL'
077900             move 'EL'       to fr-d-category
078000         when 'PV'
078100             move 'POVERTY'  to fr-d-category
078200         when other
078300             move 'TOTAL'    to fr-d-category
078400     end-evaluate
078500     move acc-band(i)      to fr-d-band
078600     move acc-students(i)  to fr-d-students
078700     move acc-weighted(i)  to fr-d-weighted
078800     move acc-dollars(i)   to fr-d-dollars
078900     move ws-prior-dollars to fr-d-prior
079000     compute ws-variance = acc-dollars(i) - ws-prior-dollars
079100     move ws-variance      to fr-d-variance
079200     write fund-rpt-line from fr-detail-line
079300     .
079400 PRINT-CLOSED-BUILDINGS.
079500******************************************************************
079600*    A BUILDING ON LAST YEAR'S ALLOCATION WITH NOBODY ON THIS    *
079700*    YEAR'S SNAPSHOT - ITS WHOLE PRIOR AMOUNT IS THE VARIANCE.   *
079800******************************************************************
079900     move 'N' to ws-prior-found
080000     perform varying i from 1 by 1 until i > ws-pri-count
080100         if pri-category(i) = 'TT'
080200             and pri-matched(i) = 'N'
080300             if ws-prior-found = 'N'
080400                 move spaces to fund-rpt-line
080500                 write fund-rpt-line
080600                 write fund-rpt-line from fr-gone-heading
080700                 write fund-rpt-line from fr-columns
080800                 move 'Y' to ws-prior-found
080900             end-if
081000             add pri-dollars(i) to ws-dist-prior
081100             move 'TOTAL'        to fr-d-category
081200             move pri-school(i)  to fr-d-band
081300             move zero           to fr-d-students
081400             move zero           to fr-d-weighted
081500             move zero           to fr-d-dollars
081600             move pri-dollars(i) to fr-d-prior
081700             compute ws-variance = zero - pri-dollars(i)
081800             move ws-variance    to fr-d-variance
081900             write fund-rpt-line from fr-detail-line
082000         end-if
082100     end-perform
082200     .
082300 WRITE-FUND-EXTRACT.
082400******************************************************************
082500*    THE YEAR'S RECORDS TO THE BUDGET SYSTEM, BETWEEN THE 'HDR'  *
082600*    AND 'TRL' CONTROL RECORDS.                                  *
082700******************************************************************
082800     open output fund-extract-file
082900     if ws-fundxtr-status not = '00'
083000         display 'COULD NOT OPEN FUNDXTR - STATUS '
083100             ws-fundxtr-status
083200         move 16 to return-code
083300         stop run
083400     end-if
083500     move spaces          to fund-control-record
083600     move 'HDR'           to ih-record-type
083700     move ws-sender-id    to ih-sender-id
083800     move ws-file-type    to ih-file-type
083900     move ws-fund-year    to ih-file-seq
084000     move ws-cert-date    to ih-as-of-date
084100     move zero            to ih-record-count
084200     move zero            to ih-hash-total
084300     write fund-extract-line from fund-control-record
084400     perform check-extract-write
084500     perform varying i from 1 by 1 until i > ws-acc-count
084600         perform build-fund-record
084700         write fund-extract-line from fund-record
084800         perform check-extract-write
084900         add 1 to ws-detail-count
085000         compute ws-hash-total = ws-hash-total
085100             + fu-weighted * 10000
085200     end-perform
085300     move 'TRL'           to ih-record-type
085400     move ws-detail-count to ih-record-count
085500     move ws-hash-total   to ih-hash-total
085600     write fund-extract-line from fund-control-record
085700     perform check-extract-write
085800     close fund-extract-file
085900     .
086000 CHECK-EXTRACT-WRITE.
086100     if ws-fundxtr-status not = '00'
086200         display 'COULD NOT WRITE FUNDXTR - STATUS '
086300             ws-fundxtr-status
086400         move 16 to return-code
086500         stop run
086600     end-if
086700     .
086800 BUILD-FUND-RECORD.
086900     move spaces           to fund-record
087000     move ws-fund-year     to fu-school-year
087100     move acc-school(i)    to fu-school-code
087200     move acc-category(i)  to fu-category
087300     move acc-band(i)      to fu-band
087400     move acc-students(i)  to fu-students
087500     move acc-weighted(i)  to fu-weighted
087600     move acc-dollars(i)   to fu-dollars
087700     move ws-cert-date     to fu-cert-date
087800     move ws-business-date to fu-run-date
087900     .
088000 REWRITE-FUND-HISTORY.
088100******************************************************************
088200*    THE OTHER YEARS AS READ, THEN THIS YEAR'S RECORDS.          *
088300******************************************************************
088400     open output fund-history-file
088500     if ws-fundhist-status not = '00'
088600         display 'COULD NOT OPEN FUNDHIST - STATUS '
088700             ws-fundhist-status
088800         move 16 to return-code
088900         stop run
089000     end-if
089100     perform varying i from 1 by 1 until i > ws-hst-count
089200         write fund-history-line from ws-hst-line(i)
089300     end-perform
089400     perform varying i from 1 by 1 until i > ws-acc-count
089500         perform build-fund-record
089600         write fund-history-line from fund-record
089700     end-perform
089800     close fund-history-file
089900     .
090000 PRINT-RUN-TOTALS.
090100     move spaces to fund-rpt-line
090200     write fund-rpt-line
090300     move 'STUDENTS ON THE COUNT-DAY SNAPSHOT' to rt-label
090400     move ws-snapshot-read to rt-value
090500     write fund-rpt-line from run-total-line
090600     move 'STUDENTS FUNDED' to rt-label
090700     move ws-students-funded to rt-value
090800     write fund-rpt-line from run-total-line
090900     move 'STUDENTS NOT FUNDED - NO WEIGHT FOR THE GRADE'
091000         to rt-label
091100     move ws-unf-count to rt-value
091200     write fund-rpt-line from run-total-line
091300     move 'IEP/MEAL STATUS FROM ROSTERVS (NOT ON SNAPSHOT)'
091400         to rt-label
091500     move ws-not-frozen to rt-value
091600     write fund-rpt-line from run-total-line
091700     move '  OF THEM NO LONGER ON ROSTERVS - NO ADD-ONS'
091800         to rt-label
091900     move ws-not-on-roster to rt-value
092000     write fund-rpt-line from run-total-line
092100     move 'EL SPELLS OPEN ON THE COUNT DAY' to rt-label
092200     move ws-els-count to rt-value
092300     write fund-rpt-line from run-total-line
092400     move 'FUNDXTR DETAIL RECORDS' to rt-label
092500     move ws-detail-count to rt-value
092600     write fund-rpt-line from run-total-line
092700     .
092800 READ-BUSINESS-DATE.
092900******************************************************************
093000*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
093100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
093200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
093300******************************************************************
093400     open input business-date-file
093500     if ws-busdate-status not = '00'
093600         display 'COULD NOT OPEN BUSDATE - STATUS '
093700             ws-busdate-status
093800         move 16 to return-code
093900         stop run
094000     end-if
094100     read business-date-file next record
094200     if ws-busdate-status not = '00'
094300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
094400             ws-busdate-status
094500         move 16 to return-code
094600         stop run
094700     end-if
094800     close business-date-file
094900     move bd-business-date to ws-business-date
095000     if bd-override-date not = zero
095100         move bd-override-date to ws-business-date
095200         move 'Y' to ws-bus-date-override
095300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
095400             bd-override-date ' SET BY ' bd-override-operator
095500         display '    REASON: ' bd-override-reason
095600     end-if
095700     move ws-business-date to bdh-date
095800     if ws-bus-date-override = 'Y'
095900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
096000             to bdh-override
096100     end-if
096200     .
