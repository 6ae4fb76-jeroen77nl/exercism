001600*    RUN ENDS WITH THE PROFICIENCY-BAND ROLLUP (ASMTROLL) -      *
001700*    ONE COUNT LINE PER BUILDING/GRADE/TEST/BAND IN THE STYLE    *
001800*    OF THE DISTRICT ENROLLMENT ROLLUP - SO ACCOUNTABILITY       *
001900*    SEASON STOPS BEING A MANUAL TALLY. THE RESULTS FILE IS      *
001910*    PROVED WHOLE (HEADER, TRAILER COUNT AND HASH, RECEIPT       *
001920*    REGISTER) BEFORE ANY ROW POSTS. SEE JCL/GSASMT.JCL.         *
001930*    ASMTROLL ENDS WITH PROFICIENCY BY STUDENT SUBGROUP - SEX    *
001940*    AND FEDERAL RACE/ETHNICITY FROM THE DEMOGRAPHICS SUPPLEMENT *
001950*    (DEMOGVS) - PER BUILDING AND TEST, SMALL CELLS SUPPRESSED.  *
002000******************************************************************
002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-09-01  RVM  ORIGINAL VERSION.
002310*    2026-10-15  RVM  STASMT MUST NOW CARRY A HEADER AND A
002320*                     TRAILER (INBHREC) PROVED BEFORE ANY SCORE
002330*                     POSTS, AND IS ENTERED IN THE RECEIPT
002340*                     REGISTER (RCPTREG) - A FILE THAT FAILS OR
002350*                     WAS ALREADY LOADED IS REJECTED WHOLE, RC 12.
002358*    2026-10-15  RVM  ASMTROLL ADDS PROFICIENCY BY STUDENT
002366*                     SUBGROUP PER BUILDING AND TEST - TESTED,
002374*                     PROFICIENT (BAND 3 OR 4) AND PERCENT
002382*                     PROFICIENT BY SEX AND FEDERAL RACE/ETHNICITY
002390*                     FROM DEMOGVS (COPY DEMOREC); SMALL CELLS
002395*                     PRINT AS '*'.
002396*    2026-10-15  RVM  EVERY REPORT NOW OPENS WITH THE BUSINESS
002397*                     DATE (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002398*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002399*                     WHICH BUSINESS DAY IT REPRESENTS.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004400     SELECT ROLLUP-RPT ASSIGN TO ASMTROLL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ROLLUP-STATUS.
004610     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-RCPTREG-STATUS.
004640     SELECT DEMOGRAPHIC-FILE ASSIGN TO DEMOGVS
004650         ORGANIZATION IS INDEXED
004660         ACCESS MODE IS SEQUENTIAL
004670         RECORD KEY IS DM-STUDENT-ID
004680         FILE STATUS IS WS-DEMOGVS-STATUS.
004685     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004690         ORGANIZATION IS LINE SEQUENTIAL
004695         FILE STATUS IS WS-BUSDATE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  STATE-RESULTS-FILE
005400     05  SA-ADMIN-DATE           PIC 9(08).
005500     05  SA-SCALE-SCORE          PIC 9(04).
005600     05  SA-PROF-BAND            PIC X(01).
005610 01  STASMT-CONTROL-LINE         PIC X(80).
005700 FD  ASSESSMENT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  ASSESSMENT-RECORD.
006800 FD  ROLLUP-RPT
006900     LABEL RECORDS ARE STANDARD.
007000 01  ROLLUP-LINE                 PIC X(80).
007010 FD  RECEIPT-REGISTER-FILE
007020     LABEL RECORDS ARE STANDARD.
007030 01  RECEIPT-REGISTER-RECORD.
007040     COPY RCPTREC.
007050 FD  DEMOGRAPHIC-FILE
007060     LABEL RECORDS ARE STANDARD.
007070 01  DEMOGRAPHIC-RECORD.
007080     COPY DEMOREC.
007084 FD  BUSINESS-DATE-FILE
007088     LABEL RECORDS ARE STANDARD.
007092 01  BUSINESS-DATE-RECORD.
007096     COPY BDATREC.
007100 WORKING-STORAGE SECTION.
007200 01  WS-STASMT-STATUS         PIC X(02).
007300 01  WS-ASMTVS-STATUS         PIC X(02).
007400 01  WS-ROSTER-FILE-STATUS    PIC X(02).
007500 01  WS-EXCEPTION-STATUS      PIC X(02).
007600 01  WS-ROLLUP-STATUS         PIC X(02).
007610 01  WS-RCPTREG-STATUS        PIC X(02).
007650 01  WS-DEMOGVS-STATUS        PIC X(02).
007700 01  i                        PIC 9(05).
007800 01  j                        PIC 9(05).
007850 01  k                        PIC 9(05).
007900******************************************************************
008000*    EVERY STUDENT ON ROSTERVS WITH THE GRADE AND BUILDING THE   *
008100*    ROLLUP GROUPS BY.                                           *
008800         10  WS-RID-LAST      PIC X(30).
008900         10  WS-RID-GRADE     PIC X(02).
009000         10  WS-RID-SCHOOL    PIC X(04).
009030         10  WS-RID-SEX       PIC X(01).
009060         10  WS-RID-FED-CAT   PIC X(02).
009100 01  WS-RID-ROW               PIC 9(05).
009200******************************************************************
009300*    ONE ACCUMULATOR ROW PER DISTINCT BUILDING/GRADE/TEST/BAND   *
010900 01  WS-ROWS-READ             PIC 9(05) VALUE ZERO.
011000 01  WS-ROWS-POSTED           PIC 9(05) VALUE ZERO.
011100 01  WS-ROWS-UNMATCHED        PIC 9(05) VALUE ZERO.
011101******************************************************************
011102*    PROFICIENCY BY STUDENT SUBGROUP - ONE ROW PER BUILDING AND  *
011103*    TEST, ONE COLUMN PER SUBGROUP: THE STUDENT'S SEX (1-4) AND  *
011104*    FEDERAL RACE/ETHNICITY CATEGORY (5-12), THE LAST OF EACH    *
011105*    GROUP 'NOT REPORTED'. PROFICIENT IS BAND 3 OR 4.            *
011106******************************************************************
011107 77  WS-MIN-CELL              PIC 9(02) VALUE 10.
011108 01  WS-SUBGROUP-LIST         PIC X(24) VALUE
011109     'F M X   HIAMASBLPIWHTR  '.
011110 01  WS-SUBGROUP-TABLE REDEFINES WS-SUBGROUP-LIST.
011111     05  SG-CODE              OCCURS 12 TIMES PIC X(02).
011112 77  WS-SGP-MAX               PIC 9(03) VALUE 500.
011113 01  WS-SGP-COUNT             PIC 9(03) VALUE ZERO.
011114 01  SGP-TABLE.
011115     05  SGP-ROW              OCCURS 0 TO 500 TIMES
011116                              DEPENDING ON WS-SGP-COUNT.
011117         10  SGP-SCHOOL       PIC X(04).
011118         10  SGP-TEST         PIC X(05).
011119         10  SGP-TESTED       PIC 9(05) OCCURS 12 TIMES.
011120         10  SGP-PROFICIENT   PIC 9(05) OCCURS 12 TIMES.
011121 01  WS-SGP-ROW               PIC 9(03).
011122 01  WS-SG-SEX                PIC X(01).
011123 01  WS-SG-CATEGORY           PIC X(02).
011124 01  WS-SEX-ROW               PIC 9(02).
011125 01  WS-RACE-ROW              PIC 9(02).
011126 01  WS-SUP-CELLS.
011127     05  WS-SUP-CELL          OCCURS 12 TIMES.
011128         10  WS-SUP-COUNT     PIC 9(05).
011129         10  WS-SUP-SHOW      PIC X(01).
011131 01  WS-SUP-FROM              PIC 9(02).
011132 01  WS-SUP-TO                PIC 9(02).
011133 01  WS-SUP-HIDDEN            PIC 9(02).
011134 01  WS-SUP-LOW               PIC 9(02).
011135 01  WS-SUP-EDIT              PIC ZZZZ9.
011136 01  WS-SUP-REST              PIC 9(05).
011137 01  WS-PCT-PROFICIENT        PIC 9(03).
011138 01  WS-PCT-CELL.
011139     05  WS-PCT-EDIT          PIC ZZZ9.
011140     05  FILLER               PIC X(01) VALUE '%'.
011141 01  WS-DEMO-UNMATCHED        PIC 9(05) VALUE ZERO.
011103******************************************************************
011106*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
011109*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
011112*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
011115*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
011118******************************************************************
011121 01  INB-CONTROL-RECORD.
011124     COPY INBHREC.
011127 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSASMT'.
011130 01  WS-INB-EXPECT-TYPE       PIC X(08).
011133 01  WS-INB-READ-COUNT        PIC 9(07).
011136 01  WS-INB-DETAIL-COUNT      PIC 9(07).
011139 01  WS-INB-HASH-TOTAL        PIC 9(15).
011142 01  WS-INB-HASH-VALUE        PIC 9(15).
011145 01  WS-INB-HASH-OK           PIC X.
011148 01  WS-INB-HDR-SEEN          PIC X.
011151 01  WS-INB-TRL-SEEN          PIC X.
011154 01  WS-INB-SENDER-ID         PIC X(08).
011157 01  WS-INB-FILE-TYPE         PIC X(08).
011160 01  WS-INB-FILE-SEQ          PIC 9(06).
011163 01  WS-INB-AS-OF-DATE        PIC 9(08).
011166 01  WS-INB-TRL-COUNT         PIC 9(07).
011169 01  WS-INB-TRL-HASH          PIC 9(15).
011172 01  WS-INB-FAULT             PIC X(05).
011175 01  WS-INB-REASON            PIC X(05).
011178 01  WS-INB-DATE              PIC 9(08).
011181 01  WS-INB-TIME              PIC 9(08).
011184 01  WS-INB-PRESENT           PIC X.
011200 01  EXC-HEADING.
011300     05  FILLER               PIC X(44) VALUE
011400         'ASSESSMENT LOAD - STUDENTS NOT ON THE ROSTER'.
014100     05  RL-D-BAND            PIC X(01).
014200     05  FILLER               PIC X(05) VALUE SPACES.
014300     05  RL-D-COUNT           PIC ZZZZ9.
014303 01  SGP-HEADING.
014306     05  FILLER               PIC X(28) VALUE
014309         'PROFICIENCY BY SUBGROUP     '.
014312     05  FILLER               PIC X(40) VALUE
014315         '(* = FEWER THAN 10, OR HIDDEN WITH ONE)'.
014318 01  SGP-TEST-HEADING.
014321     05  FILLER               PIC X(06) VALUE 'BLDG: '.
014324     05  SGP-H-SCHOOL         PIC X(04).
014327     05  FILLER               PIC X(08) VALUE '  TEST: '.
014330     05  SGP-H-TEST           PIC X(05).
014333 01  SGP-GROUP-HEADING.
014336     05  FILLER               PIC X(16) VALUE SPACES.
014339     05  FILLER               PIC X(20) VALUE
014342         '  -------SEX-------'.
014345     05  FILLER               PIC X(40) VALUE
014348         '  -----------RACE/ETHNICITY-------------'.
014351 01  SGP-COLUMN-HEADING.
014354     05  FILLER               PIC X(16) VALUE SPACES.
014357     05  FILLER               PIC X(20) VALUE
014360         '    F    M    X   NR'.
014363     05  FILLER               PIC X(40) VALUE
014366         '   HI   AM   AS   BL   PI   WH   TR   NR'.
014369 01  SGP-LINE.
014372     05  SGP-D-LABEL          PIC X(16).
014375     05  SGP-D-CELL           PIC X(05) OCCURS 12 TIMES.
014376******************************************************************
014377*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
014378*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
014379*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
014380******************************************************************
014381 01  WS-BUSDATE-STATUS        PIC X(02).
014382 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014383 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014384 01  BUS-DATE-HEADING.
014385     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014386     05  BDH-DATE             PIC 9(08).
014387     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014400 PROCEDURE DIVISION.
014500 MAINLINE.
014600******************************************************************
014800*    ARRIVES. LOADS THE ROSTER JOIN, POSTS THE RESULTS, PRINTS   *
014900*    THE EXCEPTIONS AND THE PROFICIENCY ROLLUP.                  *
015000******************************************************************
015050     perform read-business-date
015100     perform load-roster-id-table
015105     perform join-demographics
015110     perform check-stasmt-controls
015200     perform open-exception-report
015300     perform post-state-results
015310     if ws-inb-present = 'Y'
015320         perform log-inbound-receipt
015330     end-if
015400     if ws-exception-status = '00'
015500         close exception-rpt
015600     end-if
016500             ' UNMATCHED ' ws-rows-unmatched
016600         move 1 to return-code
016700     end-if
016710     if ws-demo-unmatched not = zero
016720         display 'DEMOGRAPHIC RECORDS FOR STUDENTS NOT '
016730             'ON THE ROSTER: ' ws-demo-unmatched
016740     end-if
016800     stop run
016900     .
017000 LOAD-ROSTER-ID-TABLE.
018300                     to ws-rid-grade(ws-roster-id-count)
018400                 move st-school-code
018500                     to ws-rid-school(ws-roster-id-count)
018510                 move spaces
018520                     to ws-rid-sex(ws-roster-id-count)
018530                 move spaces
018540                     to ws-rid-fed-cat(ws-roster-id-count)
018600             end-if
018700         end-perform
018800         close roster-file
019300         stop run
019400     end-if
019500     .
019502 JOIN-DEMOGRAPHICS.
019504******************************************************************
019506*    EACH STUDENT'S SEX AND FEDERAL CATEGORY FROM DEMOGVS. A     *
019508*    STUDENT WITH NO RECORD STAYS 'NOT REPORTED' IN BOTH GROUPS; *
019510*    NO DEMOGVS AT ALL PUTS EVERY STUDENT THERE.                 *
019512******************************************************************
019514     open input demographic-file
019516     if ws-demogvs-status = '00'
019518         perform until ws-demogvs-status not = '00'
019520             read demographic-file next record
019522             if ws-demogvs-status = '00'
019524                 move zero to ws-rid-row
019526                 perform varying j from 1 by 1
019528                         until j > ws-roster-id-count
019530                     if ws-rid(j) = dm-student-id
019532                         move j to ws-rid-row
019534                     end-if
019536                 end-perform
019538                 if ws-rid-row = zero
019540                     add 1 to ws-demo-unmatched
019542                 else
019544                     move dm-sex to ws-rid-sex(ws-rid-row)
019546                     move dm-fed-category
019548                         to ws-rid-fed-cat(ws-rid-row)
019550                 end-if
019552             end-if
019554         end-perform
019556         close demographic-file
019558     else
019560         display 'NO DEMOGVS - STATUS ' ws-demogvs-status
019562             ' - EVERY SUBGROUP NOT REPORTED'
019564     end-if
019566     .
019600 OPEN-EXCEPTION-REPORT.
019700     open output exception-rpt
019800     if ws-exception-status = '00'
019850         write exception-line from bus-date-heading
019900         write exception-line from exc-heading
020000     else
020100         display 'COULD NOT OPEN ASMTEXCP - STATUS '
022000     if ws-stasmt-status = '00'
022100         perform until ws-stasmt-status not = '00'
022200             read state-results-file next record
022210             if ws-stasmt-status = '00'
022220                 move stasmt-control-line to inb-control-record
022230             end-if
022300             if ws-stasmt-status = '00'
022310                 and ih-record-type not = 'HDR'
022320                 and ih-record-type not = 'TRL'
022400                 add 1 to ws-rows-read
022500                 perform post-one-result
022600             end-if
025900         end-if
026000         add 1 to ws-rows-posted
026100         perform tally-rollup-row
026150         perform tally-subgroup-row
026200     end-if
026300     .
026400 TALLY-ROLLUP-ROW.
028700         add 1 to rl-tally(ws-roll-row)
028800     end-if
028900     .
028901 TALLY-SUBGROUP-ROW.
028902     move ws-rid-sex(ws-rid-row)     to ws-sg-sex
028903     move ws-rid-fed-cat(ws-rid-row) to ws-sg-category
028904     perform find-subgroup-rows
028905     move zero to ws-sgp-row
028906     perform varying j from 1 by 1 until j > ws-sgp-count
028907         if sgp-school(j) = ws-rid-school(ws-rid-row)
028908             and sgp-test(j) = sa-test-code
028909             move j to ws-sgp-row
028910         end-if
028911     end-perform
028912     if ws-sgp-row = zero
028913         and ws-sgp-count < ws-sgp-max
028914         add 1 to ws-sgp-count
028915         move ws-sgp-count to ws-sgp-row
028916         move ws-rid-school(ws-rid-row)
028917             to sgp-school(ws-sgp-row)
028918         move sa-test-code to sgp-test(ws-sgp-row)
028919         perform varying k from 1 by 1 until k > 12
028920             move zero to sgp-tested(ws-sgp-row k)
028921             move zero to sgp-proficient(ws-sgp-row k)
028922         end-perform
028923     end-if
028924     if ws-sgp-row not = zero
028925         add 1 to sgp-tested(ws-sgp-row ws-sex-row)
028926         add 1 to sgp-tested(ws-sgp-row ws-race-row)
028927         if sa-prof-band = '3' or sa-prof-band = '4'
028928             add 1 to sgp-proficient(ws-sgp-row ws-sex-row)
028929             add 1 to sgp-proficient(ws-sgp-row ws-race-row)
028930         end-if
028931     end-if
028932     .
028933 FIND-SUBGROUP-ROWS.
028934******************************************************************
028935*    TURNS WS-SG-SEX AND WS-SG-CATEGORY INTO THE STUDENT'S TWO   *
028936*    SUBGROUP COLUMNS - WS-SEX-ROW (1-4) AND WS-RACE-ROW (5-12). *
028937*    ANYTHING NOT ON WS-SUBGROUP-LIST IS 'NOT REPORTED' (4, 12). *
028938******************************************************************
028939     move 4 to ws-sex-row
028940     perform varying k from 1 by 1 until k > 3
028941         if sg-code(k) = ws-sg-sex
028942             move k to ws-sex-row
028943         end-if
028944     end-perform
028945     move 12 to ws-race-row
028946     perform varying k from 5 by 1 until k > 11
028947         if sg-code(k) = ws-sg-category
028948             move k to ws-race-row
028949         end-if
028950     end-perform
028951     .
029000 PRINT-PROFICIENCY-ROLLUP.
029100     sort roll-row ascending key rl-school rl-grade rl-test
029200         rl-band
029300     open output rollup-rpt
029400     if ws-rollup-status = '00'
029450         write rollup-line from bus-date-heading
029500         write rollup-line from roll-heading
029600         write rollup-line from roll-column-heading
029700         perform varying i from 1 by 1 until i > ws-roll-count
030200             move rl-tally(i)  to rl-d-count
030300             write rollup-line from roll-detail-line
030400         end-perform
030450         perform print-subgroup-proficiency
030500         close rollup-rpt
030600     else
030700         display 'COULD NOT OPEN ASMTROLL - STATUS '
030900         move 1 to return-code
031000     end-if
031100     .
031101 PRINT-SUBGROUP-PROFICIENCY.
031102******************************************************************
031103*    THREE LINES PER BUILDING AND TEST. TESTED IS SUPPRESSED AS  *
031104*    A COUNT. PROFICIENT IS ALSO HIDDEN WHEREVER TESTED IS, AND  *
031105*    WHERE EITHER THE PROFICIENT OR THE NOT-PROFICIENT STUDENTS  *
031106*    NUMBER FEWER THAN WS-MIN-CELL. THE PERCENT PRINTS ONLY      *
031107*    BESIDE A PROFICIENT COUNT THAT PRINTS.                      *
031108******************************************************************
031109     sort sgp-row ascending key sgp-school sgp-test
031110     move spaces to rollup-line
031111     write rollup-line
031112     write rollup-line from sgp-heading
031113     perform varying i from 1 by 1 until i > ws-sgp-count
031114         move sgp-school(i) to sgp-h-school
031115         move sgp-test(i)   to sgp-h-test
031116         move spaces to rollup-line
031117         write rollup-line
031118         write rollup-line from sgp-test-heading
031119         write rollup-line from sgp-group-heading
031120         write rollup-line from sgp-column-heading
031121         perform varying k from 1 by 1 until k > 12
031122             move sgp-tested(i k) to ws-sup-count(k)
031123             move 'Y' to ws-sup-show(k)
031124         end-perform
031125         perform suppress-small-cells
031126         move 'TESTED' to sgp-d-label
031127         perform edit-subgroup-cells
031128         write rollup-line from sgp-line
031129         perform varying k from 1 by 1 until k > 12
031131             move sgp-proficient(i k) to ws-sup-count(k)
031132             compute ws-sup-rest =
031133                 sgp-tested(i k) - sgp-proficient(i k)
031134             if ws-sup-rest > zero
031135                 and ws-sup-rest < ws-min-cell
031136                 move 'N' to ws-sup-show(k)
031137             end-if
031138         end-perform
031139         perform suppress-small-cells
031140         move 'PROFICIENT' to sgp-d-label
031141         perform edit-subgroup-cells
031142         write rollup-line from sgp-line
031143         move 'PCT PROFICIENT' to sgp-d-label
031144         perform varying k from 1 by 1 until k > 12
031145             if ws-sup-show(k) = 'N'
031146                 move '    *' to sgp-d-cell(k)
031147             else
031148                 if sgp-tested(i k) = zero
031149                     move spaces to sgp-d-cell(k)
031150                 else
031151                     compute ws-pct-proficient rounded =
031152                         sgp-proficient(i k) * 100
031153                             / sgp-tested(i k)
031154                     move ws-pct-proficient to ws-pct-edit
031155                     move ws-pct-cell to sgp-d-cell(k)
031156                 end-if
031157             end-if
031158         end-perform
031159         write rollup-line from sgp-line
031160     end-perform
031161     .
031162 EDIT-SUBGROUP-CELLS.
031163     perform varying k from 1 by 1 until k > 12
031164         if ws-sup-show(k) = 'N'
031165             move '    *' to sgp-d-cell(k)
031166         else
031167             move ws-sup-count(k) to ws-sup-edit
031168             move ws-sup-edit to sgp-d-cell(k)
031169         end-if
031170     end-perform
031171     .
031172 SUPPRESS-SMALL-CELLS.
031173******************************************************************
031174*    SMALL-CELL SUPPRESSION FOR ONE PUBLISHED ROW OF 12 SUBGROUP *
031175*    COUNTS IN WS-SUP-COUNT. THE CALLER SETS EVERY WS-SUP-SHOW   *
031176*    TO 'Y' (OR 'N' FOR A CELL IT HAS ALREADY HIDDEN). A COUNT   *
031177*    FROM 1 TO WS-MIN-CELL - 1 IS HIDDEN. THEN, WHERE THE SEX    *
031178*    GROUP (1-4) OR THE RACE/ETHNICITY GROUP (5-12) HIDES ONLY   *
031179*    ONE CELL, ITS SMALLEST OTHER NONZERO CELL IS HIDDEN AS      *
031180*    WELL, SO THE FIRST CANNOT BE HAD BACK FROM THE GROUP TOTAL. *
031181******************************************************************
031182     perform varying k from 1 by 1 until k > 12
031183         if ws-sup-count(k) > zero
031184             and ws-sup-count(k) < ws-min-cell
031185             move 'N' to ws-sup-show(k)
031186         end-if
031187     end-perform
031188     move 1 to ws-sup-from
031189     move 4 to ws-sup-to
031190     perform suppress-complement
031191     move 5 to ws-sup-from
031192     move 12 to ws-sup-to
031193     perform suppress-complement
031194     .
031195 SUPPRESS-COMPLEMENT.
031196     move zero to ws-sup-hidden
031197     move zero to ws-sup-low
031198     perform varying k from ws-sup-from by 1 until k > ws-sup-to
031199         if ws-sup-show(k) = 'N'
031200             add 1 to ws-sup-hidden
031201         else
031202             if ws-sup-count(k) > zero
031203                 if ws-sup-low = zero
031204                     move k to ws-sup-low
031205                 else
031206                     if ws-sup-count(k) < ws-sup-count(ws-sup-low)
031207                         move k to ws-sup-low
031208                     end-if
031209                 end-if
031210             end-if
031211         end-if
031212     end-perform
031213     if ws-sup-hidden = 1
031214         and ws-sup-low not = zero
031215         move 'N' to ws-sup-show(ws-sup-low)
031216     end-if
031217     .
031200 CHECK-STASMT-CONTROLS.
031300******************************************************************
031400*    PROVES THE STATE RESULTS FILE WHOLE BEFORE A SINGLE SCORE   *
031500*    POSTS - HEADER NAMING A STASMT FILE, TRAILER COUNT AND HASH *
031600*    (SUM OF SA-STUDENT-ID) MATCHING WHAT WAS READ, SENDER AND   *
031700*    SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS      *
031800*    REFUSED WHOLE, RC 12. NO FILE ON THE DD STILL POSTS         *
031900*    NOTHING, AS BEFORE.                                         *
032000******************************************************************
032100     move 'STASMT' to ws-inb-expect-type
032200     perform start-inbound-check
032300     open input state-results-file
032400     if ws-stasmt-status = '00'
032500         move 'Y' to ws-inb-present
032600         perform until ws-stasmt-status not = '00'
032700             read state-results-file next record
032800             if ws-stasmt-status = '00'
032900                 move stasmt-control-line to inb-control-record
033000                 if sa-student-id is numeric
033100                     move 'Y' to ws-inb-hash-ok
033200                     move sa-student-id to ws-inb-hash-value
033300                 else
033400                     move 'N' to ws-inb-hash-ok
033500                 end-if
033600                 perform tally-inbound-record
033700             end-if
033800         end-perform
033900         close state-results-file
034000         if ws-inb-read-count = zero
034100             move 'N' to ws-inb-present
034200         else
034300             perform finish-inbound-check
034400         end-if
034500     else
034600         move 'N' to ws-inb-present
034700     end-if
034800     if ws-inb-reason not = spaces
034900         move 12 to return-code
035000         stop run
035100     end-if
035200     .
035300 START-INBOUND-CHECK.
035400     move zero   to ws-inb-read-count
035500     move zero   to ws-inb-detail-count
035600     move zero   to ws-inb-hash-total
035700     move zero   to ws-inb-file-seq
035800     move zero   to ws-inb-as-of-date
035900     move zero   to ws-inb-trl-count
036000     move zero   to ws-inb-trl-hash
036100     move 'N'    to ws-inb-hdr-seen
036200     move 'N'    to ws-inb-trl-seen
036300     move spaces to ws-inb-sender-id
036400     move spaces to ws-inb-file-type
036500     move spaces to ws-inb-reason
036600     .
036700 TALLY-INBOUND-RECORD.
036800******************************************************************
036900*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
037000*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
037100*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
037200*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
037300*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
037400*    HASHED THE WAY THE SENDER COUNTED IT.                       *
037500******************************************************************
037600     add 1 to ws-inb-read-count
037700     evaluate ih-record-type
037800         when 'HDR'
037900             if ws-inb-read-count not = 1
038000                 move 'HDRPO' to ws-inb-fault
038100                 perform note-inbound-fault
038200             else
038300                 move 'Y'            to ws-inb-hdr-seen
038400                 move ih-sender-id   to ws-inb-sender-id
038500                 move ih-file-type   to ws-inb-file-type
038600                 if ih-file-seq is numeric
038700                     move ih-file-seq to ws-inb-file-seq
038800                 end-if
038900                 if ih-file-type not = ws-inb-expect-type
039000                     move 'BADTY' to ws-inb-fault
039100                     perform note-inbound-fault
039200                 end-if
039300                 if ih-as-of-date is not numeric
039400                     or ih-as-of-date = zero
039500                     move 'BADDT' to ws-inb-fault
039600                     perform note-inbound-fault
039700                 else
039800                     move ih-as-of-date to ws-inb-as-of-date
039900                 end-if
040000             end-if
040100         when 'TRL'
040200             if ws-inb-trl-seen = 'Y'
040300                 move 'AFTRL' to ws-inb-fault
040400                 perform note-inbound-fault
040500             else
040600                 move 'Y' to ws-inb-trl-seen
040700                 if ih-sender-id not = ws-inb-sender-id
040800                     or ih-file-type not = ws-inb-file-type
040900                     or ih-file-seq not = ws-inb-file-seq
041000                     move 'TRLMM' to ws-inb-fault
041100                     perform note-inbound-fault
041200                 end-if
041300                 if ih-record-count is numeric
041400                     and ih-hash-total is numeric
041500                     move ih-record-count to ws-inb-trl-count
041600                     move ih-hash-total   to ws-inb-trl-hash
041700                 else
041800                     move 'TRLMM' to ws-inb-fault
041900                     perform note-inbound-fault
042000                 end-if
042100             end-if
042200         when other
042300             if ws-inb-hdr-seen = 'N'
042400                 move 'NOHDR' to ws-inb-fault
042500                 perform note-inbound-fault
042600             end-if
042700             if ws-inb-trl-seen = 'Y'
042800                 move 'AFTRL' to ws-inb-fault
042900                 perform note-inbound-fault
043000             end-if
043100             add 1 to ws-inb-detail-count
043200             if ws-inb-hash-ok = 'Y'
043300                 add ws-inb-hash-value to ws-inb-hash-total
043400             else
043500                 move 'NONUM' to ws-inb-fault
043600                 perform note-inbound-fault
043700             end-if
043800     end-evaluate
043900     .
044000 NOTE-INBOUND-FAULT.
044100     if ws-inb-reason = spaces
044200         move ws-inb-fault to ws-inb-reason
044300     end-if
044400     .
044500 FINISH-INBOUND-CHECK.
044600******************************************************************
044700*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
044800*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
044900*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
045000*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
045100*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
045200*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
045300*    BE RERUN WITH THE SAME FILE.                                *
045400******************************************************************
045500     if ws-inb-read-count = zero
045600         move 'EMPTY' to ws-inb-fault
045700         perform note-inbound-fault
045800     end-if
045900     if ws-inb-hdr-seen = 'N'
046000         move 'NOHDR' to ws-inb-fault
046100         perform note-inbound-fault
046200     end-if
046300     if ws-inb-trl-seen = 'N'
046400         move 'NOTRL' to ws-inb-fault
046500         perform note-inbound-fault
046600     else
046700         if ws-inb-trl-count not = ws-inb-detail-count
046800             move 'COUNT' to ws-inb-fault
046900             perform note-inbound-fault
047000         end-if
047100         if ws-inb-trl-hash not = ws-inb-hash-total
047200             move 'HASH ' to ws-inb-fault
047300             perform note-inbound-fault
047400         end-if
047500     end-if
047600     if ws-inb-reason = spaces
047700         perform check-receipt-register
047800     end-if
047900     if ws-inb-reason not = spaces
048000         perform log-inbound-receipt
048100         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
048200             ws-inb-reason ' SENDER ' ws-inb-sender-id
048300             ' SEQ ' ws-inb-file-seq
048400         display '  RECORDS READ ' ws-inb-detail-count
048500             ' TRAILER COUNT ' ws-inb-trl-count
048600     end-if
048700     .
048800 CHECK-RECEIPT-REGISTER.
048900     open input receipt-register-file
049000     if ws-rcptreg-status = '00'
049100         perform until ws-rcptreg-status not = '00'
049200             read receipt-register-file next record
049300             if ws-rcptreg-status = '00'
049400                 and rcp-disposition = 'A'
049500                 and rcp-job-name  = ws-inb-job-name
049600                 and rcp-sender-id = ws-inb-sender-id
049700                 and rcp-file-type = ws-inb-file-type
049800                 and rcp-file-seq  = ws-inb-file-seq
049900                 move 'DUPE ' to ws-inb-fault
050000                 perform note-inbound-fault
050100             end-if
050200         end-perform
050300         close receipt-register-file
050400     end-if
050500     .
050600 LOG-INBOUND-RECEIPT.
050700******************************************************************
050800*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
050900*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
051000*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
051100*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
051200******************************************************************
051300     accept ws-inb-date from date yyyymmdd
051400     accept ws-inb-time from time
051500     open extend receipt-register-file
051600     if ws-rcptreg-status not = '00'
051700         open output receipt-register-file
051800     end-if
051900     if ws-rcptreg-status not = '00'
052000         display 'COULD NOT OPEN RCPTREG - STATUS '
052100             ws-rcptreg-status
052200         move 16 to return-code
052300         stop run
052400     end-if
052500     move ws-inb-sender-id    to rcp-sender-id
052600     move ws-inb-expect-type  to rcp-file-type
052700     move ws-inb-file-seq     to rcp-file-seq
052800     move ws-inb-as-of-date   to rcp-as-of-date
052900     move ws-inb-job-name     to rcp-job-name
053000     move ws-inb-date         to rcp-received-date
053100     move ws-inb-time         to rcp-received-time
053200     move ws-inb-detail-count to rcp-record-count
053300     move ws-inb-hash-total   to rcp-hash-total
053400     move ws-inb-reason       to rcp-reason
053500     if ws-inb-reason = spaces
053600         move 'A' to rcp-disposition
053700     else
053800         move 'R' to rcp-disposition
053900     end-if
054000     write receipt-register-record
054100     close receipt-register-file
054200     .
054300 READ-BUSINESS-DATE.
054400******************************************************************
054500*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
054600*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
054700*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
054800******************************************************************
054900     open input business-date-file
055000     if ws-busdate-status not = '00'
055100         display 'COULD NOT OPEN BUSDATE - STATUS '
055200             ws-busdate-status
055300         move 16 to return-code
055400         stop run
055500     end-if
055600     read business-date-file next record
055700     if ws-busdate-status not = '00'
055800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
055900             ws-busdate-status
056000         move 16 to return-code
056100         stop run
056200     end-if
056300     close business-date-file
056400     move bd-business-date to ws-business-date
056500     if bd-override-date not = zero
056600         move bd-override-date to ws-business-date
056700         move 'Y' to ws-bus-date-override
056800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
056900             bd-override-date ' SET BY ' bd-override-operator
057000         display '    REASON: ' bd-override-reason
057100     end-if
057200     move ws-business-date to bdh-date
057300     if ws-bus-date-override = 'Y'
057400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
057500             to bdh-override
057600     end-if
057700     .
