000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSTORV.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    SPRING TEACHER-OF-RECORD VERIFICATION. THE STATE'S TEACHER  *
000900*    EVALUATION TIES EACH TEACHER TO THE STUDENTS THEY ACTUALLY  *
001000*    TAUGHT, WITH THE DATES AND THE SHARE OF THE YEAR. TWO LEGS, *
001100*    BY THE RUNMODE CARD:                                        *
001200*      BUILD (RUNMODE EMPTY) - EVERY STUDENT ENROLLED AT ANY TIME*
001300*      THIS SCHOOL YEAR (JULY 1 TO JUNE 30) IS LINKED TO THE     *
001400*      TEACHER OF EACH CLASS:                                    *
001500*        - THE HOMEROOM, FROM TEACHFIL BY BUILDING, GRADE AND    *
001600*          SECTION. THE HOMEROOM TODAY IS WALKED BACK THROUGH THE*
001700*          YEAR'S SECTION MOVES ON THE AUDIT TRAIL (AUDMNTH THEN *
001800*          AUDITLOG): A 'SECT' MOVE NAMES THE SECTION BEFORE IT, *
001900*          SO EACH HOMEROOM THE STUDENT SAT IN GETS ITS OWN LINK.*
002000*          A REBALANCE ('RBAL') OR A TRANSFER IN ('XFER') DOES   *
002100*          NOT SAY WHERE THE STUDENT WAS BEFORE - THE TIME BEFORE*
002200*          IT IS LISTED AS NOT BUILT.                            *
002300*        - EVERY STSCHED COURSE SECTION, FROM ITS MSTSCHED       *
002400*          TEACHER, FOR THE STUDENT'S TIME IN THE BUILDING.      *
002500*      A LINK RUNS FROM THE LATER OF JULY 1, THE ENROLL DATE AND *
002600*      THE MOVE OR TRANSFER IN, TO THE EARLIER OF THE NEXT MOVE, *
002700*      THE WITHDRAWAL AND JUNE 30 - A STUDENT STILL ENROLLED IS  *
002800*      CARRIED TO THE END OF THE YEAR. ITS DATES ARE THE FIRST   *
002900*      AND LAST INSTRUCTIONAL DAYS ('I' OR 'E') IN THAT SPAN ON  *
003000*      THE BUILDING'S SCHCALND CALENDAR (THE DISTRICT DEFAULT    *
003100*      WHEN IT HAS NONE), AND ITS SHARE OF INSTRUCTIONAL TIME IS *
003200*      THOSE DAYS OVER THE CALENDAR'S DAYS FOR THE YEAR. THE     *
003300*      LINKS GO TO TORLINK (COPY TLNKREC), NUMBERED, AND TORRPT  *
003400*      PRINTS EACH TEACHER'S ROSTER FOR MARKING UP - A SECTION   *
003500*      PER BUILDING, A PAGE PER TEACHER - THEN THE LINKS THAT    *
003600*      COULD NOT BE BUILT. BUILD ONCE: A REBUILD RENUMBERS THE   *
003700*      LINKS.                                                    *
003800*      CERTIFY (RUNMODE 'CERTIFY') - THE TEACHERS' CORRECTIONS,  *
003900*      KEYED AS VERIFICATION TRANSACTIONS (TORVTRN, COPY TVERREC *
004000*      - CONFIRM, REMOVE, ADJUST DATES, SHARE), ARE APPLIED TO   *
004100*      TORLINK IN THE ORDER KEYED. A TEACHER IS VERIFIED IN A    *
004200*      BUILDING WHEN EVERY ONE OF THEIR LINKS THERE HAS BEEN     *
004300*      ANSWERED. THE LINKS OF VERIFIED TEACHERS THAT WERE NOT    *
004400*      REMOVED - AND THE CO-TEACHER'S SIDE OF EACH SHARE - ARE   *
004500*      WRITTEN TO TORCERT (COPY TCRTREC) FOR THE STATE, UNDER THE*
004600*      STUDENT'S SSID. TORRPT GIVES THE PRINCIPALS, BY BUILDING, *
004700*      THE UNVERIFIED TEACHERS, THE DISPUTED LINKS (REMOVED BY   *
004800*      THE TEACHER, OR A TRANSACTION REFUSED) AND ANY LINK HELD  *
004900*      BACK FOR WANT OF AN SSID. RUN IT AGAIN AS MORE            *
005000*      TRANSACTIONS COME IN - TORCERT IS REWRITTEN EACH TIME.    *
005100*    RETURN CODES: 0 CLEAN, 4 A LINK NOT BUILT (BUILD), OR AN    *
005200*    UNVERIFIED TEACHER, A REFUSED TRANSACTION OR A LINK HELD    *
005300*    BACK (CERTIFY), OR A TABLE CUT SHORT, 16 A FILE THAT COULD  *
005400*    NOT BE READ OR WRITTEN. SEE JCL/GSTORV.JCL AND GSTORVCT.JCL.*
005500******************************************************************
005600*    MOD-LOG
005700*    DATE       INIT  DESCRIPTION
005800*    2026-10-15  RVM  ORIGINAL VERSION.
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BUSDATE-STATUS.
006600     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNMODE-STATUS.
006900     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS ST-ID
007300         FILE STATUS IS WS-ROSTER-FILE-STATUS.
007400     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-TEACHFIL-STATUS.
007700     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MSTSCHED-STATUS.
008000     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-STSCHED-STATUS.
008300     SELECT AUDIT-MONTH-FILE ASSIGN TO AUDMNTH
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-AUDMNTH-STATUS.
008600     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-AUDIT-STATUS.
008900     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO SCHCALND
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-CALENDAR-STATUS.
009200     SELECT LINK-FILE ASSIGN TO TORLINK
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-TORLINK-STATUS.
009500     SELECT VERIFY-FILE ASSIGN TO TORVTRN
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-TORVTRN-STATUS.
009800     SELECT SSID-XREF-FILE ASSIGN TO SSIDXREF
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS SX-LOCAL-ID
010200         FILE STATUS IS WS-SSIDX-STATUS.
010300     SELECT CERTIFIED-FILE ASSIGN TO TORCERT
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-TORCERT-STATUS.
010600     SELECT TOR-RPT ASSIGN TO TORRPT
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-TORRPT-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  BUSINESS-DATE-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  BUSINESS-DATE-RECORD.
011400     COPY BDATREC.
011500 FD  RUN-MODE-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  RUN-MODE-RECORD.
011800     05  RM-MODE                 PIC X(08).
011900 FD  ROSTER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  ROSTER-FILE-RECORD.
012200     COPY ROSTERREC.
012300 FD  TEACHER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  TEACHER-FILE-RECORD.
012600     COPY TEACHASN.
012700 FD  MASTER-SCHEDULE-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  MASTER-SCHEDULE-RECORD.
013000     COPY MSTSREC.
013100 FD  STUDENT-SCHEDULE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  STUDENT-SCHEDULE-RECORD.
013400     COPY STSCREC.
013500 FD  AUDIT-MONTH-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  AUDIT-MONTH-RECORD          PIC X(112).
013800 FD  AUDIT-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  AUDIT-FILE-RECORD           PIC X(112).
014100 FD  SCHOOL-CALENDAR-FILE
014200     LABEL RECORDS ARE STANDARD.
014300 01  CALENDAR-RECORD.
014400     COPY CALNREC.
014500 FD  LINK-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  TEACHER-LINK-RECORD.
014800     COPY TLNKREC.
014900 FD  VERIFY-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  TEACHER-VERIFY-RECORD.
015200     COPY TVERREC.
015300 FD  SSID-XREF-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  SSID-XREF-RECORD.
015600     COPY SSIDREC.
015700 FD  CERTIFIED-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  CERTIFIED-LINE              PIC X(80).
016000 FD  TOR-RPT
016100     LABEL RECORDS ARE STANDARD.
016200 01  TOR-LINE                    PIC X(120).
016300 WORKING-STORAGE SECTION.
016400 01  WS-RUNMODE-STATUS        PIC X(02).
016500 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
016600 01  WS-ROSTER-FILE-STATUS    PIC X(02).
016700 01  WS-TEACHFIL-STATUS       PIC X(02).
016800 01  WS-MSTSCHED-STATUS       PIC X(02).
016900 01  WS-STSCHED-STATUS        PIC X(02).
017000 01  WS-AUDMNTH-STATUS        PIC X(02).
017100 01  WS-AUDIT-STATUS          PIC X(02).
017200 01  WS-CALENDAR-STATUS       PIC X(02).
017300 01  WS-TORLINK-STATUS        PIC X(02).
017400 01  WS-TORVTRN-STATUS        PIC X(02).
017500 01  WS-SSIDX-STATUS          PIC X(02).
017600 01  WS-TORCERT-STATUS        PIC X(02).
017700 01  WS-TORRPT-STATUS         PIC X(02).
017800 01  i                        PIC 9(05).
017900 01  j                        PIC 9(05).
018000 01  k                        PIC 9(05).
018100******************************************************************
018200*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
018300*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. THE  *
018400*    SCHOOL YEAR BEING VERIFIED IS THE ONE IT FALLS IN.          *
018500******************************************************************
018600 01  WS-BUSDATE-STATUS        PIC X(02).
018700 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018800 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
018900     05  WS-BUS-YEAR          PIC 9(04).
019000     05  WS-BUS-MONTH         PIC 9(02).
019100     05  WS-BUS-DAY           PIC 9(02).
019200 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
019300 01  BUS-DATE-HEADING.
019400     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
019500     05  BDH-DATE             PIC 9(08).
019600     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
019700******************************************************************
019800*    THE SCHOOL YEAR (THE YEAR IT STARTS IN), JULY 1 THROUGH JUNE*
019900*    30. THE BUILD LEG TAKES IT FROM THE BUSINESS DATE, THE      *
020000*    CERTIFY LEG FROM THE LINKS IT WAS GIVEN.                    *
020100******************************************************************
020200 01  WS-SCHOOL-YEAR           PIC 9(04) VALUE ZERO.
020300 01  WS-YEAR-START            PIC 9(08).
020400 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
020500     05  WS-YS-YEAR           PIC 9(04).
020600     05  WS-YS-MMDD           PIC 9(04).
020700 01  WS-YEAR-END              PIC 9(08).
020800 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END.
020900     05  WS-YE-YEAR           PIC 9(04).
021000     05  WS-YE-MMDD           PIC 9(04).
021100******************************************************************
021200*    THE INSTRUCTIONAL DAYS ('I' AND 'E') OF THE SCHOOL YEAR ON  *
021300*    EVERY CALENDAR ON SCHCALND, IN BUILDING/DATE ORDER - SPACES *
021400*    IS THE DISTRICT DEFAULT. CALR-TABLE HOLDS, PER CALENDAR,    *
021500*    WHERE ITS DAYS START AND END IN THE TABLE AND HOW MANY THERE*
021600*    ARE; FIND-CALENDAR TURNS A BUILDING (WS-CAL-FOR-SCHOOL) INTO*
021700*    THE CALENDAR IT RUNS ON (WS-CALR-ROW, ZERO WHEN THERE IS    *
021800*    NONE AT ALL).                                               *
021900******************************************************************
022000 77  WS-CALENDAR-MAX          PIC 9(04) VALUE 4000.
022100 01  WS-CALENDAR-COUNT        PIC 9(04) VALUE ZERO.
022200 01  WS-CALENDAR-TABLE.
022300     05  WS-CAL-ENTRY         OCCURS 0 TO 4000 TIMES
022400                              DEPENDING ON WS-CALENDAR-COUNT.
022500         10  WS-CAL-SCHOOL    PIC X(04).
022600         10  WS-CAL-DAY       PIC 9(08).
022700 01  WS-CAL-FULL              PIC X VALUE 'N'.
022800 01  WS-CAL-ROW               PIC 9(04).
022900 77  WS-CALR-MAX              PIC 9(02) VALUE 20.
023000 01  WS-CALR-COUNT            PIC 9(02) VALUE ZERO.
023100 01  CALR-TABLE.
023200     05  CALR-ROW             OCCURS 20 TIMES.
023300         10  CALR-SCHOOL      PIC X(04).
023400         10  CALR-FIRST       PIC 9(04).
023500         10  CALR-LAST        PIC 9(04).
023600         10  CALR-DAYS        PIC 9(03).
023700 01  WS-CALR-ROW              PIC 9(02).
023800 01  WS-CAL-FOR-SCHOOL        PIC X(04).
023900******************************************************************
024000*    ONE STRETCH OF TIME BEING COUNTED - THE DAYS FROM WS-SEG-   *
024100*    FROM THROUGH WS-SEG-THRU, AND BEFORE WS-SEG-BEFORE WHEN A   *
024200*    MOVE ENDS IT (ZERO WHEN NOTHING DOES). COUNT-SEGMENT-DAYS   *
024300*    GIVES BACK THE INSTRUCTIONAL DAYS IN IT, THE FIRST AND LAST *
024400*    OF THEM, AND THE CALENDAR'S DAYS FOR THE YEAR.              *
024500******************************************************************
024600 01  WS-SEG-FROM              PIC 9(08).
024700 01  WS-SEG-THRU              PIC 9(08).
024800 01  WS-SEG-BEFORE            PIC 9(08).
024900 01  WS-SEG-DAYS              PIC 9(03).
025000 01  WS-SEG-FIRST             PIC 9(08).
025100 01  WS-SEG-LAST              PIC 9(08).
025200 01  WS-SEG-YEAR-DAYS         PIC 9(03).
025300 01  WS-SEG-MOVED             PIC X(01).
025400******************************************************************
025500*    EVERY STUDENT ON ROSTERVS ENROLLED AT ANY TIME THIS SCHOOL  *
025600*    YEAR, IN ID ORDER, WITH THE SPAN OF THE YEAR THEY WERE      *
025700*    ENROLLED - FROM THE LATER OF JULY 1 AND THE ENROLL DATE,    *
025800*    THROUGH THE EARLIER OF THE WITHDRAWAL AND JUNE 30.          *
025900******************************************************************
026000 77  WS-RST-MAX               PIC 9(05) VALUE 03000.
026100 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
026200 01  RST-TABLE.
026300     05  RST-ROW              OCCURS 0 TO 3000 TIMES
026400                              DEPENDING ON WS-RST-COUNT
026500                              ASCENDING KEY IS RST-ID
026600                              INDEXED BY RST-IDX.
026700         10  RST-ID           PIC 9(07).
026800         10  RST-LAST-NAME    PIC X(20).
026900         10  RST-FIRST-NAME   PIC X(12).
027000         10  RST-SCHOOL       PIC X(04).
027100         10  RST-GRADE        PIC X(02).
027200         10  RST-SECTION      PIC X(01).
027300         10  RST-WIN-FROM     PIC 9(08).
027400         10  RST-WIN-THRU     PIC 9(08).
027500 01  WS-RST-FULL              PIC X VALUE 'N'.
027600 01  WS-RST-ROW               PIC 9(05).
027700 01  WS-STUDENTS-READ         PIC 9(05) VALUE ZERO.
027800******************************************************************
027900*    THE HOMEROOM TEACHERS (TEACHFIL) AND THE COURSE SECTIONS    *
028000*    (MSTSCHED) - WHO TEACHES WHICH CLASS. A SHARE MAY ONLY NAME *
028100*    A TEACHER ON ONE OR THE OTHER.                              *
028200******************************************************************
028300 77  WS-TEACHER-MAX           PIC 9(03) VALUE 300.
028400 01  WS-TEACHER-COUNT         PIC 9(03) VALUE ZERO.
028500 01  WS-TEACHER-TABLE.
028600     05  WT-ENTRY             OCCURS 300 TIMES.
028700         10  WT-TEACHER-ID    PIC 9(05).
028800         10  WT-LAST-NAME     PIC X(30).
028900         10  WT-FIRST-NAME    PIC X(20).
029000         10  WT-SCHOOL-CODE   PIC X(04).
029100         10  WT-GRADE         PIC X(02).
029200         10  WT-SECTION       PIC X(01).
029300 77  WS-MST-MAX               PIC 9(03) VALUE 500.
029400 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
029500 01  MST-TABLE.
029600     05  MST-ROW              OCCURS 500 TIMES.
029700         10  MST-TEACHER      PIC 9(05).
029800         10  MST-SCHOOL       PIC X(04).
029900         10  MST-COURSE       PIC X(06).
030000         10  MST-SECTION      PIC 9(02).
030100 01  WS-TABLE-FULL            PIC X VALUE 'N'.
030200 01  WS-FIND-TEACHER          PIC 9(05).
030300 01  WS-TEACHER-NAME          PIC X(40).
030400 01  WS-TEACHER-KNOWN         PIC X(01).
030500******************************************************************
030600*    THE YEAR'S SECTION MOVES AND TRANSFERS IN FROM THE AUDIT    *
030700*    TRAIL, IN STUDENT AND FILE ORDER. ONLY A MOVE THAT TOOK IS  *
030800*    KEPT: A 'SECT' WITH 'OLD > NEW' IN ITS RESULT (EVT-OLD-     *
030900*    SECTION IS THE OLD ONE, EVT-GRADE THE GRADE AT THE TIME), A *
031000*    'RBAL' 'MOVED', AND AN 'XFER' THAT MOVED THE STUDENT.       *
031100******************************************************************
031200 77  WS-EVT-MAX               PIC 9(05) VALUE 05000.
031300 01  WS-EVT-COUNT             PIC 9(05) VALUE ZERO.
031400 01  EVT-TABLE.
031500     05  EVT-ROW              OCCURS 0 TO 5000 TIMES
031600                              DEPENDING ON WS-EVT-COUNT.
031700         10  EVT-STUDENT      PIC 9(07).
031800         10  EVT-SEQ          PIC 9(07).
031900         10  EVT-DATE         PIC 9(08).
032000         10  EVT-ACTION       PIC X(04).
032100         10  EVT-OLD-SECTION  PIC X(01).
032200         10  EVT-GRADE        PIC X(02).
032300 01  WS-EVT-FULL              PIC X VALUE 'N'.
032400 01  WS-AUDIT-SEQ             PIC 9(07) VALUE ZERO.
032500 01  WS-GEN-READ              PIC 9(07) VALUE ZERO.
032600 01  WS-LIVE-READ             PIC 9(07) VALUE ZERO.
032700 01  WS-EVT-X                 PIC 9(05).
032800 01  WS-EVT-FIRST             PIC 9(05).
032900 01  WS-EVT-LAST              PIC 9(05).
033000 01  AUDIT-RECORD.
033100     COPY AUDTREC.
033200******************************************************************
033300*    EVERY STSCHED COURSE SECTION, IN STUDENT ORDER.             *
033400******************************************************************
033500 77  WS-SCH-MAX               PIC 9(05) VALUE 12000.
033600 01  WS-SCH-COUNT             PIC 9(05) VALUE ZERO.
033700 01  SCH-TABLE.
033800     05  SCH-ROW              OCCURS 0 TO 12000 TIMES
033900                              DEPENDING ON WS-SCH-COUNT.
034000         10  SCH-STUDENT      PIC 9(07).
034100         10  SCH-SCHOOL       PIC X(04).
034200         10  SCH-COURSE       PIC X(06).
034300         10  SCH-SECTION      PIC 9(02).
034400 01  WS-SCH-FULL              PIC X VALUE 'N'.
034500 01  WS-SCH-X                 PIC 9(05).
034600******************************************************************
034700*    ONE STUDENT'S HISTORY BEING WALKED - THE HOMEROOM AT EACH   *
034800*    STEP BACK, WHEN THE STUDENT CAME INTO THE BUILDING, AND HOW *
034900*    THE WALK ENDED ('N' STILL GOING, 'E' BACK AT THE START OF   *
035000*    THE YEAR OR ENROLLMENT, 'U' AT A MOVE THAT DOES NOT SAY     *
035100*    WHERE THE STUDENT WAS).                                     *
035200******************************************************************
035300 01  WS-CUR-SCHOOL            PIC X(04).
035400 01  WS-CUR-GRADE             PIC X(02).
035500 01  WS-CUR-SECTION           PIC X(01).
035600 01  WS-BLDG-SINCE            PIC 9(08).
035700 01  WS-WALK-STATE            PIC X(01).
035800******************************************************************
035900*    ONE CLASS - BUILDING, 'H' HOMEROOM (GRADE AND SECTION) OR   *
036000*    'S' COURSE SECTION (COURSE AND NUMBER). THE SAME THIRTEEN   *
036100*    BYTES AS TL-CLASS-KEY.                                      *
036200******************************************************************
036300 01  WS-CLASS-KEY.
036400     05  CK-SCHOOL            PIC X(04).
036500     05  CK-TYPE              PIC X(01).
036600         88  CK-IS-HOMEROOM   VALUE 'H'.
036700         88  CK-IS-SCHEDULED  VALUE 'S'.
036800     05  CK-DETAIL            PIC X(08).
036900     05  CK-HOMEROOM-DETAIL REDEFINES CK-DETAIL.
037000         10  CK-GRADE         PIC X(02).
037100         10  CK-SECTION       PIC X(01).
037200         10  FILLER           PIC X(05).
037300     05  CK-SCHEDULE-DETAIL REDEFINES CK-DETAIL.
037400         10  CK-COURSE        PIC X(06).
037500         10  CK-SECTION-NO    PIC 9(02).
037600 01  WS-CLASS-TEXT            PIC X(16).
037700 01  WS-LINKS-FOUND           PIC 9(03).
037800******************************************************************
037900*    THE LINKS. THE BUILD LEG FILLS THEM IN BUILDING, TEACHER,   *
038000*    CLASS AND NAME ORDER AND NUMBERS THEM SO; THE CERTIFY LEG   *
038100*    LOADS THEM BACK FROM TORLINK IN THAT ORDER AND KEEPS EACH   *
038200*    ONE'S ANSWER: LNK-STATE SPACE NOT YET ANSWERED, OR THE      *
038300*    LATEST STANDING - 'C' CONFIRMED, 'R' REMOVED, 'D' DATES     *
038400*    ADJUSTED, 'S' SHARED (LNK-ADJUSTED SAYING WHETHER ITS DATES *
038500*    WERE ALSO ADJUSTED).                                        *
038600******************************************************************
038700 77  WS-LNK-MAX               PIC 9(05) VALUE 15000.
038800 01  WS-LNK-COUNT             PIC 9(05) VALUE ZERO.
038900 01  LNK-TABLE.
039000     05  LNK-ROW              OCCURS 0 TO 15000 TIMES
039100                              DEPENDING ON WS-LNK-COUNT
039200                              ASCENDING KEY IS LNK-NO
039300                              INDEXED BY LNK-IDX.
039400         10  LNK-SCHOOL       PIC X(04).
039500         10  LNK-TEACHER      PIC 9(05).
039600         10  LNK-CLASS        PIC X(13).
039700         10  LNK-LAST-NAME    PIC X(20).
039800         10  LNK-FIRST-NAME   PIC X(12).
039900         10  LNK-START        PIC 9(08).
040000         10  LNK-NO           PIC 9(06).
040100         10  LNK-STUDENT      PIC 9(07).
040200         10  LNK-GRADE        PIC X(02).
040300         10  LNK-END          PIC 9(08).
040400         10  LNK-BLDG-FROM    PIC 9(08).
040500         10  LNK-BLDG-THRU    PIC 9(08).
040600         10  LNK-DAYS         PIC 9(03).
040700         10  LNK-YEAR-DAYS    PIC 9(03).
040800         10  LNK-PCT          PIC 9(03)V9.
040900         10  LNK-MOVED        PIC X(01).
041000         10  LNK-STATE        PIC X(01).
041100         10  LNK-ADJUSTED     PIC X(01).
041200         10  LNK-NEW-START    PIC 9(08).
041300         10  LNK-NEW-END      PIC 9(08).
041400         10  LNK-NEW-DAYS     PIC 9(03).
041500         10  LNK-NEW-PCT      PIC 9(03)V9.
041600         10  LNK-SHARE-TEACHER PIC 9(05).
041700         10  LNK-SHARE-PCT    PIC 9(03).
041800         10  LNK-REMARK       PIC X(30).
041900         10  LNK-TVB-ROW      PIC 9(04).
042000 01  WS-LNK-FULL              PIC X VALUE 'N'.
042100 01  WS-LNK-ROW               PIC 9(05).
042200 01  WS-LINKS-WRITTEN         PIC 9(05) VALUE ZERO.
042300 01  WS-LINKS-READ            PIC 9(05) VALUE ZERO.
042400******************************************************************
042500*    THE LINKS THAT COULD NOT BE BUILT - A CLASS WITH NO TEACHER,*
042600*    OR TIME BEFORE A MOVE THAT DOES NOT SAY WHERE THE STUDENT   *
042700*    WAS.                                                        *
042800******************************************************************
042900 77  WS-XCP-MAX               PIC 9(04) VALUE 2000.
043000 01  WS-XCP-COUNT             PIC 9(04) VALUE ZERO.
043100 01  XCP-TABLE.
043200     05  XCP-ROW              OCCURS 0 TO 2000 TIMES
043300                              DEPENDING ON WS-XCP-COUNT.
043400         10  XCP-SCHOOL       PIC X(04).
043500         10  XCP-STUDENT      PIC 9(07).
043600         10  XCP-NAME         PIC X(32).
043700         10  XCP-CLASS        PIC X(16).
043800         10  XCP-FROM         PIC 9(08).
043900         10  XCP-THRU         PIC 9(08).
044000         10  XCP-WHY          PIC X(40).
044100 01  WS-XCP-FULL              PIC X VALUE 'N'.
044200 01  WS-XCP-ROW               PIC 9(04).
044300 01  WS-XCP-WHY               PIC X(40).
044400 01  WS-XCP-FROM              PIC 9(08).
044500 01  WS-XCP-THRU              PIC 9(08).
044600 01  WS-STUDENT-NAME          PIC X(32).
044700******************************************************************
044800*    CERTIFY - THE TRANSACTION IN HAND, WHY IT WAS REFUSED, AND  *
044900*    THE SHARE TEACHER IT NAMES.                                 *
045000******************************************************************
045100 01  WS-REFUSAL               PIC X(40).
045200 01  WS-TRANS-READ            PIC 9(05) VALUE ZERO.
045300 01  WS-TRANS-APPLIED         PIC 9(05) VALUE ZERO.
045400 01  WS-TRANS-REFUSED         PIC 9(05) VALUE ZERO.
045500 01  WS-ACTION-TEXT           PIC X(10).
045600******************************************************************
045700*    CERTIFY - EACH TEACHER IN EACH BUILDING: THE LINKS, THE ONES*
045800*    ANSWERED, REMOVED AND SHARED, AND WHAT WENT TO THE STATE.   *
045900*    TVB-VERIFIED IS 'Y' WHEN NO LINK IS LEFT UNANSWERED.        *
046000******************************************************************
046100 77  WS-TVB-MAX               PIC 9(04) VALUE 1000.
046200 01  WS-TVB-COUNT             PIC 9(04) VALUE ZERO.
046300 01  TVB-TABLE.
046400     05  TVB-ROW              OCCURS 0 TO 1000 TIMES
046500                              DEPENDING ON WS-TVB-COUNT.
046600         10  TVB-SCHOOL       PIC X(04).
046700         10  TVB-TEACHER      PIC 9(05).
046800         10  TVB-LINKS        PIC 9(05).
046900         10  TVB-OPEN         PIC 9(05).
047000         10  TVB-REMOVED      PIC 9(05).
047100         10  TVB-SHARED       PIC 9(05).
047200         10  TVB-CERTIFIED    PIC 9(05).
047300         10  TVB-HELD         PIC 9(05).
047400         10  TVB-VERIFIED     PIC X(01).
047500 01  WS-TVB-FULL              PIC X VALUE 'N'.
047600 01  WS-TVB-ROW               PIC 9(04).
047700******************************************************************
047800*    CERTIFY - THE PRINCIPALS' LINES, IN BUILDING ORDER: 1 AN    *
047900*    UNVERIFIED TEACHER, 2 A DISPUTED LINK (REMOVED, OR A        *
048000*    TRANSACTION REFUSED), 3 A LINK HELD BACK WITHOUT AN SSID. A *
048100*    TRANSACTION FOR A LINK NOT ON TORLINK HAS NO BUILDING AND   *
048200*    PRINTS LAST.                                                *
048300******************************************************************
048400 77  WS-DSP-MAX               PIC 9(04) VALUE 3000.
048500 01  WS-DSP-COUNT             PIC 9(04) VALUE ZERO.
048600 01  DSP-TABLE.
048700     05  DSP-ROW              OCCURS 0 TO 3000 TIMES
048800                              DEPENDING ON WS-DSP-COUNT.
048900         10  DSP-SCHOOL       PIC X(04).
049000         10  DSP-ORDER        PIC 9(01).
049100         10  DSP-TEACHER      PIC 9(05).
049200         10  DSP-LINK         PIC 9(06).
049300         10  DSP-SEQ          PIC 9(04).
049400         10  DSP-STUDENT      PIC 9(07).
049500         10  DSP-NAME         PIC X(32).
049600         10  DSP-CLASS        PIC X(16).
049700         10  DSP-WHAT         PIC X(10).
049800         10  DSP-WHY          PIC X(40).
049900         10  DSP-LINKS        PIC 9(05).
050000         10  DSP-OPEN         PIC 9(05).
050100 01  WS-DSP-FULL              PIC X VALUE 'N'.
050200 01  WS-DSP-ROW               PIC 9(04).
050300 01  WS-DSP-ORDER             PIC 9(01).
050400 01  WS-DSP-WHAT              PIC X(10).
050500 01  WS-DSP-WHY               PIC X(40).
050600 01  WS-PREV-ORDER            PIC 9(01).
050700******************************************************************
050800*    CERTIFY - THE RECORDS AS WRITTEN TO TORCERT AND ITS CONTROL *
050900*    TOTALS.                                                     *
051000******************************************************************
051100 77  WS-SENDER-ID             PIC X(08) VALUE 'GRADESCH'.
051200 77  WS-FILE-TYPE             PIC X(08) VALUE 'TORCERT '.
051300 01  CERTIFIED-LINK-RECORD.
051400     COPY TCRTREC.
051500 01  TOR-CONTROL-RECORD.
051600     COPY INBHREC.
051700 01  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
051800 01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
051900 01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
052000 01  WS-UNVERIFIED            PIC 9(04) VALUE ZERO.
052100 01  WS-REMOVED-COUNT         PIC 9(05) VALUE ZERO.
052200******************************************************************
052300*    PRINT CONTROL - THE BUILDING BEING BURST, ITS PAGE (ONE PER *
052400*    TEACHER ROSTER) AND ITS TOTALS.                             *
052500******************************************************************
052600 01  WS-PREV-SCHOOL           PIC X(04).
052700 01  WS-PREV-TEACHER          PIC 9(05).
052800 01  WS-PAGE-COUNT            PIC 9(03).
052900 01  WS-BLDG-TEACHERS         PIC 9(04).
053000 01  WS-BLDG-LINKS            PIC 9(05).
053100 01  WS-BLDG-VERIFIED         PIC 9(04).
053200 01  WS-BLDG-OPEN             PIC 9(05).
053300 01  WS-BLDG-REMOVED          PIC 9(05).
053400 01  WS-BLDG-CERTIFIED        PIC 9(05).
053500 01  WS-BLDG-HELD             PIC 9(05).
053600 01  WS-TEACHER-LINKS         PIC 9(04).
053700 01  WS-ROSTERS-PRINTED       PIC 9(04) VALUE ZERO.
053800 01  WS-AUD-EOF               PIC X(01).
053900 01  WS-CALR-X                PIC 9(02).
054000 01  WS-CALR-TAKE             PIC X(01).
054100 01  WS-PREV-LINK             PIC 9(06).
054200 01  WS-DSP-SEQ               PIC 9(04) VALUE ZERO.
054300******************************************************************
054400*    TORRPT LINES - BOTH LEGS.                                   *
054500******************************************************************
054600 01  TR-HEADING.
054700     05  TR-H-TITLE           PIC X(44).
054800     05  FILLER               PIC X(12) VALUE 'SCHOOL YEAR '.
054900     05  TR-H-YEAR            PIC 9(04).
055000     05  FILLER               PIC X(01) VALUE '-'.
055100     05  TR-H-NEXT            PIC 9(02).
055200 01  TR-BLDG-HEADING.
055300     05  FILLER               PIC X(06) VALUE 'BLDG: '.
055400     05  TR-B-SCHOOL          PIC X(04).
055500 01  TR-SUB-HEADING.
055600     05  FILLER               PIC X(02) VALUE SPACES.
055700     05  TR-S-TEXT            PIC X(60).
055800 01  TR-TEACHER-LINE.
055900     05  FILLER               PIC X(09) VALUE 'TEACHER: '.
056000     05  TR-T-TEACHER         PIC 9(05).
056100     05  FILLER               PIC X(01) VALUE SPACE.
056200     05  TR-T-NAME            PIC X(40).
056300     05  FILLER               PIC X(06) VALUE 'BLDG: '.
056400     05  TR-T-SCHOOL          PIC X(04).
056500     05  FILLER               PIC X(08) VALUE '  PAGE: '.
056600     05  TR-T-PAGE            PIC ZZ9.
056700 01  TR-LEGEND-1.
056800     05  FILLER               PIC X(04) VALUE SPACES.
056900     05  FILLER               PIC X(50) VALUE
057000         'MARK EACH LINK:  C CONFIRM   R REMOVE (SAY WHY)'.
057100     05  FILLER               PIC X(30) VALUE
057200         'D NEW DATES (FROM AND THRU)'.
057300 01  TR-LEGEND-2.
057400     05  FILLER               PIC X(21) VALUE SPACES.
057500     05  FILLER               PIC X(41) VALUE
057600         'S SHARED (CO-TEACHER AND THEIR PERCENT)'.
057700     05  FILLER               PIC X(36) VALUE
057800         '- AN UNMARKED LINK IS NOT VERIFIED'.
057900 01  TR-COLUMN-HEADING.
058000     05  FILLER               PIC X(04) VALUE SPACES.
058100     05  FILLER               PIC X(08) VALUE 'LINK'.
058200     05  FILLER               PIC X(09) VALUE 'STUDENT'.
058300     05  FILLER               PIC X(29) VALUE 'NAME'.
058400     05  FILLER               PIC X(04) VALUE 'GR'.
058500     05  FILLER               PIC X(18) VALUE 'CLASS'.
058600     05  FILLER               PIC X(09) VALUE 'FROM'.
058700     05  FILLER               PIC X(10) VALUE 'THRU'.
058800     05  FILLER               PIC X(05) VALUE 'DAYS'.
058900     05  FILLER               PIC X(06) VALUE '%TIME'.
059000     05  FILLER               PIC X(07) VALUE 'MOVED'.
059100     05  FILLER               PIC X(10) VALUE 'MARK'.
059200 01  TR-DETAIL-LINE.
059300     05  FILLER               PIC X(04) VALUE SPACES.
059400     05  TR-D-LINK            PIC 9(06).
059500     05  FILLER               PIC X(02) VALUE SPACES.
059600     05  TR-D-STUDENT         PIC 9(07).
059700     05  FILLER               PIC X(02) VALUE SPACES.
059800     05  TR-D-NAME            PIC X(28).
059900     05  FILLER               PIC X(01) VALUE SPACE.
060000     05  TR-D-GRADE           PIC X(02).
060100     05  FILLER               PIC X(02) VALUE SPACES.
060200     05  TR-D-CLASS           PIC X(16).
060300     05  FILLER               PIC X(02) VALUE SPACES.
060400     05  TR-D-FROM            PIC 9(08).
060500     05  FILLER               PIC X(01) VALUE SPACE.
060600     05  TR-D-THRU            PIC 9(08).
060700     05  FILLER               PIC X(02) VALUE SPACES.
060800     05  TR-D-DAYS            PIC ZZ9.
060900     05  FILLER               PIC X(02) VALUE SPACES.
061000     05  TR-D-PCT             PIC ZZ9.9.
061100     05  FILLER               PIC X(01) VALUE SPACE.
061200     05  TR-D-MOVED           PIC X(05).
061300     05  FILLER               PIC X(02) VALUE SPACES.
061400     05  TR-D-MARK            PIC X(10) VALUE 'C  R  D  S'.
061500 01  TR-COUNT-LINE.
061600     05  FILLER               PIC X(04) VALUE SPACES.
061700     05  FILLER               PIC X(07) VALUE 'LINKS: '.
061800     05  TR-K-COUNT           PIC ZZZ9.
061900 01  TR-SIGN-LINE.
062000     05  FILLER               PIC X(04) VALUE SPACES.
062100     05  FILLER               PIC X(18) VALUE
062200         'TEACHER SIGNATURE '.
062300     05  FILLER               PIC X(32) VALUE ALL '_'.
062400     05  FILLER               PIC X(07) VALUE '  DATE '.
062500     05  FILLER               PIC X(10) VALUE ALL '_'.
062600 01  TR-BLDG-TOTAL-LINE.
062700     05  FILLER               PIC X(05) VALUE 'BLDG '.
062800     05  TR-BT-SCHOOL         PIC X(04).
062900     05  FILLER               PIC X(12) VALUE ' - ROSTERS: '.
063000     05  TR-BT-TEACHERS       PIC ZZZ9.
063100     05  FILLER               PIC X(09) VALUE '  LINKS: '.
063200     05  TR-BT-LINKS          PIC ZZZZ9.
063300 01  TR-XCP-COLUMN-HEADING.
063400     05  FILLER               PIC X(06) VALUE 'BLDG'.
063500     05  FILLER               PIC X(09) VALUE 'STUDENT'.
063600     05  FILLER               PIC X(28) VALUE 'NAME'.
063700     05  FILLER               PIC X(18) VALUE 'CLASS'.
063800     05  FILLER               PIC X(09) VALUE 'FROM'.
063900     05  FILLER               PIC X(10) VALUE 'THRU'.
064000     05  FILLER               PIC X(03) VALUE 'WHY'.
064100 01  TR-XCP-DETAIL-LINE.
064200     05  TR-X-SCHOOL          PIC X(04).
064300     05  FILLER               PIC X(02) VALUE SPACES.
064400     05  TR-X-STUDENT         PIC 9(07).
064500     05  FILLER               PIC X(02) VALUE SPACES.
064600     05  TR-X-NAME            PIC X(26).
064700     05  FILLER               PIC X(02) VALUE SPACES.
064800     05  TR-X-CLASS           PIC X(16).
064900     05  FILLER               PIC X(02) VALUE SPACES.
065000     05  TR-X-FROM            PIC 9(08).
065100     05  FILLER               PIC X(01) VALUE SPACE.
065200     05  TR-X-THRU            PIC 9(08).
065300     05  FILLER               PIC X(02) VALUE SPACES.
065400     05  TR-X-WHY             PIC X(40).
065500 01  TR-UNVERIFIED-LINE.
065600     05  FILLER               PIC X(04) VALUE SPACES.
065700     05  TR-U-TEACHER         PIC 9(05).
065800     05  FILLER               PIC X(02) VALUE SPACES.
065900     05  TR-U-NAME            PIC X(32).
066000     05  FILLER               PIC X(09) VALUE '  LINKS: '.
066100     05  TR-U-LINKS           PIC ZZZZ9.
066200     05  FILLER               PIC X(14) VALUE '  UNANSWERED: '.
066300     05  TR-U-OPEN            PIC ZZZZ9.
066400 01  TR-DSP-COLUMN-HEADING.
066500     05  FILLER               PIC X(04) VALUE SPACES.
066600     05  FILLER               PIC X(08) VALUE 'LINK'.
066700     05  FILLER               PIC X(07) VALUE 'TCHR'.
066800     05  FILLER               PIC X(09) VALUE 'STUDENT'.
066900     05  FILLER               PIC X(24) VALUE 'NAME'.
067000     05  FILLER               PIC X(16) VALUE 'CLASS'.
067100     05  FILLER               PIC X(12) VALUE 'WHAT'.
067200     05  FILLER               PIC X(03) VALUE 'WHY'.
067300 01  TR-DSP-DETAIL-LINE.
067400     05  FILLER               PIC X(04) VALUE SPACES.
067500     05  TR-P-LINK            PIC 9(06).
067600     05  FILLER               PIC X(02) VALUE SPACES.
067700     05  TR-P-TEACHER         PIC 9(05).
067800     05  FILLER               PIC X(02) VALUE SPACES.
067900     05  TR-P-STUDENT         PIC 9(07).
068000     05  FILLER               PIC X(02) VALUE SPACES.
068100     05  TR-P-NAME            PIC X(22).
068200     05  FILLER               PIC X(02) VALUE SPACES.
068300     05  TR-P-CLASS           PIC X(14).
068400     05  FILLER               PIC X(02) VALUE SPACES.
068500     05  TR-P-WHAT            PIC X(10).
068600     05  FILLER               PIC X(02) VALUE SPACES.
068700     05  TR-P-WHY             PIC X(40).
068800 01  TR-CERT-TOTAL-LINE.
068900     05  FILLER               PIC X(05) VALUE 'BLDG '.
069000     05  TR-CT-SCHOOL         PIC X(04).
069100     05  FILLER               PIC X(13) VALUE ' - TEACHERS: '.
069200     05  TR-CT-TEACHERS       PIC ZZZ9.
069300     05  FILLER               PIC X(12) VALUE '  VERIFIED: '.
069400     05  TR-CT-VERIFIED       PIC ZZZ9.
069500     05  FILLER               PIC X(09) VALUE '  LINKS: '.
069600     05  TR-CT-LINKS          PIC ZZZZ9.
069700     05  FILLER               PIC X(08) VALUE '  OPEN: '.
069800     05  TR-CT-OPEN           PIC ZZZZ9.
069900     05  FILLER               PIC X(11) VALUE '  REMOVED: '.
070000     05  TR-CT-REMOVED        PIC ZZZZ9.
070100     05  FILLER               PIC X(13) VALUE '  CERTIFIED: '.
070200     05  TR-CT-CERTIFIED      PIC ZZZZ9.
070300     05  FILLER               PIC X(08) VALUE '  HELD: '.
070400     05  TR-CT-HELD           PIC ZZZZ9.
070500 01  RUN-TOTAL-LINE.
070600     05  RT-LABEL             PIC X(50).
070700     05  RT-VALUE             PIC Z,ZZZ,ZZ9.
070800 PROCEDURE DIVISION.
070900 MAINLINE.
071000******************************************************************
071100*    BUILD: THE ROSTERS FOR THE TEACHERS TO MARK UP. CERTIFY:    *
071200*    THEIR ANSWERS APPLIED, THE STATE FILE AND THE PRINCIPALS'   *
071300*    REPORT. ON REQUEST, OUTSIDE THE NIGHTLY STREAM.             *
071400******************************************************************
071500     perform read-business-date
071600     perform read-run-mode
071700     if ws-run-mode not = spaces
071800         and ws-run-mode not = 'CERTIFY '
071900         display 'RUNMODE ' ws-run-mode
072000             ' IS NOT CERTIFY OR EMPTY - NOTHING RUN'
072100         move 16 to return-code
072200         stop run
072300     end-if
072400     open output tor-rpt
072500     if ws-torrpt-status not = '00'
072600         display 'COULD NOT OPEN TORRPT - STATUS '
072700             ws-torrpt-status
072800         move 16 to return-code
072900         stop run
073000     end-if
073100     write tor-line from bus-date-heading
073200     perform load-class-owners
073300     if ws-run-mode = spaces
073400         move ws-bus-year to ws-school-year
073500         if ws-bus-month < 7
073600             subtract 1 from ws-school-year
073700         end-if
073800         perform set-school-year
073900         perform load-instructional-days
074000         perform load-roster-table
074100         perform load-section-moves
074200         perform load-student-schedules
074300         perform build-student-links
074400         perform write-link-file
074500         perform print-rosters
074600         perform print-not-built
074700         perform print-build-totals
074800     else
074900         perform load-link-table
075000         perform set-school-year
075100         perform load-instructional-days
075200         perform apply-verifications
075300         perform settle-teachers
075400         perform write-certified-file
075500         perform print-principals-report
075600         perform print-certify-totals
075700     end-if
075800     close tor-rpt
075900     if ws-run-mode = spaces
076000         display 'TEACHER-OF-RECORD LINKS ' ws-links-written
076100             ' ROSTERS ' ws-rosters-printed
076200             ' NOT BUILT ' ws-xcp-count
076300         if ws-xcp-count > zero
076400             or ws-cal-full = 'Y'
076500             or ws-rst-full = 'Y'
076600             or ws-evt-full = 'Y'
076700             or ws-sch-full = 'Y'
076800             or ws-lnk-full = 'Y'
076900             or ws-xcp-full = 'Y'
077000             or ws-table-full = 'Y'
077100             move 4 to return-code
077200         end-if
077300     else
077400         display 'TRANSACTIONS READ ' ws-trans-read
077500             ' APPLIED ' ws-trans-applied
077600             ' REFUSED ' ws-trans-refused
077700         display 'TORCERT RECORDS ' ws-detail-count
077800             ' UNVERIFIED TEACHERS ' ws-unverified
077900             ' LINKS HELD ' ws-held-count
078000         if ws-unverified > zero
078100             or ws-trans-refused > zero
078200             or ws-held-count > zero
078300             or ws-cal-full = 'Y'
078400             or ws-dsp-full = 'Y'
078500             or ws-table-full = 'Y'
078600             move 4 to return-code
078700         end-if
078800     end-if
078900     stop run
079000     .
079100 READ-RUN-MODE.
079200******************************************************************
079300*    THE OPTIONAL RUNMODE CARD. 'CERTIFY' APPLIES THE TEACHERS'  *
079400*    TRANSACTIONS AND WRITES THE STATE FILE; MISSING OR EMPTY    *
079500*    BUILDS THE ROSTERS.                                         *
079600******************************************************************
079700     open input run-mode-file
079800     if ws-runmode-status = '00'
079900         read run-mode-file next record
080000         if ws-runmode-status = '00'
080100             move rm-mode to ws-run-mode
080200         end-if
080300         close run-mode-file
080400     end-if
080500     .
080600 SET-SCHOOL-YEAR.
080700     move ws-school-year to ws-ys-year
080800     move 0701 to ws-ys-mmdd
080900     compute ws-ye-year = ws-school-year + 1
081000     move 0630 to ws-ye-mmdd
081100     .
081200 LOAD-CLASS-OWNERS.
081300******************************************************************
081400*    WHO TEACHES WHAT - THE TEACHFIL HOMEROOMS AND THE MSTSCHED  *
081500*    COURSE SECTIONS. WITHOUT MSTSCHED EVERY COURSE SECTION IS   *
081600*    LISTED AS NOT BUILT.                                        *
081700******************************************************************
081800     open input teacher-file
081900     if ws-teachfil-status not = '00'
082000         display 'COULD NOT OPEN TEACHFIL - STATUS '
082100             ws-teachfil-status
082200         move 16 to return-code
082300         stop run
082400     end-if
082500     perform until ws-teachfil-status not = '00'
082600         read teacher-file
082700         if ws-teachfil-status = '00'
082800             if ws-teacher-count < ws-teacher-max
082900                 add 1 to ws-teacher-count
083000                 move ws-teacher-count to i
083100                 move ta-teacher-id  to wt-teacher-id(i)
083200                 move ta-last-name   to wt-last-name(i)
083300                 move ta-first-name  to wt-first-name(i)
083400                 move ta-school-code to wt-school-code(i)
083500                 move ta-grade       to wt-grade(i)
083600                 move ta-section     to wt-section(i)
083700             else
083800                 move 'Y' to ws-table-full
083900             end-if
084000         end-if
084100     end-perform
084200     close teacher-file
084300     open input master-schedule-file
084400     if ws-mstsched-status = '00'
084500         perform until ws-mstsched-status not = '00'
084600             read master-schedule-file
084700             if ws-mstsched-status = '00'
084800                 if ws-mst-count < ws-mst-max
084900                     add 1 to ws-mst-count
085000                     move ws-mst-count to i
085100                     move ms-teacher-id  to mst-teacher(i)
085200                     move ms-school-code to mst-school(i)
085300                     move ms-course-code to mst-course(i)
085400                     move ms-section-no  to mst-section(i)
085500                 else
085600                     move 'Y' to ws-table-full
085700                 end-if
085800             end-if
085900         end-perform
086000         close master-schedule-file
086100     end-if
086200     if ws-table-full = 'Y'
086300         display 'TEACHER OR SECTION TABLE FULL'
086400             ' - LINKS INCOMPLETE'
086500     end-if
086600     .
086700 FIND-TEACHER-NAME.
086800     move 'NOT ON TEACHFIL' to ws-teacher-name
086900     move 'N' to ws-teacher-known
087000     perform varying j from 1 by 1 until j > ws-teacher-count
087100         if wt-teacher-id(j) = ws-find-teacher
087200             and ws-teacher-known = 'N'
087300             move 'Y' to ws-teacher-known
087400             move spaces to ws-teacher-name
087500             string wt-last-name(j)  delimited by '  '
087600                    ', '             delimited by size
087700                    wt-first-name(j) delimited by '  '
087800                 into ws-teacher-name
087900             end-string
088000         end-if
088100     end-perform
088200     if ws-teacher-known = 'N'
088300         perform varying j from 1 by 1 until j > ws-mst-count
088400             if mst-teacher(j) = ws-find-teacher
088500                 move 'Y' to ws-teacher-known
088600                 move 'NOT ON TEACHFIL' to ws-teacher-name
088700             end-if
088800         end-perform
088900     end-if
089000     .
089100 LOAD-INSTRUCTIONAL-DAYS.
089200******************************************************************
089300*    THE YEAR'S INSTRUCTIONAL DAYS ON EVERY CALENDAR, IN BUILDING*
089400*    AND DATE ORDER, THEN WHERE EACH CALENDAR'S DAYS LIE IN THE  *
089500*    TABLE.                                                      *
089600******************************************************************
089700     move zero to ws-calendar-count
089800     open input school-calendar-file
089900     if ws-calendar-status not = '00'
090000         display 'COULD NOT OPEN SCHCALND - STATUS '
090100             ws-calendar-status
090200         move 16 to return-code
090300         stop run
090400     end-if
090500     perform until ws-calendar-status not = '00'
090600         read school-calendar-file next record
090700         if ws-calendar-status = '00'
090800             and (cal-day-type = 'I' or cal-day-type = 'E')
090900             and cal-date not < ws-year-start
091000             and cal-date not > ws-year-end
091100             if ws-calendar-count < ws-calendar-max
091200                 add 1 to ws-calendar-count
091300                 move cal-date
091400                     to ws-cal-day(ws-calendar-count)
091500                 move cal-school-code
091600                     to ws-cal-school(ws-calendar-count)
091700             else
091800                 move 'Y' to ws-cal-full
091900             end-if
092000         end-if
092100     end-perform
092200     close school-calendar-file
092300     if ws-cal-full = 'Y'
092400         display 'SCHCALND - CALENDAR TABLE FULL AT '
092500             ws-calendar-max ' DAYS'
092600     end-if
092700     if ws-calendar-count > 1
092800         sort ws-cal-entry on ascending key ws-cal-school
092900             ws-cal-day
093000     end-if
093100     move zero to ws-calr-count
093200     move 'N' to ws-calr-take
093300     perform varying ws-cal-row from 1 by 1
093400             until ws-cal-row > ws-calendar-count
093500         if ws-cal-row = 1
093600             or ws-cal-school(ws-cal-row)
093700                 not = ws-cal-school(ws-cal-row - 1)
093800             if ws-calr-count < ws-calr-max
093900                 move 'Y' to ws-calr-take
094000                 add 1 to ws-calr-count
094100                 move ws-cal-school(ws-cal-row)
094200                     to calr-school(ws-calr-count)
094300                 move ws-cal-row to calr-first(ws-calr-count)
094400                 move zero to calr-days(ws-calr-count)
094500             else
094600                 move 'N' to ws-calr-take
094700                 move 'Y' to ws-cal-full
094800                 display 'SCHCALND - MORE THAN ' ws-calr-max
094900                     ' CALENDARS - ' ws-cal-school(ws-cal-row)
095000                     ' USES THE DISTRICT DEFAULT'
095100             end-if
095200         end-if
095300         if ws-calr-take = 'Y'
095400             move ws-cal-row to calr-last(ws-calr-count)
095500             add 1 to calr-days(ws-calr-count)
095600         end-if
095700     end-perform
095800     .
095900 FIND-CALENDAR.
096000******************************************************************
096100*    THE BUILDING'S OWN CALENDAR, ELSE THE DISTRICT DEFAULT.     *
096200******************************************************************
096300     move zero to ws-calr-row
096400     perform varying ws-calr-x from 1 by 1
096500             until ws-calr-x > ws-calr-count
096600         if calr-school(ws-calr-x) = ws-cal-for-school
096700             move ws-calr-x to ws-calr-row
096800         end-if
096900     end-perform
097000     if ws-calr-row = zero
097100         perform varying ws-calr-x from 1 by 1
097200                 until ws-calr-x > ws-calr-count
097300             if calr-school(ws-calr-x) = spaces
097400                 move ws-calr-x to ws-calr-row
097500             end-if
097600         end-perform
097700     end-if
097800     .
097900 COUNT-SEGMENT-DAYS.
098000******************************************************************
098100*    THE INSTRUCTIONAL DAYS OF ONE STRETCH ON THE CALENDAR FIND- *
098200*    CALENDAR CHOSE.                                             *
098300******************************************************************
098400     move zero to ws-seg-days ws-seg-first ws-seg-last
098500         ws-seg-year-days
098600     if ws-calr-row not = zero
098700         move calr-days(ws-calr-row) to ws-seg-year-days
098800         perform varying ws-cal-row from calr-first(ws-calr-row)
098900                 by 1 until ws-cal-row > calr-last(ws-calr-row)
099000             if ws-cal-day(ws-cal-row) not < ws-seg-from
099100                 and ws-cal-day(ws-cal-row) not > ws-seg-thru
099200                 and (ws-seg-before = zero
099300                      or ws-cal-day(ws-cal-row) < ws-seg-before)
099400                 add 1 to ws-seg-days
099500                 if ws-seg-first = zero
099600                     move ws-cal-day(ws-cal-row) to ws-seg-first
099700                 end-if
099800                 move ws-cal-day(ws-cal-row) to ws-seg-last
099900             end-if
100000         end-perform
100100     end-if
100200     .
100300 LOAD-ROSTER-TABLE.
100400******************************************************************
100500*    EVERY ROSTERVS STUDENT ENROLLED AT ANY TIME THIS SCHOOL     *
100600*    YEAR, WITHDRAWN ONES TOO - A STUDENT WHO LEFT IN MARCH WAS  *
100700*    STILL TAUGHT UNTIL THEN.                                    *
100800******************************************************************
100900     open input roster-file
101000     if ws-roster-file-status not = '00'
101100         display 'COULD NOT OPEN ROSTERVS - STATUS '
101200             ws-roster-file-status
101300         move 16 to return-code
101400         stop run
101500     end-if
101600     perform until ws-roster-file-status not = '00'
101700         read roster-file next record
101800         if ws-roster-file-status = '00'
101900             add 1 to ws-students-read
102000             if st-enroll-date not > ws-year-end
102100                 and (st-withdraw-date = zero
102200                      or st-withdraw-date not < ws-year-start)
102300                 if ws-rst-count < ws-rst-max
102400                     add 1 to ws-rst-count
102500                     move ws-rst-count to i
102600                     move st-id          to rst-id(i)
102700                     move st-last-name   to rst-last-name(i)
102800                     move st-first-name  to rst-first-name(i)
102900                     move st-school-code to rst-school(i)
103000                     move st-grade       to rst-grade(i)
103100                     move st-section     to rst-section(i)
103200                     move ws-year-start  to rst-win-from(i)
103300                     if st-enroll-date > ws-year-start
103400                         move st-enroll-date to rst-win-from(i)
103500                     end-if
103600                     move ws-year-end    to rst-win-thru(i)
103700                     if st-withdraw-date not = zero
103800                         and st-withdraw-date < ws-year-end
103900                         move st-withdraw-date to rst-win-thru(i)
104000                     end-if
104100                 else
104200                     move 'Y' to ws-rst-full
104300                 end-if
104400             end-if
104500         end-if
104600     end-perform
104700     close roster-file
104800     if ws-rst-full = 'Y'
104900         display 'ROSTER TABLE FULL AT ' ws-rst-max
105000     end-if
105100     if ws-rst-count > 1
105200         sort rst-row ascending key rst-id
105300     end-if
105400     .
105500 LOAD-SECTION-MOVES.
105600******************************************************************
105700*    THE YEAR'S MOVES THAT TOOK, FROM THE ROLLED-OFF MONTHS      *
105800*    (AUDMNTH) THEN THE LIVE LOG (AUDITLOG), SO FILE ORDER IS THE*
105900*    ORDER THEY HAPPENED IN. EITHER MAY BE ABSENT - A YEAR WITH  *
106000*    NO MOVES ON FILE GIVES EVERY STUDENT ONE HOMEROOM.          *
106100******************************************************************
106200     open input audit-month-file
106300     if ws-audmnth-status not = '00'
106400         and ws-audmnth-status not = '35'
106500         display 'COULD NOT OPEN AUDMNTH - STATUS '
106600             ws-audmnth-status
106700         move 16 to return-code
106800         stop run
106900     end-if
107000     if ws-audmnth-status = '00'
107100         move 'N' to ws-aud-eof
107200         perform until ws-aud-eof = 'Y'
107300             read audit-month-file next record into audit-record
107400             if ws-audmnth-status = '00'
107500                 add 1 to ws-gen-read
107600                 perform keep-section-move
107700             else
107800                 move 'Y' to ws-aud-eof
107900             end-if
108000         end-perform
108100         close audit-month-file
108200     end-if
108300     open input audit-file
108400     if ws-audit-status not = '00'
108500         and ws-audit-status not = '35'
108600         display 'COULD NOT OPEN AUDITLOG - STATUS '
108700             ws-audit-status
108800         move 16 to return-code
108900         stop run
109000     end-if
109100     if ws-audit-status = '00'
109200         move 'N' to ws-aud-eof
109300         perform until ws-aud-eof = 'Y'
109400             read audit-file next record into audit-record
109500             if ws-audit-status = '00'
109600                 add 1 to ws-live-read
109700                 perform keep-section-move
109800             else
109900                 move 'Y' to ws-aud-eof
110000             end-if
110100         end-perform
110200         close audit-file
110300     end-if
110400     if ws-evt-full = 'Y'
110500         display 'SECTION-MOVE TABLE FULL AT ' ws-evt-max
110600     end-if
110700     if ws-evt-count > 1
110800         sort evt-row ascending key evt-student evt-seq
110900     end-if
111000     .
111100 KEEP-SECTION-MOVE.
111200     add 1 to ws-audit-seq
111300     if aud-date not < ws-year-start
111400         and aud-date not > ws-year-end
111500         and ((aud-action = 'SECT' and aud-result(2:3) = ' > ')
111600           or (aud-action = 'RBAL' and aud-result = 'MOVED')
111700           or (aud-action = 'XFER'
111800               and (aud-result = 'XFER ' or aud-result = 'FEEDR'
111900                    or aud-result = 'NXTYR')))
112000         if ws-evt-count < ws-evt-max
112100             add 1 to ws-evt-count
112200             move ws-evt-count to k
112300             move aud-student-id  to evt-student(k)
112400             move ws-audit-seq    to evt-seq(k)
112500             move aud-date        to evt-date(k)
112600             move aud-action      to evt-action(k)
112700             move aud-result(1:1) to evt-old-section(k)
112800             move aud-grade       to evt-grade(k)
112900         else
113000             move 'Y' to ws-evt-full
113100         end-if
113200     end-if
113300     .
113400 LOAD-STUDENT-SCHEDULES.
113500******************************************************************
113600*    EVERY STSCHED COURSE SECTION. WITHOUT STSCHED THE LINKS ARE *
113700*    THE HOMEROOMS ALONE.                                        *
113800******************************************************************
113900     open input student-schedule-file
114000     if ws-stsched-status = '00'
114100         perform until ws-stsched-status not = '00'
114200             read student-schedule-file
114300             if ws-stsched-status = '00'
114400                 if ws-sch-count < ws-sch-max
114500                     add 1 to ws-sch-count
114600                     move ws-sch-count to i
114700                     move sc-student-id  to sch-student(i)
114800                     move sc-school-code to sch-school(i)
114900                     move sc-course-code to sch-course(i)
115000                     move sc-section-no  to sch-section(i)
115100                 else
115200                     move 'Y' to ws-sch-full
115300                 end-if
115400             end-if
115500         end-perform
115600         close student-schedule-file
115700     else
115800         display 'NO STSCHED - STATUS ' ws-stsched-status
115900             ' - HOMEROOM LINKS ONLY'
116000     end-if
116100     if ws-sch-full = 'Y'
116200         display 'SCHEDULE TABLE FULL AT ' ws-sch-max
116300     end-if
116400     if ws-sch-count > 1
116500         sort sch-row ascending key sch-student sch-school
116600             sch-course sch-section
116700     end-if
116800     .
116900 BUILD-STUDENT-LINKS.
117000******************************************************************
117100*    EACH STUDENT IN TURN, WITH THEIR SECTION MOVES AND COURSE   *
117200*    SECTIONS ALONGSIDE - ALL THREE TABLES ARE IN STUDENT ORDER. *
117300******************************************************************
117400     move 1 to ws-evt-x
117500     move 1 to ws-sch-x
117600     perform varying i from 1 by 1 until i > ws-rst-count
117700         perform until ws-evt-x > ws-evt-count
117800                 or evt-student(ws-evt-x) not < rst-id(i)
117900             add 1 to ws-evt-x
118000         end-perform
118100         move ws-evt-x to ws-evt-first
118200         move ws-evt-x to ws-evt-last
118300         subtract 1 from ws-evt-last
118400         perform until ws-evt-x > ws-evt-count
118500                 or evt-student(ws-evt-x) not = rst-id(i)
118600             move ws-evt-x to ws-evt-last
118700             add 1 to ws-evt-x
118800         end-perform
118900         move spaces to ws-student-name
119000         string rst-last-name(i)  delimited by '  '
119100                ', '              delimited by size
119200                rst-first-name(i) delimited by '  '
119300             into ws-student-name
119400         end-string
119500         perform find-building-since
119600         perform walk-homerooms
119700         perform link-course-sections
119800     end-perform
119900     if ws-lnk-full = 'Y'
120000         display 'LINK TABLE FULL AT ' ws-lnk-max
120100     end-if
120200     if ws-xcp-full = 'Y'
120300         display 'NOT-BUILT TABLE FULL AT ' ws-xcp-max
120400     end-if
120500     .
120600 FIND-BUILDING-SINCE.
120700******************************************************************
120800*    THE STUDENT HAS BEEN IN TODAY'S BUILDING SINCE THE LATEST   *
120900*    TRANSFER IN, OR ALL THEIR YEAR WHEN THERE WAS NONE.         *
121000******************************************************************
121100     move rst-win-from(i) to ws-bldg-since
121200     perform varying k from ws-evt-first by 1
121300             until k > ws-evt-last
121400         if evt-action(k) = 'XFER'
121500             and evt-date(k) > ws-bldg-since
121600             and evt-date(k) not > rst-win-thru(i)
121700             move evt-date(k) to ws-bldg-since
121800         end-if
121900     end-perform
122000     .
122100 WALK-HOMEROOMS.
122200******************************************************************
122300*    FROM TODAY'S HOMEROOM BACK THROUGH THE YEAR'S MOVES, LATEST *
122400*    FIRST. EACH MOVE ENDS THE STRETCH BEFORE IT; A 'SECT' MOVE  *
122500*    SAYS WHICH SECTION THAT WAS. THE WALK STOPS AT THE START OF *
122600*    THE STUDENT'S YEAR, OR AT A MOVE THAT DOES NOT SAY - THE    *
122700*    TIME BEFORE THAT IS LISTED AS NOT BUILT.                    *
122800******************************************************************
122900     move rst-school(i)   to ws-cur-school
123000     move rst-grade(i)    to ws-cur-grade
123100     move rst-section(i)  to ws-cur-section
123200     move rst-win-thru(i) to ws-seg-thru
123300     move zero to ws-seg-before
123400     move 'N' to ws-walk-state
123500     move ws-evt-last to k
123600     perform until ws-walk-state not = 'N'
123700         if k < ws-evt-first
123800             move 'E' to ws-walk-state
123900         else
124000             if evt-date(k) > rst-win-from(i)
124100                 and evt-date(k) not > rst-win-thru(i)
124200                 move evt-date(k) to ws-seg-from
124300                 move 'Y' to ws-seg-moved
124400                 perform link-homeroom
124500                 move evt-date(k) to ws-seg-before
124600                 if evt-action(k) = 'SECT'
124700                     move evt-old-section(k) to ws-cur-section
124800                     move evt-grade(k)       to ws-cur-grade
124900                 else
125000                     move 'U' to ws-walk-state
125100                     perform note-earlier-unknown
125200                 end-if
125300             else
125400                 if evt-date(k) not > rst-win-from(i)
125500                     move 'E' to ws-walk-state
125600                 end-if
125700             end-if
125800             subtract 1 from k
125900         end-if
126000     end-perform
126100     if ws-walk-state = 'E'
126200         move rst-win-from(i) to ws-seg-from
126300         move 'N' to ws-seg-moved
126400         if ws-seg-before not = zero
126500             move 'Y' to ws-seg-moved
126600         end-if
126700         perform link-homeroom
126800     end-if
126900     .
127000 LINK-HOMEROOM.
127100******************************************************************
127200*    ONE STRETCH IN ONE HOMEROOM, TO EVERY TEACHFIL TEACHER OF   *
127300*    IT. A STRETCH WITH NO INSTRUCTIONAL DAY IN IT IS NO LINK.   *
127400******************************************************************
127500     move ws-cur-school to ws-cal-for-school
127600     perform find-calendar
127700     perform count-segment-days
127800     if ws-seg-days > zero
127900         move spaces         to ws-class-key
128000         move ws-cur-school  to ck-school
128100         move 'H'            to ck-type
128200         move ws-cur-grade   to ck-grade
128300         move ws-cur-section to ck-section
128400         move zero to ws-links-found
128500         perform varying j from 1 by 1 until j > ws-teacher-count
128600             if wt-school-code(j) = ws-cur-school
128700                 and wt-grade(j) = ws-cur-grade
128800                 and wt-section(j) = ws-cur-section
128900                 move wt-teacher-id(j) to ws-find-teacher
129000                 perform add-link-row
129100                 add 1 to ws-links-found
129200             end-if
129300         end-perform
129400         if ws-links-found = zero
129500             move 'NO HOMEROOM TEACHER ON TEACHFIL'
129600                 to ws-xcp-why
129700             move ws-seg-first to ws-xcp-from
129800             move ws-seg-last  to ws-xcp-thru
129900             perform add-not-built-row
130000         end-if
130100     end-if
130200     .
130300 NOTE-EARLIER-UNKNOWN.
130400     move rst-win-from(i) to ws-seg-from
130500     perform count-segment-days
130600     if ws-seg-days > zero
130700         move spaces        to ws-class-key
130800         move ws-cur-school to ck-school
130900         move 'H'           to ck-type
131000         if evt-action(k) = 'RBAL'
131100             move 'REBALANCED - EARLIER SECTION NOT ON FILE'
131200                 to ws-xcp-why
131300         else
131400             move 'XFER IN - EARLIER BUILDING NOT ON FILE'
131500                 to ws-xcp-why
131600         end-if
131700         move ws-seg-first to ws-xcp-from
131800         move ws-seg-last  to ws-xcp-thru
131900         perform add-not-built-row
132000     end-if
132100     .
132200 LINK-COURSE-SECTIONS.
132300******************************************************************
132400*    EACH STSCHED SECTION AT TODAY'S BUILDING, TO ITS MSTSCHED   *
132500*    TEACHER, FOR THE STUDENT'S TIME IN THE BUILDING. A SECTION  *
132600*    AT ANOTHER BUILDING IS A SCHEDULE NOT CLEARED AT TRANSFER - *
132700*    IT IS LISTED, NOT LINKED.                                   *
132800******************************************************************
132900     perform until ws-sch-x > ws-sch-count
133000             or sch-student(ws-sch-x) not < rst-id(i)
133100         add 1 to ws-sch-x
133200     end-perform
133300     perform until ws-sch-x > ws-sch-count
133400             or sch-student(ws-sch-x) not = rst-id(i)
133500         move spaces                  to ws-class-key
133600         move sch-school(ws-sch-x)    to ck-school
133700         move 'S'                     to ck-type
133800         move sch-course(ws-sch-x)    to ck-course
133900         move sch-section(ws-sch-x)   to ck-section-no
134000         move ws-bldg-since   to ws-seg-from
134100         move rst-win-thru(i) to ws-seg-thru
134200         move zero            to ws-seg-before
134300         move 'N'             to ws-seg-moved
134400         move rst-school(i)   to ws-cal-for-school
134500         perform find-calendar
134600         perform count-segment-days
134700         if sch-school(ws-sch-x) not = rst-school(i)
134800             move 'SCHEDULED AT A BUILDING THE STUDENT LEFT'
134900                 to ws-xcp-why
135000             move rst-win-from(i) to ws-xcp-from
135100             move rst-win-thru(i) to ws-xcp-thru
135200             perform add-not-built-row
135300         else
135400             if ws-seg-days > zero
135500                 move zero to ws-links-found
135600                 perform varying j from 1 by 1
135700                         until j > ws-mst-count
135800                     if mst-school(j) = sch-school(ws-sch-x)
135900                         and mst-course(j) = sch-course(ws-sch-x)
136000                         and mst-section(j)
136100                             = sch-section(ws-sch-x)
136200                         move mst-teacher(j) to ws-find-teacher
136300                         perform add-link-row
136400                         add 1 to ws-links-found
136500                     end-if
136600                 end-perform
136700                 if ws-links-found = zero
136800                     move 'SECTION NOT ON MSTSCHED' to ws-xcp-why
136900                     move ws-seg-first to ws-xcp-from
137000                     move ws-seg-last  to ws-xcp-thru
137100                     perform add-not-built-row
137200                 end-if
137300             end-if
137400         end-if
137500         add 1 to ws-sch-x
137600     end-perform
137700     .
137800 ADD-LINK-ROW.
137900     if ws-lnk-count < ws-lnk-max
138000         add 1 to ws-lnk-count
138100         move ws-lnk-count to ws-lnk-row
138200         move ck-school          to lnk-school(ws-lnk-row)
138300         move ws-find-teacher    to lnk-teacher(ws-lnk-row)
138400         move ws-class-key       to lnk-class(ws-lnk-row)
138500         move rst-last-name(i)   to lnk-last-name(ws-lnk-row)
138600         move rst-first-name(i)  to lnk-first-name(ws-lnk-row)
138700         move ws-seg-first       to lnk-start(ws-lnk-row)
138800         move zero               to lnk-no(ws-lnk-row)
138900         move rst-id(i)          to lnk-student(ws-lnk-row)
139000         move rst-grade(i)       to lnk-grade(ws-lnk-row)
139100         if ck-is-homeroom
139200             move ws-cur-grade   to lnk-grade(ws-lnk-row)
139300         end-if
139400         move ws-seg-last        to lnk-end(ws-lnk-row)
139500         move ws-bldg-since      to lnk-bldg-from(ws-lnk-row)
139600         move rst-win-thru(i)    to lnk-bldg-thru(ws-lnk-row)
139700         move ws-seg-days        to lnk-days(ws-lnk-row)
139800         move ws-seg-year-days   to lnk-year-days(ws-lnk-row)
139900         compute lnk-pct(ws-lnk-row) rounded =
140000             ws-seg-days * 100 / ws-seg-year-days
140100         move ws-seg-moved       to lnk-moved(ws-lnk-row)
140200         move space              to lnk-state(ws-lnk-row)
140300     else
140400         move 'Y' to ws-lnk-full
140500     end-if
140600     .
140700 ADD-NOT-BUILT-ROW.
140800     perform format-class-text
140900     if ws-xcp-count < ws-xcp-max
141000         add 1 to ws-xcp-count
141100         move ws-xcp-count to ws-xcp-row
141200         move ck-school       to xcp-school(ws-xcp-row)
141300         move rst-id(i)       to xcp-student(ws-xcp-row)
141400         move ws-student-name to xcp-name(ws-xcp-row)
141500         move ws-class-text   to xcp-class(ws-xcp-row)
141600         move ws-xcp-from     to xcp-from(ws-xcp-row)
141700         move ws-xcp-thru     to xcp-thru(ws-xcp-row)
141800         move ws-xcp-why      to xcp-why(ws-xcp-row)
141900     else
142000         move 'Y' to ws-xcp-full
142100     end-if
142200     .
142300 FORMAT-CLASS-TEXT.
142400     move spaces to ws-class-text
142500     if ck-is-homeroom
142600         if ck-grade = spaces
142700             move 'HOMEROOM' to ws-class-text
142800         else
142900             string 'HOMEROOM '  delimited by size
143000                    ck-grade     delimited by size
143100                    '-'          delimited by size
143200                    ck-section   delimited by size
143300                 into ws-class-text
143400             end-string
143500         end-if
143600     else
143700         string ck-course     delimited by space
143800                '-'           delimited by size
143900                ck-section-no delimited by size
144000             into ws-class-text
144100         end-string
144200     end-if
144300     .
144400 WRITE-LINK-FILE.
144500******************************************************************
144600*    THE LINKS IN BUILDING, TEACHER, CLASS AND NAME ORDER,       *
144700*    NUMBERED IN THAT ORDER - THE NUMBER THE TEACHER SEES ON THE *
144800*    ROSTER AND THE OFFICE KEYS ON EVERY TRANSACTION.            *
144900******************************************************************
145000     if ws-lnk-count > 1
145100         sort lnk-row ascending key lnk-school lnk-teacher
145200             lnk-class lnk-last-name lnk-first-name lnk-start
145300             lnk-student
145400     end-if
145500     open output link-file
145600     if ws-torlink-status not = '00'
145700         display 'COULD NOT OPEN TORLINK - STATUS '
145800             ws-torlink-status
145900         move 16 to return-code
146000         stop run
146100     end-if
146200     perform varying ws-lnk-row from 1 by 1
146300             until ws-lnk-row > ws-lnk-count
146400         move ws-lnk-row to lnk-no(ws-lnk-row)
146500         move spaces                    to teacher-link-record
146600         move lnk-no(ws-lnk-row)        to tl-link-no
146700         move ws-school-year            to tl-school-year
146800         move lnk-teacher(ws-lnk-row)   to tl-teacher-id
146900         move lnk-student(ws-lnk-row)   to tl-student-id
147000         move lnk-last-name(ws-lnk-row) to tl-last-name
147100         move lnk-first-name(ws-lnk-row) to tl-first-name
147200         move lnk-grade(ws-lnk-row)     to tl-grade
147300         move lnk-class(ws-lnk-row)     to tl-class-key
147400         move lnk-start(ws-lnk-row)     to tl-start-date
147500         move lnk-end(ws-lnk-row)       to tl-end-date
147600         move lnk-bldg-from(ws-lnk-row) to tl-bldg-from
147700         move lnk-bldg-thru(ws-lnk-row) to tl-bldg-thru
147800         move lnk-days(ws-lnk-row)      to tl-days
147900         move lnk-year-days(ws-lnk-row) to tl-year-days
148000         move lnk-pct(ws-lnk-row)       to tl-pct-time
148100         move lnk-moved(ws-lnk-row)     to tl-moved
148200         move ws-business-date          to tl-built-date
148300         write teacher-link-record
148400         if ws-torlink-status not = '00'
148500             display 'COULD NOT WRITE TORLINK - STATUS '
148600                 ws-torlink-status
148700             move 16 to return-code
148800             stop run
148900         end-if
149000         add 1 to ws-links-written
149100     end-perform
149200     close link-file
149300     .
149400 PRINT-ROSTERS.
149500******************************************************************
149600*    A SECTION PER BUILDING, A PAGE PER TEACHER NUMBERED WITHIN  *
149700*    THE BUILDING, EACH LINK WITH A MARK COLUMN AND THE PAGE     *
149800*    SIGNED AT ITS FOOT - THE SAME BURST THE NIGHTLY PRINTS USE, *
149900*    SO EACH OFFICE HANDS OUT ITS OWN.                           *
150000******************************************************************
150100     move 'TEACHER-OF-RECORD ROSTERS TO VERIFY -' to tr-h-title
150200     move ws-school-year to tr-h-year
150300     move ws-ye-year     to tr-h-next
150400     write tor-line from tr-heading
150500     if ws-lnk-count = zero
150600         move spaces to tor-line
150700         write tor-line
150800         move 'NO LINKS BUILT' to tor-line
150900         write tor-line
151000     end-if
151100     perform varying ws-lnk-row from 1 by 1
151200             until ws-lnk-row > ws-lnk-count
151300         if ws-lnk-row = 1
151400             or lnk-school(ws-lnk-row) not = ws-prev-school
151500             if ws-lnk-row > 1
151600                 perform end-teacher-roster
151700                 perform end-building-rosters
151800             end-if
151900             perform start-building-rosters
152000             perform start-teacher-roster
152100         else
152200             if lnk-teacher(ws-lnk-row) not = ws-prev-teacher
152300                 perform end-teacher-roster
152400                 perform start-teacher-roster
152500             end-if
152600         end-if
152700         perform print-roster-line
152800     end-perform
152900     if ws-lnk-count > zero
153000         perform end-teacher-roster
153100         perform end-building-rosters
153200     end-if
153300     if ws-lnk-full = 'Y'
153400         or ws-table-full = 'Y'
153500         or ws-rst-full = 'Y'
153600         or ws-evt-full = 'Y'
153700         or ws-sch-full = 'Y'
153800         or ws-cal-full = 'Y'
153900         move spaces to tor-line
154000         write tor-line
154100         move '** A TABLE WAS FULL - ROSTERS INCOMPLETE **'
154200             to tor-line
154300         write tor-line
154400     end-if
154500     .
154600 START-BUILDING-ROSTERS.
154700     move lnk-school(ws-lnk-row) to ws-prev-school
154800     move zero to ws-page-count
154900     move zero to ws-bldg-teachers
155000     move zero to ws-bldg-links
155100     move spaces to tor-line
155200     write tor-line
155300     move lnk-school(ws-lnk-row) to tr-b-school
155400     write tor-line from tr-bldg-heading
155500     .
155600 START-TEACHER-ROSTER.
155700     move lnk-teacher(ws-lnk-row) to ws-prev-teacher
155800     add 1 to ws-page-count
155900     add 1 to ws-bldg-teachers
156000     add 1 to ws-rosters-printed
156100     move zero to ws-teacher-links
156200     move spaces to tor-line
156300     write tor-line
156400     move lnk-teacher(ws-lnk-row) to tr-t-teacher
156500     move lnk-teacher(ws-lnk-row) to ws-find-teacher
156600     perform find-teacher-name
156700     move ws-teacher-name to tr-t-name
156800     move lnk-school(ws-lnk-row) to tr-t-school
156900     move ws-page-count to tr-t-page
157000     write tor-line from tr-teacher-line
157100     write tor-line from tr-legend-1
157200     write tor-line from tr-legend-2
157300     write tor-line from tr-column-heading
157400     .
157500 PRINT-ROSTER-LINE.
157600     move lnk-no(ws-lnk-row)      to tr-d-link
157700     move lnk-student(ws-lnk-row) to tr-d-student
157800     move spaces to tr-d-name
157900     string lnk-last-name(ws-lnk-row)  delimited by '  '
158000            ', '                       delimited by size
158100            lnk-first-name(ws-lnk-row) delimited by '  '
158200         into tr-d-name
158300     end-string
158400     move lnk-grade(ws-lnk-row)   to tr-d-grade
158500     move lnk-class(ws-lnk-row)   to ws-class-key
158600     perform format-class-text
158700     move ws-class-text           to tr-d-class
158800     move lnk-start(ws-lnk-row)   to tr-d-from
158900     move lnk-end(ws-lnk-row)     to tr-d-thru
159000     move lnk-days(ws-lnk-row)    to tr-d-days
159100     move lnk-pct(ws-lnk-row)     to tr-d-pct
159200     move spaces to tr-d-moved
159300     if lnk-moved(ws-lnk-row) = 'Y'
159400         move 'MOVED' to tr-d-moved
159500     end-if
159600     write tor-line from tr-detail-line
159700     add 1 to ws-teacher-links
159800     add 1 to ws-bldg-links
159900     .
160000 END-TEACHER-ROSTER.
160100     move ws-teacher-links to tr-k-count
160200     write tor-line from tr-count-line
160300     move spaces to tor-line
160400     write tor-line
160500     write tor-line from tr-sign-line
160600     .
160700 END-BUILDING-ROSTERS.
160800     move spaces to tor-line
160900     write tor-line
161000     move ws-prev-school   to tr-bt-school
161100     move ws-bldg-teachers to tr-bt-teachers
161200     move ws-bldg-links    to tr-bt-links
161300     write tor-line from tr-bldg-total-line
161400     .
161500 PRINT-NOT-BUILT.
161600******************************************************************
161700*    THE TIME NO LINK COULD BE BUILT FOR, BY BUILDING - FOR THE  *
161800*    OFFICE TO SETTLE WITH THE TEACHERS BEFORE THE ROSTERS COME  *
161900*    BACK.                                                       *
162000******************************************************************
162100     if ws-xcp-count > 1
162200         sort xcp-row ascending key xcp-school xcp-student
162300             xcp-from
162400     end-if
162500     move spaces to tor-line
162600     write tor-line
162700     move 'LINKS THAT COULD NOT BE BUILT -' to tr-h-title
162800     write tor-line from tr-heading
162900     move spaces to tor-line
163000     write tor-line
163100     write tor-line from tr-xcp-column-heading
163200     perform varying k from 1 by 1 until k > ws-xcp-count
163300         move xcp-school(k)  to tr-x-school
163400         move xcp-student(k) to tr-x-student
163500         move xcp-name(k)    to tr-x-name
163600         move xcp-class(k)   to tr-x-class
163700         move xcp-from(k)    to tr-x-from
163800         move xcp-thru(k)    to tr-x-thru
163900         move xcp-why(k)     to tr-x-why
164000         write tor-line from tr-xcp-detail-line
164100     end-perform
164200     if ws-xcp-count = zero
164300         move '    EVERY CLASS WAS LINKED TO A TEACHER'
164400             to tor-line
164500         write tor-line
164600     end-if
164700     .
164800 PRINT-BUILD-TOTALS.
164900     move spaces to tor-line
165000     write tor-line
165100     move 'STUDENTS ON ROSTERVS' to rt-label
165200     move ws-students-read to rt-value
165300     write tor-line from run-total-line
165400     move 'STUDENTS ENROLLED THIS SCHOOL YEAR' to rt-label
165500     move ws-rst-count to rt-value
165600     write tor-line from run-total-line
165700     move 'AUDIT RECORDS READ (AUDMNTH AND AUDITLOG)' to rt-label
165800     move ws-audit-seq to rt-value
165900     write tor-line from run-total-line
166000     move 'SECTION MOVES AND TRANSFERS THIS YEAR' to rt-label
166100     move ws-evt-count to rt-value
166200     write tor-line from run-total-line
166300     move 'TORLINK LINKS WRITTEN' to rt-label
166400     move ws-links-written to rt-value
166500     write tor-line from run-total-line
166600     move 'TEACHER ROSTERS PRINTED' to rt-label
166700     move ws-rosters-printed to rt-value
166800     write tor-line from run-total-line
166900     move 'LINKS NOT BUILT' to rt-label
167000     move ws-xcp-count to rt-value
167100     write tor-line from run-total-line
167200     .
167300 LOAD-LINK-TABLE.
167400******************************************************************
167500*    THE LINKS AS BUILT, IN LINK-NUMBER ORDER - WHICH IS ALSO    *
167600*    BUILDING AND TEACHER ORDER, SO EACH TEACHER'S LINKS IN A    *
167700*    BUILDING LIE TOGETHER AND SHARE ONE TVB-TABLE ROW. A FILE   *
167800*    OUT OF ORDER, OR TOO BIG TO HOLD WHOLE, IS NOT CERTIFIED AT *
167900*    ALL.                                                        *
168000******************************************************************
168100     open input link-file
168200     if ws-torlink-status not = '00'
168300         display 'COULD NOT OPEN TORLINK - STATUS '
168400             ws-torlink-status
168500         move 16 to return-code
168600         stop run
168700     end-if
168800     move zero to ws-prev-link
168900     perform until ws-torlink-status not = '00'
169000         read link-file
169100         if ws-torlink-status = '00'
169200             add 1 to ws-links-read
169300             if ws-links-read = 1
169400                 move tl-school-year to ws-school-year
169500             end-if
169600             if tl-link-no not > ws-prev-link
169700                 display 'TORLINK OUT OF LINK-NUMBER ORDER AT '
169800                     tl-link-no ' - NOTHING CERTIFIED'
169900                 move 16 to return-code
170000                 stop run
170100             end-if
170200             move tl-link-no to ws-prev-link
170300             if ws-lnk-count < ws-lnk-max
170400                 perform add-loaded-link
170500             else
170600                 move 'Y' to ws-lnk-full
170700             end-if
170800         end-if
170900     end-perform
171000     close link-file
171100     if ws-lnk-full = 'Y'
171200         or ws-tvb-full = 'Y'
171300         display 'TORLINK TOO LARGE FOR THE LINK OR TEACHER TABLE'
171400             ' - NOTHING CERTIFIED'
171500         move 16 to return-code
171600         stop run
171700     end-if
171800     if ws-links-read = zero
171900         display 'TORLINK IS EMPTY - RUN THE BUILD LEG FIRST'
172000         move 16 to return-code
172100         stop run
172200     end-if
172300     .
172400 ADD-LOADED-LINK.
172500     add 1 to ws-lnk-count
172600     move ws-lnk-count to ws-lnk-row
172700     move tl-school-code to lnk-school(ws-lnk-row)
172800     move tl-teacher-id  to lnk-teacher(ws-lnk-row)
172900     move tl-class-key   to lnk-class(ws-lnk-row)
173000     move tl-last-name   to lnk-last-name(ws-lnk-row)
173100     move tl-first-name  to lnk-first-name(ws-lnk-row)
173200     move tl-start-date  to lnk-start(ws-lnk-row)
173300     move tl-link-no     to lnk-no(ws-lnk-row)
173400     move tl-student-id  to lnk-student(ws-lnk-row)
173500     move tl-grade       to lnk-grade(ws-lnk-row)
173600     move tl-end-date    to lnk-end(ws-lnk-row)
173700     move tl-bldg-from   to lnk-bldg-from(ws-lnk-row)
173800     move tl-bldg-thru   to lnk-bldg-thru(ws-lnk-row)
173900     move tl-days        to lnk-days(ws-lnk-row)
174000     move tl-year-days   to lnk-year-days(ws-lnk-row)
174100     move tl-pct-time    to lnk-pct(ws-lnk-row)
174200     move tl-moved       to lnk-moved(ws-lnk-row)
174300     move space          to lnk-state(ws-lnk-row)
174400     move 'N'            to lnk-adjusted(ws-lnk-row)
174500     move zero to lnk-new-start(ws-lnk-row)
174600         lnk-new-end(ws-lnk-row) lnk-new-days(ws-lnk-row)
174700         lnk-new-pct(ws-lnk-row) lnk-share-teacher(ws-lnk-row)
174800         lnk-share-pct(ws-lnk-row)
174900     move spaces         to lnk-remark(ws-lnk-row)
175000     if ws-tvb-count = zero
175100         or tvb-school(ws-tvb-count) not = tl-school-code
175200         or tvb-teacher(ws-tvb-count) not = tl-teacher-id
175300         if ws-tvb-count < ws-tvb-max
175400             add 1 to ws-tvb-count
175500             move tl-school-code to tvb-school(ws-tvb-count)
175600             move tl-teacher-id  to tvb-teacher(ws-tvb-count)
175700             move zero to tvb-links(ws-tvb-count)
175800                 tvb-open(ws-tvb-count) tvb-removed(ws-tvb-count)
175900                 tvb-shared(ws-tvb-count)
176000                 tvb-certified(ws-tvb-count)
176100                 tvb-held(ws-tvb-count)
176200             move 'N' to tvb-verified(ws-tvb-count)
176300         else
176400             move 'Y' to ws-tvb-full
176500         end-if
176600     end-if
176700     move ws-tvb-count to lnk-tvb-row(ws-lnk-row)
176800     add 1 to tvb-links(ws-tvb-count)
176900     .
177000 APPLY-VERIFICATIONS.
177100******************************************************************
177200*    THE TEACHERS' TRANSACTIONS IN THE ORDER KEYED. NO TORVTRN   *
177300*    YET IS NOT AN ERROR - EVERY TEACHER IS THEN UNVERIFIED.     *
177400******************************************************************
177500     open input verify-file
177600     if ws-torvtrn-status not = '00'
177700         and ws-torvtrn-status not = '35'
177800         display 'COULD NOT OPEN TORVTRN - STATUS '
177900             ws-torvtrn-status
178000         move 16 to return-code
178100         stop run
178200     end-if
178300     if ws-torvtrn-status = '35'
178400         display 'NO TORVTRN - NO TRANSACTIONS APPLIED'
178500     else
178600         perform until ws-torvtrn-status not = '00'
178700             read verify-file
178800             if ws-torvtrn-status = '00'
178900                 add 1 to ws-trans-read
179000                 perform apply-one-verification
179100             end-if
179200         end-perform
179300         close verify-file
179400     end-if
179500     .
179600 APPLY-ONE-VERIFICATION.
179700******************************************************************
179800*    A TRANSACTION MUST NAME A LINK ON TORLINK, WITH ITS TEACHER *
179900*    AND STUDENT, AND AN ACTION THAT MAKES SENSE FOR IT. ONE THAT*
180000*    DOES NOT IS REFUSED AND PRINTED FOR THE PRINCIPAL - THE LINK*
180100*    STAYS AS IT WAS.                                            *
180200******************************************************************
180300     move spaces to ws-refusal
180400     evaluate true
180500         when tv-confirm
180600             move 'CONFIRM'   to ws-action-text
180700         when tv-remove
180800             move 'REMOVE'    to ws-action-text
180900         when tv-adjust
181000             move 'NEW DATES' to ws-action-text
181100         when tv-share
181200             move 'SHARE'     to ws-action-text
181300         when other
181400             move spaces to ws-action-text
181500             string 'ACTION '  delimited by size
181600                    tv-action  delimited by size
181700                 into ws-action-text
181800             end-string
181900     end-evaluate
182000     move zero to ws-lnk-row
182100     search all lnk-row
182200         at end
182300             move 'LINK NUMBER NOT ON TORLINK' to ws-refusal
182400         when lnk-no(lnk-idx) = tv-link-no
182500             set ws-lnk-row to lnk-idx
182600     end-search
182700     if ws-refusal = spaces
182800         evaluate true
182900             when tv-teacher-id not = lnk-teacher(ws-lnk-row)
183000                 move 'TEACHER DOES NOT MATCH THE LINK'
183100                     to ws-refusal
183200             when tv-student-id not = lnk-student(ws-lnk-row)
183300                 move 'STUDENT DOES NOT MATCH THE LINK'
183400                     to ws-refusal
183500             when tv-adjust
183600                 perform edit-new-dates
183700             when tv-share
183800                 perform edit-share
183900             when tv-confirm
184000             when tv-remove
184100                 continue
184200             when other
184300                 move 'ACTION IS NOT C, R, D OR S' to ws-refusal
184400         end-evaluate
184500     end-if
184600     if ws-refusal = spaces
184700         add 1 to ws-trans-applied
184800         perform take-verification
184900     else
185000         add 1 to ws-trans-refused
185100         move 2              to ws-dsp-order
185200         move ws-action-text to ws-dsp-what
185300         move ws-refusal     to ws-dsp-why
185400         perform add-dispute-row
185500     end-if
185600     .
185700 EDIT-NEW-DATES.
185800******************************************************************
185900*    NEW DATES MUST FALL IN THE STUDENT'S TIME IN THE BUILDING   *
186000*    AND TAKE IN AT LEAST ONE INSTRUCTIONAL DAY. THEY ARE KEPT AS*
186100*    THE FIRST AND LAST INSTRUCTIONAL DAYS BETWEEN THEM, AS THE  *
186200*    BUILD KEEPS THEM.                                           *
186300******************************************************************
186400     if tv-start-date not numeric
186500         or tv-end-date not numeric
186600         move 'NEW DATES ARE NOT NUMERIC' to ws-refusal
186700     else
186800         if tv-start-date > tv-end-date
186900             move 'NEW FROM DATE IS AFTER THE THRU DATE'
187000                 to ws-refusal
187100         else
187200             if tv-start-date < lnk-bldg-from(ws-lnk-row)
187300                 or tv-end-date > lnk-bldg-thru(ws-lnk-row)
187400                 move 'NEW DATES OUTSIDE TIME IN THE BUILDING'
187500                     to ws-refusal
187600             else
187700                 move lnk-school(ws-lnk-row) to ws-cal-for-school
187800                 perform find-calendar
187900                 move tv-start-date to ws-seg-from
188000                 move tv-end-date   to ws-seg-thru
188100                 move zero          to ws-seg-before
188200                 perform count-segment-days
188300                 if ws-seg-days = zero
188400                     move 'NO INSTRUCTIONAL DAY IN THE NEW DATES'
188500                         to ws-refusal
188600                 end-if
188700             end-if
188800         end-if
188900     end-if
189000     .
189100 EDIT-SHARE.
189200******************************************************************
189300*    THE CO-TEACHER MUST BE A TEACHER THE DISTRICT KNOWS, NOT THE*
189400*    LINK'S OWN TEACHER, AND NOT ALREADY LINKED TO THE STUDENT IN*
189500*    THE SAME CLASS IN THEIR OWN RIGHT - THAT WOULD COUNT THE    *
189600*    STUDENT TWICE.                                              *
189700******************************************************************
189800     evaluate true
189900         when tv-share-teacher not numeric
190000             or tv-share-teacher = zero
190100             move 'NO CO-TEACHER GIVEN' to ws-refusal
190200         when tv-share-teacher = lnk-teacher(ws-lnk-row)
190300             move 'CO-TEACHER IS THE LINK TEACHER' to ws-refusal
190400         when tv-share-pct not numeric
190500             or tv-share-pct < 1
190600             or tv-share-pct > 99
190700             move 'SHARE PERCENT IS NOT 1 TO 99' to ws-refusal
190800         when other
190900             move tv-share-teacher to ws-find-teacher
191000             perform find-teacher-name
191100             if ws-teacher-known = 'N'
191200                 move 'CO-TEACHER NOT ON TEACHFIL OR MSTSCHED'
191300                     to ws-refusal
191400             else
191500                 perform varying j from 1 by 1
191600                         until j > ws-lnk-count
191700                     if lnk-teacher(j) = tv-share-teacher
191800                         and lnk-student(j)
191900                             = lnk-student(ws-lnk-row)
192000                         and lnk-class(j) = lnk-class(ws-lnk-row)
192100                         and lnk-state(j) not = 'R'
192200                         move 'CO-TEACHER HAS THEIR OWN LINK'
192300                             to ws-refusal
192400                     end-if
192500                 end-perform
192600             end-if
192700     end-evaluate
192800     .
192900 TAKE-VERIFICATION.
193000******************************************************************
193100*    THE LATEST TRANSACTION STANDS: A CONFIRM PUTS BACK THE      *
193200*    PRINTED DATES AND DROPS ANY SHARE, A REMOVE DROPS BOTH, NEW *
193300*    DATES AND A SHARE STAND TOGETHER.                           *
193400******************************************************************
193500     evaluate true
193600         when tv-confirm
193700             move 'C' to lnk-state(ws-lnk-row)
193800             move 'N' to lnk-adjusted(ws-lnk-row)
193900             move zero to lnk-share-teacher(ws-lnk-row)
194000                 lnk-share-pct(ws-lnk-row)
194100         when tv-remove
194200             move 'R' to lnk-state(ws-lnk-row)
194300             move 'N' to lnk-adjusted(ws-lnk-row)
194400             move zero to lnk-share-teacher(ws-lnk-row)
194500                 lnk-share-pct(ws-lnk-row)
194600             move tv-remark to lnk-remark(ws-lnk-row)
194700         when tv-adjust
194800             move 'Y' to lnk-adjusted(ws-lnk-row)
194900             move ws-seg-first to lnk-new-start(ws-lnk-row)
195000             move ws-seg-last  to lnk-new-end(ws-lnk-row)
195100             move ws-seg-days  to lnk-new-days(ws-lnk-row)
195200             compute lnk-new-pct(ws-lnk-row) rounded =
195300                 ws-seg-days * 100 / ws-seg-year-days
195400             if lnk-share-teacher(ws-lnk-row) = zero
195500                 move 'D' to lnk-state(ws-lnk-row)
195600             else
195700                 move 'S' to lnk-state(ws-lnk-row)
195800             end-if
195900         when tv-share
196000             move tv-share-teacher
196100                 to lnk-share-teacher(ws-lnk-row)
196200             move tv-share-pct     to lnk-share-pct(ws-lnk-row)
196300             move 'S' to lnk-state(ws-lnk-row)
196400     end-evaluate
196500     .
196600 ADD-DISPUTE-ROW.
196700******************************************************************
196800*    ONE LINE FOR THE PRINCIPAL ABOUT LINK WS-LNK-ROW - OR, WHEN *
196900*    IT IS ZERO, ABOUT THE TRANSACTION IN HAND, WHICH NAMED NO   *
197000*    LINK ON TORLINK.                                            *
197100******************************************************************
197200     if ws-dsp-count < ws-dsp-max
197300         add 1 to ws-dsp-count
197400         add 1 to ws-dsp-seq
197500         move ws-dsp-count to ws-dsp-row
197600         move ws-dsp-order to dsp-order(ws-dsp-row)
197700         move ws-dsp-seq   to dsp-seq(ws-dsp-row)
197800         move ws-dsp-what  to dsp-what(ws-dsp-row)
197900         move ws-dsp-why   to dsp-why(ws-dsp-row)
198000         move zero to dsp-links(ws-dsp-row) dsp-open(ws-dsp-row)
198100         if ws-lnk-row = zero
198200             move high-values   to dsp-school(ws-dsp-row)
198300             move tv-link-no    to dsp-link(ws-dsp-row)
198400             move tv-teacher-id to dsp-teacher(ws-dsp-row)
198500             move tv-student-id to dsp-student(ws-dsp-row)
198600             move spaces to dsp-name(ws-dsp-row)
198700                 dsp-class(ws-dsp-row)
198800         else
198900             move lnk-school(ws-lnk-row) to dsp-school(ws-dsp-row)
199000             move lnk-no(ws-lnk-row)     to dsp-link(ws-dsp-row)
199100             move lnk-teacher(ws-lnk-row)
199200                 to dsp-teacher(ws-dsp-row)
199300             move lnk-student(ws-lnk-row)
199400                 to dsp-student(ws-dsp-row)
199500             move spaces to dsp-name(ws-dsp-row)
199600             string lnk-last-name(ws-lnk-row)  delimited by '  '
199700                    ', '                       delimited by size
199800                    lnk-first-name(ws-lnk-row) delimited by '  '
199900                 into dsp-name(ws-dsp-row)
200000             end-string
200100             move lnk-class(ws-lnk-row) to ws-class-key
200200             perform format-class-text
200300             move ws-class-text to dsp-class(ws-dsp-row)
200400         end-if
200500     else
200600         move 'Y' to ws-dsp-full
200700     end-if
200800     .
200900 SETTLE-TEACHERS.
201000******************************************************************
201100*    EACH LINK'S STANDING COUNTED TO ITS TEACHER. A TEACHER WITH *
201200*    NO LINK LEFT UNANSWERED IN A BUILDING IS VERIFIED THERE; ONE*
201300*    WITH ANY IS LISTED FOR THE PRINCIPAL, AS IS EVERY LINK A    *
201400*    TEACHER REMOVED.                                            *
201500******************************************************************
201600     perform varying ws-lnk-row from 1 by 1
201700             until ws-lnk-row > ws-lnk-count
201800         move lnk-tvb-row(ws-lnk-row) to ws-tvb-row
201900         evaluate lnk-state(ws-lnk-row)
202000             when space
202100                 add 1 to tvb-open(ws-tvb-row)
202200             when 'R'
202300                 add 1 to tvb-removed(ws-tvb-row)
202400                 add 1 to ws-removed-count
202500                 move 2 to ws-dsp-order
202600                 move 'REMOVED' to ws-dsp-what
202700                 move lnk-remark(ws-lnk-row) to ws-dsp-why
202800                 if ws-dsp-why = spaces
202900                     move 'NO REASON GIVEN' to ws-dsp-why
203000                 end-if
203100                 perform add-dispute-row
203200             when 'S'
203300                 add 1 to tvb-shared(ws-tvb-row)
203400         end-evaluate
203500     end-perform
203600     perform varying ws-tvb-row from 1 by 1
203700             until ws-tvb-row > ws-tvb-count
203800         if tvb-open(ws-tvb-row) = zero
203900             move 'Y' to tvb-verified(ws-tvb-row)
204000         else
204100             add 1 to ws-unverified
204200             perform add-unverified-row
204300         end-if
204400     end-perform
204500     .
204600 ADD-UNVERIFIED-ROW.
204700     if ws-dsp-count < ws-dsp-max
204800         add 1 to ws-dsp-count
204900         add 1 to ws-dsp-seq
205000         move ws-dsp-count to ws-dsp-row
205100         move tvb-school(ws-tvb-row)  to dsp-school(ws-dsp-row)
205200         move 1                       to dsp-order(ws-dsp-row)
205300         move tvb-teacher(ws-tvb-row) to dsp-teacher(ws-dsp-row)
205400         move zero                    to dsp-link(ws-dsp-row)
205500         move ws-dsp-seq              to dsp-seq(ws-dsp-row)
205600         move zero                    to dsp-student(ws-dsp-row)
205700         move tvb-teacher(ws-tvb-row) to ws-find-teacher
205800         perform find-teacher-name
205900         move ws-teacher-name         to dsp-name(ws-dsp-row)
206000         move spaces to dsp-class(ws-dsp-row) dsp-what(ws-dsp-row)
206100             dsp-why(ws-dsp-row)
206200         move tvb-links(ws-tvb-row)   to dsp-links(ws-dsp-row)
206300         move tvb-open(ws-tvb-row)    to dsp-open(ws-dsp-row)
206400     else
206500         move 'Y' to ws-dsp-full
206600     end-if
206700     .
206800 WRITE-CERTIFIED-FILE.
206900******************************************************************
207000*    EVERY LINK OF A VERIFIED TEACHER THAT WAS NOT REMOVED, UNDER*
207100*    THE STUDENT'S SSID, BETWEEN THE 'HDR' AND 'TRL' CONTROL     *
207200*    RECORDS. A STUDENT WITH NO SSID YET IS HELD BACK - THE STATE*
207300*    CANNOT MATCH THE LINK WITHOUT ONE.                          *
207400******************************************************************
207500     open input ssid-xref-file
207600     if ws-ssidx-status not = '00'
207700         display 'COULD NOT OPEN SSIDXREF - STATUS '
207800             ws-ssidx-status
207900         move 16 to return-code
208000         stop run
208100     end-if
208200     open output certified-file
208300     if ws-torcert-status not = '00'
208400         display 'COULD NOT OPEN TORCERT - STATUS '
208500             ws-torcert-status
208600         move 16 to return-code
208700         stop run
208800     end-if
208900     move spaces           to tor-control-record
209000     move 'HDR'            to ih-record-type
209100     move ws-sender-id     to ih-sender-id
209200     move ws-file-type     to ih-file-type
209300     move ws-school-year   to ih-file-seq
209400     move ws-business-date to ih-as-of-date
209500     move zero             to ih-record-count
209600     move zero             to ih-hash-total
209700     write certified-line from tor-control-record
209800     perform check-certified-write
209900     perform varying ws-lnk-row from 1 by 1
210000             until ws-lnk-row > ws-lnk-count
210100         move lnk-tvb-row(ws-lnk-row) to ws-tvb-row
210200         if tvb-verified(ws-tvb-row) = 'Y'
210300             and lnk-state(ws-lnk-row) not = 'R'
210400             move lnk-student(ws-lnk-row) to sx-local-id
210500             read ssid-xref-file record key is sx-local-id
210600             if ws-ssidx-status = '00'
210700                 and sx-state-id not = spaces
210800                 perform write-certified-link
210900             else
211000                 add 1 to tvb-held(ws-tvb-row)
211100                 add 1 to ws-held-count
211200                 move 3 to ws-dsp-order
211300                 move 'HELD' to ws-dsp-what
211400                 move 'NO SSID ON SSIDXREF - HELD BACK'
211500                     to ws-dsp-why
211600                 perform add-dispute-row
211700             end-if
211800         end-if
211900     end-perform
212000     move 'TRL'           to ih-record-type
212100     move ws-detail-count to ih-record-count
212200     move ws-hash-total   to ih-hash-total
212300     write certified-line from tor-control-record
212400     perform check-certified-write
212500     close certified-file
212600     close ssid-xref-file
212700     .
212800 WRITE-CERTIFIED-LINK.
212900******************************************************************
213000*    THE TEACHER'S RECORD, CARRYING ALL THE RESPONSIBILITY UNLESS*
213100*    THE LINK WAS SHARED - THEN A SECOND RECORD FOR THE CO-      *
213200*    TEACHER'S PART, ON THE SAME DATES.                          *
213300******************************************************************
213400     move spaces to certified-link-record
213500     move lnk-class(ws-lnk-row)   to ws-class-key
213600     move ws-school-year          to tc-school-year
213700     move lnk-school(ws-lnk-row)  to tc-school-code
213800     move lnk-teacher(ws-lnk-row) to tc-teacher-id
213900     move sx-state-id             to tc-state-id
214000     move lnk-student(ws-lnk-row) to tc-student-id
214100     move ck-type                 to tc-class-type
214200     move ck-detail               to tc-class-detail
214300     if lnk-adjusted(ws-lnk-row) = 'Y'
214400         move lnk-new-start(ws-lnk-row) to tc-start-date
214500         move lnk-new-end(ws-lnk-row)   to tc-end-date
214600         move lnk-new-pct(ws-lnk-row)   to tc-pct-time
214700     else
214800         move lnk-start(ws-lnk-row)     to tc-start-date
214900         move lnk-end(ws-lnk-row)       to tc-end-date
215000         move lnk-pct(ws-lnk-row)       to tc-pct-time
215100     end-if
215200     compute tc-responsibility = 100 - lnk-share-pct(ws-lnk-row)
215300     move lnk-share-teacher(ws-lnk-row) to tc-shared-with
215400     move lnk-state(ws-lnk-row)   to tc-verified-as
215500     move ws-business-date        to tc-certified-date
215600     write certified-line from certified-link-record
215700     perform check-certified-write
215800     add 1 to ws-detail-count
215900     add lnk-student(ws-lnk-row) to ws-hash-total
216000     add 1 to tvb-certified(ws-tvb-row)
216100     if lnk-share-teacher(ws-lnk-row) not = zero
216200         move lnk-share-teacher(ws-lnk-row) to tc-teacher-id
216300         move lnk-share-pct(ws-lnk-row)     to tc-responsibility
216400         move lnk-teacher(ws-lnk-row)       to tc-shared-with
216500         write certified-line from certified-link-record
216600         perform check-certified-write
216700         add 1 to ws-detail-count
216800         add lnk-student(ws-lnk-row) to ws-hash-total
216900     end-if
217000     .
217100 CHECK-CERTIFIED-WRITE.
217200     if ws-torcert-status not = '00'
217300         display 'COULD NOT WRITE TORCERT - STATUS '
217400             ws-torcert-status
217500         move 16 to return-code
217600         stop run
217700     end-if
217800     .
217900 PRINT-PRINCIPALS-REPORT.
218000******************************************************************
218100*    A SECTION PER BUILDING: THE TEACHERS NOT YET VERIFIED, THE  *
218200*    DISPUTED LINKS AND THE LINKS HELD BACK, THEN THE BUILDING'S *
218300*    TOTALS. TRANSACTIONS THAT NAMED NO LINK ON TORLINK COME     *
218400*    LAST.                                                       *
218500******************************************************************
218600     if ws-dsp-count > 1
218700         sort dsp-row ascending key dsp-school dsp-order
218800             dsp-teacher dsp-link dsp-seq
218900     end-if
219000     move 'TEACHER-OF-RECORD CERTIFICATION -' to tr-h-title
219100     move ws-school-year to tr-h-year
219200     move ws-ye-year     to tr-h-next
219300     write tor-line from tr-heading
219400     move 1 to ws-dsp-row
219500     perform varying ws-tvb-row from 1 by 1
219600             until ws-tvb-row > ws-tvb-count
219700         if ws-tvb-row = 1
219800             or tvb-school(ws-tvb-row) not = ws-prev-school
219900             if ws-tvb-row > 1
220000                 perform end-building-certify
220100             end-if
220200             perform start-building-certify
220300         end-if
220400         add 1 to ws-bldg-teachers
220500         if tvb-verified(ws-tvb-row) = 'Y'
220600             add 1 to ws-bldg-verified
220700         end-if
220800         add tvb-links(ws-tvb-row)     to ws-bldg-links
220900         add tvb-open(ws-tvb-row)      to ws-bldg-open
221000         add tvb-removed(ws-tvb-row)   to ws-bldg-removed
221100         add tvb-certified(ws-tvb-row) to ws-bldg-certified
221200         add tvb-held(ws-tvb-row)      to ws-bldg-held
221300     end-perform
221400     if ws-tvb-count > zero
221500         perform end-building-certify
221600     end-if
221700     move spaces to tor-line
221800     write tor-line
221900     move 'TRANSACTIONS FOR LINKS NOT ON TORLINK' to tr-s-text
222000     write tor-line from tr-sub-heading
222100     write tor-line from tr-dsp-column-heading
222200     move zero to ws-teacher-links
222300     perform until ws-dsp-row > ws-dsp-count
222400         perform print-dispute-line
222500         add 1 to ws-dsp-row
222600         add 1 to ws-teacher-links
222700     end-perform
222800     if ws-teacher-links = zero
222900         move '    NONE' to tor-line
223000         write tor-line
223100     end-if
223200     if ws-dsp-full = 'Y'
223300         move spaces to tor-line
223400         write tor-line
223500         move '** DISPUTE TABLE FULL - REPORT INCOMPLETE **'
223600             to tor-line
223700         write tor-line
223800     end-if
223900     .
224000 START-BUILDING-CERTIFY.
224100     move tvb-school(ws-tvb-row) to ws-prev-school
224200     move zero to ws-bldg-teachers ws-bldg-verified ws-bldg-links
224300         ws-bldg-open ws-bldg-removed ws-bldg-certified
224400         ws-bldg-held
224500     move spaces to tor-line
224600     write tor-line
224700     move tvb-school(ws-tvb-row) to tr-b-school
224800     write tor-line from tr-bldg-heading
224900     .
225000 END-BUILDING-CERTIFY.
225100     perform varying ws-dsp-order from 1 by 1
225200             until ws-dsp-order > 3
225300         perform print-building-disputes
225400     end-perform
225500     move spaces to tor-line
225600     write tor-line
225700     move ws-prev-school    to tr-ct-school
225800     move ws-bldg-teachers  to tr-ct-teachers
225900     move ws-bldg-verified  to tr-ct-verified
226000     move ws-bldg-links     to tr-ct-links
226100     move ws-bldg-open      to tr-ct-open
226200     move ws-bldg-removed   to tr-ct-removed
226300     move ws-bldg-certified to tr-ct-certified
226400     move ws-bldg-held      to tr-ct-held
226500     write tor-line from tr-cert-total-line
226600     .
226700 PRINT-BUILDING-DISPUTES.
226800     move spaces to tor-line
226900     write tor-line
227000     evaluate ws-dsp-order
227100         when 1
227200             move 'UNVERIFIED TEACHERS - LINKS NOT YET ANSWERED'
227300                 to tr-s-text
227400         when 2
227500             move 'DISPUTED LINKS - REMOVED OR REFUSED'
227600                 to tr-s-text
227700         when 3
227800             move 'LINKS HELD BACK FROM THE STATE' to tr-s-text
227900     end-evaluate
228000     write tor-line from tr-sub-heading
228100     if ws-dsp-order not = 1
228200         write tor-line from tr-dsp-column-heading
228300     end-if
228400     move zero to ws-teacher-links
228500     perform until ws-dsp-row > ws-dsp-count
228600             or dsp-school(ws-dsp-row) not = ws-prev-school
228700             or dsp-order(ws-dsp-row) not = ws-dsp-order
228800         perform print-dispute-line
228900         add 1 to ws-dsp-row
229000         add 1 to ws-teacher-links
229100     end-perform
229200     if ws-teacher-links = zero
229300         move '    NONE' to tor-line
229400         write tor-line
229500     end-if
229600     .
229700 PRINT-DISPUTE-LINE.
229800     if dsp-order(ws-dsp-row) = 1
229900         move dsp-teacher(ws-dsp-row) to tr-u-teacher
230000         move dsp-name(ws-dsp-row)    to tr-u-name
230100         move dsp-links(ws-dsp-row)   to tr-u-links
230200         move dsp-open(ws-dsp-row)    to tr-u-open
230300         write tor-line from tr-unverified-line
230400     else
230500         move dsp-link(ws-dsp-row)    to tr-p-link
230600         move dsp-teacher(ws-dsp-row) to tr-p-teacher
230700         move dsp-student(ws-dsp-row) to tr-p-student
230800         move dsp-name(ws-dsp-row)    to tr-p-name
230900         move dsp-class(ws-dsp-row)   to tr-p-class
231000         move dsp-what(ws-dsp-row)    to tr-p-what
231100         move dsp-why(ws-dsp-row)     to tr-p-why
231200         write tor-line from tr-dsp-detail-line
231300     end-if
231400     .
231500 PRINT-CERTIFY-TOTALS.
231600     move spaces to tor-line
231700     write tor-line
231800     move 'TORLINK LINKS READ' to rt-label
231900     move ws-links-read to rt-value
232000     write tor-line from run-total-line
232100     move 'TORVTRN TRANSACTIONS READ' to rt-label
232200     move ws-trans-read to rt-value
232300     write tor-line from run-total-line
232400     move '  APPLIED' to rt-label
232500     move ws-trans-applied to rt-value
232600     write tor-line from run-total-line
232700     move '  REFUSED' to rt-label
232800     move ws-trans-refused to rt-value
232900     write tor-line from run-total-line
233000     move 'TEACHER ROSTERS (TEACHER AND BUILDING)' to rt-label
233100     move ws-tvb-count to rt-value
233200     write tor-line from run-total-line
233300     move '  NOT YET VERIFIED' to rt-label
233400     move ws-unverified to rt-value
233500     write tor-line from run-total-line
233600     move 'LINKS REMOVED BY THE TEACHER' to rt-label
233700     move ws-removed-count to rt-value
233800     write tor-line from run-total-line
233900     move 'LINKS HELD BACK - NO SSID' to rt-label
234000     move ws-held-count to rt-value
234100     write tor-line from run-total-line
234200     move 'TORCERT DETAIL RECORDS' to rt-label
234300     move ws-detail-count to rt-value
234400     write tor-line from run-total-line
234500     .
234600 READ-BUSINESS-DATE.
234700******************************************************************
234800*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
234900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
235000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
235100******************************************************************
235200     open input business-date-file
235300     if ws-busdate-status not = '00'
235400         display 'COULD NOT OPEN BUSDATE - STATUS '
235500             ws-busdate-status
235600         move 16 to return-code
235700         stop run
235800     end-if
235900     read business-date-file next record
236000     if ws-busdate-status not = '00'
236100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
236200             ws-busdate-status
236300         move 16 to return-code
236400         stop run
236500     end-if
236600     close business-date-file
236700     move bd-business-date to ws-business-date
236800     if bd-override-date not = zero
236900         move bd-override-date to ws-business-date
237000         move 'Y' to ws-bus-date-override
237100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
237200             bd-override-date ' SET BY ' bd-override-operator
237300         display '    REASON: ' bd-override-reason
237400     end-if
237500     move ws-business-date to bdh-date
237600     if ws-bus-date-override = 'Y'
237700         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
237800             to bdh-override
237900     end-if
238000     .
