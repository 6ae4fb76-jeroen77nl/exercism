000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSINTV.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MTSS/RTI INTERVENTION TRACKING AND PROGRESS MONITORING. THE *
000900*    BUILDING INTERVENTION TEAMS PLACE A STUDENT IN A TIER OF    *
001000*    SUPPORT (1 CORE, 2 TARGETED, 3 INTENSIVE) WITH AN           *
001100*    INTERVENTION, AN INTERVENTIONIST, START AND END DATES AND A *
001200*    GOAL, THEN PROBE THE STUDENT EVERY FEW WEEKS. THIS JOB TAKES*
001300*    THE TEAMS' TRANSACTION FILE (INTVTRAN):                     *
001400*      'I' - PLACE, CORRECT OR CLOSE AN INTERVENTION. CLEAN ROWS *
001500*            APPEND TO INTVFILE (COPY INTVREC); THE LAST ROW FOR *
001600*            A STUDENT, INTERVENTION AND START DATE IS THE ONE OF*
001700*            RECORD.                                             *
001800*      'P' - A PROGRESS-MONITORING PROBE SCORE. CLEAN ROWS       *
001900*            APPEND TO PMONLOG (COPY PMONREC) UNDER THE          *
002000*            INTERVENTION WHOSE DATES COVER THE PROBE DATE.      *
002100*    EVERY ROW RUNS THROUGH THE USUAL ROSTER EDITS, THE INTVCODE *
002200*    TABLE OF CODETBL AND TEACHFIL; REJECTS ARE LISTED ON        *
002300*    INTVRPT WITH A REASON CODE FOR THE TEAM TO FIX AND RESUBMIT.*
002400*    INTVRPT THEN CARRIES THE REVIEW: EVERY ACTIVE INTERVENTION  *
002500*    WITH ITS PROBES AGAINST THE GOAL LINE (BASELINE ON THE START*
002600*    DATE TO GOAL ON THE END DATE, DRAWN STRAIGHT BY CALENDAR    *
002700*    DAY), AND A TIER-CHANGE DECISION FLAG ONCE THE INTERVENTION *
002800*    HAS THE SET NUMBER OF DATA POINTS (INTVCTL CARD, DEFAULT 6) *
002900*    OR HAS RUN PAST ITS END DATE.                               *
003000*    RETURN CODES: 0 EVERY ROW POSTED, 4 A ROW REJECTED OR A     *
003100*    TABLE CUT SHORT, 16 A FILE COULD NOT BE READ OR WRITTEN.    *
003200*    SEE JCL/GSINTV.JCL.                                         *
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
004400     SELECT REVIEW-CONTROL-FILE ASSIGN TO INTVCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-INTVCTL-STATUS.
004700     SELECT TRANSACTION-FILE ASSIGN TO INTVTRAN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-INTVTRAN-STATUS.
005000     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS ST-ID
005400         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005500     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TEACHFIL-STATUS.
005800     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CODETBL-STATUS.
006100     SELECT INTERVENTION-FILE ASSIGN TO INTVFILE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-INTVFILE-STATUS.
006400     SELECT PROBE-SCORE-FILE ASSIGN TO PMONLOG
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PMONLOG-STATUS.
006700     SELECT REVIEW-RPT ASSIGN TO INTVRPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-INTVRPT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  BUSINESS-DATE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  BUSINESS-DATE-RECORD.
007500     COPY BDATREC.
007600******************************************************************
007700*    INTVCTL - OPTIONAL. COLUMNS 1-2 THE NUMBER OF DATA POINTS   *
007800*    AN INTERVENTION NEEDS BEFORE THE TEAM DECIDES ON A TIER     *
007900*    CHANGE, 04-20. NO CARD OR ANYTHING ELSE KEEPS THE DEFAULT.  *
008000******************************************************************
008100 FD  REVIEW-CONTROL-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  REVIEW-CONTROL-RECORD.
008400     05  IC-DECISION-POINTS      PIC X(02).
008500******************************************************************
008600*    INTVTRAN - ONE ROW PER TRANSACTION AS THE TEAM ENTERED IT:  *
008700*      COL 1     'I' INTERVENTION OR 'P' PROBE                   *
008800*      COL 2-8   STUDENT ID                                      *
008900*      COL 9-12  INTERVENTION CODE (INTVCODE)                    *
009000*      COL 13-20 START DATE ('I') OR PROBE DATE ('P')            *
009100*    FOR 'I':                                                    *
009200*      COL 21    TIER 1-3                                        *
009300*      COL 22-26 INTERVENTIONIST (TEACHER ID)                    *
009400*      COL 27-34 END DATE                                        *
009500*      COL 35-37 BASELINE SCORE                                  *
009600*      COL 38-40 GOAL SCORE                                      *
009700*      COL 41    'C' TO CLOSE THE INTERVENTION, ELSE BLANK       *
009800*    FOR 'P':                                                    *
009900*      COL 21-23 PROBE SCORE                                     *
010000******************************************************************
010100 FD  TRANSACTION-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  TRANSACTION-RECORD.
010400     05  TR-TYPE                 PIC X(01).
010500     05  TR-STUDENT-ID           PIC 9(07).
010600     05  TR-INTV-CODE            PIC X(04).
010700     05  TR-DATE                 PIC 9(08).
010800     05  TR-INTV-DETAIL.
010900         10  TR-TIER             PIC 9(01).
011000         10  TR-INTERVENTIONIST  PIC 9(05).
011100         10  TR-END-DATE         PIC 9(08).
011200         10  TR-BASELINE         PIC 9(03).
011300         10  TR-GOAL             PIC 9(03).
011400         10  TR-STATUS           PIC X(01).
011500     05  TR-PROBE-DETAIL REDEFINES TR-INTV-DETAIL.
011600         10  TR-SCORE            PIC 9(03).
011700         10  FILLER              PIC X(18).
011800 FD  ROSTER-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  ROSTER-FILE-RECORD.
012100     COPY ROSTERREC.
012200 FD  TEACHER-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  TEACHER-FILE-RECORD.
012500     COPY TEACHASN.
012600 FD  CODE-TABLE-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  CODE-TABLE-RECORD.
012900     COPY CODEREC.
013000 FD  INTERVENTION-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  INTERVENTION-RECORD.
013300     COPY INTVREC.
013400 FD  PROBE-SCORE-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  PROBE-SCORE-RECORD.
013700     COPY PMONREC.
013800 FD  REVIEW-RPT
013900     LABEL RECORDS ARE STANDARD.
014000 01  REVIEW-LINE                 PIC X(100).
014100 WORKING-STORAGE SECTION.
014200 01  WS-INTVCTL-STATUS        PIC X(02).
014300 01  WS-INTVTRAN-STATUS       PIC X(02).
014400 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014500 01  WS-TEACHFIL-STATUS       PIC X(02).
014600 01  WS-CODETBL-STATUS        PIC X(02).
014700 01  WS-INTVFILE-STATUS       PIC X(02).
014800 01  WS-PMONLOG-STATUS        PIC X(02).
014900 01  WS-INTVRPT-STATUS        PIC X(02).
015000 01  i                        PIC 9(05).
015100 01  j                        PIC 9(05).
015200 01  p                        PIC 9(05).
015300******************************************************************
015400*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
015500*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
015600******************************************************************
015700 01  WS-BUSDATE-STATUS        PIC X(02).
015800 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
015900 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016000 01  BUS-DATE-HEADING.
016100     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
016200     05  BDH-DATE             PIC 9(08).
016300     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
016400******************************************************************
016500*    THE TIER-DECISION RULE. ONCE AN INTERVENTION HAS            *
016600*    WS-DECISION-POINTS PROBES (INTVCTL, DEFAULT 6) THE TEAM IS  *
016700*    DUE TO DECIDE; THE LAST WS-RULE-POINTS PROBES ALL SHORT OF  *
016800*    THE GOAL LINE POINT TO INTENSIFYING, ALL AT OR BEYOND IT TO *
016900*    STEPPING DOWN - THE USUAL FOUR-POINT RULE.                  *
017000******************************************************************
017100 77  WS-RULE-POINTS           PIC 9(02) VALUE 04.
017200 01  WS-DECISION-POINTS       PIC 9(02) VALUE 06.
017300******************************************************************
017400*    CALENDAR-DAY COUNTING FOR THE GOAL LINE. THE DATE IS STEPPED*
017500*    A DAY AT A TIME THE WAY GSBDATE ADVANCES THE BUSINESS DATE. *
017600******************************************************************
017700 01  WS-COUNT-FROM            PIC 9(08).
017800 01  WS-COUNT-TO              PIC 9(08).
017900 01  WS-DAY-COUNT             PIC 9(05).
018000 01  WS-NEXT-DATE             PIC 9(08).
018100 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
018200     05  WS-NEXT-YEAR         PIC 9(04).
018300     05  WS-NEXT-MONTH        PIC 9(02).
018400     05  WS-NEXT-DAY          PIC 9(02).
018500 01  WS-MONTH-DAYS-LIST       PIC X(24)
018600     VALUE '312831303130313130313031'.
018700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
018800     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
018900 01  WS-MONTH-END             PIC 9(02).
019000 01  WS-LEAP-QUOTIENT         PIC 9(04).
019100 01  WS-LEAP-REM-4            PIC 9(04).
019200 01  WS-LEAP-REM-100          PIC 9(04).
019300 01  WS-LEAP-REM-400          PIC 9(04).
019400******************************************************************
019500*    EVERY STUDENT ON ROSTERVS WITH THE FIELDS THE EDITS AND THE *
019600*    REVIEW NEED, IN ID ORDER FOR THE SEARCH ALL PER ROW.        *
019700******************************************************************
019800 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
019900 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
020000 01  RST-TABLE.
020100     05  RST-ROW              OCCURS 0 TO 2000 TIMES
020200                              DEPENDING ON WS-RST-COUNT
020300                              ASCENDING KEY IS RST-ID
020400                              INDEXED BY RST-IDX.
020500         10  RST-ID           PIC 9(07).
020600         10  RST-LAST-NAME    PIC X(20).
020700         10  RST-FIRST-NAME   PIC X(12).
020800         10  RST-GRADE        PIC X(02).
020900         10  RST-SCHOOL       PIC X(04).
021000         10  RST-WITHDRAW     PIC 9(08).
021100 01  WS-RST-FULL              PIC X VALUE 'N'.
021200******************************************************************
021300*    EVERY TEACHER ASSIGNMENT ON TEACHFIL - AN INTERVENTIONIST   *
021400*    MAY SERVE ANY STUDENT IN A BUILDING THEY ARE ASSIGNED TO.   *
021500******************************************************************
021600 77  WS-TCH-MAX               PIC 9(04) VALUE 2000.
021700 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
021800 01  WS-TCH-TABLE.
021900     05  WS-TCH-ENTRY         OCCURS 2000 TIMES.
022000         10  WS-TCH-ID        PIC 9(05).
022100         10  WS-TCH-SCHOOL    PIC X(04).
022200         10  WS-TCH-NAME      PIC X(20).
022300 01  WS-TCH-FULL              PIC X VALUE 'N'.
022400******************************************************************
022500*    THE INTVCODE ROWS OF CODETBL - THE INTERVENTIONS A TEAM MAY *
022600*    PLACE A STUDENT IN, EACH ONLY WHILE IN FORCE.               *
022700******************************************************************
022800 77  WS-ICD-MAX               PIC 9(03) VALUE 200.
022900 01  WS-ICD-COUNT             PIC 9(03) VALUE ZERO.
023000 01  WS-ICD-TABLE.
023100     05  WS-ICD-ENTRY         OCCURS 200 TIMES.
023200         10  WS-ICD-CODE      PIC X(04).
023300         10  WS-ICD-DESC      PIC X(30).
023400         10  WS-ICD-EFF       PIC 9(08).
023500         10  WS-ICD-EXP       PIC 9(08).
023600 01  WS-ICD-FULL              PIC X VALUE 'N'.
023700******************************************************************
023800*    EVERY INTERVENTION ON INTVFILE, ONE ROW PER STUDENT,        *
023900*    INTERVENTION CODE AND START DATE - THE LAST VERSION IN FILE *
024000*    ORDER - KEPT CURRENT AS THIS RUN POSTS 'I' ROWS AND SORTED  *
024100*    BY THAT KEY FOR THE REVIEW.                                 *
024200******************************************************************
024300 77  WS-IVT-MAX               PIC 9(05) VALUE 03000.
024400 01  WS-IVT-COUNT             PIC 9(05) VALUE ZERO.
024500 01  IVT-TABLE.
024600     05  IVT-ROW              OCCURS 0 TO 3000 TIMES
024700                              DEPENDING ON WS-IVT-COUNT
024800                              INDEXED BY IVT-IDX.
024900         10  IVT-KEY.
025000             15  IVT-STUDENT  PIC 9(07).
025100             15  IVT-CODE     PIC X(04).
025200             15  IVT-START    PIC 9(08).
025300         10  IVT-SEQ          PIC 9(05).
025400         10  IVT-TIER         PIC 9(01).
025500         10  IVT-STAFF-ID     PIC 9(05).
025600         10  IVT-END          PIC 9(08).
025700         10  IVT-BASELINE     PIC 9(03).
025800         10  IVT-GOAL         PIC 9(03).
025900         10  IVT-STATUS       PIC X(01).
026000 01  WS-IVT-FULL              PIC X VALUE 'N'.
026100 01  WS-IVT-ROW               PIC 9(05).
026200******************************************************************
026300*    EVERY PROBE ON PMONLOG, NUMBERED IN FILE ORDER AND SORTED BY*
026400*    INTERVENTION AND PROBE DATE SO THE REVIEW WALKS IT ALONGSIDE*
026500*    IVT-TABLE. OF TWO PROBES ON ONE DATE THE LATER ONE COUNTS.  *
026600******************************************************************
026700 77  WS-PRB-MAX               PIC 9(05) VALUE 20000.
026800 01  WS-PRB-COUNT             PIC 9(05) VALUE ZERO.
026900 01  PRB-TABLE.
027000     05  PRB-ROW              OCCURS 0 TO 20000 TIMES
027100                              DEPENDING ON WS-PRB-COUNT
027200                              INDEXED BY PRB-IDX.
027300         10  PRB-KEY.
027400             15  PRB-STUDENT  PIC 9(07).
027500             15  PRB-CODE     PIC X(04).
027600             15  PRB-START    PIC 9(08).
027700         10  PRB-DATE         PIC 9(08).
027800         10  PRB-SEQ          PIC 9(05).
027900         10  PRB-SCORE        PIC 9(03).
028000 01  WS-PRB-FULL              PIC X VALUE 'N'.
028100 01  WS-FOUND                 PIC X.
028200 01  WS-EDIT-REASON           PIC X(05).
028300 01  WS-EDIT-TEXT             PIC X(36).
028400 01  WS-ROW-SCHOOL            PIC X(04).
028500 01  WS-CHECK-DATE            PIC 9(08).
028600 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
028700     05  WS-CHECK-YEAR        PIC 9(04).
028800     05  WS-CHECK-MONTH       PIC 9(02).
028900     05  WS-CHECK-DAY         PIC 9(02).
029000 01  WS-DATE-OK               PIC X.
029100 01  WS-ROWS-READ             PIC 9(05) VALUE ZERO.
029200 01  WS-INTV-POSTED           PIC 9(05) VALUE ZERO.
029300 01  WS-PROBES-POSTED         PIC 9(05) VALUE ZERO.
029400 01  WS-ROWS-REJECTED         PIC 9(05) VALUE ZERO.
029500******************************************************************
029600*    ONE INTERVENTION UNDER REVIEW - ITS GOAL LINE AND ITS PROBE *
029700*    COUNTS. WS-RUN-MEETING/WS-RUN-SHORT COUNT THE UNBROKEN RUN  *
029800*    OF PROBES AT THE END OF THE SERIES ON EACH SIDE OF THE LINE.*
029900******************************************************************
030000 01  WS-TOTAL-DAYS            PIC 9(05).
030100 01  WS-AIM-SCORE             PIC S9(03)V9.
030200 01  WS-SCORE-DIFF            PIC S9(03)V9.
030300 01  WS-POINT-COUNT           PIC 9(03).
030400 01  WS-MEETING-COUNT         PIC 9(03).
030500 01  WS-SHORT-COUNT           PIC 9(03).
030600 01  WS-RUN-MEETING           PIC 9(03).
030700 01  WS-RUN-SHORT             PIC 9(03).
030800 01  WS-POINTS-TO-GO          PIC 9(03).
030900 01  WS-REVIEWED-COUNT        PIC 9(05) VALUE ZERO.
031000 01  WS-DECISION-COUNT        PIC 9(05) VALUE ZERO.
031100 01  WS-NO-PROBE-COUNT        PIC 9(05) VALUE ZERO.
031200 01  WS-WITHDRAWN-COUNT       PIC 9(05) VALUE ZERO.
031300******************************************************************
031400*    INTVRPT LINES - THE REJECT LIST.                            *
031500******************************************************************
031600 01  RPT-HEADING.
031700     05  FILLER               PIC X(41) VALUE
031800         'INTERVENTION AND PROBE POSTING - REJECTED'.
031900 01  RPT-COLUMNS.
032000     05  FILLER               PIC X(05) VALUE 'TYPE'.
032100     05  FILLER               PIC X(09) VALUE 'STUDENT'.
032200     05  FILLER               PIC X(06) VALUE 'CODE'.
032300     05  FILLER               PIC X(10) VALUE 'DATE'.
032400     05  FILLER               PIC X(06) VALUE 'RSN'.
032500     05  FILLER               PIC X(36) VALUE 'REASON'.
032600 01  RPT-DETAIL-LINE.
032700     05  RPT-D-TYPE           PIC X(01).
032800     05  FILLER               PIC X(04) VALUE SPACES.
032900     05  RPT-D-STUDENT-ID     PIC X(07).
033000     05  FILLER               PIC X(02) VALUE SPACES.
033100     05  RPT-D-CODE           PIC X(04).
033200     05  FILLER               PIC X(02) VALUE SPACES.
033300     05  RPT-D-DATE           PIC X(08).
033400     05  FILLER               PIC X(02) VALUE SPACES.
033500     05  RPT-D-REASON         PIC X(05).
033600     05  FILLER               PIC X(01) VALUE SPACES.
033700     05  RPT-D-TEXT           PIC X(36).
033800 01  RUN-TOTAL-LINE.
033900     05  RT-LABEL             PIC X(44).
034000     05  RT-VALUE             PIC ZZZZ9.
034100******************************************************************
034200*    INTVRPT LINES - THE REVIEW.                                 *
034300******************************************************************
034400 01  RV-HEADING.
034500     05  FILLER               PIC X(40) VALUE
034600         'INTERVENTION REVIEW - ACTIVE AS OF DATE '.
034700     05  RV-H-DATE            PIC 9(08).
034800     05  FILLER               PIC X(25) VALUE
034900         ' - DECISION DUE AT PROBES'.
035000     05  RV-H-POINTS          PIC Z9.
035100 01  RV-STUDENT-LINE.
035200     05  FILLER               PIC X(08) VALUE 'STUDENT '.
035300     05  RV-S-ID              PIC 9(07).
035400     05  FILLER               PIC X(02) VALUE SPACES.
035500     05  RV-S-LAST-NAME       PIC X(20).
035600     05  FILLER               PIC X(01) VALUE SPACES.
035700     05  RV-S-FIRST-NAME      PIC X(12).
035800     05  FILLER               PIC X(08) VALUE '  GRADE '.
035900     05  RV-S-GRADE           PIC X(02).
036000     05  FILLER               PIC X(11) VALUE '  BUILDING '.
036100     05  RV-S-SCHOOL          PIC X(04).
036200 01  RV-INTV-LINE.
036300     05  FILLER               PIC X(09) VALUE '    TIER '.
036400     05  RV-I-TIER            PIC 9(01).
036500     05  FILLER               PIC X(15) VALUE '  INTERVENTION '.
036600     05  RV-I-CODE            PIC X(04).
036700     05  FILLER               PIC X(01) VALUE SPACES.
036800     05  RV-I-DESC            PIC X(30).
036900     05  FILLER               PIC X(18)
037000         VALUE '  INTERVENTIONIST '.
037100     05  RV-I-STAFF-ID        PIC 9(05).
037200     05  FILLER               PIC X(01) VALUE SPACES.
037300     05  RV-I-STAFF-NAME      PIC X(15).
037400 01  RV-GOAL-LINE.
037500     05  FILLER               PIC X(10) VALUE '    START '.
037600     05  RV-G-START           PIC 9(08).
037700     05  FILLER               PIC X(06) VALUE '  END '.
037800     05  RV-G-END             PIC 9(08).
037900     05  FILLER               PIC X(11) VALUE '  BASELINE '.
038000     05  RV-G-BASELINE        PIC ZZ9.
038100     05  FILLER               PIC X(07) VALUE '  GOAL '.
038200     05  RV-G-GOAL            PIC ZZ9.
038300 01  RV-PROBE-COLUMNS.
038400     05  FILLER               PIC X(18) VALUE '      PROBE DATE'.
038500     05  FILLER               PIC X(07) VALUE 'SCORE'.
038600     05  FILLER               PIC X(11) VALUE 'GOAL LINE'.
038700     05  FILLER               PIC X(12) VALUE 'DIFFERENCE'.
038800     05  FILLER               PIC X(17) VALUE 'AGAINST GOAL LINE'.
038900 01  RV-PROBE-LINE.
039000     05  FILLER               PIC X(06) VALUE SPACES.
039100     05  RV-P-DATE            PIC 9(08).
039200     05  FILLER               PIC X(05) VALUE SPACES.
039300     05  RV-P-SCORE           PIC ZZ9.
039400     05  FILLER               PIC X(06) VALUE SPACES.
039500     05  RV-P-AIM             PIC ZZ9.9.
039600     05  FILLER               PIC X(06) VALUE SPACES.
039700     05  RV-P-DIFF            PIC +++9.9.
039800     05  FILLER               PIC X(06) VALUE SPACES.
039900     05  RV-P-RESULT          PIC X(07).
040000 01  RV-COUNT-LINE.
040100     05  FILLER               PIC X(16) VALUE '    DATA POINTS '.
040200     05  RV-C-POINTS          PIC ZZ9.
040300     05  FILLER               PIC X(10) VALUE '  MEETING '.
040400     05  RV-C-MEETING         PIC ZZ9.
040500     05  FILLER               PIC X(08) VALUE '  SHORT '.
040600     05  RV-C-SHORT           PIC ZZ9.
040700 01  RV-DECISION-LINE.
040800     05  FILLER               PIC X(04) VALUE SPACES.
040900     05  RV-D-FLAG            PIC X(23).
041000     05  RV-D-TREND           PIC X(38).
041100     05  RV-D-ACTION          PIC X(34).
041200 01  RV-TO-GO-LINE.
041300     05  FILLER               PIC X(04) VALUE SPACES.
041400     05  RV-T-POINTS          PIC Z9.
041500     05  FILLER               PIC X(45) VALUE
041600         ' MORE DATA POINTS BEFORE THE TIER DECISION'.
041700 PROCEDURE DIVISION.
041800 MAINLINE.
041900******************************************************************
042000*    STANDALONE ENTRY POINT, RUN AS THE TEAMS' TRANSACTIONS COME *
042100*    IN AND AHEAD OF EACH INTERVENTION-TEAM MEETING FOR THE      *
042200*    REVIEW. AN EMPTY INTVTRAN IS A REVIEW-ONLY RUN.             *
042300******************************************************************
042400     perform read-business-date
042500     perform read-review-control
042600     perform load-roster-table
042700     perform load-teacher-file
042800     perform load-intervention-codes
042900     perform load-interventions
043000     perform post-transactions
043100     perform load-probe-scores
043200     perform print-review
043300     close review-rpt
043400     display 'INTERVENTIONS - READ ' ws-rows-read
043500         ' INTERVENTIONS POSTED ' ws-intv-posted
043600         ' PROBES POSTED ' ws-probes-posted
043700         ' REJECTED ' ws-rows-rejected
043800     display 'INTERVENTION REVIEW - ACTIVE ' ws-reviewed-count
043900         ' DECISIONS DUE ' ws-decision-count
044000     if ws-rows-rejected > zero
044100         or ws-rst-full = 'Y'
044200         or ws-tch-full = 'Y'
044300         or ws-icd-full = 'Y'
044400         or ws-ivt-full = 'Y'
044500         or ws-prb-full = 'Y'
044600         move 4 to return-code
044700     end-if
044800     stop run
044900     .
045000 READ-REVIEW-CONTROL.
045100******************************************************************
045200*    OPTIONAL INTVCTL CARD. A NUMBER FROM 04 TO 20 SETS THE DATA *
045300*    POINTS; NO CARD, A DUMMY DD OR ANY OTHER TEXT KEEPS 6.      *
045400******************************************************************
045500     open input review-control-file
045600     if ws-intvctl-status = '00'
045700         read review-control-file next record
045800         if ws-intvctl-status = '00'
045900             and ic-decision-points is numeric
046000             and ic-decision-points not < '04'
046100             and ic-decision-points not > '20'
046200             move ic-decision-points to ws-decision-points
046300         end-if
046400         close review-control-file
046500     end-if
046600     .
046700 LOAD-ROSTER-TABLE.
046800     move zero to ws-rst-count
046900     open input roster-file
047000     if ws-roster-file-status not = '00'
047100         display 'COULD NOT OPEN ROSTERVS - STATUS '
047200             ws-roster-file-status
047300         move 16 to return-code
047400         stop run
047500     end-if
047600     perform until ws-roster-file-status not = '00'
047700         read roster-file next record
047800         if ws-roster-file-status = '00'
047900             if ws-rst-count < ws-rst-max
048000                 add 1 to ws-rst-count
048100                 move st-id            to rst-id(ws-rst-count)
048200                 move st-last-name
048300                     to rst-last-name(ws-rst-count)
048400                 move st-first-name
048500                     to rst-first-name(ws-rst-count)
048600                 move st-grade         to rst-grade(ws-rst-count)
048700                 move st-school-code   to rst-school(ws-rst-count)
048800                 move st-withdraw-date
048900                     to rst-withdraw(ws-rst-count)
049000             else
049100                 move 'Y' to ws-rst-full
049200             end-if
049300         end-if
049400     end-perform
049500     close roster-file
049600     if ws-rst-full = 'Y'
049700         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
049800     end-if
049900     if ws-rst-count > 1
050000         sort rst-row on ascending key rst-id
050100     end-if
050200     .
050300 LOAD-TEACHER-FILE.
050400     move zero to ws-tch-count
050500     open input teacher-file
050600     if ws-teachfil-status not = '00'
050700         display 'COULD NOT OPEN TEACHFIL - STATUS '
050800             ws-teachfil-status
050900         move 16 to return-code
051000         stop run
051100     end-if
051200     perform until ws-teachfil-status not = '00'
051300         read teacher-file next record
051400         if ws-teachfil-status = '00'
051500             if ws-tch-count < ws-tch-max
051600                 add 1 to ws-tch-count
051700                 move ta-teacher-id  to ws-tch-id(ws-tch-count)
051800                 move ta-school-code
051900                     to ws-tch-school(ws-tch-count)
052000                 move ta-last-name   to ws-tch-name(ws-tch-count)
052100             else
052200                 move 'Y' to ws-tch-full
052300             end-if
052400         end-if
052500     end-perform
052600     close teacher-file
052700     if ws-tch-full = 'Y'
052800         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
052900     end-if
053000     .
053100 LOAD-INTERVENTION-CODES.
053200     move zero to ws-icd-count
053300     open input code-table-file
053400     if ws-codetbl-status not = '00'
053500         display 'COULD NOT OPEN CODETBL - STATUS '
053600             ws-codetbl-status
053700         move 16 to return-code
053800         stop run
053900     end-if
054000     perform until ws-codetbl-status not = '00'
054100         read code-table-file next record
054200         if ws-codetbl-status = '00'
054300             and ct-table-name = 'INTVCODE'
054400             if ws-icd-count < ws-icd-max
054500                 add 1 to ws-icd-count
054600                 move ct-code to ws-icd-code(ws-icd-count)
054700                 move ct-description
054800                     to ws-icd-desc(ws-icd-count)
054900                 move ct-effective-date
055000                     to ws-icd-eff(ws-icd-count)
055100                 move ct-expiry-date
055200                     to ws-icd-exp(ws-icd-count)
055300             else
055400                 move 'Y' to ws-icd-full
055500             end-if
055600         end-if
055700     end-perform
055800     close code-table-file
055900     if ws-icd-full = 'Y'
056000         display 'CODETBL - INTVCODE TABLE FULL AT ' ws-icd-max
056100     end-if
056200     .
056300 LOAD-INTERVENTIONS.
056400******************************************************************
056500*    EVERY ROW ON INTVFILE NUMBERED IN FILE ORDER, SORTED BY KEY *
056600*    AND ORDER, THEN CLOSED UP TO THE LAST VERSION OF EACH KEY.  *
056700*    NO INTVFILE YET (BEFORE THE FIRST POSTING EVER RUN) IS AN   *
056800*    EMPTY FILE.                                                 *
056900******************************************************************
057000     move zero to ws-ivt-count
057100     open input intervention-file
057200     if ws-intvfile-status not = '00'
057300         and ws-intvfile-status not = '35'
057400         display 'COULD NOT OPEN INTVFILE - STATUS '
057500             ws-intvfile-status
057600         move 16 to return-code
057700         stop run
057800     end-if
057900     if ws-intvfile-status = '00'
058000         perform until ws-intvfile-status not = '00'
058100             read intervention-file next record
058200             if ws-intvfile-status = '00'
058300                 perform add-intervention-row
058400             end-if
058500         end-perform
058600         close intervention-file
058700     end-if
058800     if ws-ivt-count > 1
058900         sort ivt-row on ascending key ivt-key ivt-seq
059000         move zero to j
059100         perform varying i from 1 by 1 until i > ws-ivt-count
059200             if i = ws-ivt-count
059300                 or ivt-key(i) not = ivt-key(i + 1)
059400                 add 1 to j
059500                 move ivt-row(i) to ivt-row(j)
059600             end-if
059700         end-perform
059800         move j to ws-ivt-count
059900     end-if
060000     .
060100 ADD-INTERVENTION-ROW.
060200******************************************************************
060300*    INTERVENTION-RECORD INTO THE NEXT FREE IVT-TABLE ROW.       *
060400******************************************************************
060500     if ws-ivt-count < ws-ivt-max
060600         add 1 to ws-ivt-count
060700         move ws-ivt-count to ivt-seq(ws-ivt-count)
060800         move ws-ivt-count to ws-ivt-row
060900         perform move-intervention-row
061000     else
061100         move 'Y' to ws-ivt-full
061200         display 'INTVFILE - INTERVENTION TABLE FULL AT '
061300             ws-ivt-max
061400     end-if
061500     .
061600 MOVE-INTERVENTION-ROW.
061700     move iv-student-id         to ivt-student(ws-ivt-row)
061800     move iv-intv-code          to ivt-code(ws-ivt-row)
061900     move iv-start-date         to ivt-start(ws-ivt-row)
062000     move iv-tier               to ivt-tier(ws-ivt-row)
062100     move iv-interventionist-id to ivt-staff-id(ws-ivt-row)
062200     move iv-end-date           to ivt-end(ws-ivt-row)
062300     move iv-baseline-score     to ivt-baseline(ws-ivt-row)
062400     move iv-goal-score         to ivt-goal(ws-ivt-row)
062500     move iv-status             to ivt-status(ws-ivt-row)
062600     .
062700 POST-TRANSACTIONS.
062800******************************************************************
062900*    ONE PASS OF INTVTRAN - CLEAN 'I' ROWS APPEND TO INTVFILE    *
063000*    AND UPDATE IVT-TABLE AT ONCE, SO A PROBE LATER IN THE SAME  *
063100*    FILE FINDS AN INTERVENTION PLACED EARLIER IN IT; CLEAN 'P'  *
063200*    ROWS APPEND TO PMONLOG. NEITHER FILE EXISTS BEFORE THE FIRST*
063300*    POSTING EVER RUN, SO EXTEND FALLS BACK TO OUTPUT THAT TIME. *
063400******************************************************************
063500     open input transaction-file
063600     if ws-intvtran-status not = '00'
063700         display 'COULD NOT OPEN INTVTRAN - STATUS '
063800             ws-intvtran-status
063900         move 16 to return-code
064000         stop run
064100     end-if
064200     open extend intervention-file
064300     if ws-intvfile-status not = '00'
064400         open output intervention-file
064500     end-if
064600     if ws-intvfile-status not = '00'
064700         display 'COULD NOT OPEN INTVFILE - STATUS '
064800             ws-intvfile-status
064900         move 16 to return-code
065000         stop run
065100     end-if
065200     open extend probe-score-file
065300     if ws-pmonlog-status not = '00'
065400         open output probe-score-file
065500     end-if
065600     if ws-pmonlog-status not = '00'
065700         display 'COULD NOT OPEN PMONLOG - STATUS '
065800             ws-pmonlog-status
065900         move 16 to return-code
066000         stop run
066100     end-if
066200     open output review-rpt
066300     if ws-intvrpt-status not = '00'
066400         display 'COULD NOT OPEN INTVRPT - STATUS '
066500             ws-intvrpt-status
066600         move 16 to return-code
066700         stop run
066800     end-if
066900     write review-line from bus-date-heading
067000     write review-line from rpt-heading
067100     move spaces to review-line
067200     write review-line
067300     write review-line from rpt-columns
067400     perform until ws-intvtran-status not = '00'
067500         read transaction-file next record
067600         if ws-intvtran-status = '00'
067700             add 1 to ws-rows-read
067800             evaluate tr-type
067900                 when 'I'
068000                     perform edit-intervention
068100                     if ws-edit-reason = spaces
068200                         perform post-intervention
068300                     end-if
068400                 when 'P'
068500                     perform edit-probe
068600                     if ws-edit-reason = spaces
068700                         perform post-probe
068800                     end-if
068900                 when other
069000                     move 'BADTY' to ws-edit-reason
069100                     move 'TRANSACTION TYPE NOT I OR P'
069200                         to ws-edit-text
069300             end-evaluate
069400             if ws-edit-reason not = spaces
069500                 perform reject-transaction
069600             end-if
069700         end-if
069800     end-perform
069900     close transaction-file
070000     close intervention-file
070100     close probe-score-file
070200     if ws-rows-rejected = zero
070300         move 'NO ROWS REJECTED' to review-line
070400         write review-line
070500     end-if
070600     move spaces to review-line
070700     write review-line
070800     move 'INTVTRAN ROWS READ' to rt-label
070900     move ws-rows-read to rt-value
071000     write review-line from run-total-line
071100     move 'INTERVENTIONS POSTED TO INTVFILE' to rt-label
071200     move ws-intv-posted to rt-value
071300     write review-line from run-total-line
071400     move 'PROBE SCORES POSTED TO PMONLOG' to rt-label
071500     move ws-probes-posted to rt-value
071600     write review-line from run-total-line
071700     move 'ROWS REJECTED' to rt-label
071800     move ws-rows-rejected to rt-value
071900     write review-line from run-total-line
072000     .
072100 EDIT-STUDENT.
072200******************************************************************
072300*    THE EDITS EVERY ROW SHARES, FIRST FAILURE WINS - 'NOSTU' THE*
072400*    STUDENT IS NOT ON ROSTERVS, 'WDRWN' THE STUDENT HAS         *
072500*    WITHDRAWN (A CLOSE IS STILL TAKEN), 'BADCD' THE CODE IS NOT *
072600*    AN INTVCODE CODE IN FORCE ON THE ROW'S DATE.                *
072700******************************************************************
072800     move spaces to ws-edit-reason
072900     move spaces to ws-edit-text
073000     move 'N' to ws-found
073100     if tr-student-id is numeric
073200         search all rst-row
073300             when rst-id(rst-idx) = tr-student-id
073400                 move 'Y' to ws-found
073500                 move rst-school(rst-idx) to ws-row-school
073600         end-search
073700     end-if
073800     if ws-found = 'N'
073900         move 'NOSTU' to ws-edit-reason
074000         move 'STUDENT NOT ON ROSTER' to ws-edit-text
074100     else
074200         if rst-withdraw(rst-idx) not = zero
074300             and not (tr-type = 'I' and tr-status = 'C')
074400             move 'WDRWN' to ws-edit-reason
074500             move 'STUDENT HAS WITHDRAWN' to ws-edit-text
074600         end-if
074700     end-if
074800     if ws-edit-reason = spaces
074900         move 'N' to ws-found
075000         if tr-date is numeric
075100             perform varying i from 1 by 1 until i > ws-icd-count
075200                 if ws-icd-code(i) = tr-intv-code
075300                     and ws-icd-eff(i) not > tr-date
075400                     and (ws-icd-exp(i) = zero
075500                     or ws-icd-exp(i) not < tr-date)
075600                     move 'Y' to ws-found
075700                 end-if
075800             end-perform
075900         end-if
076000         if ws-found = 'N'
076100             move 'BADCD' to ws-edit-reason
076200             move 'CODE NOT IN FORCE ON INTVCODE'
076300                 to ws-edit-text
076400         end-if
076500     end-if
076600     .
076700 EDIT-INTERVENTION.
076800******************************************************************
076900*    AFTER EDIT-STUDENT: 'BADDT' THE START DATE IS NOT A DATE OR *
077000*    IS AFTER TODAY, OR THE END DATE IS NOT A DATE AFTER THE     *
077100*    START; 'BADTR' THE TIER IS NOT 1-3; 'BADSC' THE BASELINE OR *
077200*    GOAL IS NOT A SCORE, OR THEY ARE EQUAL (NO GOAL LINE);      *
077300*    'BADST' COLUMN 41 IS NOT BLANK OR 'C'; 'NOTCH' THE          *
077400*    INTERVENTIONIST IS NOT ON TEACHFIL AT THE STUDENT'S         *
077500*    BUILDING; 'NOINT' A CLOSE NAMES NO INTERVENTION ON FILE;    *
077600*    'OVLAP' THE STUDENT IS ALREADY ACTIVE IN THIS INTERVENTION  *
077700*    UNDER ANOTHER START DATE FOR PART OF THESE DATES.           *
077800******************************************************************
077900     perform edit-student
078000     if ws-edit-reason = spaces
078100         move tr-date to ws-check-date
078200         perform check-date
078300         if ws-date-ok = 'Y'
078400             and tr-date > ws-business-date
078500             move 'N' to ws-date-ok
078600         end-if
078700         if ws-date-ok = 'Y'
078800             move tr-end-date to ws-check-date
078900             perform check-date
079000         end-if
079100         if ws-date-ok = 'Y'
079200             and tr-end-date not > tr-date
079300             move 'N' to ws-date-ok
079400         end-if
079500         if ws-date-ok = 'N'
079600             move 'BADDT' to ws-edit-reason
079700             move 'START OR END DATE NOT VALID'
079800                 to ws-edit-text
079900         end-if
080000     end-if
080100     if ws-edit-reason = spaces
080200         if tr-tier is not numeric
080300             or tr-tier not = 1 and tr-tier not = 2
080400             and tr-tier not = 3
080500             move 'BADTR' to ws-edit-reason
080600             move 'TIER NOT 1-3' to ws-edit-text
080700         end-if
080800     end-if
080900     if ws-edit-reason = spaces
081000         if tr-baseline is not numeric
081100             or tr-goal is not numeric
081200             or tr-baseline = tr-goal
081300             move 'BADSC' to ws-edit-reason
081400             move 'BASELINE OR GOAL SCORE NOT VALID'
081500                 to ws-edit-text
081600         end-if
081700     end-if
081800     if ws-edit-reason = spaces
081900         if tr-status not = space and tr-status not = 'C'
082000             move 'BADST' to ws-edit-reason
082100             move 'STATUS NOT BLANK OR C' to ws-edit-text
082200         end-if
082300     end-if
082400     if ws-edit-reason = spaces
082500         move 'N' to ws-found
082600         if tr-interventionist is numeric
082700             perform varying i from 1 by 1 until i > ws-tch-count
082800                 if ws-tch-id(i) = tr-interventionist
082900                     and ws-tch-school(i) = ws-row-school
083000                     move 'Y' to ws-found
083100                 end-if
083200             end-perform
083300         end-if
083400         if ws-found = 'N'
083500             move 'NOTCH' to ws-edit-reason
083600             move 'INTERVENTIONIST NOT AT THE BUILDING'
083700                 to ws-edit-text
083800         end-if
083900     end-if
084000     if ws-edit-reason = spaces
084100         move zero to ws-ivt-row
084200         perform varying i from 1 by 1 until i > ws-ivt-count
084300             if ivt-student(i) = tr-student-id
084400                 and ivt-code(i) = tr-intv-code
084500                 if ivt-start(i) = tr-date
084600                     move i to ws-ivt-row
084700                 else
084800                     if tr-status = space
084900                         and ivt-status(i) = 'A'
085000                         and ivt-start(i) not > tr-end-date
085100                         and ivt-end(i) not < tr-date
085200                         move 'OVLAP' to ws-edit-reason
085300                         move 'ALREADY ACTIVE - DATES OVERLAP'
085400                             to ws-edit-text
085500                     end-if
085600                 end-if
085700             end-if
085800         end-perform
085900         if ws-edit-reason = spaces
086000             and tr-status = 'C'
086100             and ws-ivt-row = zero
086200             move 'NOINT' to ws-edit-reason
086300             move 'NO SUCH INTERVENTION TO CLOSE'
086400                 to ws-edit-text
086500         end-if
086600     end-if
086700     .
086800 EDIT-PROBE.
086900******************************************************************
087000*    AFTER EDIT-STUDENT: 'BADDT' THE PROBE DATE IS NOT A DATE OR *
087100*    IS AFTER TODAY; 'BADSC' THE SCORE IS NOT NUMERIC; 'NOINT'   *
087200*    NO INTERVENTION FOR THE STUDENT AND CODE COVERS THE PROBE   *
087300*    DATE (THE LATEST-STARTING ONE IS TAKEN IF SEVERAL DO).      *
087400******************************************************************
087500     perform edit-student
087600     if ws-edit-reason = spaces
087700         move tr-date to ws-check-date
087800         perform check-date
087900         if ws-date-ok = 'N'
088000             or tr-date > ws-business-date
088100             move 'BADDT' to ws-edit-reason
088200             move 'PROBE DATE NOT VALID' to ws-edit-text
088300         end-if
088400     end-if
088500     if ws-edit-reason = spaces
088600         if tr-score is not numeric
088700             move 'BADSC' to ws-edit-reason
088800             move 'PROBE SCORE NOT NUMERIC' to ws-edit-text
088900         end-if
089000     end-if
089100     if ws-edit-reason = spaces
089200         move zero to ws-ivt-row
089300         perform varying i from 1 by 1 until i > ws-ivt-count
089400             if ivt-student(i) = tr-student-id
089500                 and ivt-code(i) = tr-intv-code
089600                 and ivt-start(i) not > tr-date
089700                 and ivt-end(i) not < tr-date
089800                 if ws-ivt-row = zero
089900                     move i to ws-ivt-row
090000                 else
090100                     if ivt-start(i) > ivt-start(ws-ivt-row)
090200                         move i to ws-ivt-row
090300                     end-if
090400                 end-if
090500             end-if
090600         end-perform
090700         if ws-ivt-row = zero
090800             move 'NOINT' to ws-edit-reason
090900             move 'NO INTERVENTION COVERS THE DATE'
091000                 to ws-edit-text
091100         end-if
091200     end-if
091300     .
091400 CHECK-DATE.
091500     move 'Y' to ws-date-ok
091600     if ws-check-date is not numeric
091700         move 'N' to ws-date-ok
091800     else
091900         if ws-check-month < 1 or ws-check-month > 12
092000             or ws-check-day < 1 or ws-check-day > 31
092100             move 'N' to ws-date-ok
092200         end-if
092300     end-if
092400     .
092500 POST-INTERVENTION.
092600******************************************************************
092700*    A CORRECTION OR CLOSE REPLACES THE ROW IN IVT-TABLE; A NEW  *
092800*    PLACEMENT TAKES THE NEXT FREE ROW.                          *
092900******************************************************************
093000     move spaces                to intervention-record
093100     move tr-student-id         to iv-student-id
093200     move tr-intv-code          to iv-intv-code
093300     move tr-date               to iv-start-date
093400     move tr-tier               to iv-tier
093500     move tr-interventionist    to iv-interventionist-id
093600     move tr-end-date           to iv-end-date
093700     move tr-baseline           to iv-baseline-score
093800     move tr-goal               to iv-goal-score
093900     if tr-status = 'C'
094000         move 'C' to iv-status
094100     else
094200         move 'A' to iv-status
094300     end-if
094400     move ws-business-date      to iv-entered-date
094500     write intervention-record
094600     if ws-intvfile-status not = '00'
094700         display 'COULD NOT WRITE INTVFILE - STATUS '
094800             ws-intvfile-status
094900         move 16 to return-code
095000         stop run
095100     end-if
095200     add 1 to ws-intv-posted
095300     if ws-ivt-row = zero
095400         perform add-intervention-row
095500     else
095600         perform move-intervention-row
095700     end-if
095800     .
095900 POST-PROBE.
096000     move spaces                  to probe-score-record
096100     move tr-student-id           to pm-student-id
096200     move tr-intv-code            to pm-intv-code
096300     move ivt-start(ws-ivt-row)   to pm-intv-start
096400     move tr-date                 to pm-probe-date
096500     move tr-score                to pm-score
096600     move ws-business-date        to pm-entered-date
096700     write probe-score-record
096800     if ws-pmonlog-status not = '00'
096900         display 'COULD NOT WRITE PMONLOG - STATUS '
097000             ws-pmonlog-status
097100         move 16 to return-code
097200         stop run
097300     end-if
097400     add 1 to ws-probes-posted
097500     .
097600 REJECT-TRANSACTION.
097700     add 1 to ws-rows-rejected
097800     move tr-type                    to rpt-d-type
097900     move transaction-record(2:7)    to rpt-d-student-id
098000     move tr-intv-code               to rpt-d-code
098100     move transaction-record(13:8)   to rpt-d-date
098200     move ws-edit-reason             to rpt-d-reason
098300     move ws-edit-text               to rpt-d-text
098400     write review-line from rpt-detail-line
098500     .
098600 LOAD-PROBE-SCORES.
098700******************************************************************
098800*    PMONLOG AFTER THIS RUN'S POSTINGS, NUMBERED IN FILE ORDER   *
098900*    AND SORTED FOR THE REVIEW. NOTHING POSTED EVER IS AN EMPTY  *
099000*    LOG.                                                        *
099100******************************************************************
099200     move zero to ws-prb-count
099300     open input probe-score-file
099400     if ws-pmonlog-status not = '00'
099500         and ws-pmonlog-status not = '35'
099600         display 'COULD NOT OPEN PMONLOG - STATUS '
099700             ws-pmonlog-status
099800         move 16 to return-code
099900         stop run
100000     end-if
100100     if ws-pmonlog-status = '00'
100200         perform until ws-pmonlog-status not = '00'
100300             read probe-score-file next record
100400             if ws-pmonlog-status = '00'
100500                 if ws-prb-count < ws-prb-max
100600                     add 1 to ws-prb-count
100700                     move ws-prb-count to p
100800                     move pm-student-id to prb-student(p)
100900                     move pm-intv-code  to prb-code(p)
101000                     move pm-intv-start to prb-start(p)
101100                     move pm-probe-date to prb-date(p)
101200                     move p             to prb-seq(p)
101300                     move pm-score      to prb-score(p)
101400                 else
101500                     move 'Y' to ws-prb-full
101600                 end-if
101700             end-if
101800         end-perform
101900         close probe-score-file
102000     end-if
102100     if ws-prb-full = 'Y'
102200         display 'PMONLOG - PROBE TABLE FULL AT ' ws-prb-max
102300     end-if
102400     if ws-prb-count > 1
102500         sort prb-row on ascending key prb-key prb-date prb-seq
102600     end-if
102700     if ws-ivt-count > 1
102800         sort ivt-row on ascending key ivt-key
102900     end-if
103000     .
103100 PRINT-REVIEW.
103200******************************************************************
103300*    EVERY INTERVENTION IN KEY ORDER, WALKING PRB-TABLE IN STEP. *
103400*    ONLY AN ACTIVE INTERVENTION ALREADY STARTED, FOR A STUDENT  *
103500*    STILL ENROLLED, IS REVIEWED; THE PROBES OF THE OTHERS ARE   *
103600*    STEPPED OVER.                                               *
103700******************************************************************
103800     move ws-business-date to rv-h-date
103900     move ws-decision-points to rv-h-points
104000     move spaces to review-line
104100     write review-line
104200     write review-line from rv-heading
104300     move 1 to p
104400     perform varying j from 1 by 1 until j > ws-ivt-count
104500         perform until p > ws-prb-count
104600             or prb-key(p) not < ivt-key(j)
104700             add 1 to p
104800         end-perform
104900         if ivt-status(j) = 'A'
105000             and ivt-start(j) not > ws-business-date
105100             move 'N' to ws-found
105200             search all rst-row
105300                 when rst-id(rst-idx) = ivt-student(j)
105400                     move 'Y' to ws-found
105500             end-search
105600             if ws-found = 'Y'
105700                 if rst-withdraw(rst-idx) = zero
105800                     perform review-one-intervention
105900                 else
106000                     add 1 to ws-withdrawn-count
106100                 end-if
106200             end-if
106300         end-if
106400     end-perform
106500     if ws-reviewed-count = zero
106600         move 'NO ACTIVE INTERVENTIONS' to review-line
106700         write review-line
106800     end-if
106900     move spaces to review-line
107000     write review-line
107100     move 'ACTIVE INTERVENTIONS REVIEWED' to rt-label
107200     move ws-reviewed-count to rt-value
107300     write review-line from run-total-line
107400     move 'TIER DECISIONS DUE' to rt-label
107500     move ws-decision-count to rt-value
107600     write review-line from run-total-line
107700     move 'ACTIVE INTERVENTIONS WITH NO PROBES YET' to rt-label
107800     move ws-no-probe-count to rt-value
107900     write review-line from run-total-line
108000     move 'ACTIVE BUT STUDENT WITHDRAWN - NOT REVIEWED'
108100         to rt-label
108200     move ws-withdrawn-count to rt-value
108300     write review-line from run-total-line
108400     .
108500 REVIEW-ONE-INTERVENTION.
108600     add 1 to ws-reviewed-count
108700     move spaces to review-line
108800     write review-line
108900     move ivt-student(j)            to rv-s-id
109000     move rst-last-name(rst-idx)    to rv-s-last-name
109100     move rst-first-name(rst-idx)   to rv-s-first-name
109200     move rst-grade(rst-idx)        to rv-s-grade
109300     move rst-school(rst-idx)       to rv-s-school
109400     write review-line from rv-student-line
109500     move ivt-tier(j)               to rv-i-tier
109600     move ivt-code(j)               to rv-i-code
109700     move spaces                    to rv-i-desc
109800     perform varying i from 1 by 1 until i > ws-icd-count
109900         if ws-icd-code(i) = ivt-code(j)
110000             move ws-icd-desc(i) to rv-i-desc
110100         end-if
110200     end-perform
110300     move ivt-staff-id(j)           to rv-i-staff-id
110400     move spaces                    to rv-i-staff-name
110500     perform varying i from 1 by 1 until i > ws-tch-count
110600         if ws-tch-id(i) = ivt-staff-id(j)
110700             move ws-tch-name(i) to rv-i-staff-name
110800         end-if
110900     end-perform
111000     write review-line from rv-intv-line
111100     move ivt-start(j)              to rv-g-start
111200     move ivt-end(j)                to rv-g-end
111300     move ivt-baseline(j)           to rv-g-baseline
111400     move ivt-goal(j)               to rv-g-goal
111500     write review-line from rv-goal-line
111600     move ivt-start(j) to ws-count-from
111700     move ivt-end(j)   to ws-count-to
111800     perform count-days
111900     move ws-day-count to ws-total-days
112000     move zero to ws-point-count
112100     move zero to ws-meeting-count
112200     move zero to ws-short-count
112300     move zero to ws-run-meeting
112400     move zero to ws-run-short
112500     perform until p > ws-prb-count
112600         or prb-key(p) not = ivt-key(j)
112700         if p = ws-prb-count
112800             or prb-key(p + 1) not = prb-key(p)
112900             or prb-date(p + 1) not = prb-date(p)
113000             perform review-one-probe
113100         end-if
113200         add 1 to p
113300     end-perform
113400     if ws-point-count = zero
113500         add 1 to ws-no-probe-count
113600         move spaces to rv-decision-line
113700         move 'NO PROBE SCORES YET' to rv-d-flag
113800         write review-line from rv-decision-line
113900     else
114000         move ws-point-count   to rv-c-points
114100         move ws-meeting-count to rv-c-meeting
114200         move ws-short-count   to rv-c-short
114300         write review-line from rv-count-line
114400     end-if
114500     perform decide-tier-change
114600     .
114700 REVIEW-ONE-PROBE.
114800******************************************************************
114900*    THE GOAL LINE ON THE PROBE DATE - BASELINE PLUS THE SHARE OF*
115000*    THE BASELINE-TO-GOAL GAIN FOR THE DAYS SINCE THE START, THE *
115100*    GOAL ITSELF FROM THE END DATE ON. A GOAL BELOW THE BASELINE *
115200*    (FEWER ERRORS, FEWER REFERRALS) IS MET AT OR UNDER THE LINE.*
115300******************************************************************
115400     if ws-point-count = zero
115500         write review-line from rv-probe-columns
115600     end-if
115700     add 1 to ws-point-count
115800     move prb-date(p) to ws-count-to
115900     if ws-count-to > ivt-end(j)
116000         move ivt-end(j) to ws-count-to
116100     end-if
116200     perform count-days
116300     compute ws-aim-score rounded = ivt-baseline(j)
116400         + (ivt-goal(j) - ivt-baseline(j))
116500         * ws-day-count / ws-total-days
116600     compute ws-score-diff = prb-score(p) - ws-aim-score
116700     move prb-date(p)   to rv-p-date
116800     move prb-score(p)  to rv-p-score
116900     move ws-aim-score  to rv-p-aim
117000     move ws-score-diff to rv-p-diff
117100     if (ivt-goal(j) > ivt-baseline(j)
117200         and ws-score-diff not < zero)
117300         or (ivt-goal(j) < ivt-baseline(j)
117400         and ws-score-diff not > zero)
117500         move 'MEETING' to rv-p-result
117600         add 1 to ws-meeting-count
117700         add 1 to ws-run-meeting
117800         move zero to ws-run-short
117900     else
118000         move 'SHORT' to rv-p-result
118100         add 1 to ws-short-count
118200         add 1 to ws-run-short
118300         move zero to ws-run-meeting
118400     end-if
118500     write review-line from rv-probe-line
118600     .
118700 DECIDE-TIER-CHANGE.
118800******************************************************************
118900*    A DECISION IS DUE ONCE THE PROBES REACH WS-DECISION-POINTS  *
119000*    OR THE END DATE HAS PASSED. THE LAST WS-RULE-POINTS PROBES  *
119100*    SAY WHICH WAY.                                              *
119200******************************************************************
119300     if ws-point-count < ws-decision-points
119400         and ivt-end(j) not < ws-business-date
119500         compute ws-points-to-go =
119600             ws-decision-points - ws-point-count
119700         move ws-points-to-go to rv-t-points
119800         write review-line from rv-to-go-line
119900     else
120000         add 1 to ws-decision-count
120100         move '** TIER DECISION DUE -' to rv-d-flag
120200         evaluate true
120300             when ws-run-short not < ws-rule-points
120400                 move 'LAST PROBES ALL SHORT OF THE GOAL LINE'
120500                     to rv-d-trend
120600                 move ' - INTENSIFY OR RAISE THE TIER'
120700                     to rv-d-action
120800             when ws-run-meeting not < ws-rule-points
120900                 move 'LAST PROBES ALL MEETING THE GOAL LINE'
121000                     to rv-d-trend
121100                 move ' - STEP DOWN OR RAISE THE GOAL'
121200                     to rv-d-action
121300             when ivt-end(j) < ws-business-date
121400                 move 'PAST THE END DATE'
121500                     to rv-d-trend
121600                 move ' - EXIT, EXTEND OR CHANGE'
121700                     to rv-d-action
121800             when other
121900                 move 'NO CLEAR TREND AGAINST THE GOAL LINE'
122000                     to rv-d-trend
122100                 move ' - CONTINUE AND REVIEW AGAIN'
122200                     to rv-d-action
122300         end-evaluate
122400         write review-line from rv-decision-line
122500     end-if
122600     .
122700 COUNT-DAYS.
122800******************************************************************
122900*    CALENDAR DAYS FROM WS-COUNT-FROM UP TO WS-COUNT-TO.         *
123000******************************************************************
123100     move zero to ws-day-count
123200     move ws-count-from to ws-next-date
123300     perform until ws-next-date not < ws-count-to
123400         perform step-to-next-day
123500         add 1 to ws-day-count
123600     end-perform
123700     .
123800 STEP-TO-NEXT-DAY.
123900     move ws-month-days(ws-next-month) to ws-month-end
124000     if ws-next-month = 2
124100         divide ws-next-year by 4 giving ws-leap-quotient
124200             remainder ws-leap-rem-4
124300         divide ws-next-year by 100 giving ws-leap-quotient
124400             remainder ws-leap-rem-100
124500         divide ws-next-year by 400 giving ws-leap-quotient
124600             remainder ws-leap-rem-400
124700         if ws-leap-rem-400 = zero
124800             or (ws-leap-rem-4 = zero
124900                 and ws-leap-rem-100 not = zero)
125000             move 29 to ws-month-end
125100         end-if
125200     end-if
125300     if ws-next-day < ws-month-end
125400         add 1 to ws-next-day
125500     else
125600         move 1 to ws-next-day
125700         if ws-next-month < 12
125800             add 1 to ws-next-month
125900         else
126000             move 1 to ws-next-month
126100             add 1 to ws-next-year
126200         end-if
126300     end-if
126400     .
126500 READ-BUSINESS-DATE.
126600******************************************************************
126700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
126800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
126900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
127000******************************************************************
127100     open input business-date-file
127200     if ws-busdate-status not = '00'
127300         display 'COULD NOT OPEN BUSDATE - STATUS '
127400             ws-busdate-status
127500         move 16 to return-code
127600         stop run
127700     end-if
127800     read business-date-file next record
127900     if ws-busdate-status not = '00'
128000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
128100             ws-busdate-status
128200         move 16 to return-code
128300         stop run
128400     end-if
128500     close business-date-file
128600     move bd-business-date to ws-business-date
128700     if bd-override-date not = zero
128800         move bd-override-date to ws-business-date
128900         move 'Y' to ws-bus-date-override
129000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
129100             bd-override-date ' SET BY ' bd-override-operator
129200         display '    REASON: ' bd-override-reason
129300     end-if
129400     move ws-business-date to bdh-date
129500     if ws-bus-date-override = 'Y'
129600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
129700             to bdh-override
129800     end-if
129900     .
