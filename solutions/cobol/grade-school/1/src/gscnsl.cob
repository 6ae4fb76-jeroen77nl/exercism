000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCNSL.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    COUNSELOR CASELOADS AND CONTACT LOG. RUN NIGHTLY:           *
000900*      - RESOLVES EVERY ENROLLED STUDENT TO A COUNSELOR FROM THE *
001000*        CASELOAD FILE (CNSLASGN, COPY CNSLREC) - BUILDING, GRADE*
001100*        RANGE AND LAST-NAME RANGE - AND REWRITES THE STUDENT-   *
001200*        COUNSELOR FILE (STUCNSL, COPY SCNSREC) THE CHRONIC-     *
001300*        ABSENCE, ELIGIBILITY AND EARLY-WARNING WORKLISTS ROUTE  *
001400*        BY. A STUDENT WHOSE COUNSELOR CHANGED SINCE LAST NIGHT  *
001500*        IS LISTED WITH THE REASON - TRANSFER, GRADE CHANGE, NAME*
001600*        CHANGE OR A CHANGE TO THE CASELOADS.                    *
001700*      - POSTS THE COUNSELORS' CONTACT CARDS (CNTCTRAN) TO THE   *
001800*        CONTACT LOG (CNTCLOG, COPY CNTCREC) AFTER THE USUAL     *
001900*        ROSTER EDITS AND THE CNTCTYPE/CNTCRSN TABLES OF CODETBL;*
002000*        REJECTS ARE LISTED WITH A REASON CODE TO FIX AND        *
002100*        RESUBMIT.                                               *
002200*      - PRINTS, PER BUILDING AND COUNSELOR, EVERY STUDENT WITH  *
002300*        NO CONTACT THIS SCHOOL YEAR AND EVERY FOLLOW-UP THAT IS *
002400*        OVERDUE, THEN THE CASELOAD SIZE OF EACH COUNSELOR.      *
002500*    ALL ON CNSLRPT. RETURN CODES: 0 CLEAN, 4 A CARD WAS REJECTED*
002600*    OR A TABLE WAS CUT SHORT, 16 A FILE COULD NOT BE READ OR    *
002700*    WRITTEN, 20 GSNIGHT HAS NOT ENDED CLEANLY FOR THE BUSINESS  *
002700*    DATE. SEE JCL/GSCNSL.JCL.                                   *
002800******************************************************************
002900*    MOD-LOG
003000*    DATE       INIT  DESCRIPTION
003100*    2026-10-15  RVM  ORIGINAL VERSION.
003120*    2026-10-15  RVM  RECORDS ITS START AND END ON THE RUN-CONTROL
003140*                     LEDGER (RUNCTL, COPY JRUNREC) AND REFUSES TO
003160*                     START, RC 20, UNTIL GSNIGHT HAS ENDED
003180*                     CLEANLY FOR THE SAME BUSINESS DATE.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BUSDATE-STATUS.
003825     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003850         ORGANIZATION IS LINE SEQUENTIAL
003875         FILE STATUS IS WS-RUNCTL-STATUS.
003900     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS ST-ID
004300         FILE STATUS IS WS-ROSTER-FILE-STATUS.
004400     SELECT CASELOAD-FILE ASSIGN TO CNSLASGN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CNSLASGN-STATUS.
004700     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CODETBL-STATUS.
005000     SELECT STUDENT-COUNSELOR-FILE ASSIGN TO STUCNSL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STUCNSL-STATUS.
005300     SELECT TRANSACTION-FILE ASSIGN TO CNTCTRAN
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CNTCTRAN-STATUS.
005600     SELECT CONTACT-LOG-FILE ASSIGN TO CNTCLOG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CNTCLOG-STATUS.
005900     SELECT CASELOAD-RPT ASSIGN TO CNSLRPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CNSLRPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BUSINESS-DATE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  BUSINESS-DATE-RECORD.
006700     COPY BDATREC.
006725 FD  RUN-CONTROL-FILE
006750     LABEL RECORDS ARE STANDARD.
006775 01  RUN-CONTROL-RECORD          PIC X(50).
006800 FD  ROSTER-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  ROSTER-FILE-RECORD.
007100     COPY ROSTERREC.
007200 FD  CASELOAD-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  CASELOAD-RECORD.
007500     COPY CNSLREC.
007600 FD  CODE-TABLE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  CODE-TABLE-RECORD.
007900     COPY CODEREC.
008000 FD  STUDENT-COUNSELOR-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  STUDENT-COUNSELOR-RECORD.
008300     COPY SCNSREC.
008400******************************************************************
008500*    CNTCTRAN - ONE CARD PER CONTACT AS THE COUNSELOR ENTERED IT:*
008600*      COL 1-7   STUDENT ID                                      *
008700*      COL 8-12  COUNSELOR ID (AS ON CNSLASGN)                   *
008800*      COL 13-20 CONTACT DATE                                    *
008900*      COL 21-22 CONTACT TYPE (CNTCTYPE)                         *
009000*      COL 23-26 REASON CODE (CNTCRSN)                           *
009100*      COL 27-34 FOLLOW-UP DATE, BLANK FOR NONE                  *
009200******************************************************************
009300 FD  TRANSACTION-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  TRANSACTION-RECORD.
009600     05  TR-STUDENT-ID           PIC 9(07).
009700     05  TR-COUNSELOR-ID         PIC 9(05).
009800     05  TR-CONTACT-DATE         PIC 9(08).
009900     05  TR-CONTACT-TYPE         PIC X(02).
010000     05  TR-REASON-CODE          PIC X(04).
010100     05  TR-FOLLOWUP-DATE        PIC 9(08).
010200     05  TR-FOLLOWUP-TEXT REDEFINES TR-FOLLOWUP-DATE
010300                                 PIC X(08).
010400 FD  CONTACT-LOG-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  CONTACT-LOG-RECORD.
010700     COPY CNTCREC.
010800 FD  CASELOAD-RPT
010900     LABEL RECORDS ARE STANDARD.
011000 01  CASELOAD-LINE               PIC X(100).
011100 WORKING-STORAGE SECTION.
011104******************************************************************
011108*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
011112*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
011116*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
011120*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
011124*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
011128*    HAVE APPLIED THE DAY'S ROSTER CHANGES BEFORE THE            *
011132*    CASELOADS ARE RESOLVED.                                     *
011136******************************************************************
011140 01  RUN-CONTROL-EVENT.
011144     COPY JRUNREC.
011148 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSCNSL  '.
011152 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
011156 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
011160     'GSNIGHT                 '.
011164 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
011168     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
011172 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
011176 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
011180 01  WS-RUNCTL-STATUS         PIC X(02).
011184 01  WS-RUN-BUS-DATE          PIC 9(08).
011188 01  WS-RUN-PX                PIC 9(02).
011192 01  WS-RUN-PRED-STATE        PIC X.
011196 01  WS-RUN-BLOCKER           PIC X(08).
011200 01  WS-ROSTER-FILE-STATUS    PIC X(02).
011300 01  WS-CNSLASGN-STATUS       PIC X(02).
011400 01  WS-CODETBL-STATUS        PIC X(02).
011500 01  WS-STUCNSL-STATUS        PIC X(02).
011600 01  WS-CNTCTRAN-STATUS       PIC X(02).
011700 01  WS-CNTCLOG-STATUS        PIC X(02).
011800 01  WS-CNSLRPT-STATUS        PIC X(02).
011900 01  i                        PIC 9(05).
012000 01  j                        PIC 9(05).
012100******************************************************************
012200*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012300*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
012400******************************************************************
012500 01  WS-BUSDATE-STATUS        PIC X(02).
012600 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012700 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
012800     05  WS-BUS-YEAR          PIC 9(04).
012900     05  WS-BUS-MONTH         PIC 9(02).
013000     05  WS-BUS-DAY           PIC 9(02).
013100 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013200 01  BUS-DATE-HEADING.
013300     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013400     05  BDH-DATE             PIC 9(08).
013500     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013600******************************************************************
013700*    THE FIRST DAY OF THIS SCHOOL YEAR (JULY 1) - A CONTACT ON OR*
013800*    AFTER IT IS A CONTACT THIS YEAR - AND OF THE YEAR BEFORE,   *
013900*    THE OLDEST PART OF THE LOG KEPT IN STORAGE: A FOLLOW-UP SET *
014000*    LAST SPRING IS STILL OWED THIS FALL.                        *
014100******************************************************************
014200 01  WS-YEAR-START            PIC 9(08).
014300 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
014400     05  WS-YS-YEAR           PIC 9(04).
014500     05  WS-YS-MMDD           PIC 9(04).
014600 01  WS-LOG-START             PIC 9(08).
014700******************************************************************
014800*    GRADE ORDER FOR THE CASELOAD RANGES - KG 00, 01-12 AS       *
014900*    NUMBERED, UG 13. SET-GRADE-RANK TURNS WS-RANK-GRADE INTO    *
015000*    WS-GRADE-RANK; ANY OTHER CODE IS 99 AND FITS NO RANGE.      *
015100******************************************************************
015200 01  WS-RANK-GRADE            PIC X(02).
015300 01  WS-GRADE-RANK            PIC 9(02).
015400******************************************************************
015500*    EVERY STUDENT ON ROSTERVS, IN ID ORDER FOR THE SEARCH ALL   *
015600*    PER CARD, WITH THE COUNSELOR THEY RESOLVE TO AND THEIR      *
015700*    LATEST CONTACT ALONGSIDE. RESORTED BY BUILDING, COUNSELOR   *
015800*    AND NAME FOR THE CASELOAD PRINT.                            *
015900******************************************************************
016000 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
016100 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
016200 01  RST-TABLE.
016300     05  RST-ROW              OCCURS 0 TO 2000 TIMES
016400                              DEPENDING ON WS-RST-COUNT
016500                              ASCENDING KEY IS RST-ID
016600                              INDEXED BY RST-IDX.
016700         10  RST-ID           PIC 9(07).
016800         10  RST-LAST-NAME    PIC X(30).
016900         10  RST-FIRST-NAME   PIC X(20).
017000         10  RST-GRADE        PIC X(02).
017100         10  RST-SCHOOL       PIC X(04).
017200         10  RST-WITHDRAW     PIC 9(08).
017300         10  RST-CNSL-SORT    PIC X(01).
017400         10  RST-CNSL-NAME    PIC X(30).
017500         10  RST-CNSL-ID      PIC 9(05).
017600         10  RST-ASSIGNED     PIC 9(08).
017700         10  RST-LAST-CONTACT PIC 9(08).
017800         10  RST-FOLLOWUP     PIC 9(08).
017900         10  RST-LAST-REASON  PIC X(04).
018000         10  RST-YEAR-CONTACTS PIC 9(03).
018100 01  WS-RST-FULL              PIC X VALUE 'N'.
018200******************************************************************
018300*    EVERY CASELOAD ON CNSLASGN, IN FILE ORDER, WITH ITS GRADE   *
018400*    RANGE TURNED INTO GRADE ORDER. A CASELOAD WHOSE GRADES ARE  *
018500*    NOT GRADE CODES IS LEFT OUT AND NAMED ON THE CONSOLE.       *
018600******************************************************************
018700 77  WS-CNS-MAX               PIC 9(03) VALUE 200.
018800 01  WS-CNS-COUNT             PIC 9(03) VALUE ZERO.
018900 01  WS-CNS-TABLE.
019000     05  WS-CNS-ENTRY         OCCURS 200 TIMES.
019100         10  WS-CNS-SCHOOL    PIC X(04).
019200         10  WS-CNS-RANK-FROM PIC 9(02).
019300         10  WS-CNS-RANK-TO   PIC 9(02).
019400         10  WS-CNS-FROM      PIC X(01).
019500         10  WS-CNS-TO        PIC X(01).
019600         10  WS-CNS-ID        PIC 9(05).
019700         10  WS-CNS-NAME      PIC X(30).
019800 01  WS-CNS-FULL              PIC X VALUE 'N'.
019900 01  WS-CNS-BAD               PIC 9(03) VALUE ZERO.
020000 01  WS-CNS-ROW               PIC 9(03).
020100 01  WS-INITIAL               PIC X(01).
020200******************************************************************
020300*    THE CNTCTYPE AND CNTCRSN ROWS OF CODETBL - THE CONTACT TYPES*
020400*    AND REASONS A COUNSELOR MAY LOG, EACH ONLY WHILE IN FORCE.  *
020500******************************************************************
020600 77  WS-CCD-MAX               PIC 9(03) VALUE 200.
020700 01  WS-CCD-COUNT             PIC 9(03) VALUE ZERO.
020800 01  WS-CCD-TABLE.
020900     05  WS-CCD-ENTRY         OCCURS 200 TIMES.
021000         10  WS-CCD-TABLE-NAME PIC X(08).
021100         10  WS-CCD-CODE      PIC X(04).
021200         10  WS-CCD-EFF       PIC 9(08).
021300         10  WS-CCD-EXP       PIC 9(08).
021400 01  WS-CCD-FULL              PIC X VALUE 'N'.
021500 01  WS-CCD-WANT-TABLE        PIC X(08).
021600 01  WS-CCD-WANT-CODE         PIC X(04).
021700******************************************************************
021800*    LAST NIGHT'S STUCNSL, IN ID ORDER - WHAT TONIGHT'S          *
021900*    RESOLUTION IS COMPARED WITH. NO STUCNSL (THE FIRST NIGHT    *
022000*    EVER RUN) MAKES EVERY STUDENT A NEW ASSIGNMENT.             *
022100******************************************************************
022200 77  WS-PRV-MAX               PIC 9(05) VALUE 02000.
022300 01  WS-PRV-COUNT             PIC 9(05) VALUE ZERO.
022400 01  PRV-TABLE.
022500     05  PRV-ROW              OCCURS 0 TO 2000 TIMES
022600                              DEPENDING ON WS-PRV-COUNT
022700                              ASCENDING KEY IS PRV-ID
022800                              INDEXED BY PRV-IDX.
022900         10  PRV-ID           PIC 9(07).
023000         10  PRV-SCHOOL       PIC X(04).
023100         10  PRV-GRADE        PIC X(02).
023200         10  PRV-LAST-NAME    PIC X(30).
023300         10  PRV-CNSL-ID      PIC 9(05).
023400         10  PRV-ASSIGNED     PIC 9(08).
023500 01  WS-PRV-FULL              PIC X VALUE 'N'.
023600 01  WS-FIRST-NIGHT           PIC X VALUE 'N'.
023700******************************************************************
023800*    THE CONTACT LOG BACK TO WS-LOG-START, NUMBERED IN FILE ORDER*
023900*    AND SORTED BY STUDENT AND DATE, SO THE LAST ROW OF EACH     *
024000*    STUDENT IS THEIR LATEST CONTACT - THE ONE WHOSE FOLLOW-UP IS*
024100*    STILL OPEN.                                                 *
024200******************************************************************
024300 77  WS-CTL-MAX               PIC 9(05) VALUE 20000.
024400 01  WS-CTL-COUNT             PIC 9(05) VALUE ZERO.
024500 01  CTL-TABLE.
024600     05  CTL-ROW              OCCURS 0 TO 20000 TIMES
024700                              DEPENDING ON WS-CTL-COUNT
024800                              INDEXED BY CTL-IDX.
024900         10  CTL-STUDENT      PIC 9(07).
025000         10  CTL-DATE         PIC 9(08).
025100         10  CTL-SEQ          PIC 9(05).
025200         10  CTL-FOLLOWUP     PIC 9(08).
025300         10  CTL-REASON       PIC X(04).
025400 01  WS-CTL-FULL              PIC X VALUE 'N'.
025500******************************************************************
025600*    ONE ROW PER COUNSELOR FOR THE CASELOAD SUMMARY, FILLED AS   *
025700*    THE CASELOAD PRINT BREAKS ON COUNSELOR.                     *
025800******************************************************************
025900 77  WS-SUM-MAX               PIC 9(03) VALUE 300.
026000 01  WS-SUM-COUNT             PIC 9(03) VALUE ZERO.
026100 01  WS-SUM-TABLE.
026200     05  WS-SUM-ENTRY         OCCURS 300 TIMES.
026300         10  WS-SUM-SCHOOL    PIC X(04).
026400         10  WS-SUM-ID        PIC 9(05).
026500         10  WS-SUM-NAME      PIC X(30).
026600         10  WS-SUM-CASELOAD  PIC 9(05).
026700         10  WS-SUM-CONTACTED PIC 9(05).
026800         10  WS-SUM-NONE      PIC 9(05).
026900         10  WS-SUM-OVERDUE   PIC 9(05).
027000 01  WS-SUM-FULL              PIC X VALUE 'N'.
027100 01  WS-FOUND                 PIC X.
027200 01  WS-EDIT-REASON           PIC X(05).
027300 01  WS-EDIT-TEXT             PIC X(36).
027400 01  WS-CHECK-DATE            PIC 9(08).
027500 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
027600     05  WS-CHECK-YEAR        PIC 9(04).
027700     05  WS-CHECK-MONTH       PIC 9(02).
027800     05  WS-CHECK-DAY         PIC 9(02).
027900 01  WS-DATE-OK               PIC X.
028000 01  WS-FOLLOWUP              PIC 9(08).
028100 01  WS-MOVE-REASON           PIC X(16).
028200 01  WS-PREV-SCHOOL           PIC X(04).
028300 01  WS-PREV-CNSL             PIC X(36).
028400 01  WS-THIS-CNSL             PIC X(36).
028500 01  WS-NO-CONTACT            PIC X.
028600 01  WS-OVERDUE               PIC X.
028700 01  WS-ENROLLED-COUNT        PIC 9(05) VALUE ZERO.
028800 01  WS-ASSIGNED-COUNT        PIC 9(05) VALUE ZERO.
028900 01  WS-UNASSIGNED-COUNT      PIC 9(05) VALUE ZERO.
029000 01  WS-MOVED-COUNT           PIC 9(05) VALUE ZERO.
029100 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
029200 01  WS-ROWS-READ             PIC 9(05) VALUE ZERO.
029300 01  WS-ROWS-POSTED           PIC 9(05) VALUE ZERO.
029400 01  WS-ROWS-REJECTED         PIC 9(05) VALUE ZERO.
029500 01  WS-NONE-COUNT            PIC 9(05) VALUE ZERO.
029600 01  WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.
029700******************************************************************
029800*    CNSLRPT LINES - THE REASSIGNMENTS.                          *
029900******************************************************************
030000 01  MV-HEADING.
030100     05  FILLER               PIC X(46) VALUE
030200         'COUNSELOR ASSIGNMENTS - CHANGED SINCE LAST RUN'.
030300 01  MV-COLUMNS.
030400     05  FILLER               PIC X(09) VALUE 'ID'.
030500     05  FILLER               PIC X(22) VALUE 'LAST NAME'.
030600     05  FILLER               PIC X(04) VALUE 'GR'.
030700     05  FILLER               PIC X(06) VALUE 'BLDG'.
030800     05  FILLER               PIC X(07) VALUE 'WAS'.
030900     05  FILLER               PIC X(24) VALUE 'NOW'.
031000     05  FILLER               PIC X(16) VALUE 'BECAUSE OF'.
031100 01  MV-DETAIL-LINE.
031200     05  MV-D-ID              PIC 9(07).
031300     05  FILLER               PIC X(02) VALUE SPACES.
031400     05  MV-D-LAST-NAME       PIC X(20).
031500     05  FILLER               PIC X(02) VALUE SPACES.
031600     05  MV-D-GRADE           PIC X(02).
031700     05  FILLER               PIC X(02) VALUE SPACES.
031800     05  MV-D-SCHOOL          PIC X(04).
031900     05  FILLER               PIC X(02) VALUE SPACES.
032000     05  MV-D-WAS             PIC X(05).
032100     05  FILLER               PIC X(02) VALUE SPACES.
032200     05  MV-D-NOW-ID          PIC X(05).
032300     05  FILLER               PIC X(01) VALUE SPACES.
032400     05  MV-D-NOW-NAME        PIC X(16).
032500     05  FILLER               PIC X(02) VALUE SPACES.
032600     05  MV-D-REASON          PIC X(16).
032700******************************************************************
032800*    CNSLRPT LINES - THE CONTACT-CARD REJECT LIST.               *
032900******************************************************************
033000 01  RPT-HEADING.
033100     05  FILLER               PIC X(34) VALUE
033200         'COUNSELOR CONTACT CARDS - REJECTED'.
033300 01  RPT-COLUMNS.
033400     05  FILLER               PIC X(09) VALUE 'STUDENT'.
033500     05  FILLER               PIC X(07) VALUE 'CNSLR'.
033600     05  FILLER               PIC X(10) VALUE 'DATE'.
033700     05  FILLER               PIC X(04) VALUE 'TY'.
033800     05  FILLER               PIC X(06) VALUE 'RSN'.
033900     05  FILLER               PIC X(06) VALUE 'EDIT'.
034000     05  FILLER               PIC X(36) VALUE 'REASON'.
034100 01  RPT-DETAIL-LINE.
034200     05  RPT-D-STUDENT-ID     PIC X(07).
034300     05  FILLER               PIC X(02) VALUE SPACES.
034400     05  RPT-D-COUNSELOR      PIC X(05).
034500     05  FILLER               PIC X(02) VALUE SPACES.
034600     05  RPT-D-DATE           PIC X(08).
034700     05  FILLER               PIC X(02) VALUE SPACES.
034800     05  RPT-D-TYPE           PIC X(02).
034900     05  FILLER               PIC X(02) VALUE SPACES.
035000     05  RPT-D-CODE           PIC X(04).
035100     05  FILLER               PIC X(02) VALUE SPACES.
035200     05  RPT-D-REASON         PIC X(05).
035300     05  FILLER               PIC X(01) VALUE SPACES.
035400     05  RPT-D-TEXT           PIC X(36).
035500 01  RUN-TOTAL-LINE.
035600     05  RT-LABEL             PIC X(44).
035700     05  RT-VALUE             PIC ZZZZ9.
035800******************************************************************
035900*    CNSLRPT LINES - THE CASELOAD WORKLIST AND SUMMARY.          *
036000******************************************************************
036100 01  CW-HEADING.
036200     05  FILLER               PIC X(51) VALUE
036300         'COUNSELOR WORKLIST - NO CONTACT THIS SCHOOL YEAR OR'.
036400     05  FILLER               PIC X(25) VALUE
036500         ' FOLLOW-UP OVERDUE AS OF '.
036600     05  CW-H-DATE            PIC 9(08).
036700 01  CW-BLDG-HEADING.
036800     05  FILLER               PIC X(06) VALUE 'BLDG: '.
036900     05  CW-HB-SCHOOL         PIC X(04).
037000 01  CW-CNSL-HEADING.
037100     05  FILLER               PIC X(13) VALUE '  COUNSELOR: '.
037200     05  CW-HC-ID             PIC X(07).
037300     05  CW-HC-NAME           PIC X(30).
037400 01  CW-COLUMNS.
037500     05  FILLER               PIC X(13) VALUE '    ID'.
037600     05  FILLER               PIC X(22) VALUE 'LAST NAME'.
037700     05  FILLER               PIC X(04) VALUE 'GR'.
037800     05  FILLER               PIC X(14) VALUE 'LAST CONTACT'.
037900     05  FILLER               PIC X(06) VALUE 'RSN'.
038000     05  FILLER               PIC X(10) VALUE 'FOLLOW-UP'.
038100     05  FILLER               PIC X(20) VALUE 'STATUS'.
038200 01  CW-DETAIL-LINE.
038300     05  FILLER               PIC X(04) VALUE SPACES.
038400     05  CW-D-ID              PIC 9(07).
038500     05  FILLER               PIC X(02) VALUE SPACES.
038600     05  CW-D-LAST-NAME       PIC X(20).
038700     05  FILLER               PIC X(02) VALUE SPACES.
038800     05  CW-D-GRADE           PIC X(02).
038900     05  FILLER               PIC X(02) VALUE SPACES.
039000     05  CW-D-LAST-CONTACT    PIC X(08).
039100     05  FILLER               PIC X(06) VALUE SPACES.
039200     05  CW-D-REASON          PIC X(04).
039300     05  FILLER               PIC X(02) VALUE SPACES.
039400     05  CW-D-FOLLOWUP        PIC X(08).
039500     05  FILLER               PIC X(02) VALUE SPACES.
039600     05  CW-D-STATUS          PIC X(30).
039700 01  CW-CNSL-TOTAL-LINE.
039800     05  FILLER               PIC X(13) VALUE '    CASELOAD '.
039900     05  CW-T-CASELOAD        PIC ZZZZ9.
040000     05  FILLER               PIC X(21) VALUE
040100         '  CONTACTED THIS YEAR'.
040200     05  CW-T-CONTACTED       PIC ZZZZ9.
040300     05  FILLER               PIC X(12) VALUE '  NO CONTACT'.
040400     05  CW-T-NONE            PIC ZZZZ9.
040500     05  FILLER               PIC X(10) VALUE '  OVERDUE '.
040600     05  CW-T-OVERDUE         PIC ZZZZ9.
040700 01  SM-HEADING.
040800     05  FILLER               PIC X(32) VALUE
040900         'CASELOAD SIZE PER COUNSELOR'.
041000 01  SM-COLUMNS.
041100     05  FILLER               PIC X(06) VALUE 'BLDG'.
041200     05  FILLER               PIC X(39) VALUE 'COUNSELOR'.
041300     05  FILLER               PIC X(10) VALUE 'CASELOAD'.
041400     05  FILLER               PIC X(11) VALUE 'CONTACTED'.
041500     05  FILLER               PIC X(12) VALUE 'NO CONTACT'.
041600     05  FILLER               PIC X(08) VALUE 'OVERDUE'.
041700 01  SM-DETAIL-LINE.
041800     05  SM-D-SCHOOL          PIC X(04).
041900     05  FILLER               PIC X(02) VALUE SPACES.
042000     05  SM-D-ID              PIC X(05).
042100     05  FILLER               PIC X(02) VALUE SPACES.
042200     05  SM-D-NAME            PIC X(30).
042300     05  FILLER               PIC X(05) VALUE SPACES.
042400     05  SM-D-CASELOAD        PIC ZZZZ9.
042500     05  FILLER               PIC X(06) VALUE SPACES.
042600     05  SM-D-CONTACTED       PIC ZZZZ9.
042700     05  FILLER               PIC X(07) VALUE SPACES.
042800     05  SM-D-NONE            PIC ZZZZ9.
042900     05  FILLER               PIC X(05) VALUE SPACES.
043000     05  SM-D-OVERDUE         PIC ZZZZ9.
043100 PROCEDURE DIVISION.
043200 MAINLINE.
043300******************************************************************
043400*    NIGHTLY ENTRY POINT. THE ASSIGNMENTS ARE RESOLVED BEFORE THE*
043500*    CARDS ARE POSTED SO THE WORKLIST AT THE END SEES BOTH.      *
043600******************************************************************
043700     perform read-business-date
043750     perform start-run-control
043800     if ws-bus-month < 7
043900         compute ws-ys-year = ws-bus-year - 1
044000     else
044100         move ws-bus-year to ws-ys-year
044200     end-if
044300     move 0701 to ws-ys-mmdd
044400     compute ws-log-start = ws-year-start - 10000
044500     perform load-roster-table
044600     perform load-caseloads
044700     perform load-contact-codes
044800     perform load-previous-assignments
044900     open output caseload-rpt
045000     if ws-cnslrpt-status not = '00'
045100         display 'COULD NOT OPEN CNSLRPT - STATUS '
045200             ws-cnslrpt-status
045300         move 16 to return-code
045400         stop run
045500     end-if
045600     write caseload-line from bus-date-heading
045700     perform resolve-assignments
045800     perform write-assignments
045900     perform post-contacts
046000     perform load-contact-log
046100     perform print-worklist
046200     perform print-caseload-summary
046300     close caseload-rpt
046400     display 'COUNSELOR ASSIGNMENTS - ENROLLED ' ws-enrolled-count
046500         ' ASSIGNED ' ws-assigned-count
046600         ' UNASSIGNED ' ws-unassigned-count
046700         ' CHANGED ' ws-moved-count
046800     display 'COUNSELOR CONTACTS - READ ' ws-rows-read
046900         ' POSTED ' ws-rows-posted
047000         ' REJECTED ' ws-rows-rejected
047100     if ws-rows-rejected > zero
047200         or ws-cns-bad > zero
047300         or ws-rst-full = 'Y'
047400         or ws-cns-full = 'Y'
047500         or ws-ccd-full = 'Y'
047600         or ws-prv-full = 'Y'
047700         or ws-ctl-full = 'Y'
047800         or ws-sum-full = 'Y'
047900         move 4 to return-code
048000     end-if
048050     perform end-run-control
048100     stop run
048200     .
048300 LOAD-ROSTER-TABLE.
048400     move zero to ws-rst-count
048500     open input roster-file
048600     if ws-roster-file-status not = '00'
048700         display 'COULD NOT OPEN ROSTERVS - STATUS '
048800             ws-roster-file-status
048900         move 16 to return-code
049000         stop run
049100     end-if
049200     perform until ws-roster-file-status not = '00'
049300         read roster-file next record
049400         if ws-roster-file-status = '00'
049500             if ws-rst-count < ws-rst-max
049600                 add 1 to ws-rst-count
049700                 move ws-rst-count to i
049800                 move st-id            to rst-id(i)
049900                 move st-last-name     to rst-last-name(i)
050000                 move st-first-name    to rst-first-name(i)
050100                 move st-grade         to rst-grade(i)
050200                 move st-school-code   to rst-school(i)
050300                 move st-withdraw-date to rst-withdraw(i)
050400                 move '2'              to rst-cnsl-sort(i)
050500                 move 'UNASSIGNED'     to rst-cnsl-name(i)
050600                 move zero to rst-cnsl-id(i) rst-assigned(i)
050700                              rst-last-contact(i) rst-followup(i)
050800                              rst-year-contacts(i)
050900                 move spaces           to rst-last-reason(i)
051000             else
051100                 move 'Y' to ws-rst-full
051200             end-if
051300         end-if
051400     end-perform
051500     close roster-file
051600     if ws-rst-full = 'Y'
051700         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
051800     end-if
051900     if ws-rst-count > 1
052000         sort rst-row on ascending key rst-id
052100     end-if
052200     .
052300 LOAD-CASELOADS.
052400******************************************************************
052500*    NO CNSLASGN YET LEAVES EVERY STUDENT UNASSIGNED.            *
052600******************************************************************
052700     move zero to ws-cns-count
052800     open input caseload-file
052900     if ws-cnslasgn-status not = '00'
053000         and ws-cnslasgn-status not = '35'
053100         display 'COULD NOT OPEN CNSLASGN - STATUS '
053200             ws-cnslasgn-status
053300         move 16 to return-code
053400         stop run
053500     end-if
053600     if ws-cnslasgn-status = '00'
053700         perform until ws-cnslasgn-status not = '00'
053800             read caseload-file next record
053900             if ws-cnslasgn-status = '00'
054000                 perform add-caseload-row
054100             end-if
054200         end-perform
054300         close caseload-file
054400     end-if
054500     if ws-cns-full = 'Y'
054600         display 'CNSLASGN - CASELOAD TABLE FULL AT ' ws-cns-max
054700     end-if
054800     .
054900 ADD-CASELOAD-ROW.
055000     if ws-cns-count not < ws-cns-max
055100         move 'Y' to ws-cns-full
055200     else
055300         move ws-cns-count to i
055400         add 1 to i
055500         if ca-grade-from = spaces
055600             move zero to ws-cns-rank-from(i)
055700             move 13   to ws-cns-rank-to(i)
055800         else
055900             move ca-grade-from to ws-rank-grade
056000             perform set-grade-rank
056100             move ws-grade-rank to ws-cns-rank-from(i)
056200             if ca-grade-to not = spaces
056300                 move ca-grade-to to ws-rank-grade
056400                 perform set-grade-rank
056500             end-if
056600             move ws-grade-rank to ws-cns-rank-to(i)
056700         end-if
056800         if ws-cns-rank-from(i) = 99
056900             or ws-cns-rank-to(i) = 99
057000             or ws-cns-rank-from(i) > ws-cns-rank-to(i)
057100             add 1 to ws-cns-bad
057200             display 'CNSLASGN - BAD GRADE RANGE, SKIPPED: '
057300                 caseload-record
057400         else
057500             move i to ws-cns-count
057600             move ca-school-code    to ws-cns-school(i)
057700             move ca-alpha-from     to ws-cns-from(i)
057800             move ca-alpha-to       to ws-cns-to(i)
057900             move ca-counselor-id   to ws-cns-id(i)
058000             move ca-counselor-name to ws-cns-name(i)
058100         end-if
058200     end-if
058300     .
058400 SET-GRADE-RANK.
058500     evaluate ws-rank-grade
058600         when 'KG'
058700             move zero to ws-grade-rank
058800         when 'UG'
058900             move 13 to ws-grade-rank
059000         when '01' thru '12'
059100             move ws-rank-grade to ws-grade-rank
059200         when other
059300             move 99 to ws-grade-rank
059400     end-evaluate
059500     .
059600 LOAD-CONTACT-CODES.
059700     move zero to ws-ccd-count
059800     open input code-table-file
059900     if ws-codetbl-status not = '00'
060000         display 'COULD NOT OPEN CODETBL - STATUS '
060100             ws-codetbl-status
060200         move 16 to return-code
060300         stop run
060400     end-if
060500     perform until ws-codetbl-status not = '00'
060600         read code-table-file next record
060700         if ws-codetbl-status = '00'
060800             and (ct-table-name = 'CNTCTYPE'
060900                  or ct-table-name = 'CNTCRSN')
061000             if ws-ccd-count < ws-ccd-max
061100                 add 1 to ws-ccd-count
061200                 move ct-table-name
061300                     to ws-ccd-table-name(ws-ccd-count)
061400                 move ct-code to ws-ccd-code(ws-ccd-count)
061500                 move ct-effective-date
061600                     to ws-ccd-eff(ws-ccd-count)
061700                 move ct-expiry-date
061800                     to ws-ccd-exp(ws-ccd-count)
061900             else
062000                 move 'Y' to ws-ccd-full
062100             end-if
062200         end-if
062300     end-perform
062400     close code-table-file
062500     if ws-ccd-full = 'Y'
062600         display 'CODETBL - CONTACT CODE TABLE FULL AT '
062700             ws-ccd-max
062800     end-if
062900     .
063000 LOAD-PREVIOUS-ASSIGNMENTS.
063100     move zero to ws-prv-count
063200     open input student-counselor-file
063300     if ws-stucnsl-status not = '00'
063400         and ws-stucnsl-status not = '35'
063500         display 'COULD NOT OPEN STUCNSL - STATUS '
063600             ws-stucnsl-status
063700         move 16 to return-code
063800         stop run
063900     end-if
064000     if ws-stucnsl-status = '35'
064100         move 'Y' to ws-first-night
064200     else
064300         perform until ws-stucnsl-status not = '00'
064400             read student-counselor-file next record
064500             if ws-stucnsl-status = '00'
064600                 if ws-prv-count < ws-prv-max
064700                     add 1 to ws-prv-count
064800                     move ws-prv-count to i
064900                     move sc-student-id     to prv-id(i)
065000                     move sc-school-code    to prv-school(i)
065100                     move sc-grade          to prv-grade(i)
065200                     move sc-last-name      to prv-last-name(i)
065300                     move sc-counselor-id   to prv-cnsl-id(i)
065400                     move sc-assigned-date  to prv-assigned(i)
065500                 else
065600                     move 'Y' to ws-prv-full
065700                 end-if
065800             end-if
065900         end-perform
066000         close student-counselor-file
066100     end-if
066200     if ws-prv-full = 'Y'
066300         display 'STUCNSL - ASSIGNMENT TABLE FULL AT ' ws-prv-max
066400     end-if
066500     if ws-prv-count > 1
066600         sort prv-row on ascending key prv-id
066700     end-if
066800     .
066900 RESOLVE-ASSIGNMENTS.
067000******************************************************************
067100*    EVERY ENROLLED STUDENT AGAINST THE CASELOADS, FIRST FIT IN  *
067200*    FILE ORDER. A STUDENT WHO KEEPS THEIR COUNSELOR KEEPS THEIR *
067300*    ASSIGNED DATE; ONE WHO CHANGES IS LISTED WITH THE FIRST     *
067400*    REASON THAT APPLIES. NEW STUDENTS ARE COUNTED, NOT LISTED.  *
067500******************************************************************
067600     write caseload-line from mv-heading
067700     move spaces to caseload-line
067800     write caseload-line
067900     write caseload-line from mv-columns
068000     perform varying i from 1 by 1 until i > ws-rst-count
068100         if rst-withdraw(i) = zero
068200             add 1 to ws-enrolled-count
068300             perform find-caseload
068400             move ws-business-date to rst-assigned(i)
068500             move 'N' to ws-found
068600             search all prv-row
068700                 when prv-id(prv-idx) = rst-id(i)
068800                     move 'Y' to ws-found
068900             end-search
069000             if ws-found = 'N'
069100                 add 1 to ws-new-count
069200             else
069300                 if prv-cnsl-id(prv-idx) = rst-cnsl-id(i)
069400                     move prv-assigned(prv-idx) to rst-assigned(i)
069500                 else
069600                     perform write-reassignment
069700                 end-if
069800             end-if
069900         end-if
070000     end-perform
070100     if ws-moved-count = zero
070200         if ws-first-night = 'Y'
070300             move 'FIRST RUN - EVERY STUDENT IS A NEW ASSIGNMENT'
070400                 to caseload-line
070500         else
070600             move 'NO STUDENT CHANGED COUNSELOR' to caseload-line
070700         end-if
070800         write caseload-line
070900     end-if
071000     move spaces to caseload-line
071100     write caseload-line
071200     move 'ENROLLED STUDENTS' to rt-label
071300     move ws-enrolled-count to rt-value
071400     write caseload-line from run-total-line
071500     move 'ASSIGNED TO A COUNSELOR' to rt-label
071600     move ws-assigned-count to rt-value
071700     write caseload-line from run-total-line
071800     move 'UNASSIGNED - NO CASELOAD FITS' to rt-label
071900     move ws-unassigned-count to rt-value
072000     write caseload-line from run-total-line
072100     move 'COUNSELOR CHANGED' to rt-label
072200     move ws-moved-count to rt-value
072300     write caseload-line from run-total-line
072400     move 'NEW TO STUCNSL' to rt-label
072500     move ws-new-count to rt-value
072600     write caseload-line from run-total-line
072700     .
072800 FIND-CASELOAD.
072900     move rst-grade(i) to ws-rank-grade
073000     perform set-grade-rank
073100     move rst-last-name(i)(1:1) to ws-initial
073200     move zero to ws-cns-row
073300     perform varying j from 1 by 1
073400             until j > ws-cns-count or ws-cns-row > zero
073500         if ws-cns-school(j) = rst-school(i)
073600             and ws-grade-rank not < ws-cns-rank-from(j)
073700             and ws-grade-rank not > ws-cns-rank-to(j)
073800             and (ws-cns-from(j) = space
073900                  or ws-initial not < ws-cns-from(j))
074000             and (ws-cns-to(j) = space
074100                  or ws-initial not > ws-cns-to(j))
074200             move j to ws-cns-row
074300         end-if
074400     end-perform
074500     if ws-cns-row > zero
074600         add 1 to ws-assigned-count
074700         move '1' to rst-cnsl-sort(i)
074800         move ws-cns-name(ws-cns-row) to rst-cnsl-name(i)
074900         move ws-cns-id(ws-cns-row)   to rst-cnsl-id(i)
075000     else
075100         add 1 to ws-unassigned-count
075200     end-if
075300     .
075400 WRITE-REASSIGNMENT.
075500     add 1 to ws-moved-count
075600     evaluate true
075700         when prv-school(prv-idx) not = rst-school(i)
075800             move 'TRANSFER' to ws-move-reason
075900         when prv-grade(prv-idx) not = rst-grade(i)
076000             move 'GRADE CHANGE' to ws-move-reason
076100         when prv-last-name(prv-idx) not = rst-last-name(i)
076200             move 'NAME CHANGE' to ws-move-reason
076300         when other
076400             move 'CASELOAD CHANGE' to ws-move-reason
076500     end-evaluate
076600     move rst-id(i)         to mv-d-id
076700     move rst-last-name(i)  to mv-d-last-name
076800     move rst-grade(i)      to mv-d-grade
076900     move rst-school(i)     to mv-d-school
077000     move 'NONE'            to mv-d-was
077100     if prv-cnsl-id(prv-idx) not = zero
077200         move prv-cnsl-id(prv-idx) to mv-d-was
077300     end-if
077400     move 'NONE'            to mv-d-now-id
077500     if rst-cnsl-sort(i) = '1'
077600         move rst-cnsl-id(i) to mv-d-now-id
077700     end-if
077800     move rst-cnsl-name(i)  to mv-d-now-name
077900     move ws-move-reason    to mv-d-reason
078000     write caseload-line from mv-detail-line
078100     .
078200 WRITE-ASSIGNMENTS.
078300******************************************************************
078400*    STUCNSL REWRITTEN WHOLE, ENROLLED STUDENTS ONLY, ID ORDER.  *
078500******************************************************************
078600     open output student-counselor-file
078700     if ws-stucnsl-status not = '00'
078800         display 'COULD NOT OPEN STUCNSL - STATUS '
078900             ws-stucnsl-status
079000         move 16 to return-code
079100         stop run
079200     end-if
079300     perform varying i from 1 by 1 until i > ws-rst-count
079400         if rst-withdraw(i) = zero
079500             move spaces           to student-counselor-record
079600             move rst-id(i)        to sc-student-id
079700             move rst-school(i)    to sc-school-code
079800             move rst-grade(i)     to sc-grade
079900             move rst-last-name(i) to sc-last-name
080000             move rst-cnsl-id(i)   to sc-counselor-id
080100             if rst-cnsl-sort(i) = '1'
080200                 move rst-cnsl-name(i) to sc-counselor-name
080300             end-if
080400             move rst-assigned(i)  to sc-assigned-date
080500             write student-counselor-record
080600         end-if
080700     end-perform
080800     close student-counselor-file
080900     .
081000 POST-CONTACTS.
081100******************************************************************
081200*    ONE PASS OF CNTCTRAN - CLEAN CARDS APPEND TO CNTCLOG, WHICH *
081300*    DOES NOT EXIST BEFORE THE FIRST POSTING EVER RUN, SO EXTEND *
081400*    FALLS BACK TO OUTPUT THAT TIME.                             *
081500******************************************************************
081600     open input transaction-file
081700     if ws-cntctran-status not = '00'
081800         display 'COULD NOT OPEN CNTCTRAN - STATUS '
081900             ws-cntctran-status
082000         move 16 to return-code
082100         stop run
082200     end-if
082300     open extend contact-log-file
082400     if ws-cntclog-status not = '00'
082500         open output contact-log-file
082600     end-if
082700     if ws-cntclog-status not = '00'
082800         display 'COULD NOT OPEN CNTCLOG - STATUS '
082900             ws-cntclog-status
083000         move 16 to return-code
083100         stop run
083200     end-if
083300     move spaces to caseload-line
083400     write caseload-line
083500     write caseload-line from rpt-heading
083600     move spaces to caseload-line
083700     write caseload-line
083800     write caseload-line from rpt-columns
083900     perform until ws-cntctran-status not = '00'
084000         read transaction-file next record
084100         if ws-cntctran-status = '00'
084200             add 1 to ws-rows-read
084300             perform edit-contact
084400             if ws-edit-reason = spaces
084500                 perform post-contact
084600             else
084700                 perform reject-contact
084800             end-if
084900         end-if
085000     end-perform
085100     close transaction-file
085200     close contact-log-file
085300     if ws-rows-rejected = zero
085400         move 'NO CARDS REJECTED' to caseload-line
085500         write caseload-line
085600     end-if
085700     move spaces to caseload-line
085800     write caseload-line
085900     move 'CNTCTRAN CARDS READ' to rt-label
086000     move ws-rows-read to rt-value
086100     write caseload-line from run-total-line
086200     move 'CONTACTS POSTED TO CNTCLOG' to rt-label
086300     move ws-rows-posted to rt-value
086400     write caseload-line from run-total-line
086500     move 'CARDS REJECTED' to rt-label
086600     move ws-rows-rejected to rt-value
086700     write caseload-line from run-total-line
086800     .
086900 EDIT-CONTACT.
087000******************************************************************
087100*    FIRST FAILURE WINS - 'NOSTU' THE STUDENT IS NOT ON ROSTERVS,*
087200*    'BADDT' THE CONTACT DATE IS NOT A DATE OR IS AFTER TODAY,   *
087300*    'WDRWN' THE STUDENT HAD WITHDRAWN BY THEN, 'NOCNS' THE      *
087400*    COUNSELOR HOLDS NO CASELOAD, 'BADTY'/'BADRS' THE TYPE OR    *
087500*    REASON IS NOT IN FORCE ON THE DATE, 'BADFU' THE FOLLOW-UP IS*
087600*    NOT A DATE AFTER THE CONTACT.                               *
087700******************************************************************
087800     move spaces to ws-edit-reason
087900     move spaces to ws-edit-text
088000     move 'N' to ws-found
088100     if tr-student-id is numeric
088200         search all rst-row
088300             when rst-id(rst-idx) = tr-student-id
088400                 move 'Y' to ws-found
088500         end-search
088600     end-if
088700     if ws-found = 'N'
088800         move 'NOSTU' to ws-edit-reason
088900         move 'STUDENT NOT ON ROSTERVS' to ws-edit-text
089000     end-if
089100     if ws-edit-reason = spaces
089200         move tr-contact-date to ws-check-date
089300         perform check-date
089400         if ws-date-ok = 'N'
089500             or tr-contact-date > ws-business-date
089600             move 'BADDT' to ws-edit-reason
089700             move 'CONTACT DATE INVALID OR IN FUTURE'
089800                 to ws-edit-text
089900         end-if
090000     end-if
090100     if ws-edit-reason = spaces
090200         and rst-withdraw(rst-idx) not = zero
090300         and tr-contact-date > rst-withdraw(rst-idx)
090400         move 'WDRWN' to ws-edit-reason
090500         move 'STUDENT WITHDRAWN BEFORE THE CONTACT'
090600             to ws-edit-text
090700     end-if
090800     if ws-edit-reason = spaces
090900         move 'N' to ws-found
091000         if tr-counselor-id is numeric
091100             perform varying j from 1 by 1 until j > ws-cns-count
091200                 if ws-cns-id(j) = tr-counselor-id
091300                     move 'Y' to ws-found
091400                 end-if
091500             end-perform
091600         end-if
091700         if ws-found = 'N'
091800             move 'NOCNS' to ws-edit-reason
091900             move 'COUNSELOR HOLDS NO CASELOAD' to ws-edit-text
092000         end-if
092100     end-if
092200     if ws-edit-reason = spaces
092300         move 'CNTCTYPE' to ws-ccd-want-table
092400         move tr-contact-type to ws-ccd-want-code
092500         perform find-contact-code
092600         if ws-found = 'N'
092700             move 'BADTY' to ws-edit-reason
092800             move 'CONTACT TYPE NOT IN FORCE' to ws-edit-text
092900         end-if
093000     end-if
093100     if ws-edit-reason = spaces
093200         move 'CNTCRSN' to ws-ccd-want-table
093300         move tr-reason-code to ws-ccd-want-code
093400         perform find-contact-code
093500         if ws-found = 'N'
093600             move 'BADRS' to ws-edit-reason
093700             move 'REASON CODE NOT IN FORCE' to ws-edit-text
093800         end-if
093900     end-if
094000     if ws-edit-reason = spaces
094100         move zero to ws-followup
094200         if tr-followup-text not = spaces
094300             move tr-followup-date to ws-check-date
094400             perform check-date
094500             if ws-date-ok = 'N'
094600                 or tr-followup-date not > tr-contact-date
094700                 move 'BADFU' to ws-edit-reason
094800                 move 'FOLLOW-UP NOT A DATE AFTER CONTACT'
094900                     to ws-edit-text
095000             else
095100                 move tr-followup-date to ws-followup
095200             end-if
095300         end-if
095400     end-if
095500     .
095600 FIND-CONTACT-CODE.
095700     move 'N' to ws-found
095800     perform varying j from 1 by 1 until j > ws-ccd-count
095900         if ws-ccd-table-name(j) = ws-ccd-want-table
096000             and ws-ccd-code(j) = ws-ccd-want-code
096100             and ws-ccd-eff(j) not > tr-contact-date
096200             and (ws-ccd-exp(j) = zero
096300                  or ws-ccd-exp(j) not < tr-contact-date)
096400             move 'Y' to ws-found
096500         end-if
096600     end-perform
096700     .
096800 CHECK-DATE.
096900     move 'Y' to ws-date-ok
097000     if ws-check-date is not numeric
097100         move 'N' to ws-date-ok
097200     else
097300         if ws-check-month < 1 or ws-check-month > 12
097400             or ws-check-day < 1 or ws-check-day > 31
097500             move 'N' to ws-date-ok
097600         end-if
097700     end-if
097800     .
097900 POST-CONTACT.
098000     move spaces             to contact-log-record
098100     move tr-student-id      to cn-student-id
098200     move tr-counselor-id    to cn-counselor-id
098300     move tr-contact-date    to cn-contact-date
098400     move tr-contact-type    to cn-contact-type
098500     move tr-reason-code     to cn-reason-code
098600     move ws-followup        to cn-followup-date
098700     move ws-business-date   to cn-entered-date
098800     write contact-log-record
098900     if ws-cntclog-status not = '00'
099000         display 'COULD NOT WRITE CNTCLOG - STATUS '
099100             ws-cntclog-status
099200         move 16 to return-code
099300         stop run
099400     end-if
099500     add 1 to ws-rows-posted
099600     .
099700 REJECT-CONTACT.
099800     add 1 to ws-rows-rejected
099900     move transaction-record(1:7)   to rpt-d-student-id
100000     move transaction-record(8:5)   to rpt-d-counselor
100100     move transaction-record(13:8)  to rpt-d-date
100200     move tr-contact-type           to rpt-d-type
100300     move tr-reason-code            to rpt-d-code
100400     move ws-edit-reason            to rpt-d-reason
100500     move ws-edit-text              to rpt-d-text
100600     write caseload-line from rpt-detail-line
100700     .
100800 LOAD-CONTACT-LOG.
100900******************************************************************
101000*    CNTCLOG AFTER TONIGHT'S POSTINGS, BACK TO WS-LOG-START.     *
101100*    SORTED BY STUDENT, DATE AND FILE ORDER; EACH STUDENT'S LAST *
101200*    ROW GIVES THEIR LATEST CONTACT AND OPEN FOLLOW-UP, AND THEIR*
101300*    ROWS SINCE JULY 1 THE CONTACTS THIS YEAR.                   *
101400******************************************************************
101500     move zero to ws-ctl-count
101600     open input contact-log-file
101700     if ws-cntclog-status not = '00'
101800         and ws-cntclog-status not = '35'
101900         display 'COULD NOT OPEN CNTCLOG - STATUS '
102000             ws-cntclog-status
102100         move 16 to return-code
102200         stop run
102300     end-if
102400     if ws-cntclog-status = '00'
102500         perform until ws-cntclog-status not = '00'
102600             read contact-log-file next record
102700             if ws-cntclog-status = '00'
102800                 and cn-contact-date not < ws-log-start
102900                 if ws-ctl-count < ws-ctl-max
103000                     add 1 to ws-ctl-count
103100                     move ws-ctl-count to i
103200                     move cn-student-id    to ctl-student(i)
103300                     move cn-contact-date  to ctl-date(i)
103400                     move i                to ctl-seq(i)
103500                     move cn-followup-date to ctl-followup(i)
103600                     move cn-reason-code   to ctl-reason(i)
103700                 else
103800                     move 'Y' to ws-ctl-full
103900                 end-if
104000             end-if
104100         end-perform
104200         close contact-log-file
104300     end-if
104400     if ws-ctl-full = 'Y'
104500         display 'CNTCLOG - CONTACT TABLE FULL AT ' ws-ctl-max
104600     end-if
104700     if ws-ctl-count > 1
104800         sort ctl-row on ascending key ctl-student ctl-date
104900             ctl-seq
105000     end-if
105100     perform varying i from 1 by 1 until i > ws-ctl-count
105200         search all rst-row
105300             when rst-id(rst-idx) = ctl-student(i)
105400                 if ctl-date(i) not < ws-year-start
105500                     add 1 to rst-year-contacts(rst-idx)
105600                 end-if
105700                 move ctl-date(i)     to rst-last-contact(rst-idx)
105800                 move ctl-followup(i) to rst-followup(rst-idx)
105900                 move ctl-reason(i)   to rst-last-reason(rst-idx)
106000         end-search
106100     end-perform
106200     .
106300 PRINT-WORKLIST.
106400******************************************************************
106500*    BUILDING BY BUILDING, COUNSELOR BY COUNSELOR, EVERY ENROLLED*
106600*    STUDENT WITH NO CONTACT SINCE JULY 1 OR WITH A FOLLOW-UP    *
106700*    DATE PASSED AND NO CONTACT SINCE, AND A CASELOAD LINE PER   *
106800*    COUNSELOR. UNASSIGNED STUDENTS COME LAST IN EACH BUILDING.  *
106900******************************************************************
107000     if ws-rst-count > 1
107100         sort rst-row on ascending key rst-school rst-cnsl-sort
107200             rst-cnsl-name rst-cnsl-id rst-last-name
107300             rst-first-name
107400     end-if
107500     move spaces to caseload-line
107600     write caseload-line
107700     move ws-business-date to cw-h-date
107800     write caseload-line from cw-heading
107900     move spaces to ws-prev-school
108000     move spaces to ws-prev-cnsl
108100     perform varying i from 1 by 1 until i > ws-rst-count
108200         if rst-withdraw(i) = zero
108300             perform print-worklist-student
108400         end-if
108500     end-perform
108600     if ws-prev-cnsl not = spaces
108700         perform write-counselor-total
108800     end-if
108900     if ws-enrolled-count = zero
109000         move 'NO ENROLLED STUDENTS' to caseload-line
109100         write caseload-line
109200     end-if
109300     .
109400 PRINT-WORKLIST-STUDENT.
109500     move rst-cnsl-sort(i) to ws-this-cnsl
109600     move rst-cnsl-name(i) to ws-this-cnsl(2:30)
109700     move rst-cnsl-id(i)   to ws-this-cnsl(32:5)
109800     if rst-school(i) not = ws-prev-school
109900         or ws-this-cnsl not = ws-prev-cnsl
110000         if ws-prev-cnsl not = spaces
110100             perform write-counselor-total
110200         end-if
110300         if rst-school(i) not = ws-prev-school
110400             move rst-school(i) to ws-prev-school
110500             move spaces to caseload-line
110600             write caseload-line
110700             move rst-school(i) to cw-hb-school
110800             write caseload-line from cw-bldg-heading
110900         end-if
111000         move ws-this-cnsl to ws-prev-cnsl
111100         move spaces to cw-hc-id
111200         if rst-cnsl-sort(i) = '1'
111300             move rst-cnsl-id(i) to cw-hc-id
111400         end-if
111500         move rst-cnsl-name(i) to cw-hc-name
111600         write caseload-line from cw-cnsl-heading
111700         write caseload-line from cw-columns
111800         if ws-sum-count < ws-sum-max
111900             add 1 to ws-sum-count
112000             move rst-school(i)    to ws-sum-school(ws-sum-count)
112100             move rst-cnsl-id(i)   to ws-sum-id(ws-sum-count)
112200             move rst-cnsl-name(i) to ws-sum-name(ws-sum-count)
112300             move zero to ws-sum-caseload(ws-sum-count)
112400                          ws-sum-contacted(ws-sum-count)
112500                          ws-sum-none(ws-sum-count)
112600                          ws-sum-overdue(ws-sum-count)
112700         else
112800             move 'Y' to ws-sum-full
112900         end-if
113000     end-if
113100     move 'N' to ws-no-contact
113200     move 'N' to ws-overdue
113300     if rst-year-contacts(i) = zero
113400         move 'Y' to ws-no-contact
113500         add 1 to ws-none-count
113600     end-if
113700     if rst-followup(i) not = zero
113800         and rst-followup(i) < ws-business-date
113900         move 'Y' to ws-overdue
114000         add 1 to ws-overdue-count
114100     end-if
114200     if ws-sum-full = 'N'
114300         add 1 to ws-sum-caseload(ws-sum-count)
114400         if ws-no-contact = 'Y'
114500             add 1 to ws-sum-none(ws-sum-count)
114600         else
114700             add 1 to ws-sum-contacted(ws-sum-count)
114800         end-if
114900         if ws-overdue = 'Y'
115000             add 1 to ws-sum-overdue(ws-sum-count)
115100         end-if
115200     end-if
115300     if ws-no-contact = 'Y' or ws-overdue = 'Y'
115400         move rst-id(i)          to cw-d-id
115500         move rst-last-name(i)   to cw-d-last-name
115600         move rst-grade(i)       to cw-d-grade
115700         move 'NONE'             to cw-d-last-contact
115800         if rst-last-contact(i) not = zero
115900             move rst-last-contact(i) to cw-d-last-contact
116000         end-if
116100         move rst-last-reason(i) to cw-d-reason
116200         move spaces             to cw-d-followup
116300         if rst-followup(i) not = zero
116400             move rst-followup(i) to cw-d-followup
116500         end-if
116600         evaluate true
116700             when ws-no-contact = 'Y' and ws-overdue = 'Y'
116800                 move 'NO CONTACT, FOLLOW-UP OVERDUE'
116900                     to cw-d-status
117000             when ws-no-contact = 'Y'
117100                 move 'NO CONTACT THIS YEAR' to cw-d-status
117200             when other
117300                 move 'FOLLOW-UP OVERDUE' to cw-d-status
117400         end-evaluate
117500         write caseload-line from cw-detail-line
117600     end-if
117700     .
117800 WRITE-COUNSELOR-TOTAL.
117900     if ws-sum-full = 'N'
118000         move ws-sum-caseload(ws-sum-count)  to cw-t-caseload
118100         move ws-sum-contacted(ws-sum-count) to cw-t-contacted
118200         move ws-sum-none(ws-sum-count)      to cw-t-none
118300         move ws-sum-overdue(ws-sum-count)   to cw-t-overdue
118400         write caseload-line from cw-cnsl-total-line
118500     end-if
118600     .
118700 PRINT-CASELOAD-SUMMARY.
118800     move spaces to caseload-line
118900     write caseload-line
119000     write caseload-line from sm-heading
119100     move spaces to caseload-line
119200     write caseload-line
119300     write caseload-line from sm-columns
119400     perform varying j from 1 by 1 until j > ws-sum-count
119500         move ws-sum-school(j)    to sm-d-school
119600         move spaces              to sm-d-id
119700         if ws-sum-id(j) not = zero
119800             move ws-sum-id(j)    to sm-d-id
119900         end-if
120000         move ws-sum-name(j)      to sm-d-name
120100         move ws-sum-caseload(j)  to sm-d-caseload
120200         move ws-sum-contacted(j) to sm-d-contacted
120300         move ws-sum-none(j)      to sm-d-none
120400         move ws-sum-overdue(j)   to sm-d-overdue
120500         write caseload-line from sm-detail-line
120600     end-perform
120700     if ws-sum-full = 'Y'
120800         display 'CNSLRPT - COUNSELOR SUMMARY FULL AT ' ws-sum-max
120900     end-if
121000     move spaces to caseload-line
121100     write caseload-line
121200     move 'NO CONTACT THIS SCHOOL YEAR' to rt-label
121300     move ws-none-count to rt-value
121400     write caseload-line from run-total-line
121500     move 'FOLLOW-UPS OVERDUE' to rt-label
121600     move ws-overdue-count to rt-value
121700     write caseload-line from run-total-line
121800     .
121801 START-RUN-CONTROL.
121802******************************************************************
121803*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
121804*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
121805*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
121806*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
121807******************************************************************
121808     move spaces to run-control-event
121809     move ws-business-date to ws-run-bus-date
121810     move spaces to ws-run-blocker
121811     perform varying ws-run-px from 1 by 1
121812         until ws-run-px > ws-run-pred-count
121813            or ws-run-blocker not = spaces
121814         perform check-one-predecessor
121815     end-perform
121816     if ws-run-blocker not = spaces
121817         move 'B' to jr-event
121818         perform write-run-control-event
121819         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
121820             ' HAS NOT COMPLETED FOR BUSINESS DATE '
121821             ws-run-bus-date
121822         move ws-run-blocked-rc to return-code
121823         stop run
121824     end-if
121825     move 'S' to jr-event
121826     perform write-run-control-event
121827     .
121828 CHECK-ONE-PREDECESSOR.
121829******************************************************************
121830*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
121831*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
121832*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
121833******************************************************************
121834     move 'N' to ws-run-pred-state
121835     open input run-control-file
121836     if ws-runctl-status = '00'
121837         perform until ws-runctl-status not = '00'
121838             read run-control-file next record
121839                 into run-control-event
121840             if ws-runctl-status = '00'
121841                 and jr-business-date = ws-run-bus-date
121842                 and jr-job-name = ws-run-pred(ws-run-px)
121843                 move 'N' to ws-run-pred-state
121844                 if jr-event = 'E'
121845                     and jr-completion-code <= ws-run-max-rc
121846                     move 'Y' to ws-run-pred-state
121847                 end-if
121848             end-if
121849         end-perform
121850         close run-control-file
121851     end-if
121852     if ws-run-pred-state not = 'Y'
121853         move ws-run-pred(ws-run-px) to ws-run-blocker
121854     end-if
121855     .
121856 END-RUN-CONTROL.
121857******************************************************************
121858*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
121859*    RETURN CODE THE JOB IS ENDING WITH.                         *
121860******************************************************************
121861     move 'E' to jr-event
121862     perform write-run-control-event
121863     .
121864 WRITE-RUN-CONTROL-EVENT.
121865     move ws-run-bus-date to jr-business-date
121866     move ws-run-job-name to jr-job-name
121867     accept jr-event-date from date yyyymmdd
121868     accept jr-event-time from time
121869     move return-code     to jr-completion-code
121870     move ws-run-blocker  to jr-blocked-by
121871     open extend run-control-file
121872     if ws-runctl-status not = '00'
121873         open output run-control-file
121874     end-if
121875     if ws-runctl-status not = '00'
121876         display 'COULD NOT OPEN RUNCTL - STATUS '
121877             ws-runctl-status
121878     else
121879         write run-control-record from run-control-event
121880         close run-control-file
121881     end-if
121882     .
121900 READ-BUSINESS-DATE.
122000******************************************************************
122100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
122200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
122300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
122400******************************************************************
122500     open input business-date-file
122600     if ws-busdate-status not = '00'
122700         display 'COULD NOT OPEN BUSDATE - STATUS '
122800             ws-busdate-status
122900         move 16 to return-code
123000         stop run
123100     end-if
123200     read business-date-file next record
123300     if ws-busdate-status not = '00'
123400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
123500             ws-busdate-status
123600         move 16 to return-code
123700         stop run
123800     end-if
123900     close business-date-file
124000     move bd-business-date to ws-business-date
124100     if bd-override-date not = zero
124200         move bd-override-date to ws-business-date
124300         move 'Y' to ws-bus-date-override
124400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
124500             bd-override-date ' SET BY ' bd-override-operator
124600         display '    REASON: ' bd-override-reason
124700     end-if
124800     move ws-business-date to bdh-date
124900     if ws-bus-date-override = 'Y'
125000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
125100             to bdh-override
125200     end-if
125300     .
