000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMASK.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TEST-REGION DE-IDENTIFICATION. BUILDS A MASKED COPY OF      *
000900*    ROSTERVS, GUARDVS, ATTNDLOG, TRANSCPT, DISCFILE AND         *
001000*    CONDFILE FOR THE TEST REGION, SO NO REAL CHILD'S NAME,      *
001100*    ADDRESS, CONTACT OR MEDICAL NOTE LEAVES PRODUCTION:         *
001200*      - EVERY STUDENT ID FOUND IN ANY OF THE SIX FILES IS       *
001300*        REMAPPED ONCE, THE SAME WAY IN EVERY FILE, SO JOINS     *
001400*        STILL WORK. THE NEW ID IS THE ID'S RANK IN A SEEDED     *
001500*        SCRAMBLE ORDER, ADDED TO A BASE - THE SEED AND BASE     *
001600*        COME FROM THE MASKCTL CARD, WHICH IS KEPT WITH THE      *
001700*        PRODUCTION DATASETS, NOT IN THE JCL.                    *
001800*      - NAMES, STREET ADDRESSES, PHONES AND EMAILS ARE          *
001900*        REPLACED WITH REALISTIC SUBSTITUTES DRAWN FROM THE NEW  *
002000*        ID (THE SURNAME AND ADDRESS FROM THE HOUSEHOLD, SO      *
002100*        SIBLINGS STILL SHARE THEM AND GSHHVER STILL BALANCES).  *
002200*        THE DAY OF EVERY DATE OF BIRTH IS REPLACED; YEAR AND    *
002300*        MONTH STAY, SO AGE AND GRADE EDITS BEHAVE THE SAME.     *
002400*      - THE FREE-TEXT CARE INSTRUCTION ON CONDFILE IS REPLACED  *
002500*        WITH A STOCK PHRASE.                                    *
002600*      - GRADES, BUILDINGS, SECTIONS, CITY/STATE/ZIP, BUS        *
002700*        ROUTES, HOUSEHOLD IDS, DATES OTHER THAN DOB AND EVERY   *
002800*        CODE VALUE ARE COPIED UNCHANGED.                        *
002900*    THE CONTROL REPORT (MASKRPT) IS BUILT FROM THE MASKED       *
003000*    FILES READ BACK, NOT FROM WHAT WAS WRITTEN: PER FILE, THE   *
003100*    RECORDS READ, WRITTEN AND READ BACK, AND THE RECORDS WHOSE  *
003200*    STUDENT IS ON THE ROSTER BEFORE AND AFTER MASKING. ALL MUST *
003300*    AGREE. RETURN CODES: 0 PROVED, 12 A CONTROL DID NOT PROVE   *
003400*    (DO NOT LOAD THE TEST SET), 16 A FILE OR THE MASKCTL CARD   *
003500*    COULD NOT BE READ OR WRITTEN. SEE JCL/GSMASK.JCL.           *
003600******************************************************************
003700*    MOD-LOG
003800*    DATE       INIT  DESCRIPTION
003900*    2026-10-15  RVM  ORIGINAL VERSION.
003900*    2026-10-15  RVM  MTRANS RECORD 45 TO 46 BYTES - TRANSREC
003900*                     GAINED TRN-REPEAT-FLAG.
003920*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
003940*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
003960*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
003980*                     WHICH BUSINESS DAY IT REPRESENTS.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT MASK-CONTROL-FILE ASSIGN TO MASKCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MASKCTL-STATUS.
004700     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS ST-ID
005100         FILE STATUS IS WS-ROSTER-STATUS.
005200     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS GU-GUARD-KEY
005600         FILE STATUS IS WS-GUARD-STATUS.
005700     SELECT ATTENDANCE-LOG-FILE ASSIGN TO ATTNDLOG
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ATTLOG-STATUS.
006000     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TRANSCPT-STATUS.
006300     SELECT DISCIPLINE-FILE ASSIGN TO DISCFILE
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-DISCFILE-STATUS.
006600     SELECT CONDITION-FILE ASSIGN TO CONDFILE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CONDFILE-STATUS.
006900     SELECT MASKED-ROSTER-FILE ASSIGN TO MROSTER
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS MR-ID
007300         FILE STATUS IS WS-MROSTER-STATUS.
007400     SELECT MASKED-GUARDIAN-FILE ASSIGN TO MGUARD
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS MG-KEY
007800         FILE STATUS IS WS-MGUARD-STATUS.
007900     SELECT MASKED-ATTENDANCE-FILE ASSIGN TO MATTLOG
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-MATTLOG-STATUS.
008200     SELECT MASKED-TRANSCRIPT-FILE ASSIGN TO MTRANS
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-MTRANS-STATUS.
008500     SELECT MASKED-DISCIPLINE-FILE ASSIGN TO MDISC
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-MDISC-STATUS.
008800     SELECT MASKED-CONDITION-FILE ASSIGN TO MCOND
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-MCOND-STATUS.
009100     SELECT MASK-REPORT ASSIGN TO MASKRPT
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-MASKRPT-STATUS.
009325     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
009350         ORGANIZATION IS LINE SEQUENTIAL
009375         FILE STATUS IS WS-BUSDATE-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  MASK-CONTROL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  MASK-CONTROL-CARD.
009900     05  MSK-SEED                PIC 9(09).
010000     05  FILLER                  PIC X(01).
010100     05  MSK-ID-BASE             PIC 9(07).
010200     05  FILLER                  PIC X(63).
010300 FD  ROSTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  ROSTER-FILE-RECORD.
010600     COPY ROSTERREC.
010700 FD  GUARDIAN-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  GUARDIAN-FILE-RECORD.
011000     COPY GUARDREC.
011100 FD  ATTENDANCE-LOG-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  ATTENDANCE-RECORD.
011400     COPY ATTNDREC.
011500 FD  TRANSCRIPT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  TRANSCRIPT-RECORD.
011800     COPY TRANSREC.
011900 FD  DISCIPLINE-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  DISCIPLINE-RECORD.
012200     COPY DISCREC.
012300 FD  CONDITION-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  CONDITION-RECORD.
012600     COPY CONDREC.
012700******************************************************************
012800*    THE MASKED COPIES - THE SAME LAYOUTS, WRITTEN FROM THE      *
012900*    PRODUCTION RECORD AREAS AFTER MASKING. ONLY THE STUDENT ID  *
013000*    IS NAMED, FOR THE KEYS AND THE READ-BACK PROOF.             *
013100******************************************************************
013200 FD  MASKED-ROSTER-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  MASKED-ROSTER-RECORD.
013500     05  MR-ID                   PIC 9(07).
013600     05  FILLER                  PIC X(173).
013700 FD  MASKED-GUARDIAN-FILE
013800     LABEL RECORDS ARE STANDARD.
013900 01  MASKED-GUARDIAN-RECORD.
014000     05  MG-KEY.
014100         10  MG-STUDENT-ID       PIC 9(07).
014200         10  MG-CONTACT-SEQ      PIC 9(02).
014300     05  FILLER                  PIC X(104).
014400 FD  MASKED-ATTENDANCE-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  MASKED-ATTENDANCE-RECORD.
014700     05  MAT-DATE                PIC 9(08).
014800     05  MAT-STUDENT-ID          PIC 9(07).
014900     05  FILLER                  PIC X(59).
015000 FD  MASKED-TRANSCRIPT-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  MASKED-TRANSCRIPT-RECORD.
015300     05  MTR-STUDENT-ID          PIC 9(07).
015300     05  FILLER                  PIC X(39).
015500 FD  MASKED-DISCIPLINE-FILE
015600     LABEL RECORDS ARE STANDARD.
015700 01  MASKED-DISCIPLINE-RECORD.
015800     05  MDI-STUDENT-ID          PIC 9(07).
015900     05  FILLER                  PIC X(14).
016000 FD  MASKED-CONDITION-FILE
016100     LABEL RECORDS ARE STANDARD.
016200 01  MASKED-CONDITION-RECORD.
016300     05  MCD-STUDENT-ID          PIC 9(07).
016400     05  FILLER                  PIC X(34).
016500 FD  MASK-REPORT
016600     LABEL RECORDS ARE STANDARD.
016700 01  MASK-REPORT-LINE            PIC X(80).
016720 FD  BUSINESS-DATE-FILE
016740     LABEL RECORDS ARE STANDARD.
016760 01  BUSINESS-DATE-RECORD.
016780     COPY BDATREC.
016800 WORKING-STORAGE SECTION.
016900 01  WS-MASKCTL-STATUS        PIC X(02).
017000 01  WS-ROSTER-STATUS         PIC X(02).
017100 01  WS-GUARD-STATUS          PIC X(02).
017200 01  WS-ATTLOG-STATUS         PIC X(02).
017300 01  WS-TRANSCPT-STATUS       PIC X(02).
017400 01  WS-DISCFILE-STATUS       PIC X(02).
017500 01  WS-CONDFILE-STATUS       PIC X(02).
017600 01  WS-MROSTER-STATUS        PIC X(02).
017700 01  WS-MGUARD-STATUS         PIC X(02).
017800 01  WS-MATTLOG-STATUS        PIC X(02).
017900 01  WS-MTRANS-STATUS         PIC X(02).
018000 01  WS-MDISC-STATUS          PIC X(02).
018100 01  WS-MCOND-STATUS          PIC X(02).
018200 01  WS-MASKRPT-STATUS        PIC X(02).
018300 01  i                        PIC 9(05).
018400 77  WS-DEFAULT-ID-BASE       PIC 9(07) VALUE 9000000.
018500 01  WS-MASK-SEED             PIC 9(09).
018600 01  WS-ID-BASE               PIC 9(07).
018700 01  WS-ID-LIMIT              PIC 9(08).
018800******************************************************************
018900*    THE STUDENT-ID MAP - EVERY DISTINCT PRODUCTION ID, ITS      *
019000*    MASKED ID, ITS HOUSEHOLD AND WHETHER IT IS ON ROSTERVS.     *
019100*    HELD IN PRODUCTION-ID ORDER FOR SEARCH ALL. IDS FOUND ONLY  *
019200*    ON THE OTHER FILES (A PURGED OR MERGED STUDENT'S LEFTOVER   *
019300*    ROWS) ARE GATHERED IN WS-XTRA-TABLE FIRST, THEN ADDED.      *
019400******************************************************************
019500 77  WS-MAP-MAX               PIC 9(05) VALUE 20000.
019600 01  WS-MAP-COUNT             PIC 9(05) VALUE ZERO.
019700 01  WS-MAP-TABLE.
019800     05  MAP-ROW              OCCURS 0 TO 20000 TIMES
019900                              DEPENDING ON WS-MAP-COUNT
020000                              ASCENDING KEY IS MAP-OLD-ID
020100                              INDEXED BY MAP-IDX.
020200         10  MAP-OLD-ID       PIC 9(07).
020300         10  MAP-NEW-ID       PIC 9(07).
020400         10  MAP-HH-ID        PIC 9(05).
020500         10  MAP-ON-ROSTER    PIC X(01).
020600         10  MAP-SCRAMBLE     PIC 9(10).
020700 01  WS-MAP-ROW               PIC 9(05).
020800 01  WS-MAP-HIT               PIC X.
020900 01  WS-OLD-ID                PIC 9(07).
021000 77  WS-XTRA-MAX              PIC 9(05) VALUE 05000.
021100 01  WS-XTRA-COUNT            PIC 9(05) VALUE ZERO.
021200 01  WS-XTRA-TABLE.
021300     05  WS-XTRA-ID           OCCURS 5000 TIMES PIC 9(07).
021400 01  WS-XTRA-ROW              PIC 9(05).
021500 01  WS-XTRA-HIT              PIC X.
021600******************************************************************
021700*    THE SCRAMBLE - TWO ROUNDS OF A PARK-MILLER STEP OVER THE    *
021800*    PRODUCTION ID PLUS THE SEED. ONLY ITS ORDER IS USED; THE    *
021900*    RANK IN THAT ORDER MAKES THE NEW ID, SO NO TWO STUDENTS     *
022000*    CAN SHARE ONE.                                              *
022100******************************************************************
022200 77  WS-SCR-MULTIPLIER        PIC 9(05) VALUE 48271.
022300 77  WS-SCR-MODULUS           PIC 9(10) VALUE 2147483647.
022400 01  WS-SCR-WORK              PIC 9(15).
022500 01  WS-SCR-QUOT              PIC 9(15).
022600 01  WS-SCR-REM               PIC 9(10).
022700******************************************************************
022800*    THE MASKED IDS READ BACK FROM MROSTER, IN KEY ORDER, FOR    *
022900*    THE CROSS-FILE PROOF.                                       *
023000******************************************************************
023100 01  WS-NR-COUNT              PIC 9(05) VALUE ZERO.
023200 01  WS-NR-TABLE.
023300     05  NR-ROW               OCCURS 0 TO 20000 TIMES
023400                              DEPENDING ON WS-NR-COUNT
023500                              ASCENDING KEY IS NR-ID
023600                              INDEXED BY NR-IDX.
023700         10  NR-ID            PIC 9(07).
023800 01  WS-NR-HIT                PIC X.
023900 01  WS-NEW-ID                PIC 9(07).
024000******************************************************************
024100*    SUBSTITUTE VALUES - SAME LITERAL-REDEFINES IDIOM AS THE     *
024200*    GRADE-CODE TABLE.                                           *
024300******************************************************************
024400 01  WS-SUB-LAST-LIST.
024500     05  FILLER               PIC X(48) VALUE
024600         'ANDERSEN    BALDWIN     CARVER      DELGADO     '.
024700     05  FILLER               PIC X(48) VALUE
024800         'ELLISON     FAIRBANKS   GALLOWAY    HARTLEY     '.
024900     05  FILLER               PIC X(48) VALUE
025000         'IBARRA      JENNINGS    KOWALSKI    LINDQVIST   '.
025100     05  FILLER               PIC X(48) VALUE
025200         'MERCER      NAKAMURA    OKAFOR      PRESCOTT    '.
025300     05  FILLER               PIC X(48) VALUE
025400         'QUINTERO    RASMUSSEN   SULLIVAN    THORNTON    '.
025500 01  WS-SUB-LAST-TABLE REDEFINES WS-SUB-LAST-LIST.
025600     05  SUB-LAST-NAME        OCCURS 20 TIMES PIC X(12).
025700 01  WS-SUB-FIRST-LIST.
025800     05  FILLER               PIC X(50) VALUE
025900         'AVERY     BENJAMIN  CHLOE     DANIEL    ELENA     '.
026000     05  FILLER               PIC X(50) VALUE
026100         'FELIX     GRACE     HENRY     ISLA      JONAH     '.
026200     05  FILLER               PIC X(50) VALUE
026300         'KEIRA     LUCAS     MAYA      NOAH      OLIVIA    '.
026400     05  FILLER               PIC X(50) VALUE
026500         'PETER     QUINN     ROSA      SAMUEL    TESSA     '.
026600     05  FILLER               PIC X(50) VALUE
026700         'UMAR      VIOLET    WESLEY    YARA      ZOE       '.
026800 01  WS-SUB-FIRST-TABLE REDEFINES WS-SUB-FIRST-LIST.
026900     05  SUB-FIRST-NAME       OCCURS 25 TIMES PIC X(10).
027000 01  WS-SUB-STREET-LIST.
027100     05  FILLER               PIC X(48) VALUE
027200         'MAPLE AVE       BIRCH ST        CEDAR LN        '.
027300     05  FILLER               PIC X(48) VALUE
027400         'ELM ST          HAWTHORN RD     JUNIPER CT      '.
027500     05  FILLER               PIC X(48) VALUE
027600         'LAUREL DR       MEADOW LN       ORCHARD ST      '.
027700     05  FILLER               PIC X(48) VALUE
027800         'PINE RIDGE RD   SPRUCE ST       WILLOW WAY      '.
027900 01  WS-SUB-STREET-TABLE REDEFINES WS-SUB-STREET-LIST.
028000     05  SUB-STREET           OCCURS 12 TIMES PIC X(16).
028100 77  WS-SUB-CARE-TEXT         PIC X(30) VALUE
028200         'FOLLOW HEALTH OFFICE CARE PLAN'.
028300******************************************************************
028400*    ONE STUDENT'S SUBSTITUTES, BUILT BY BUILD-SUBSTITUTES.      *
028500******************************************************************
028600 01  WS-NAME-KEY              PIC 9(07).
028700 01  WS-SUB-WORK              PIC 9(09).
028800 01  WS-SUB-QUOT              PIC 9(09).
028900 01  WS-SUB-REM               PIC 9(05).
029000 01  WS-SUB-LAST              PIC X(12).
029100 01  WS-SUB-FIRST             PIC X(10).
029200 01  WS-SUB-MIDDLE            PIC X(10).
029300 01  WS-SUB-HOUSE-NO          PIC 9(04).
029400 01  WS-SUB-ADDRESS           PIC X(30).
029500 01  WS-SUB-DOB-DAY           PIC 9(02).
029600 01  WS-SUB-GUARD-FIRST       PIC X(10).
029700 01  WS-SUB-PHONE-NO          PIC 9(04).
029800 01  WS-DOB-WORK              PIC 9(08).
029900 01  WS-DOB-PARTS REDEFINES WS-DOB-WORK.
030000     05  WS-DOB-YYYYMM        PIC 9(06).
030100     05  WS-DOB-DD            PIC 9(02).
030200******************************************************************
030300*    PER-FILE CONTROLS, ONE ROW PER FILE IN REPORT ORDER.        *
030400*    KEYED = RECORDS WHOSE STUDENT IS ON THE ROSTER FILE.        *
030500******************************************************************
030600 01  WS-FC-NAME-LIST          PIC X(48) VALUE
030700     'ROSTERVSGUARDVS ATTNDLOGTRANSCPTDISCFILECONDFILE'.
030800 01  WS-FC-NAME-TABLE REDEFINES WS-FC-NAME-LIST.
030900     05  FC-NAME              OCCURS 6 TIMES PIC X(08).
031000 01  WS-FC-TABLE.
031100     05  WS-FC-ENTRY          OCCURS 6 TIMES.
031200         10  FC-IN            PIC 9(07).
031300         10  FC-OUT           PIC 9(07).
031400         10  FC-READ-BACK     PIC 9(07).
031500         10  FC-KEYED-IN      PIC 9(07).
031600         10  FC-KEYED-OUT     PIC 9(07).
031700 01  WS-FC-ROW                PIC 9(01).
031800 01  WS-PROOF-FAILED          PIC X VALUE 'N'.
031900 01  WS-ORPHAN-IDS            PIC 9(07) VALUE ZERO.
032000 01  WS-ID-OVERLAP            PIC 9(07) VALUE ZERO.
032100 01  WS-NAMES-REPLACED        PIC 9(07) VALUE ZERO.
032200 01  WS-ADDRS-REPLACED        PIC 9(07) VALUE ZERO.
032300 01  WS-PHONES-REPLACED       PIC 9(07) VALUE ZERO.
032400 01  WS-EMAILS-REPLACED       PIC 9(07) VALUE ZERO.
032500 01  WS-DOBS-REPLACED         PIC 9(07) VALUE ZERO.
032600 01  WS-NOTES-REPLACED        PIC 9(07) VALUE ZERO.
032700******************************************************************
032800*    MASKRPT LINES.                                              *
032900******************************************************************
033000 01  MSK-HEADING.
033100     05  FILLER               PIC X(50) VALUE
033200         'TEST-REGION DE-IDENTIFICATION CONTROL REPORT'.
033300 01  MSK-COLUMN-HEADING.
033400     05  FILLER               PIC X(10) VALUE 'FILE'.
033500     05  FILLER               PIC X(10) VALUE ' RECS IN'.
033600     05  FILLER               PIC X(10) VALUE ' WRITTEN'.
033700     05  FILLER               PIC X(10) VALUE 'READ BACK'.
033800     05  FILLER               PIC X(10) VALUE ' KEYED IN'.
033900     05  FILLER               PIC X(10) VALUE 'KEYED OUT'.
034000     05  FILLER               PIC X(08) VALUE 'RESULT'.
034100 01  MSK-DETAIL-LINE.
034200     05  MSK-D-NAME           PIC X(08).
034300     05  FILLER               PIC X(02) VALUE SPACES.
034400     05  MSK-D-IN             PIC ZZZZZZ9.
034500     05  FILLER               PIC X(03) VALUE SPACES.
034600     05  MSK-D-OUT            PIC ZZZZZZ9.
034700     05  FILLER               PIC X(03) VALUE SPACES.
034800     05  MSK-D-READ-BACK      PIC ZZZZZZ9.
034900     05  FILLER               PIC X(03) VALUE SPACES.
035000     05  MSK-D-KEYED-IN       PIC ZZZZZZ9.
035100     05  FILLER               PIC X(03) VALUE SPACES.
035200     05  MSK-D-KEYED-OUT      PIC ZZZZZZ9.
035300     05  FILLER               PIC X(03) VALUE SPACES.
035400     05  MSK-D-RESULT         PIC X(08).
035500 01  MSK-TOTAL-LINE.
035600     05  MSK-T-LABEL          PIC X(44).
035700     05  MSK-T-VALUE          PIC ZZZZZZ9.
035800 01  MSK-RESULT-LINE          PIC X(80).
035807******************************************************************
035814*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
035821*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
035828*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
035835******************************************************************
035842 01  WS-BUSDATE-STATUS        PIC X(02).
035849 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
035856 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
035863 01  BUS-DATE-HEADING.
035870     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
035877     05  BDH-DATE             PIC 9(08).
035884     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
035900 PROCEDURE DIVISION.
036000 MAINLINE.
036100******************************************************************
036200*    STANDALONE ENTRY POINT - RUN WHENEVER THE TEST REGION NEEDS *
036300*    A FRESH SET OF REALISTIC DATA. NOTHING IN PRODUCTION IS     *
036400*    UPDATED.                                                    *
036500******************************************************************
036550     perform read-business-date
036600     perform read-mask-control
036700     perform load-roster-ids
036800     perform collect-other-ids
036900     perform assign-masked-ids
037000     initialize ws-fc-table
037100     perform mask-roster
037200     perform mask-guardians
037300     perform mask-attendance
037400     perform mask-transcripts
037500     perform mask-discipline
037600     perform mask-conditions
037700     perform prove-masked-roster
037800     perform prove-masked-files
037900     perform print-control-report
038000     display 'STUDENT IDS REMAPPED ' ws-map-count
038100         ' NOT ON ROSTERVS ' ws-orphan-ids
038200     if ws-proof-failed = 'Y'
038300         display 'MASKED SET DID NOT PROVE - SEE MASKRPT'
038400         move 12 to return-code
038500     end-if
038600     stop run
038700     .
038800 READ-MASK-CONTROL.
038900******************************************************************
039000*    THE SEED IS REQUIRED - WITHOUT IT THE MAPPING WOULD BE THE  *
039100*    SAME FOR ANYONE WHO RAN THIS PROGRAM. A BLANK BASE MEANS    *
039200*    MASKED IDS START AT 9000001.                                *
039300******************************************************************
039400     open input mask-control-file
039500     if ws-maskctl-status not = '00'
039600         display 'COULD NOT OPEN MASKCTL - STATUS '
039700             ws-maskctl-status
039800         move 16 to return-code
039900         stop run
040000     end-if
040100     read mask-control-file
040200     if ws-maskctl-status not = '00'
040300         or msk-seed not numeric
040400         or msk-seed = zero
040500         display 'MASKCTL CARD MISSING OR SEED NOT SET'
040600         move 16 to return-code
040700         close mask-control-file
040800         stop run
040900     end-if
041000     move msk-seed to ws-mask-seed
041100     if msk-id-base numeric
041200         and msk-id-base not = zero
041300         move msk-id-base to ws-id-base
041400     else
041500         move ws-default-id-base to ws-id-base
041600     end-if
041700     close mask-control-file
041800     .
041900 LOAD-ROSTER-IDS.
042000******************************************************************
042100*    EVERY ROSTERVS ROW - ENROLLED AND WITHDRAWN ALIKE - SEEDS   *
042200*    THE MAP WITH ITS HOUSEHOLD.                                 *
042300******************************************************************
042400     move zero to ws-map-count
042500     open input roster-file
042600     if ws-roster-status not = '00'
042700         display 'COULD NOT OPEN ROSTERVS - STATUS '
042800             ws-roster-status
042900         move 16 to return-code
043000         stop run
043100     end-if
043200     perform until ws-roster-status not = '00'
043300         read roster-file next record
043400         if ws-roster-status = '00'
043500             if ws-map-count not < ws-map-max
043600                 display 'MORE THAN ' ws-map-max
043700                     ' STUDENT IDS - MAP TABLE FULL'
043800                 move 16 to return-code
043900                 stop run
044000             end-if
044100             add 1 to ws-map-count
044200             move st-id           to map-old-id(ws-map-count)
044300             move st-household-id to map-hh-id(ws-map-count)
044400             move 'Y'             to map-on-roster(ws-map-count)
044500             move zero            to map-new-id(ws-map-count)
044600             move zero            to map-scramble(ws-map-count)
044700         end-if
044800     end-perform
044900     close roster-file
045000     if ws-map-count > zero
045100         sort map-row ascending key map-old-id
045200     end-if
045300     .
045400 COLLECT-OTHER-IDS.
045500******************************************************************
045600*    ONE PASS OF EACH OTHER FILE, NOTING ANY STUDENT ID THE      *
045700*    ROSTER DOES NOT CARRY SO IT IS REMAPPED TOO - A REAL ID     *
045800*    MUST NEVER REACH THE TEST REGION.                           *
045900******************************************************************
046000     open input guardian-file
046100     if ws-guard-status not = '00'
046200         display 'COULD NOT OPEN GUARDVS - STATUS '
046300             ws-guard-status
046400         move 16 to return-code
046500         stop run
046600     end-if
046700     perform until ws-guard-status not = '00'
046800         read guardian-file next record
046900         if ws-guard-status = '00'
047000             move gu-student-id to ws-old-id
047100             perform note-other-id
047200         end-if
047300     end-perform
047400     close guardian-file
047500     open input attendance-log-file
047600     if ws-attlog-status not = '00'
047700         display 'COULD NOT OPEN ATTNDLOG - STATUS '
047800             ws-attlog-status
047900         move 16 to return-code
048000         stop run
048100     end-if
048200     perform until ws-attlog-status not = '00'
048300         read attendance-log-file next record
048400         if ws-attlog-status = '00'
048500             move att-student-id to ws-old-id
048600             perform note-other-id
048700         end-if
048800     end-perform
048900     close attendance-log-file
049000     open input transcript-file
049100     if ws-transcpt-status not = '00'
049200         display 'COULD NOT OPEN TRANSCPT - STATUS '
049300             ws-transcpt-status
049400         move 16 to return-code
049500         stop run
049600     end-if
049700     perform until ws-transcpt-status not = '00'
049800         read transcript-file next record
049900         if ws-transcpt-status = '00'
050000             move trn-student-id to ws-old-id
050100             perform note-other-id
050200         end-if
050300     end-perform
050400     close transcript-file
050500     open input discipline-file
050600     if ws-discfile-status not = '00'
050700         display 'COULD NOT OPEN DISCFILE - STATUS '
050800             ws-discfile-status
050900         move 16 to return-code
051000         stop run
051100     end-if
051200     perform until ws-discfile-status not = '00'
051300         read discipline-file next record
051400         if ws-discfile-status = '00'
051500             move di-student-id to ws-old-id
051600             perform note-other-id
051700         end-if
051800     end-perform
051900     close discipline-file
052000     open input condition-file
052100     if ws-condfile-status not = '00'
052200         display 'COULD NOT OPEN CONDFILE - STATUS '
052300             ws-condfile-status
052400         move 16 to return-code
052500         stop run
052600     end-if
052700     perform until ws-condfile-status not = '00'
052800         read condition-file next record
052900         if ws-condfile-status = '00'
053000             move cd-student-id to ws-old-id
053100             perform note-other-id
053200         end-if
053300     end-perform
053400     close condition-file
053500     .
053600 NOTE-OTHER-ID.
053700     perform look-up-old-id
053800     if ws-map-hit = 'N'
053900         move 'N' to ws-xtra-hit
054000         perform varying ws-xtra-row from 1 by 1
054100                 until ws-xtra-row > ws-xtra-count
054200             if ws-xtra-id(ws-xtra-row) = ws-old-id
054300                 move 'Y' to ws-xtra-hit
054400             end-if
054500         end-perform
054600         if ws-xtra-hit = 'N'
054700             if ws-xtra-count not < ws-xtra-max
054800                 display 'MORE THAN ' ws-xtra-max
054900                     ' IDS NOT ON ROSTERVS - TABLE FULL'
055000                 move 16 to return-code
055100                 stop run
055200             end-if
055300             add 1 to ws-xtra-count
055400             move ws-old-id to ws-xtra-id(ws-xtra-count)
055500         end-if
055600     end-if
055700     .
055800 LOOK-UP-OLD-ID.
055900     move 'N' to ws-map-hit
056000     if ws-map-count > zero
056100         search all map-row
056200             when map-old-id(map-idx) = ws-old-id
056300                 move 'Y' to ws-map-hit
056400                 set ws-map-row to map-idx
056500         end-search
056600     end-if
056700     .
056800 ASSIGN-MASKED-IDS.
056900******************************************************************
057000*    ADDS THE OFF-ROSTER IDS, SCRAMBLES THE WHOLE MAP, NUMBERS   *
057100*    IT FROM THE BASE IN SCRAMBLE ORDER, THEN PUTS IT BACK IN    *
057200*    PRODUCTION-ID ORDER FOR THE LOOKUPS.                        *
057300******************************************************************
057400     perform varying ws-xtra-row from 1 by 1
057500             until ws-xtra-row > ws-xtra-count
057600         if ws-map-count not < ws-map-max
057700             display 'MORE THAN ' ws-map-max
057800                 ' STUDENT IDS - MAP TABLE FULL'
057900             move 16 to return-code
058000             stop run
058100         end-if
058200         add 1 to ws-map-count
058300         add 1 to ws-orphan-ids
058400         move ws-xtra-id(ws-xtra-row)
058500             to map-old-id(ws-map-count)
058600         move zero to map-hh-id(ws-map-count)
058700         move 'N'  to map-on-roster(ws-map-count)
058800     end-perform
058900     compute ws-id-limit = ws-id-base + ws-map-count
059000     if ws-id-limit > 9999999
059100         display 'MASKCTL ID BASE ' ws-id-base
059200             ' LEAVES NO ROOM FOR ' ws-map-count ' IDS'
059300         move 16 to return-code
059400         stop run
059500     end-if
059600     if ws-map-count > zero
059700         perform varying ws-map-row from 1 by 1
059800                 until ws-map-row > ws-map-count
059900             compute ws-scr-work =
060000                 (map-old-id(ws-map-row) + ws-mask-seed)
060100                 * ws-scr-multiplier
060200             divide ws-scr-work by ws-scr-modulus
060300                 giving ws-scr-quot remainder ws-scr-rem
060400             compute ws-scr-work = ws-scr-rem * ws-scr-multiplier
060500             divide ws-scr-work by ws-scr-modulus
060600                 giving ws-scr-quot remainder ws-scr-rem
060700             move ws-scr-rem to map-scramble(ws-map-row)
060800         end-perform
060900         sort map-row ascending key map-scramble
061000         perform varying ws-map-row from 1 by 1
061100                 until ws-map-row > ws-map-count
061200             compute map-new-id(ws-map-row) =
061300                 ws-id-base + ws-map-row
061400         end-perform
061500         sort map-row ascending key map-old-id
061600     end-if
061700     .
061800 BUILD-SUBSTITUTES.
061900******************************************************************
062000*    THE SUBSTITUTES FOR MAP ROW WS-MAP-ROW. SURNAME AND STREET  *
062100*    ADDRESS COME FROM THE HOUSEHOLD WHEN THERE IS ONE, SO       *
062200*    SIBLINGS MATCH; FIRST AND MIDDLE NAMES AND THE BIRTH DAY    *
062300*    FROM THE MASKED ID. THE SAME ROW ALWAYS GIVES THE SAME      *
062400*    VALUES, SO ATTNDLOG'S NAMES MATCH THE ROSTER'S.             *
062500******************************************************************
062600     if map-hh-id(ws-map-row) not = zero
062700         move map-hh-id(ws-map-row) to ws-name-key
062800     else
062900         move map-new-id(ws-map-row) to ws-name-key
063000     end-if
063100     divide ws-name-key by 20
063200         giving ws-sub-quot remainder ws-sub-rem
063300     move sub-last-name(ws-sub-rem + 1) to ws-sub-last
063400     divide map-new-id(ws-map-row) by 25
063500         giving ws-sub-quot remainder ws-sub-rem
063600     move sub-first-name(ws-sub-rem + 1) to ws-sub-first
063700     compute ws-sub-work = map-new-id(ws-map-row) + 11
063800     divide ws-sub-work by 25
063900         giving ws-sub-quot remainder ws-sub-rem
064000     move sub-first-name(ws-sub-rem + 1) to ws-sub-middle
064100     compute ws-sub-work = ws-name-key * 37
064200     divide ws-sub-work by 9000
064300         giving ws-sub-quot remainder ws-sub-rem
064400     compute ws-sub-house-no = ws-sub-rem + 1000
064500     divide ws-name-key by 12
064600         giving ws-sub-quot remainder ws-sub-rem
064700     move spaces to ws-sub-address
064800     string ws-sub-house-no       delimited by size
064900            ' '                   delimited by size
065000            sub-street(ws-sub-rem + 1) delimited by '  '
065100         into ws-sub-address
065200     end-string
065300     divide map-new-id(ws-map-row) by 28
065400         giving ws-sub-quot remainder ws-sub-rem
065500     compute ws-sub-dob-day = ws-sub-rem + 1
065600     .
065700 MASK-ROSTER.
065800******************************************************************
065900*    ROSTERVS TO MROSTER - NEW ID, NAMES, STREET ADDRESS AND     *
066000*    BIRTH DAY REPLACED, EVERYTHING ELSE AS IT STANDS.           *
066100******************************************************************
066200     move 1 to ws-fc-row
066300     open input roster-file
066400     if ws-roster-status not = '00'
066500         display 'COULD NOT OPEN ROSTERVS - STATUS '
066600             ws-roster-status
066700         move 16 to return-code
066800         stop run
066900     end-if
067000     open output masked-roster-file
067100     if ws-mroster-status not = '00'
067200         display 'COULD NOT OPEN MROSTER - STATUS '
067300             ws-mroster-status
067400         move 16 to return-code
067500         stop run
067600     end-if
067700     perform until ws-roster-status not = '00'
067800         read roster-file next record
067900         if ws-roster-status = '00'
068000             add 1 to fc-in(ws-fc-row)
068100             move st-id to ws-old-id
068200             perform find-mapped-student
068300             add 1 to fc-keyed-in(ws-fc-row)
068400             perform build-substitutes
068500             move map-new-id(ws-map-row) to st-id
068600             move ws-sub-last  to st-last-name
068700             move ws-sub-first to st-first-name
068800             add 1 to ws-names-replaced
068900             if st-middle-name not = spaces
069000                 move ws-sub-middle to st-middle-name
069100             end-if
069200             if st-address not = spaces
069300                 move ws-sub-address to st-address
069400                 add 1 to ws-addrs-replaced
069500             end-if
069600             if st-dob not = zero
069700                 move st-dob to ws-dob-work
069800                 move ws-sub-dob-day to ws-dob-dd
069900                 move ws-dob-work to st-dob
070000                 add 1 to ws-dobs-replaced
070100             end-if
070200             write masked-roster-record from roster-file-record
070300             if ws-mroster-status not = '00'
070400                 display 'MROSTER WRITE FAILED - STATUS '
070500                     ws-mroster-status
070600                 move 16 to return-code
070700                 stop run
070800             end-if
070900             add 1 to fc-out(ws-fc-row)
071000         end-if
071100     end-perform
071200     close roster-file
071300     close masked-roster-file
071400     .
071500 FIND-MAPPED-STUDENT.
071600******************************************************************
071700*    EVERY ID WAS COLLECTED BEFORE MASKING BEGAN, SO A MISS HERE *
071800*    MEANS A PRODUCTION FILE CHANGED UNDER THE RUN.              *
071900******************************************************************
072000     perform look-up-old-id
072100     if ws-map-hit = 'N'
072200         display 'STUDENT ' ws-old-id ' ON ' fc-name(ws-fc-row)
072300             ' NOT SEEN ON FIRST PASS - FILE CHANGED DURING RUN'
072400         move 16 to return-code
072500         stop run
072600     end-if
072700     .
072800 MASK-GUARDIANS.
072900******************************************************************
073000*    GUARDVS TO MGUARD - NEW STUDENT ID IN THE KEY, CONTACT NAME *
073100*    (A SUBSTITUTE FIRST NAME AND THE STUDENT'S SUBSTITUTE       *
073200*    SURNAME), PHONE AND EMAIL REPLACED. RELATIONSHIP AND LETTER *
073300*    LANGUAGE STAY.                                              *
073400******************************************************************
073500     move 2 to ws-fc-row
073600     open input guardian-file
073700     if ws-guard-status not = '00'
073800         display 'COULD NOT OPEN GUARDVS - STATUS '
073900             ws-guard-status
074000         move 16 to return-code
074100         stop run
074200     end-if
074300     open output masked-guardian-file
074400     if ws-mguard-status not = '00'
074500         display 'COULD NOT OPEN MGUARD - STATUS '
074600             ws-mguard-status
074700         move 16 to return-code
074800         stop run
074900     end-if
075000     perform until ws-guard-status not = '00'
075100         read guardian-file next record
075200         if ws-guard-status = '00'
075300             add 1 to fc-in(ws-fc-row)
075400             move gu-student-id to ws-old-id
075500             perform find-mapped-student
075600             if map-on-roster(ws-map-row) = 'Y'
075700                 add 1 to fc-keyed-in(ws-fc-row)
075800             end-if
075900             perform build-substitutes
076000             perform mask-one-guardian
076100             write masked-guardian-record
076200                 from guardian-file-record
076300             if ws-mguard-status not = '00'
076400                 display 'MGUARD WRITE FAILED - STATUS '
076500                     ws-mguard-status
076600                 move 16 to return-code
076700                 stop run
076800             end-if
076900             add 1 to fc-out(ws-fc-row)
077000         end-if
077100     end-perform
077200     close guardian-file
077300     close masked-guardian-file
077400     .
077500 MASK-ONE-GUARDIAN.
077600     move map-new-id(ws-map-row) to gu-student-id
077700     move map-new-id(ws-map-row) to ws-new-id
077800     compute ws-sub-work = ws-new-id + (gu-contact-seq * 7)
077900     divide ws-sub-work by 25
078000         giving ws-sub-quot remainder ws-sub-rem
078100     move sub-first-name(ws-sub-rem + 1) to ws-sub-guard-first
078200     if gu-guardian-name not = spaces
078300         move spaces to gu-guardian-name
078400         string ws-sub-guard-first delimited by space
078500                ' '                delimited by size
078600                ws-sub-last        delimited by space
078700             into gu-guardian-name
078800         end-string
078900         add 1 to ws-names-replaced
079000     end-if
079100     if gu-phone not = spaces
079200         compute ws-sub-work = (ws-new-id * 100) + gu-contact-seq
079300         divide ws-sub-work by 10000
079400             giving ws-sub-quot remainder ws-sub-rem
079500         move ws-sub-rem to ws-sub-phone-no
079600         move spaces to gu-phone
079700         string '555-555-'       delimited by size
079800                ws-sub-phone-no  delimited by size
079900             into gu-phone
080000         end-string
080100         add 1 to ws-phones-replaced
080200     end-if
080300     if gu-email not = spaces
080400         move spaces to gu-email
080500         string 'CONTACT'        delimited by size
080600                ws-new-id        delimited by size
080700                gu-contact-seq   delimited by size
080800                '@EXAMPLE.ORG'   delimited by size
080900             into gu-email
081000         end-string
081100         add 1 to ws-emails-replaced
081200     end-if
081300     .
081400 MASK-ATTENDANCE.
081500******************************************************************
081600*    ATTNDLOG TO MATTLOG - NEW ID AND THE CARRIED STUDENT NAME   *
081700*    REPLACED WITH THE SAME SUBSTITUTES THE ROSTER GOT.          *
081800******************************************************************
081900     move 3 to ws-fc-row
082000     open input attendance-log-file
082100     if ws-attlog-status not = '00'
082200         display 'COULD NOT OPEN ATTNDLOG - STATUS '
082300             ws-attlog-status
082400         move 16 to return-code
082500         stop run
082600     end-if
082700     open output masked-attendance-file
082800     if ws-mattlog-status not = '00'
082900         display 'COULD NOT OPEN MATTLOG - STATUS '
083000             ws-mattlog-status
083100         move 16 to return-code
083200         stop run
083300     end-if
083400     perform until ws-attlog-status not = '00'
083500         read attendance-log-file next record
083600         if ws-attlog-status = '00'
083700             add 1 to fc-in(ws-fc-row)
083800             move att-student-id to ws-old-id
083900             perform find-mapped-student
084000             if map-on-roster(ws-map-row) = 'Y'
084100                 add 1 to fc-keyed-in(ws-fc-row)
084200             end-if
084300             perform build-substitutes
084400             move map-new-id(ws-map-row) to att-student-id
084500             if att-last-name not = spaces
084600                 move ws-sub-last  to att-last-name
084700                 move ws-sub-first to att-first-name
084800                 add 1 to ws-names-replaced
084900             end-if
085000             write masked-attendance-record
085100                 from attendance-record
085200             if ws-mattlog-status not = '00'
085300                 display 'MATTLOG WRITE FAILED - STATUS '
085400                     ws-mattlog-status
085500                 move 16 to return-code
085600                 stop run
085700             end-if
085800             add 1 to fc-out(ws-fc-row)
085900         end-if
086000     end-perform
086100     close attendance-log-file
086200     close masked-attendance-file
086300     .
086400 MASK-TRANSCRIPTS.
086500******************************************************************
086600*    TRANSCPT TO MTRANS - NEW ID ONLY.                           *
086700******************************************************************
086800     move 4 to ws-fc-row
086900     open input transcript-file
087000     if ws-transcpt-status not = '00'
087100         display 'COULD NOT OPEN TRANSCPT - STATUS '
087200             ws-transcpt-status
087300         move 16 to return-code
087400         stop run
087500     end-if
087600     open output masked-transcript-file
087700     if ws-mtrans-status not = '00'
087800         display 'COULD NOT OPEN MTRANS - STATUS '
087900             ws-mtrans-status
088000         move 16 to return-code
088100         stop run
088200     end-if
088300     perform until ws-transcpt-status not = '00'
088400         read transcript-file next record
088500         if ws-transcpt-status = '00'
088600             add 1 to fc-in(ws-fc-row)
088700             move trn-student-id to ws-old-id
088800             perform find-mapped-student
088900             if map-on-roster(ws-map-row) = 'Y'
089000                 add 1 to fc-keyed-in(ws-fc-row)
089100             end-if
089200             move map-new-id(ws-map-row) to trn-student-id
089300             write masked-transcript-record
089400                 from transcript-record
089500             if ws-mtrans-status not = '00'
089600                 display 'MTRANS WRITE FAILED - STATUS '
089700                     ws-mtrans-status
089800                 move 16 to return-code
089900                 stop run
090000             end-if
090100             add 1 to fc-out(ws-fc-row)
090200         end-if
090300     end-perform
090400     close transcript-file
090500     close masked-transcript-file
090600     .
090700 MASK-DISCIPLINE.
090800******************************************************************
090900*    DISCFILE TO MDISC - NEW ID ONLY; TYPE AND ACTION CODES AND  *
091000*    DATES STAY FOR THE STATE-REPORTING TESTS.                   *
091100******************************************************************
091200     move 5 to ws-fc-row
091300     open input discipline-file
091400     if ws-discfile-status not = '00'
091500         display 'COULD NOT OPEN DISCFILE - STATUS '
091600             ws-discfile-status
091700         move 16 to return-code
091800         stop run
091900     end-if
092000     open output masked-discipline-file
092100     if ws-mdisc-status not = '00'
092200         display 'COULD NOT OPEN MDISC - STATUS '
092300             ws-mdisc-status
092400         move 16 to return-code
092500         stop run
092600     end-if
092700     perform until ws-discfile-status not = '00'
092800         read discipline-file next record
092900         if ws-discfile-status = '00'
093000             add 1 to fc-in(ws-fc-row)
093100             move di-student-id to ws-old-id
093200             perform find-mapped-student
093300             if map-on-roster(ws-map-row) = 'Y'
093400                 add 1 to fc-keyed-in(ws-fc-row)
093500             end-if
093600             move map-new-id(ws-map-row) to di-student-id
093700             write masked-discipline-record
093800                 from discipline-record
093900             if ws-mdisc-status not = '00'
094000                 display 'MDISC WRITE FAILED - STATUS '
094100                     ws-mdisc-status
094200                 move 16 to return-code
094300                 stop run
094400             end-if
094500             add 1 to fc-out(ws-fc-row)
094600         end-if
094700     end-perform
094800     close discipline-file
094900     close masked-discipline-file
095000     .
095100 MASK-CONDITIONS.
095200******************************************************************
095300*    CONDFILE TO MCOND - NEW ID, AND THE FREE-TEXT CARE          *
095400*    INSTRUCTION (WHICH CAN NAME A PARENT, A DOCTOR OR A PHONE)  *
095500*    REPLACED. CONDITION AND SEVERITY CODES STAY.                *
095600******************************************************************
095700     move 6 to ws-fc-row
095800     open input condition-file
095900     if ws-condfile-status not = '00'
096000         display 'COULD NOT OPEN CONDFILE - STATUS '
096100             ws-condfile-status
096200         move 16 to return-code
096300         stop run
096400     end-if
096500     open output masked-condition-file
096600     if ws-mcond-status not = '00'
096700         display 'COULD NOT OPEN MCOND - STATUS '
096800             ws-mcond-status
096900         move 16 to return-code
097000         stop run
097100     end-if
097200     perform until ws-condfile-status not = '00'
097300         read condition-file next record
097400         if ws-condfile-status = '00'
097500             add 1 to fc-in(ws-fc-row)
097600             move cd-student-id to ws-old-id
097700             perform find-mapped-student
097800             if map-on-roster(ws-map-row) = 'Y'
097900                 add 1 to fc-keyed-in(ws-fc-row)
098000             end-if
098100             move map-new-id(ws-map-row) to cd-student-id
098200             if cd-action not = spaces
098300                 move ws-sub-care-text to cd-action
098400                 add 1 to ws-notes-replaced
098500             end-if
098600             write masked-condition-record
098700                 from condition-record
098800             if ws-mcond-status not = '00'
098900                 display 'MCOND WRITE FAILED - STATUS '
099000                     ws-mcond-status
099100                 move 16 to return-code
099200                 stop run
099300             end-if
099400             add 1 to fc-out(ws-fc-row)
099500         end-if
099600     end-perform
099700     close condition-file
099800     close masked-condition-file
099900     .
100000 PROVE-MASKED-ROSTER.
100100******************************************************************
100200*    READS MROSTER BACK IN KEY ORDER INTO WS-NR-TABLE. ALSO      *
100300*    COUNTS MASKED IDS THAT HAPPEN TO EQUAL SOME PRODUCTION ID - *
100400*    HARMLESS, BUT WORTH KNOWING WHEN A TESTER COMPARES RUNS.    *
100500******************************************************************
100600     move 1 to ws-fc-row
100700     move zero to ws-nr-count
100800     open input masked-roster-file
100900     if ws-mroster-status not = '00'
101000         display 'COULD NOT REOPEN MROSTER - STATUS '
101100             ws-mroster-status
101200         move 16 to return-code
101300         stop run
101400     end-if
101500     perform until ws-mroster-status not = '00'
101600         read masked-roster-file next record
101700         if ws-mroster-status = '00'
101800             add 1 to fc-read-back(ws-fc-row)
101900             if ws-nr-count < ws-map-max
102000                 add 1 to ws-nr-count
102100                 move mr-id to nr-id(ws-nr-count)
102200                 add 1 to fc-keyed-out(ws-fc-row)
102300             end-if
102400             move mr-id to ws-old-id
102500             perform look-up-old-id
102600             if ws-map-hit = 'Y'
102700                 add 1 to ws-id-overlap
102800             end-if
102900         end-if
103000     end-perform
103100     close masked-roster-file
103200     .
103300 PROVE-MASKED-FILES.
103400******************************************************************
103500*    READS EACH OTHER MASKED FILE BACK, COUNTING ITS RECORDS AND *
103600*    THOSE WHOSE MASKED STUDENT ID IS ON THE MASKED ROSTER.      *
103700******************************************************************
103800     move 2 to ws-fc-row
103900     open input masked-guardian-file
104000     if ws-mguard-status not = '00'
104100         display 'COULD NOT REOPEN MGUARD - STATUS '
104200             ws-mguard-status
104300         move 16 to return-code
104400         stop run
104500     end-if
104600     perform until ws-mguard-status not = '00'
104700         read masked-guardian-file next record
104800         if ws-mguard-status = '00'
104900             move mg-student-id to ws-new-id
105000             perform count-read-back
105100         end-if
105200     end-perform
105300     close masked-guardian-file
105400     move 3 to ws-fc-row
105500     open input masked-attendance-file
105600     if ws-mattlog-status not = '00'
105700         display 'COULD NOT REOPEN MATTLOG - STATUS '
105800             ws-mattlog-status
105900         move 16 to return-code
106000         stop run
106100     end-if
106200     perform until ws-mattlog-status not = '00'
106300         read masked-attendance-file next record
106400         if ws-mattlog-status = '00'
106500             move mat-student-id to ws-new-id
106600             perform count-read-back
106700         end-if
106800     end-perform
106900     close masked-attendance-file
107000     move 4 to ws-fc-row
107100     open input masked-transcript-file
107200     if ws-mtrans-status not = '00'
107300         display 'COULD NOT REOPEN MTRANS - STATUS '
107400             ws-mtrans-status
107500         move 16 to return-code
107600         stop run
107700     end-if
107800     perform until ws-mtrans-status not = '00'
107900         read masked-transcript-file next record
108000         if ws-mtrans-status = '00'
108100             move mtr-student-id to ws-new-id
108200             perform count-read-back
108300         end-if
108400     end-perform
108500     close masked-transcript-file
108600     move 5 to ws-fc-row
108700     open input masked-discipline-file
108800     if ws-mdisc-status not = '00'
108900         display 'COULD NOT REOPEN MDISC - STATUS '
109000             ws-mdisc-status
109100         move 16 to return-code
109200         stop run
109300     end-if
109400     perform until ws-mdisc-status not = '00'
109500         read masked-discipline-file next record
109600         if ws-mdisc-status = '00'
109700             move mdi-student-id to ws-new-id
109800             perform count-read-back
109900         end-if
110000     end-perform
110100     close masked-discipline-file
110200     move 6 to ws-fc-row
110300     open input masked-condition-file
110400     if ws-mcond-status not = '00'
110500         display 'COULD NOT REOPEN MCOND - STATUS '
110600             ws-mcond-status
110700         move 16 to return-code
110800         stop run
110900     end-if
111000     perform until ws-mcond-status not = '00'
111100         read masked-condition-file next record
111200         if ws-mcond-status = '00'
111300             move mcd-student-id to ws-new-id
111400             perform count-read-back
111500         end-if
111600     end-perform
111700     close masked-condition-file
111800     .
111900 COUNT-READ-BACK.
112000     add 1 to fc-read-back(ws-fc-row)
112100     move 'N' to ws-nr-hit
112200     if ws-nr-count > zero
112300         search all nr-row
112400             when nr-id(nr-idx) = ws-new-id
112500                 move 'Y' to ws-nr-hit
112600         end-search
112700     end-if
112800     if ws-nr-hit = 'Y'
112900         add 1 to fc-keyed-out(ws-fc-row)
113000     end-if
113100     .
113200 PRINT-CONTROL-REPORT.
113300******************************************************************
113400*    ONE LINE PER FILE - READ, WRITTEN AND READ BACK MUST BE     *
113500*    EQUAL, AND SO MUST THE ON-ROSTER COUNTS EITHER SIDE OF THE  *
113600*    MASK - THEN THE MASKING TOTALS AND THE VERDICT.             *
113700******************************************************************
113800     open output mask-report
113900     if ws-maskrpt-status not = '00'
114000         display 'COULD NOT OPEN MASKRPT - STATUS '
114100             ws-maskrpt-status
114200         move 16 to return-code
114300         stop run
114400     end-if
114450     write mask-report-line from bus-date-heading
114500     write mask-report-line from msk-heading
114600     move spaces to mask-report-line
114700     write mask-report-line
114800     write mask-report-line from msk-column-heading
114900     perform varying ws-fc-row from 1 by 1 until ws-fc-row > 6
115000         move fc-name(ws-fc-row)      to msk-d-name
115100         move fc-in(ws-fc-row)        to msk-d-in
115200         move fc-out(ws-fc-row)       to msk-d-out
115300         move fc-read-back(ws-fc-row) to msk-d-read-back
115400         move fc-keyed-in(ws-fc-row)  to msk-d-keyed-in
115500         move fc-keyed-out(ws-fc-row) to msk-d-keyed-out
115600         if fc-out(ws-fc-row) = fc-in(ws-fc-row)
115700             and fc-read-back(ws-fc-row) = fc-in(ws-fc-row)
115800             and fc-keyed-out(ws-fc-row) = fc-keyed-in(ws-fc-row)
115900             move 'OK'       to msk-d-result
116000         else
116100             move 'MISMATCH' to msk-d-result
116200             move 'Y' to ws-proof-failed
116300         end-if
116400         write mask-report-line from msk-detail-line
116500     end-perform
116600     move spaces to mask-report-line
116700     write mask-report-line
116800     move 'STUDENT IDS REMAPPED' to msk-t-label
116900     move ws-map-count to msk-t-value
117000     write mask-report-line from msk-total-line
117100     move '  OF WHICH NOT ON ROSTERVS' to msk-t-label
117200     move ws-orphan-ids to msk-t-value
117300     write mask-report-line from msk-total-line
117400     move 'MASKED IDS EQUAL TO SOME PRODUCTION ID'
117500         to msk-t-label
117600     move ws-id-overlap to msk-t-value
117700     write mask-report-line from msk-total-line
117800     move 'NAMES REPLACED' to msk-t-label
117900     move ws-names-replaced to msk-t-value
118000     write mask-report-line from msk-total-line
118100     move 'STREET ADDRESSES REPLACED' to msk-t-label
118200     move ws-addrs-replaced to msk-t-value
118300     write mask-report-line from msk-total-line
118400     move 'PHONES REPLACED' to msk-t-label
118500     move ws-phones-replaced to msk-t-value
118600     write mask-report-line from msk-total-line
118700     move 'EMAILS REPLACED' to msk-t-label
118800     move ws-emails-replaced to msk-t-value
118900     write mask-report-line from msk-total-line
119000     move 'BIRTH DAYS REPLACED' to msk-t-label
119100     move ws-dobs-replaced to msk-t-value
119200     write mask-report-line from msk-total-line
119300     move 'CARE INSTRUCTIONS REPLACED' to msk-t-label
119400     move ws-notes-replaced to msk-t-value
119500     write mask-report-line from msk-total-line
119600     move spaces to mask-report-line
119700     write mask-report-line
119800     if ws-proof-failed = 'Y'
119900         move 'CONTROLS DID NOT PROVE - DO NOT LOAD THE TEST SET'
120000             to msk-result-line
120100     else
120200         move 'ALL CONTROLS PROVED - TEST SET MAY BE LOADED'
120300             to msk-result-line
120400     end-if
120500     write mask-report-line from msk-result-line
120600     close mask-report
120700     .
120800 READ-BUSINESS-DATE.
120900******************************************************************
121000*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
121100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
121200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
121300******************************************************************
121400     open input business-date-file
121500     if ws-busdate-status not = '00'
121600         display 'COULD NOT OPEN BUSDATE - STATUS '
121700             ws-busdate-status
121800         move 16 to return-code
121900         stop run
122000     end-if
122100     read business-date-file next record
122200     if ws-busdate-status not = '00'
122300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
122400             ws-busdate-status
122500         move 16 to return-code
122600         stop run
122700     end-if
122800     close business-date-file
122900     move bd-business-date to ws-business-date
123000     if bd-override-date not = zero
123100         move bd-override-date to ws-business-date
123200         move 'Y' to ws-bus-date-override
123300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
123400             bd-override-date ' SET BY ' bd-override-operator
123500         display '    REASON: ' bd-override-reason
123600     end-if
123700     move ws-business-date to bdh-date
123800     if ws-bus-date-override = 'Y'
123900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
124000             to bdh-override
124100     end-if
124200     .
