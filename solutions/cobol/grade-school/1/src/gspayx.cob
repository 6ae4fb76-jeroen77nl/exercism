000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPAYX.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PAY-PERIOD TEACHER LEAVE AND SUBSTITUTE-DAY EXTRACT TO      *
000900*    PAYROLL. THE PAY PERIOD COMES FROM THE PAYCTL CARD:         *
001000*      COLS  1- 6  PAY PERIOD NUMBER                             *
001100*      COLS  7-14  FIRST DAY OF THE PERIOD (CCYYMMDD)            *
001200*      COLS 15-22  LAST DAY OF THE PERIOD (CCYYMMDD)             *
001300*    TWO LEGS, BY THE RUNMODE CARD:                              *
001400*      BUILD (RUNMODE EMPTY) - EVERY ABSENCE ON THE TEACHER      *
001500*        ABSENCE LOG (TCHABLOG, COPY ABLGREC) DATED IN THE       *
001600*        PERIOD IS COUNTED TWICE: AS LEAVE FOR THE TEACHER, BY   *
001700*        LEAVE TYPE, AND - WHEN A SUB WAS PLACED - AS A DAY      *
001800*        WORKED FOR THE SUB, BY THE BUILDING (THE ABSENT         *
001900*        TEACHER'S TEACHFIL SCHOOL). A HALF-DAY ABSENCE IS HALF  *
002000*        A DAY TO BOTH. THE TOTALS GO TO PAYROLL ON PAYXTRCT     *
002100*        (COPY PAYXREC) BETWEEN THE 'HDR' AND 'TRL' CONTROL      *
002200*        RECORDS (COPY INBHREC), THE TRAILER CARRYING THE        *
002300*        RECORD COUNT AND THE CONTROL TOTAL OF DAYS IN TENTHS.   *
002400*        EACH LEAVE TYPE TAKES ITS PAYROLL CODE FROM THE         *
002500*        LEAVETYP TABLE OF CODETBL (CT-STATE-CODE). THE          *
002600*        PERIOD'S ABSENCES ARE COPIED AS THEY STAND TO THE       *
002700*        SNAPSHOT FILE (PAYSNAP, COPY ABLGREC) FOR THE           *
002800*        RECONCILIATION.                                         *
002900*        PAYXRPT LISTS THE EXTRACT, THE CONTROL TOTALS AND THE   *
003000*        ABSENCES TO CHECK - NO LEAVE TYPE, A LEAVE TYPE NOT IN  *
003100*        FORCE ON LEAVETYP, A TEACHER NOT ON TEACHFIL.           *
003200*      RECON (RUNMODE 'RECON') - RUN JUST BEFORE THE EXTRACT IS  *
003300*        RELEASED TO PAYROLL. THE PERIOD'S ABSENCES ON TCHABLOG  *
003400*        NOW ARE COMPARED WITH PAYSNAP, AND PAYXRPT LISTS EVERY  *
003500*        ABSENCE WHOSE SUB PLACEMENT CHANGED SINCE THE EXTRACT   *
003600*        WAS BUILT, EVERY ABSENCE ADDED SINCE, AND EVERY ONE NO  *
003700*        LONGER ON THE LOG. NOTHING IS WRITTEN BUT THE REPORT.   *
003800*    RETURN CODES: 0 CLEAN, 4 AN ABSENCE TO CHECK, A TABLE CUT   *
003900*    SHORT OR (RECON) A CHANGE SINCE THE EXTRACT - HOLD THE      *
004000*    RELEASE, 16 A BAD PAYCTL OR RUNMODE CARD OR A FILE THAT     *
004100*    COULD NOT BE READ OR WRITTEN. SEE JCL/GSPAYX.JCL AND        *
004200*    JCL/GSPAYXR.JCL.                                            *
004300******************************************************************
004400*    MOD-LOG
004500*    DATE       INIT  DESCRIPTION
004600*    2026-10-15  RVM  ORIGINAL VERSION.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNMODE-STATUS.
005400     SELECT PAY-PERIOD-FILE ASSIGN TO PAYCTL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PAYCTL-STATUS.
005700     SELECT ABSENCE-LOG-FILE ASSIGN TO TCHABLOG
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TCHABLOG-STATUS.
006000     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TEACHFIL-STATUS.
006300     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CODETBL-STATUS.
006600     SELECT PAY-EXTRACT-FILE ASSIGN TO PAYXTRCT
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PAYXTRCT-STATUS.
006900     SELECT PAY-SNAPSHOT-FILE ASSIGN TO PAYSNAP
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PAYSNAP-STATUS.
007200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-BUSDATE-STATUS.
007500     SELECT PAY-EXTRACT-RPT ASSIGN TO PAYXRPT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PAYXRPT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  RUN-MODE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  RUN-MODE-RECORD.
008300     05  RM-MODE                 PIC X(08).
008400 FD  PAY-PERIOD-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  PAY-PERIOD-RECORD.
008700     05  PC-PERIOD-ID            PIC 9(06).
008800     05  PC-START-DATE           PIC 9(08).
008900     05  PC-END-DATE             PIC 9(08).
009000******************************************************************
009100*    TCHABLOG AND PAYSNAP SHARE ONE LAYOUT - EACH IS READ INTO   *
009200*    ABSENCE-LOG-RECORD.                                         *
009300******************************************************************
009400 FD  ABSENCE-LOG-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  ABSENCE-LOG-LINE            PIC X(23).
009700 FD  PAY-SNAPSHOT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  PAY-SNAPSHOT-LINE           PIC X(23).
010000 FD  TEACHER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  TEACHER-FILE-RECORD.
010300     COPY TEACHASN.
010400 FD  CODE-TABLE-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  CODE-TABLE-RECORD.
010700     COPY CODEREC.
010800 FD  PAY-EXTRACT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  PAY-EXTRACT-LINE            PIC X(80).
011100 FD  BUSINESS-DATE-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  BUSINESS-DATE-RECORD.
011400     COPY BDATREC.
011500 FD  PAY-EXTRACT-RPT
011600     LABEL RECORDS ARE STANDARD.
011700 01  PAY-EXTRACT-RPT-LINE        PIC X(100).
011800 WORKING-STORAGE SECTION.
011900 01  WS-RUNMODE-STATUS        PIC X(02).
012000 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
012100 01  WS-PAYCTL-STATUS         PIC X(02).
012200 01  WS-TCHABLOG-STATUS       PIC X(02).
012300 01  WS-TEACHFIL-STATUS       PIC X(02).
012400 01  WS-CODETBL-STATUS        PIC X(02).
012500 01  WS-PAYXTRCT-STATUS       PIC X(02).
012600 01  WS-PAYSNAP-STATUS        PIC X(02).
012700 01  WS-PAYXRPT-STATUS        PIC X(02).
012800 01  i                        PIC 9(05).
012900 01  j                        PIC 9(05).
013000******************************************************************
013100*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013200*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
013300******************************************************************
013400 01  WS-BUSDATE-STATUS        PIC X(02).
013500 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013600 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013700 01  BUS-DATE-HEADING.
013800     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013900     05  BDH-DATE             PIC 9(08).
014000     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014100******************************************************************
014200*    THE PAY PERIOD FROM PAYCTL, AND WHAT THE CONTROL RECORDS    *
014300*    SAY ABOUT THE SENDER AND THE FILE.                          *
014400******************************************************************
014500 01  WS-PERIOD-ID             PIC 9(06) VALUE ZERO.
014600 01  WS-PERIOD-START          PIC 9(08) VALUE ZERO.
014700 01  WS-PERIOD-END            PIC 9(08) VALUE ZERO.
014800 77  WS-SENDER-ID             PIC X(08) VALUE 'GRADESCH'.
014900 77  WS-FILE-TYPE             PIC X(08) VALUE 'PAYLEAVE'.
015000******************************************************************
015100*    THE RECORDS AS READ AND WRITTEN.                            *
015200******************************************************************
015300 01  ABSENCE-LOG-RECORD.
015400     COPY ABLGREC.
015500 01  PAY-EXTRACT-RECORD.
015600     COPY PAYXREC.
015700 01  PAY-CONTROL-RECORD.
015800     COPY INBHREC.
015900******************************************************************
016000*    THE LEAVETYP ROWS OF CODETBL, WITH THE PAYROLL CODE EACH    *
016100*    LEAVE TYPE IS REPORTED UNDER (SPACES = THE DISTRICT CODE).  *
016200******************************************************************
016300 77  WS-LVT-MAX               PIC 9(03) VALUE 100.
016400 01  WS-LVT-COUNT             PIC 9(03) VALUE ZERO.
016500 01  WS-LVT-TABLE.
016600     05  WS-LVT-ENTRY         OCCURS 100 TIMES.
016700         10  WS-LVT-CODE      PIC X(04).
016800         10  WS-LVT-EFF       PIC 9(08).
016900         10  WS-LVT-EXP       PIC 9(08).
017000         10  WS-LVT-PAYROLL   PIC X(04).
017100 01  WS-LVT-FULL              PIC X VALUE 'N'.
017200 01  WS-LVT-OK                PIC X.
017300******************************************************************
017400*    EVERY TEACHER ON TEACHFIL WITH THE BUILDING, IN ID ORDER    *
017500*    FOR THE SEARCH ALL.                                         *
017600******************************************************************
017700 77  WS-TCH-MAX               PIC 9(04) VALUE 2000.
017800 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
017900 01  TCH-TABLE.
018000     05  TCH-ROW              OCCURS 0 TO 2000 TIMES
018100                              DEPENDING ON WS-TCH-COUNT
018200                              ASCENDING KEY IS TCH-ID
018300                              INDEXED BY TCH-IDX.
018400         10  TCH-ID           PIC 9(05).
018500         10  TCH-SCHOOL       PIC X(04).
018600 01  WS-TCH-FULL              PIC X VALUE 'N'.
018700******************************************************************
018800*    THE EXTRACT AS IT IS ADDED UP - ONE ROW PER TEACHER AND     *
018900*    LEAVE TYPE ('LVE') AND PER SUB AND BUILDING ('SUB'), WITH   *
019000*    THE FULL AND HALF DAYS. SORTED BY PXT-KEY BEFORE WRITING.   *
019100******************************************************************
019200 77  WS-PXT-MAX               PIC 9(04) VALUE 3000.
019300 01  WS-PXT-COUNT             PIC 9(04) VALUE ZERO.
019400 01  PXT-TABLE.
019500     05  PXT-ROW              OCCURS 0 TO 3000 TIMES
019600                              DEPENDING ON WS-PXT-COUNT.
019700         10  PXT-KEY.
019800             15  PXT-TYPE     PIC X(03).
019900             15  PXT-EMPLOYEE PIC 9(05).
020000             15  PXT-SCHOOL   PIC X(04).
020100             15  PXT-LEAVE    PIC X(04).
020200         10  PXT-PAYROLL      PIC X(04).
020300         10  PXT-FULL         PIC 9(03).
020400         10  PXT-HALF         PIC 9(03).
020500 01  WS-PXT-FULL              PIC X VALUE 'N'.
020600 01  WS-PXT-ROW               PIC 9(04).
020700 01  WS-FIND-KEY.
020800     05  WS-FIND-TYPE         PIC X(03).
020900     05  WS-FIND-EMPLOYEE     PIC 9(05).
021000     05  WS-FIND-SCHOOL       PIC X(04).
021100     05  WS-FIND-LEAVE        PIC X(04).
021200 01  WS-FIND-PAYROLL          PIC X(04).
021300 01  WS-ABS-SCHOOL            PIC X(04).
021400 01  WS-ABS-PAYROLL           PIC X(04).
021500 01  WS-HALF-DAY              PIC X.
021600******************************************************************
021700*    THE ABSENCES TO CHECK BEFORE THE EXTRACT IS RELEASED.       *
021800******************************************************************
021900 77  WS-WRN-MAX               PIC 9(03) VALUE 200.
022000 01  WS-WRN-COUNT             PIC 9(03) VALUE ZERO.
022100 01  WS-WRN-TABLE.
022200     05  WS-WRN-ENTRY         OCCURS 200 TIMES.
022300         10  WS-WRN-TEACHER   PIC 9(05).
022400         10  WS-WRN-DATE      PIC 9(08).
022500         10  WS-WRN-REASON    PIC X(30).
022600 01  WS-WRN-FULL              PIC X VALUE 'N'.
022700 01  WS-WARNING-REASON        PIC X(30).
022800******************************************************************
022900*    RECON - THE ABSENCES AS THEY STOOD WHEN THE EXTRACT WAS     *
023000*    BUILT (PAYSNAP), IN TEACHER AND DATE ORDER FOR THE SEARCH   *
023100*    ALL. SNP-MATCHED 'Y' ONCE THE ABSENCE IS FOUND ON THE LOG.  *
023200******************************************************************
023300 77  WS-SNP-MAX               PIC 9(05) VALUE 05000.
023400 01  WS-SNP-COUNT             PIC 9(05) VALUE ZERO.
023500 01  SNP-TABLE.
023600     05  SNP-ROW              OCCURS 0 TO 5000 TIMES
023700                              DEPENDING ON WS-SNP-COUNT
023800                              ASCENDING KEY IS SNP-KEY
023900                              INDEXED BY SNP-IDX.
024000         10  SNP-KEY.
024100             15  SNP-TEACHER  PIC 9(05).
024200             15  SNP-DATE     PIC 9(08).
024300         10  SNP-SUB          PIC 9(05).
024400         10  SNP-MATCHED      PIC X(01).
024500 01  WS-SNP-FULL              PIC X VALUE 'N'.
024600 01  WS-FIND-ABSENCE.
024700     05  WS-FIND-TEACHER      PIC 9(05).
024800     05  WS-FIND-DATE         PIC 9(08).
024900******************************************************************
025000*    RECON - EVERY CHANGE SINCE THE EXTRACT, SORTED BY TEACHER   *
025100*    AND DATE. A SUB OF 'NONE' MEANS THE CLASS WAS UNCOVERED.    *
025200******************************************************************
025300 77  WS-DIF-MAX               PIC 9(04) VALUE 1000.
025400 01  WS-DIF-COUNT             PIC 9(04) VALUE ZERO.
025500 01  DIF-TABLE.
025600     05  DIF-ROW              OCCURS 0 TO 1000 TIMES
025700                              DEPENDING ON WS-DIF-COUNT.
025800         10  DIF-KEY.
025900             15  DIF-TEACHER  PIC 9(05).
026000             15  DIF-DATE     PIC 9(08).
026100         10  DIF-OLD-SUB      PIC X(05).
026200         10  DIF-NEW-SUB      PIC X(05).
026300         10  DIF-TEXT         PIC X(20).
026400 01  WS-DIF-FULL              PIC X VALUE 'N'.
026500 01  WS-DIF-OLD-SUB           PIC X(05).
026600 01  WS-DIF-NEW-SUB           PIC X(05).
026700 01  WS-DIF-TEXT              PIC X(20).
026800 01  WS-SUB-TEXT              PIC X(05).
026900 01  WS-SUB-ID                PIC 9(05).
027000******************************************************************
027100*    RUN COUNTS AND THE CONTROL TOTALS.                          *
027200******************************************************************
027300 01  WS-ABSENCES-READ         PIC 9(07) VALUE ZERO.
027400 01  WS-ABSENCES-IN-PERIOD    PIC 9(07) VALUE ZERO.
027500 01  WS-UNCOVERED             PIC 9(07) VALUE ZERO.
027600 01  WS-WARNINGS              PIC 9(07) VALUE ZERO.
027700 01  WS-LVE-RECORDS           PIC 9(07) VALUE ZERO.
027800 01  WS-SUB-RECORDS           PIC 9(07) VALUE ZERO.
027900 01  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
028000 01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
028100 01  WS-LEAVE-DAYS            PIC 9(05)V9 VALUE ZERO.
028200 01  WS-SUB-DAYS              PIC 9(05)V9 VALUE ZERO.
028300 01  WS-TOTAL-DAYS            PIC 9(05)V9 VALUE ZERO.
028400******************************************************************
028500*    PAYXRPT LINES.                                              *
028600******************************************************************
028700 01  PXR-HEADING.
028800     05  FILLER               PIC X(46) VALUE
028900         'PAYROLL EXTRACT - TEACHER LEAVE AND SUB DAYS'.
029000 01  PXR-RECON-HEADING.
029100     05  FILLER               PIC X(46) VALUE
029200         'PAYROLL EXTRACT RECONCILIATION - SUB CHANGES'.
029300 01  PXR-PERIOD-LINE.
029400     05  FILLER               PIC X(11) VALUE 'PAY PERIOD '.
029500     05  PXR-P-ID             PIC 9(06).
029600     05  FILLER               PIC X(06) VALUE ' FROM '.
029700     05  PXR-P-START          PIC 9(08).
029800     05  FILLER               PIC X(09) VALUE ' THROUGH '.
029900     05  PXR-P-END            PIC 9(08).
030000 01  PXR-COLUMN-HEADING.
030100     05  FILLER               PIC X(06) VALUE 'TYPE'.
030200     05  FILLER               PIC X(10) VALUE 'EMPLOYEE'.
030300     05  FILLER               PIC X(06) VALUE 'BLDG'.
030400     05  FILLER               PIC X(07) VALUE 'LEAVE'.
030500     05  FILLER               PIC X(09) VALUE 'PAYROLL'.
030600     05  FILLER               PIC X(06) VALUE ' FULL'.
030700     05  FILLER               PIC X(06) VALUE ' HALF'.
030800     05  FILLER               PIC X(05) VALUE ' DAYS'.
030900 01  PXR-DETAIL-LINE.
031000     05  PXR-D-TYPE           PIC X(03).
031100     05  FILLER               PIC X(03) VALUE SPACES.
031200     05  PXR-D-EMPLOYEE       PIC 9(05).
031300     05  FILLER               PIC X(05) VALUE SPACES.
031400     05  PXR-D-SCHOOL         PIC X(04).
031500     05  FILLER               PIC X(02) VALUE SPACES.
031600     05  PXR-D-LEAVE          PIC X(04).
031700     05  FILLER               PIC X(03) VALUE SPACES.
031800     05  PXR-D-PAYROLL        PIC X(04).
031900     05  FILLER               PIC X(07) VALUE SPACES.
032000     05  PXR-D-FULL           PIC ZZ9.
032100     05  FILLER               PIC X(03) VALUE SPACES.
032200     05  PXR-D-HALF           PIC ZZ9.
032300     05  FILLER               PIC X(01) VALUE SPACES.
032400     05  PXR-D-DAYS           PIC ZZ9.9.
032500 01  PXR-WARNING-HEADING.
032600     05  FILLER               PIC X(40) VALUE
032700         'ABSENCES TO CHECK BEFORE RELEASE'.
032800 01  PXR-WARNING-COLUMNS.
032900     05  FILLER               PIC X(10) VALUE 'TEACHER'.
033000     05  FILLER               PIC X(10) VALUE 'DATE'.
033100     05  FILLER               PIC X(06) VALUE 'REASON'.
033200 01  PXR-WARNING-LINE.
033300     05  PXR-W-TEACHER        PIC 9(05).
033400     05  FILLER               PIC X(05) VALUE SPACES.
033500     05  PXR-W-DATE           PIC 9(08).
033600     05  FILLER               PIC X(02) VALUE SPACES.
033700     05  PXR-W-REASON         PIC X(30).
033800 01  PXR-RECON-COLUMNS.
033900     05  FILLER               PIC X(10) VALUE 'TEACHER'.
034000     05  FILLER               PIC X(10) VALUE 'DATE'.
034100     05  FILLER               PIC X(13) VALUE 'EXTRACT SUB'.
034200     05  FILLER               PIC X(09) VALUE 'NOW SUB'.
034300     05  FILLER               PIC X(06) VALUE 'CHANGE'.
034400 01  PXR-RECON-LINE.
034500     05  PXR-R-TEACHER        PIC 9(05).
034600     05  FILLER               PIC X(05) VALUE SPACES.
034700     05  PXR-R-DATE           PIC 9(08).
034800     05  FILLER               PIC X(02) VALUE SPACES.
034900     05  PXR-R-OLD-SUB        PIC X(05).
035000     05  FILLER               PIC X(08) VALUE SPACES.
035100     05  PXR-R-NEW-SUB        PIC X(05).
035200     05  FILLER               PIC X(04) VALUE SPACES.
035300     05  PXR-R-TEXT           PIC X(20).
035400 01  RUN-TOTAL-LINE.
035500     05  RT-LABEL             PIC X(44).
035600     05  RT-VALUE             PIC ZZZZZZ9.
035700 01  RUN-DAYS-LINE.
035800     05  RD-LABEL             PIC X(44).
035900     05  RD-VALUE             PIC ZZZZ9.9.
036000 01  RUN-HASH-LINE.
036100     05  RH-LABEL             PIC X(44).
036200     05  RH-VALUE             PIC Z(14)9.
036300 PROCEDURE DIVISION.
036400 MAINLINE.
036500******************************************************************
036600*    BUILD: ADD UP THE PERIOD'S ABSENCES, WRITE THE EXTRACT AND  *
036700*    THE SNAPSHOT, LIST BOTH. RECON: WHAT CHANGED SINCE.         *
036800******************************************************************
036900     perform read-business-date
037000     perform read-run-mode
037100     if ws-run-mode not = spaces
037200         and ws-run-mode not = 'RECON   '
037300         display 'RUNMODE ' ws-run-mode
037400             ' IS NOT RECON OR EMPTY - NOTHING RUN'
037500         move 16 to return-code
037600         stop run
037700     end-if
037800     perform read-pay-period
037900     open output pay-extract-rpt
038000     if ws-payxrpt-status not = '00'
038100         display 'COULD NOT OPEN PAYXRPT - STATUS '
038200             ws-payxrpt-status
038300         move 16 to return-code
038400         stop run
038500     end-if
038600     write pay-extract-rpt-line from bus-date-heading
038700     move ws-period-id    to pxr-p-id
038800     move ws-period-start to pxr-p-start
038900     move ws-period-end   to pxr-p-end
039000     if ws-run-mode = spaces
039100         perform load-leave-types
039200         perform load-teacher-file
039300         perform build-extract
039400         perform write-extract
039500         perform print-extract-totals
039600         display 'PAYROLL EXTRACT - PERIOD ' ws-period-id
039700             ' ABSENCES ' ws-absences-in-period
039800             ' RECORDS ' ws-detail-count
039900         display 'PAYROLL EXTRACT - CONTROL TOTAL (TENTHS) '
040000             ws-hash-total ' TO CHECK ' ws-warnings
040100     else
040200         perform load-snapshot
040300         perform reconcile-log
040400         perform print-reconciliation
040500         display 'PAYROLL RECON - PERIOD ' ws-period-id
040600             ' ON EXTRACT ' ws-snp-count
040700             ' ON LOG NOW ' ws-absences-in-period
040800             ' CHANGES ' ws-dif-count
040900     end-if
041000     close pay-extract-rpt
041100     if ws-warnings > zero
041200         or ws-dif-count > zero
041300         or ws-lvt-full = 'Y'
041400         or ws-tch-full = 'Y'
041500         or ws-pxt-full = 'Y'
041600         or ws-snp-full = 'Y'
041700         or ws-dif-full = 'Y'
041800         move 4 to return-code
041900     end-if
042000     stop run
042100     .
042200 READ-RUN-MODE.
042300******************************************************************
042400*    THE OPTIONAL RUNMODE CARD. 'RECON' RUNS THE                 *
042500*    RECONCILIATION; MISSING OR EMPTY BUILDS THE EXTRACT.        *
042600******************************************************************
042700     open input run-mode-file
042800     if ws-runmode-status = '00'
042900         read run-mode-file next record
043000         if ws-runmode-status = '00'
043100             move rm-mode to ws-run-mode
043200         end-if
043300         close run-mode-file
043400     end-if
043500     .
043600 READ-PAY-PERIOD.
043700******************************************************************
043800*    THE PAY PERIOD IS WHAT EVERY ABSENCE IS SELECTED BY - NO    *
043900*    PAYCTL CARD, OR A CARD THAT IS NOT A PERIOD, MEANS NO RUN.  *
044000******************************************************************
044100     open input pay-period-file
044200     if ws-payctl-status not = '00'
044300         display 'COULD NOT OPEN PAYCTL - STATUS '
044400             ws-payctl-status
044500         move 16 to return-code
044600         stop run
044700     end-if
044800     read pay-period-file next record
044900     if ws-payctl-status not = '00'
045000         display 'NO PAY PERIOD ON PAYCTL - STATUS '
045100             ws-payctl-status
045200         move 16 to return-code
045300         stop run
045400     end-if
045500     close pay-period-file
045600     if pc-period-id not numeric
045700         or pc-start-date not numeric
045800         or pc-end-date not numeric
045900         or pc-start-date = zero
046000         or pc-start-date > pc-end-date
046100         display 'PAYCTL CARD IS NOT A PAY PERIOD - '
046200             pay-period-record
046300         move 16 to return-code
046400         stop run
046500     end-if
046600     move pc-period-id  to ws-period-id
046700     move pc-start-date to ws-period-start
046800     move pc-end-date   to ws-period-end
046900     .
047000 LOAD-LEAVE-TYPES.
047100******************************************************************
047200*    EVERY LEAVE TYPE CARRIES ITS PAYROLL CODE ON LEAVETYP - NO  *
047300*    CODETBL MEANS NO RUN.                                       *
047400******************************************************************
047500     move zero to ws-lvt-count
047600     open input code-table-file
047700     if ws-codetbl-status not = '00'
047800         display 'COULD NOT OPEN CODETBL - STATUS '
047900             ws-codetbl-status
048000         move 16 to return-code
048100         stop run
048200     end-if
048300     perform until ws-codetbl-status not = '00'
048400         read code-table-file next record
048500         if ws-codetbl-status = '00'
048600             and ct-table-name = 'LEAVETYP'
048700             if ws-lvt-count < ws-lvt-max
048800                 add 1 to ws-lvt-count
048900                 move ct-code to ws-lvt-code(ws-lvt-count)
049000                 move ct-effective-date
049100                     to ws-lvt-eff(ws-lvt-count)
049200                 move ct-expiry-date
049300                     to ws-lvt-exp(ws-lvt-count)
049400                 move ct-state-code
049500                     to ws-lvt-payroll(ws-lvt-count)
049600             else
049700                 move 'Y' to ws-lvt-full
049800             end-if
049900         end-if
050000     end-perform
050100     close code-table-file
050200     if ws-lvt-full = 'Y'
050300         display 'CODETBL - LEAVE TYPE TABLE FULL AT ' ws-lvt-max
050400     end-if
050500     .
050600 LOAD-TEACHER-FILE.
050700     move zero to ws-tch-count
050800     open input teacher-file
050900     if ws-teachfil-status not = '00'
051000         display 'COULD NOT OPEN TEACHFIL - STATUS '
051100             ws-teachfil-status
051200         move 16 to return-code
051300         stop run
051400     end-if
051500     perform until ws-teachfil-status not = '00'
051600         read teacher-file next record
051700         if ws-teachfil-status = '00'
051800             if ws-tch-count < ws-tch-max
051900                 add 1 to ws-tch-count
052000                 move ta-teacher-id  to tch-id(ws-tch-count)
052100                 move ta-school-code to tch-school(ws-tch-count)
052200             else
052300                 move 'Y' to ws-tch-full
052400             end-if
052500         end-if
052600     end-perform
052700     close teacher-file
052800     if ws-tch-full = 'Y'
052900         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
053000     end-if
053100     if ws-tch-count > 1
053200         sort tch-row on ascending key tch-id
053300     end-if
053400     .
053500 BUILD-EXTRACT.
053600******************************************************************
053700*    EVERY ABSENCE IN THE PERIOD GOES TO THE SNAPSHOT AS IT      *
053800*    STANDS AND IS ADDED INTO THE EXTRACT.                       *
053900******************************************************************
054000     open input absence-log-file
054100     if ws-tchablog-status not = '00'
054200         display 'COULD NOT OPEN TCHABLOG - STATUS '
054300             ws-tchablog-status
054400         move 16 to return-code
054500         stop run
054600     end-if
054700     open output pay-snapshot-file
054800     if ws-paysnap-status not = '00'
054900         display 'COULD NOT OPEN PAYSNAP - STATUS '
055000             ws-paysnap-status
055100         move 16 to return-code
055200         stop run
055300     end-if
055400     perform until ws-tchablog-status not = '00'
055500         read absence-log-file next record
055600             into absence-log-record
055700         if ws-tchablog-status = '00'
055800             add 1 to ws-absences-read
055900             if al-absence-date not < ws-period-start
056000                 and al-absence-date not > ws-period-end
056100                 write pay-snapshot-line from absence-log-record
056200                 if ws-paysnap-status not = '00'
056300                     display 'COULD NOT WRITE PAYSNAP - STATUS '
056400                         ws-paysnap-status
056500                     move 16 to return-code
056600                     stop run
056700                 end-if
056800                 perform take-one-absence
056900             end-if
057000         end-if
057100     end-perform
057200     close absence-log-file
057300     close pay-snapshot-file
057400     if ws-pxt-full = 'Y'
057500         display 'PAYXTRCT - EXTRACT TABLE FULL AT ' ws-pxt-max
057600             ' - EXTRACT IS INCOMPLETE'
057700     end-if
057800     .
057900 TAKE-ONE-ABSENCE.
058000******************************************************************
058100*    THE TEACHER'S LEAVE, AND THE SUB'S DAY WHEN ONE WAS         *
058200*    PLACED. A BLANK PORTION (AN OLD ABSENCE) IS A FULL DAY.     *
058300******************************************************************
058400     add 1 to ws-absences-in-period
058500     move 'N' to ws-half-day
058600     if al-day-portion = 'H'
058700         move 'Y' to ws-half-day
058800     end-if
058900     search all tch-row
059000         at end
059100             move '????' to ws-abs-school
059200             move 'TEACHER NOT ON TEACHFIL' to ws-warning-reason
059300             perform add-warning
059400         when tch-id(tch-idx) = al-teacher-id
059500             move tch-school(tch-idx) to ws-abs-school
059600     end-search
059700     move spaces to ws-abs-payroll
059800     if al-leave-type = spaces
059900         move 'NO LEAVE TYPE ON THE ABSENCE' to ws-warning-reason
060000         perform add-warning
060100     else
060200         perform find-leave-type
060300         if ws-lvt-ok = 'N'
060400             move 'LEAVE TYPE NOT IN FORCE'
060500                 to ws-warning-reason
060600             perform add-warning
060700         end-if
060800     end-if
060900     move 'LVE'          to ws-find-type
061000     move al-teacher-id  to ws-find-employee
061100     move ws-abs-school  to ws-find-school
061200     move al-leave-type  to ws-find-leave
061300     move ws-abs-payroll to ws-find-payroll
061400     perform add-to-extract-row
061500     if al-sub-id = zero
061600         add 1 to ws-uncovered
061700     else
061800         move 'SUB'          to ws-find-type
061900         move al-sub-id      to ws-find-employee
062000         move ws-abs-school  to ws-find-school
062100         move spaces         to ws-find-leave
062200         move spaces         to ws-find-payroll
062300         perform add-to-extract-row
062400     end-if
062500     .
062600 FIND-LEAVE-TYPE.
062700******************************************************************
062800*    THE LEAVETYP ROW IN FORCE ON THE ABSENCE DATE GIVES THE     *
062900*    PAYROLL CODE.                                               *
063000******************************************************************
063100     move 'N' to ws-lvt-ok
063200     perform varying j from 1 by 1
063300             until j > ws-lvt-count or ws-lvt-ok = 'Y'
063400         if ws-lvt-code(j) = al-leave-type
063500             and ws-lvt-eff(j) not > al-absence-date
063600             and (ws-lvt-exp(j) = zero
063700                  or ws-lvt-exp(j) not < al-absence-date)
063800             move 'Y' to ws-lvt-ok
063900             move ws-lvt-payroll(j) to ws-abs-payroll
064000         end-if
064100     end-perform
064200     .
064300 ADD-TO-EXTRACT-ROW.
064400     move zero to ws-pxt-row
064500     perform varying j from 1 by 1
064600             until j > ws-pxt-count or ws-pxt-row > zero
064700         if pxt-key(j) = ws-find-key
064800             move j to ws-pxt-row
064900         end-if
065000     end-perform
065100     if ws-pxt-row = zero
065200         if ws-pxt-count < ws-pxt-max
065300             add 1 to ws-pxt-count
065400             move ws-pxt-count    to ws-pxt-row
065500             move ws-find-key     to pxt-key(ws-pxt-row)
065600             move ws-find-payroll to pxt-payroll(ws-pxt-row)
065700             move zero to pxt-full(ws-pxt-row)
065800             move zero to pxt-half(ws-pxt-row)
065900         else
066000             move 'Y' to ws-pxt-full
066100         end-if
066200     end-if
066300     if ws-pxt-row > zero
066400         if ws-half-day = 'Y'
066500             add 1 to pxt-half(ws-pxt-row)
066600         else
066700             add 1 to pxt-full(ws-pxt-row)
066800         end-if
066900     end-if
067000     .
067100 ADD-WARNING.
067200     add 1 to ws-warnings
067300     if ws-wrn-count < ws-wrn-max
067400         add 1 to ws-wrn-count
067500         move al-teacher-id     to ws-wrn-teacher(ws-wrn-count)
067600         move al-absence-date   to ws-wrn-date(ws-wrn-count)
067700         move ws-warning-reason to ws-wrn-reason(ws-wrn-count)
067800     else
067900         move 'Y' to ws-wrn-full
068000     end-if
068100     .
068200 WRITE-EXTRACT.
068300******************************************************************
068400*    PAYXTRCT: THE HEADER, ONE RECORD PER ROW IN KEY ORDER, THE  *
068500*    TRAILER. EACH RECORD IS LISTED ON PAYXRPT AS IT IS          *
068600*    WRITTEN.                                                    *
068700******************************************************************
068800     open output pay-extract-file
068900     if ws-payxtrct-status not = '00'
069000         display 'COULD NOT OPEN PAYXTRCT - STATUS '
069100             ws-payxtrct-status
069200         move 16 to return-code
069300         stop run
069400     end-if
069500     if ws-pxt-count > 1
069600         sort pxt-row on ascending key pxt-key
069700     end-if
069800     write pay-extract-rpt-line from pxr-heading
069900     write pay-extract-rpt-line from pxr-period-line
070000     move spaces to pay-extract-rpt-line
070100     write pay-extract-rpt-line
070200     write pay-extract-rpt-line from pxr-column-heading
070300     move spaces          to pay-control-record
070400     move 'HDR'           to ih-record-type
070500     move ws-sender-id    to ih-sender-id
070600     move ws-file-type    to ih-file-type
070700     move ws-period-id    to ih-file-seq
070800     move ws-period-end   to ih-as-of-date
070900     move zero            to ih-record-count
071000     move zero            to ih-hash-total
071100     write pay-extract-line from pay-control-record
071200     perform check-extract-write
071300     perform varying i from 1 by 1 until i > ws-pxt-count
071400         perform write-one-extract-row
071500     end-perform
071600     move 'TRL'           to ih-record-type
071700     move ws-detail-count to ih-record-count
071800     move ws-hash-total   to ih-hash-total
071900     write pay-extract-line from pay-control-record
072000     perform check-extract-write
072100     close pay-extract-file
072200     .
072300 WRITE-ONE-EXTRACT-ROW.
072400     move spaces            to pay-extract-record
072500     move pxt-type(i)       to px-record-type
072600     move pxt-employee(i)   to px-employee-id
072700     move pxt-school(i)     to px-school-code
072800     move pxt-leave(i)      to px-leave-type
072900     move pxt-payroll(i)    to px-payroll-code
073000     move pxt-full(i)       to px-full-days
073100     move pxt-half(i)       to px-half-days
073200     compute px-days = pxt-full(i) + pxt-half(i) / 2
073300     move ws-period-start   to px-period-start
073400     move ws-period-end     to px-period-end
073500     write pay-extract-line from pay-extract-record
073600     perform check-extract-write
073700     add 1 to ws-detail-count
073800     compute ws-hash-total = ws-hash-total + px-days * 10
073900     add px-days to ws-total-days
074000     if px-record-type = 'LVE'
074100         add 1 to ws-lve-records
074200         add px-days to ws-leave-days
074300     else
074400         add 1 to ws-sub-records
074500         add px-days to ws-sub-days
074600     end-if
074700     move px-record-type    to pxr-d-type
074800     move px-employee-id    to pxr-d-employee
074900     move px-school-code    to pxr-d-school
075000     move px-leave-type     to pxr-d-leave
075100     move px-payroll-code   to pxr-d-payroll
075200     move px-full-days      to pxr-d-full
075300     move px-half-days      to pxr-d-half
075400     move px-days           to pxr-d-days
075500     write pay-extract-rpt-line from pxr-detail-line
075600     .
075700 CHECK-EXTRACT-WRITE.
075800     if ws-payxtrct-status not = '00'
075900         display 'COULD NOT WRITE PAYXTRCT - STATUS '
076000             ws-payxtrct-status
076100         move 16 to return-code
076200         stop run
076300     end-if
076400     .
076500 PRINT-EXTRACT-TOTALS.
076600******************************************************************
076700*    THE CONTROL TOTALS PAYROLL PROVES THE TRAILER AGAINST,      *
076800*    THEN THE ABSENCES TO CHECK BEFORE THE EXTRACT IS RELEASED.  *
076900******************************************************************
077000     move spaces to pay-extract-rpt-line
077100     write pay-extract-rpt-line
077200     move 'ABSENCES ON THE LOG' to rt-label
077300     move ws-absences-read to rt-value
077400     write pay-extract-rpt-line from run-total-line
077500     move 'ABSENCES IN THE PAY PERIOD' to rt-label
077600     move ws-absences-in-period to rt-value
077700     write pay-extract-rpt-line from run-total-line
077800     move 'ABSENCES WITH NO SUB PLACED' to rt-label
077900     move ws-uncovered to rt-value
078000     write pay-extract-rpt-line from run-total-line
078100     move 'LEAVE RECORDS (LVE)' to rt-label
078200     move ws-lve-records to rt-value
078300     write pay-extract-rpt-line from run-total-line
078400     move 'SUB-DAY RECORDS (SUB)' to rt-label
078500     move ws-sub-records to rt-value
078600     write pay-extract-rpt-line from run-total-line
078700     move 'DETAIL RECORDS - TRAILER RECORD COUNT' to rt-label
078800     move ws-detail-count to rt-value
078900     write pay-extract-rpt-line from run-total-line
079000     move 'TEACHER LEAVE DAYS' to rd-label
079100     move ws-leave-days to rd-value
079200     write pay-extract-rpt-line from run-days-line
079300     move 'SUB DAYS WORKED' to rd-label
079400     move ws-sub-days to rd-value
079500     write pay-extract-rpt-line from run-days-line
079600     move 'TOTAL DAYS' to rd-label
079700     move ws-total-days to rd-value
079800     write pay-extract-rpt-line from run-days-line
079900     move 'CONTROL TOTAL - TRAILER HASH (TENTHS)' to rh-label
080000     move ws-hash-total to rh-value
080100     write pay-extract-rpt-line from run-hash-line
080200     if ws-pxt-full = 'Y'
080300         move spaces to pay-extract-rpt-line
080400         write pay-extract-rpt-line
080500         move '** EXTRACT TABLE FULL - EXTRACT IS INCOMPLETE **'
080600             to pay-extract-rpt-line
080700         write pay-extract-rpt-line
080800     end-if
080900     if ws-warnings > zero
081000         move spaces to pay-extract-rpt-line
081100         write pay-extract-rpt-line
081200         write pay-extract-rpt-line from pxr-warning-heading
081300         write pay-extract-rpt-line from pxr-warning-columns
081400         perform varying i from 1 by 1 until i > ws-wrn-count
081500             move ws-wrn-teacher(i) to pxr-w-teacher
081600             move ws-wrn-date(i)    to pxr-w-date
081700             move ws-wrn-reason(i)  to pxr-w-reason
081800             write pay-extract-rpt-line from pxr-warning-line
081900         end-perform
082000         if ws-wrn-full = 'Y'
082100             move 'MORE ABSENCES TO CHECK THAN LISTED' to rt-label
082200             move ws-warnings to rt-value
082300             write pay-extract-rpt-line from run-total-line
082400         end-if
082500     end-if
082600     .
082700 LOAD-SNAPSHOT.
082800******************************************************************
082900*    THE ABSENCES THE EXTRACT WAS BUILT FROM. NO PAYSNAP MEANS   *
083000*    NO EXTRACT HAS BEEN BUILT - NOTHING TO RECONCILE.           *
083100******************************************************************
083200     move zero to ws-snp-count
083300     open input pay-snapshot-file
083400     if ws-paysnap-status not = '00'
083500         display 'COULD NOT OPEN PAYSNAP - STATUS '
083600             ws-paysnap-status
083700         move 16 to return-code
083800         stop run
083900     end-if
084000     perform until ws-paysnap-status not = '00'
084100         read pay-snapshot-file next record
084200             into absence-log-record
084300         if ws-paysnap-status = '00'
084400             if ws-snp-count < ws-snp-max
084500                 add 1 to ws-snp-count
084600                 move al-teacher-id   to snp-teacher(ws-snp-count)
084700                 move al-absence-date to snp-date(ws-snp-count)
084800                 move al-sub-id       to snp-sub(ws-snp-count)
084900                 move 'N'             to snp-matched(ws-snp-count)
085000             else
085100                 move 'Y' to ws-snp-full
085200             end-if
085300         end-if
085400     end-perform
085500     close pay-snapshot-file
085600     if ws-snp-full = 'Y'
085700         display 'PAYSNAP - SNAPSHOT TABLE FULL AT ' ws-snp-max
085800     end-if
085900     if ws-snp-count > 1
086000         sort snp-row on ascending key snp-key
086100     end-if
086200     .
086300 RECONCILE-LOG.
086400******************************************************************
086500*    EACH ABSENCE IN THE PERIOD ON THE LOG NOW AGAINST THE       *
086600*    SNAPSHOT - A DIFFERENT SUB, OR NOT ON THE SNAPSHOT AT ALL.  *
086700*    THEN WHATEVER ON THE SNAPSHOT WAS NOT FOUND ON THE LOG.     *
086800******************************************************************
086900     open input absence-log-file
087000     if ws-tchablog-status not = '00'
087100         display 'COULD NOT OPEN TCHABLOG - STATUS '
087200             ws-tchablog-status
087300         move 16 to return-code
087400         stop run
087500     end-if
087600     perform until ws-tchablog-status not = '00'
087700         read absence-log-file next record
087800             into absence-log-record
087900         if ws-tchablog-status = '00'
088000             add 1 to ws-absences-read
088100             if al-absence-date not < ws-period-start
088200                 and al-absence-date not > ws-period-end
088300                 perform check-one-absence
088400             end-if
088500         end-if
088600     end-perform
088700     close absence-log-file
088800     perform varying i from 1 by 1 until i > ws-snp-count
088900         if snp-matched(i) = 'N'
089000             move snp-teacher(i) to ws-find-teacher
089100             move snp-date(i)    to ws-find-date
089200             move snp-sub(i)     to ws-sub-id
089300             perform set-sub-text
089400             move ws-sub-text    to ws-dif-old-sub
089500             move spaces         to ws-dif-new-sub
089600             move 'NO LONGER ON LOG' to ws-dif-text
089700             perform add-difference
089800         end-if
089900     end-perform
090000     if ws-dif-count > 1
090100         sort dif-row on ascending key dif-key
090200     end-if
090300     .
090400 CHECK-ONE-ABSENCE.
090500     add 1 to ws-absences-in-period
090600     move al-teacher-id   to ws-find-teacher
090700     move al-absence-date to ws-find-date
090800     move al-sub-id       to ws-sub-id
090900     perform set-sub-text
091000     move ws-sub-text     to ws-dif-new-sub
091100     search all snp-row
091200         at end
091300             move spaces to ws-dif-old-sub
091400             move 'ADDED AFTER EXTRACT' to ws-dif-text
091500             perform add-difference
091600         when snp-key(snp-idx) = ws-find-absence
091700             move 'Y' to snp-matched(snp-idx)
091800             if snp-sub(snp-idx) not = al-sub-id
091900                 move snp-sub(snp-idx) to ws-sub-id
092000                 perform set-sub-text
092100                 move ws-sub-text to ws-dif-old-sub
092200                 move 'SUB CHANGED' to ws-dif-text
092300                 perform add-difference
092400             end-if
092500     end-search
092600     .
092700 SET-SUB-TEXT.
092800     if ws-sub-id = zero
092900         move 'NONE' to ws-sub-text
093000     else
093100         move ws-sub-id to ws-sub-text
093200     end-if
093300     .
093400 ADD-DIFFERENCE.
093500     if ws-dif-count < ws-dif-max
093600         add 1 to ws-dif-count
093700         move ws-find-teacher to dif-teacher(ws-dif-count)
093800         move ws-find-date    to dif-date(ws-dif-count)
093900         move ws-dif-old-sub  to dif-old-sub(ws-dif-count)
094000         move ws-dif-new-sub  to dif-new-sub(ws-dif-count)
094100         move ws-dif-text     to dif-text(ws-dif-count)
094200     else
094300         move 'Y' to ws-dif-full
094400     end-if
094500     .
094600 PRINT-RECONCILIATION.
094700     write pay-extract-rpt-line from pxr-recon-heading
094800     write pay-extract-rpt-line from pxr-period-line
094900     move spaces to pay-extract-rpt-line
095000     write pay-extract-rpt-line
095100     write pay-extract-rpt-line from pxr-recon-columns
095200     perform varying i from 1 by 1 until i > ws-dif-count
095300         move dif-teacher(i) to pxr-r-teacher
095400         move dif-date(i)    to pxr-r-date
095500         move dif-old-sub(i) to pxr-r-old-sub
095600         move dif-new-sub(i) to pxr-r-new-sub
095700         move dif-text(i)    to pxr-r-text
095800         write pay-extract-rpt-line from pxr-recon-line
095900     end-perform
096000     move spaces to pay-extract-rpt-line
096100     write pay-extract-rpt-line
096200     move 'ABSENCES ON THE EXTRACT SNAPSHOT' to rt-label
096300     move ws-snp-count to rt-value
096400     write pay-extract-rpt-line from run-total-line
096500     move 'ABSENCES IN THE PAY PERIOD ON THE LOG NOW' to rt-label
096600     move ws-absences-in-period to rt-value
096700     write pay-extract-rpt-line from run-total-line
096800     move 'CHANGES SINCE THE EXTRACT WAS BUILT' to rt-label
096900     move ws-dif-count to rt-value
097000     write pay-extract-rpt-line from run-total-line
097100     move spaces to pay-extract-rpt-line
097200     write pay-extract-rpt-line
097300     if ws-dif-count = zero
097400         and ws-snp-full = 'N'
097500         move 'NO CHANGES - THE EXTRACT MAY BE RELEASED'
097600             to pay-extract-rpt-line
097700     else
097800         move '** HOLD THE EXTRACT - REBUILD IT BEFORE RELEASE **'
097900             to pay-extract-rpt-line
098000     end-if
098100     write pay-extract-rpt-line
098200     .
098300 READ-BUSINESS-DATE.
098400******************************************************************
098500*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
098600*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
098700*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
098800******************************************************************
098900     open input business-date-file
099000     if ws-busdate-status not = '00'
099100         display 'COULD NOT OPEN BUSDATE - STATUS '
099200             ws-busdate-status
099300         move 16 to return-code
099400         stop run
099500     end-if
099600     read business-date-file next record
099700     if ws-busdate-status not = '00'
099800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
099900             ws-busdate-status
100000         move 16 to return-code
100100         stop run
100200     end-if
100300     close business-date-file
100400     move bd-business-date to ws-business-date
100500     if bd-override-date not = zero
100600         move bd-override-date to ws-business-date
100700         move 'Y' to ws-bus-date-override
100800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
100900             bd-override-date ' SET BY ' bd-override-operator
101000         display '    REASON: ' bd-override-reason
101100     end-if
101200     move ws-business-date to bdh-date
101300     if ws-bus-date-override = 'Y'
101400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
101500             to bdh-override
101600     end-if
101700     .
