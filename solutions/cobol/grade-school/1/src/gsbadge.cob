000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSBADGE.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    STUDENT ID BADGES. THE BADGE REGISTER (BADGEREG, COPY       *
000900*    BDGRREC) HOLDS EVERY STUDENT'S BADGE AS LAST SENT TO THE    *
001000*    BADGE VENDOR AND WHAT THE VENDOR REPORTED PRINTED. THREE    *
001100*    LEGS, BY THE RUNMODE CARD:                                  *
001200*      DELTA (RUNMODE EMPTY) - THE OFFICES' REPRINT CARDS        *
001300*        (BADGTRN) RAISE THE ISSUE NUMBER OF A LOST, DAMAGED OR  *
001400*        RE-PHOTOGRAPHED BADGE; THEN EVERY ENROLLED STUDENT NEW  *
001500*        TO THE REGISTER, WHOSE BADGE FIELDS (NAME, GRADE,       *
001600*        BUILDING, HOMEROOM SECTION, BUS ROUTE, DIRECTORY        *
001700*        OPT-OUT) CHANGED SINCE THE LAST EXTRACT, OR WITH A      *
001800*        REPRINT IS WRITTEN TO THE VENDOR EXTRACT (BADGXTR, COPY *
001900*        BDGXREC) BETWEEN THE 'HDR' AND 'TRL' CONTROL RECORDS    *
002000*        (COPY INBHREC). THE BARCODE VALUE IS THE STUDENT ID AND *
002100*        ISSUE NUMBER WITH A MOD-10 CHECK DIGIT, SO A BADGE OF   *
002200*        AN EARLIER ISSUE NO LONGER SCANS AS GOOD. A FAMILY THAT *
002300*        HAS OPTED OUT OF DIRECTORY DISCLOSURE                   *
002400*        (ST-DIRECTORY-OPTOUT) HAS THE GRADE, SECTION AND BUS    *
002500*        ROUTE LEFT OFF THE PRINTED BADGE. A STUDENT NO LONGER   *
002600*        ENROLLED IS MARKED 'W' ON THE REGISTER.                 *
002700*      FULL (RUNMODE 'FULL') - AS DELTA, BUT EVERY ENROLLED      *
002800*        STUDENT IS SENT - THE FALL PICTURE-DAY RUN.             *
002900*      RETURN (RUNMODE 'RETURN') - THE VENDOR'S "BADGE PRINTED"  *
003000*        FILE (BADGPRT, COPY BDGPREC) IS PROVED WHOLE (HEADER,   *
003100*        TRAILER COUNT AND HASH, RECEIPT REGISTER) AND POSTED TO *
003200*        THE REGISTER; A LINE FOR A SUPERSEDED ISSUE, A STUDENT  *
003300*        NOT ON THE REGISTER OR A BADGE NOT PRINTED IS LISTED.   *
003400*    EVERY LEG ENDS WITH THE LIST, BY BUILDING, GRADE AND NAME,  *
003500*    OF ENROLLED STUDENTS WHO STILL HAVE NO BADGE OF THEIR       *
003600*    CURRENT ISSUE (BDGRPT).                                     *
003700*    RETURN CODES: 0 CLEAN, 4 A CARD REJECTED, A RETURN LINE TO  *
003800*    CHECK OR A TABLE CUT SHORT, 12 BADGPRT REJECTED WHOLE, 16 A *
003900*    BAD RUNMODE CARD OR A FILE THAT COULD NOT BE READ OR        *
004000*    WRITTEN. SEE JCL/GSBADGE.JCL AND JCL/GSBADGER.JCL.          *
004100******************************************************************
004200*    MOD-LOG
004300*    DATE       INIT  DESCRIPTION
004400*    2026-10-15  RVM  ORIGINAL VERSION.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BUSDATE-STATUS.
005200     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNMODE-STATUS.
005500     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS ST-ID
005900         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006000     SELECT BADGE-REGISTER-FILE ASSIGN TO BADGEREG
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-BADGEREG-STATUS.
006300     SELECT TRANSACTION-FILE ASSIGN TO BADGTRN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BADGTRN-STATUS.
006600     SELECT BADGE-EXTRACT-FILE ASSIGN TO BADGXTR
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BADGXTR-STATUS.
006900     SELECT BADGE-PRINTED-FILE ASSIGN TO BADGPRT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-BADGPRT-STATUS.
007200     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RCPTREG-STATUS.
007500     SELECT BADGE-RPT ASSIGN TO BDGRPT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-BDGRPT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  BUSINESS-DATE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  BUSINESS-DATE-RECORD.
008300     COPY BDATREC.
008400 FD  RUN-MODE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  RUN-MODE-RECORD.
008700     05  RM-MODE                 PIC X(08).
008800 FD  ROSTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  ROSTER-FILE-RECORD.
009100     COPY ROSTERREC.
009200 FD  BADGE-REGISTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  BADGE-REGISTER-RECORD.
009500     COPY BDGRREC.
009600******************************************************************
009700*    BADGTRN - THE OFFICES' REPRINT CARDS:                       *
009800*      COL 1     ACTION - 'R' REPRINT                            *
009900*      COL 2-8   STUDENT ID                                      *
010000*      COL 9     REASON - 'L' LOST, 'D' DAMAGED, 'P' NEW PHOTO   *
010100******************************************************************
010200 FD  TRANSACTION-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  TRANSACTION-RECORD.
010500     05  TR-ACTION               PIC X(01).
010600     05  TR-STUDENT-ID           PIC 9(07).
010700     05  TR-REASON               PIC X(01).
010800     05  FILLER                  PIC X(71).
010900 FD  BADGE-EXTRACT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  BADGE-EXTRACT-RECORD.
011200     COPY BDGXREC.
011300 FD  BADGE-PRINTED-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  BADGE-PRINTED-RECORD.
011600     COPY BDGPREC.
011700 01  BADGPRT-CONTROL-LINE        PIC X(80).
011800 FD  RECEIPT-REGISTER-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  RECEIPT-REGISTER-RECORD.
012100     COPY RCPTREC.
012200 FD  BADGE-RPT
012300     LABEL RECORDS ARE STANDARD.
012400 01  BADGE-LINE                  PIC X(100).
012500 WORKING-STORAGE SECTION.
012600 01  WS-RUNMODE-STATUS        PIC X(02).
012700 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012800 01  WS-BADGEREG-STATUS       PIC X(02).
012900 01  WS-BADGTRN-STATUS        PIC X(02).
013000 01  WS-BADGXTR-STATUS        PIC X(02).
013100 01  WS-BADGPRT-STATUS        PIC X(02).
013200 01  WS-RCPTREG-STATUS        PIC X(02).
013300 01  WS-BDGRPT-STATUS         PIC X(02).
013400 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
013500 01  i                        PIC 9(05).
013600 01  j                        PIC 9(05).
013700 01  k                        PIC 9(05).
013800******************************************************************
013900*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
014000*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
014100******************************************************************
014200 01  WS-BUSDATE-STATUS        PIC X(02).
014300 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014400 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
014500     05  WS-BUSINESS-CC       PIC 9(02).
014600     05  WS-BUSINESS-YYMMDD   PIC 9(06).
014700 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
014800 01  BUS-DATE-HEADING.
014900     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
015000     05  BDH-DATE             PIC 9(08).
015100     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
015200******************************************************************
015300*    THE EXTRACT'S CONTROL RECORDS.                              *
015400******************************************************************
015500 77  WS-SENDER-ID             PIC X(08) VALUE 'GRADESCH'.
015600 77  WS-FILE-TYPE             PIC X(08) VALUE 'BADGES  '.
015700 01  WS-EXTRACT-COUNT         PIC 9(07) VALUE ZERO.
015800 01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
015900******************************************************************
016000*    EVERY ENROLLED STUDENT ON ROSTERVS, IN ID ORDER, WITH THE   *
016100*    STUDENT'S REGISTER ROW ALONGSIDE (ZERO UNTIL MATCHED).      *
016200******************************************************************
016300 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
016400 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
016500 01  RST-TABLE.
016600     05  RST-ROW              OCCURS 0 TO 2000 TIMES
016700                              DEPENDING ON WS-RST-COUNT
016800                              ASCENDING KEY IS RST-ID
016900                              INDEXED BY RST-IDX.
017000         10  RST-ID           PIC 9(07).
017100         10  RST-LAST-NAME    PIC X(30).
017200         10  RST-FIRST-NAME   PIC X(20).
017300         10  RST-GRADE        PIC X(02).
017400         10  RST-SCHOOL       PIC X(04).
017500         10  RST-SECTION      PIC X(01).
017600         10  RST-BUS-ROUTE    PIC X(04).
017700         10  RST-OPTOUT       PIC X(01).
017800         10  RST-REG-ROW      PIC 9(05).
017900 01  WS-RST-FULL              PIC X VALUE 'N'.
018000 01  WS-RST-ROW               PIC 9(05).
018100******************************************************************
018200*    THE BADGE REGISTER, IN STUDENT ID ORDER. A NEW STUDENT'S    *
018300*    ROW IS ADDED AT THE END AND THE TABLE RE-SORTED TO SAVE.    *
018400*    REG-CARD 'Y' - A REPRINT CARD RAISED THE ISSUE THIS RUN;    *
018500*    REG-NEW 'Y' - ADDED THIS RUN; REG-SEEN 'Y' - ENROLLED NOW.  *
018600******************************************************************
018700 77  WS-REG-MAX               PIC 9(05) VALUE 05000.
018800 01  WS-REG-COUNT             PIC 9(05) VALUE ZERO.
018900 01  REG-TABLE.
019000     05  REG-ROW              OCCURS 0 TO 5000 TIMES
019100                              DEPENDING ON WS-REG-COUNT
019200                              ASCENDING KEY IS REG-ID
019300                              INDEXED BY REG-IDX.
019400         10  REG-ID           PIC 9(07).
019500         10  REG-ISSUE        PIC 9(02).
019600         10  REG-BARCODE      PIC X(10).
019700         10  REG-LAST-NAME    PIC X(30).
019800         10  REG-FIRST-NAME   PIC X(20).
019900         10  REG-GRADE        PIC X(02).
020000         10  REG-SCHOOL       PIC X(04).
020100         10  REG-SECTION      PIC X(01).
020200         10  REG-BUS-ROUTE    PIC X(04).
020300         10  REG-OPTOUT       PIC X(01).
020400         10  REG-FIRST-DATE   PIC 9(08).
020500         10  REG-EXTRACT-DATE PIC 9(08).
020600         10  REG-PRINTED-ISSUE
020700                              PIC 9(02).
020800         10  REG-PRINTED-DATE PIC 9(08).
020900         10  REG-REASON       PIC X(01).
021000         10  REG-STATUS       PIC X(01).
021100         10  REG-CARD         PIC X(01).
021200         10  REG-NEW          PIC X(01).
021300         10  REG-SEEN         PIC X(01).
021400 01  WS-REG-FULL              PIC X VALUE 'N'.
021500 01  WS-REG-ROW               PIC 9(05).
021600******************************************************************
021700*    THE BARCODE - STUDENT ID AND ISSUE, THEN THE MOD-10 CHECK   *
021800*    DIGIT: FROM THE RIGHT, EVERY OTHER DIGIT (THE RIGHTMOST     *
021900*    FIRST) IS DOUBLED, A DOUBLED DIGIT OVER 9 LESS 9; THE CHECK *
022000*    DIGIT BRINGS THE SUM UP TO A MULTIPLE OF TEN.               *
022100******************************************************************
022200 01  WS-BARCODE.
022300     05  WS-BC-PAYLOAD.
022400         10  WS-BC-STUDENT    PIC 9(07).
022500         10  WS-BC-ISSUE      PIC 9(02).
022600     05  WS-BC-CHECK          PIC 9(01).
022700 01  WS-BC-DIGIT-VIEW REDEFINES WS-BARCODE.
022800     05  WS-BC-DIGIT          OCCURS 10 TIMES PIC 9(01).
022900 01  WS-BC-SUM                PIC 9(03).
023000 01  WS-BC-PRODUCT            PIC 9(02).
023100 01  WS-BC-QUOTIENT           PIC 9(03).
023200 01  WS-BC-REMAINDER          PIC 9(01).
023300 01  WS-BC-DOUBLE             PIC X.
023400******************************************************************
023500*    THE REPRINT CARDS AND THE EXTRACT.                          *
023600******************************************************************
023700 01  WS-EDIT-REASON           PIC X(05).
023800 01  WS-EDIT-TEXT             PIC X(36).
023900 01  WS-CHANGE-TYPE           PIC X(01).
024000 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
024100 01  WS-CARDS-APPLIED         PIC 9(05) VALUE ZERO.
024200 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
024300 01  WS-NEW-SENT              PIC 9(05) VALUE ZERO.
024400 01  WS-CHANGED-SENT          PIC 9(05) VALUE ZERO.
024500 01  WS-REPRINTS-SENT         PIC 9(05) VALUE ZERO.
024600 01  WS-UNCHANGED-SENT        PIC 9(05) VALUE ZERO.
024700 01  WS-OPTOUT-SENT           PIC 9(05) VALUE ZERO.
024800 01  WS-NEWLY-WITHDRAWN       PIC 9(05) VALUE ZERO.
024900******************************************************************
025000*    THE RETURN FILE.                                            *
025100******************************************************************
025200 01  WS-LINES-POSTED          PIC 9(05) VALUE ZERO.
025300 01  WS-LINES-TO-CHECK        PIC 9(05) VALUE ZERO.
025400 01  WS-CHECK-TEXT            PIC X(44).
025500******************************************************************
025600*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
025700*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
025800*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
025900*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
026000******************************************************************
026100 01  INB-CONTROL-RECORD.
026200     COPY INBHREC.
026300 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSBADGE '.
026400 01  WS-INB-EXPECT-TYPE       PIC X(08).
026500 01  WS-INB-READ-COUNT        PIC 9(07).
026600 01  WS-INB-DETAIL-COUNT      PIC 9(07).
026700 01  WS-INB-HASH-TOTAL        PIC 9(15).
026800 01  WS-INB-HASH-VALUE        PIC 9(15).
026900 01  WS-INB-HASH-OK           PIC X.
027000 01  WS-INB-HDR-SEEN          PIC X.
027100 01  WS-INB-TRL-SEEN          PIC X.
027200 01  WS-INB-SENDER-ID         PIC X(08).
027300 01  WS-INB-FILE-TYPE         PIC X(08).
027400 01  WS-INB-FILE-SEQ          PIC 9(06).
027500 01  WS-INB-AS-OF-DATE        PIC 9(08).
027600 01  WS-INB-TRL-COUNT         PIC 9(07).
027700 01  WS-INB-TRL-HASH          PIC 9(15).
027800 01  WS-INB-FAULT             PIC X(05).
027900 01  WS-INB-REASON            PIC X(05).
028000 01  WS-INB-DATE              PIC 9(08).
028100 01  WS-INB-TIME              PIC 9(08).
028200******************************************************************
028300*    THE NO-BADGE LIST - ENROLLED STUDENTS WITHOUT A PRINTED     *
028400*    BADGE OF THEIR CURRENT ISSUE, BY BUILDING, GRADE AND NAME.  *
028500******************************************************************
028600 77  WS-NBL-MAX               PIC 9(05) VALUE 02000.
028700 01  WS-NBL-COUNT             PIC 9(05) VALUE ZERO.
028800 01  NBL-TABLE.
028900     05  NBL-ROW              OCCURS 0 TO 2000 TIMES
029000                              DEPENDING ON WS-NBL-COUNT.
029100         10  NBL-SCHOOL       PIC X(04).
029200         10  NBL-GRADE        PIC X(02).
029300         10  NBL-LAST-NAME    PIC X(30).
029400         10  NBL-FIRST-NAME   PIC X(20).
029500         10  NBL-RST-ROW      PIC 9(05).
029600 01  WS-NBL-ROW               PIC 9(05).
029700 01  WS-PREV-SCHOOL           PIC X(04).
029800 01  WS-BLDG-NO-BADGE         PIC 9(05).
029900 01  WS-STUDENT-NAME          PIC X(30).
030000******************************************************************
030100*    BDGRPT LINES.                                               *
030200******************************************************************
030300 01  RPT-HEADING.
030400     05  FILLER               PIC X(40) VALUE
030500         'BADGE REPRINT CARDS - REJECTED'.
030600 01  RPT-COLUMNS.
030700     05  FILLER               PIC X(04) VALUE 'ACT'.
030800     05  FILLER               PIC X(10) VALUE 'STUDENT'.
030900     05  FILLER               PIC X(08) VALUE 'REASON'.
031000     05  FILLER               PIC X(06) VALUE 'RSN'.
031100     05  FILLER               PIC X(36) VALUE 'EDIT'.
031200 01  RPT-DETAIL-LINE.
031300     05  RPT-D-ACTION         PIC X(01).
031400     05  FILLER               PIC X(03) VALUE SPACES.
031500     05  RPT-D-STUDENT        PIC X(07).
031600     05  FILLER               PIC X(03) VALUE SPACES.
031700     05  RPT-D-CODE           PIC X(01).
031800     05  FILLER               PIC X(07) VALUE SPACES.
031900     05  RPT-D-REASON         PIC X(05).
032000     05  FILLER               PIC X(01) VALUE SPACES.
032100     05  RPT-D-TEXT           PIC X(36).
032200 01  RUN-TOTAL-LINE.
032300     05  RT-LABEL             PIC X(44).
032400     05  RT-VALUE             PIC ZZZZZZ9.
032500 01  RTN-HEADING.
032600     05  FILLER               PIC X(50) VALUE
032700         'BADGE PRINTED RETURN FILE - LINES TO CHECK'.
032800 01  RTN-COLUMNS.
032900     05  FILLER               PIC X(10) VALUE 'STUDENT'.
033000     05  FILLER               PIC X(07) VALUE 'ISSUE'.
033100     05  FILLER               PIC X(10) VALUE 'PRINTED'.
033200     05  FILLER               PIC X(07) VALUE 'RESULT'.
033300     05  FILLER               PIC X(44) VALUE 'CHECK'.
033400 01  RTN-DETAIL-LINE.
033500     05  RTN-D-STUDENT        PIC 9(07).
033600     05  FILLER               PIC X(03) VALUE SPACES.
033700     05  RTN-D-ISSUE          PIC X(02).
033800     05  FILLER               PIC X(05) VALUE SPACES.
033900     05  RTN-D-DATE           PIC X(08).
034000     05  FILLER               PIC X(02) VALUE SPACES.
034100     05  RTN-D-RESULT         PIC X(01).
034200     05  FILLER               PIC X(06) VALUE SPACES.
034300     05  RTN-D-TEXT           PIC X(44).
034400 01  NBL-HEADING.
034500     05  FILLER               PIC X(50) VALUE
034600         'ENROLLED STUDENTS WITHOUT A CURRENT BADGE'.
034700 01  NBL-BLDG-HEADING.
034800     05  FILLER               PIC X(09) VALUE 'BUILDING '.
034900     05  NBL-B-SCHOOL         PIC X(04).
035000 01  NBL-COLUMNS.
035100     05  FILLER               PIC X(04) VALUE 'GR'.
035200     05  FILLER               PIC X(10) VALUE 'STUDENT'.
035300     05  FILLER               PIC X(32) VALUE 'NAME'.
035400     05  FILLER               PIC X(04) VALUE 'SEC'.
035500     05  FILLER               PIC X(07) VALUE 'ISSUE'.
035600     05  FILLER               PIC X(10) VALUE 'SENT'.
035700     05  FILLER               PIC X(22) VALUE 'STATUS'.
035800 01  NBL-DETAIL-LINE.
035900     05  NBL-D-GRADE          PIC X(02).
036000     05  FILLER               PIC X(02) VALUE SPACES.
036100     05  NBL-D-STUDENT        PIC 9(07).
036200     05  FILLER               PIC X(03) VALUE SPACES.
036300     05  NBL-D-NAME           PIC X(30).
036400     05  FILLER               PIC X(02) VALUE SPACES.
036500     05  NBL-D-SECTION        PIC X(01).
036600     05  FILLER               PIC X(03) VALUE SPACES.
036700     05  NBL-D-ISSUE          PIC X(02).
036800     05  FILLER               PIC X(05) VALUE SPACES.
036900     05  NBL-D-SENT           PIC X(08).
037000     05  FILLER               PIC X(02) VALUE SPACES.
037100     05  NBL-D-STATUS         PIC X(30).
037200 01  NBL-TOTAL-LINE.
037300     05  FILLER               PIC X(30) VALUE
037400         '    STUDENTS WITHOUT A BADGE '.
037500     05  NBL-T-COUNT          PIC ZZZZ9.
037600 PROCEDURE DIVISION.
037700 MAINLINE.
037800******************************************************************
037900*    DELTA AND FULL: APPLY THE REPRINT CARDS, WRITE THE EXTRACT. *
038000*    RETURN: PROVE AND POST THE PRINTED FILE. THEN THE STUDENTS  *
038100*    STILL WITHOUT A BADGE.                                      *
038200******************************************************************
038300     perform read-business-date
038400     perform read-run-mode
038500     if ws-run-mode not = spaces
038600         and ws-run-mode not = 'FULL    '
038700         and ws-run-mode not = 'RETURN  '
038800         display 'RUNMODE ' ws-run-mode
038900             ' IS NOT FULL, RETURN OR EMPTY - NOTHING RUN'
039000         move 16 to return-code
039100         stop run
039200     end-if
039300     open output badge-rpt
039400     if ws-bdgrpt-status not = '00'
039500         display 'COULD NOT OPEN BDGRPT - STATUS '
039600             ws-bdgrpt-status
039700         move 16 to return-code
039800         stop run
039900     end-if
040000     write badge-line from bus-date-heading
040100     perform load-roster-table
040200     perform load-register
040300     if ws-run-mode = 'RETURN  '
040400         perform check-badgprt-controls
040500         perform apply-return-file
040600         perform save-register
040700         perform log-inbound-receipt
040800         display 'BADGE RETURN - LINES POSTED ' ws-lines-posted
040900             ' TO CHECK ' ws-lines-to-check
041000     else
041100         perform post-reprint-cards
041200         perform write-badge-extract
041300         perform save-register
041400         display 'BADGE EXTRACT - NEW ' ws-new-sent
041500             ' CHANGED ' ws-changed-sent
041600             ' REPRINTS ' ws-reprints-sent
041700             ' UNCHANGED ' ws-unchanged-sent
041800         display 'REPRINT CARDS READ ' ws-cards-read
041900             ' REJECTED ' ws-cards-rejected
042000     end-if
042100     perform print-no-badge-list
042200     perform print-run-totals
042300     close badge-rpt
042400     display 'STUDENTS WITHOUT A CURRENT BADGE ' ws-nbl-count
042500     if ws-cards-rejected > zero
042600         or ws-lines-to-check > zero
042700         or ws-rst-full = 'Y'
042800         or ws-reg-full = 'Y'
042900         move 4 to return-code
043000     end-if
043100     stop run
043200     .
043300 READ-RUN-MODE.
043400******************************************************************
043500*    THE OPTIONAL RUNMODE CARD. 'FULL' SENDS EVERY STUDENT,      *
043600*    'RETURN' LOADS THE PRINTED FILE; MISSING OR EMPTY SENDS THE *
043700*    CHANGES.                                                    *
043800******************************************************************
043900     open input run-mode-file
044000     if ws-runmode-status = '00'
044100         read run-mode-file next record
044200         if ws-runmode-status = '00'
044300             move rm-mode to ws-run-mode
044400         end-if
044500         close run-mode-file
044600     end-if
044700     .
044800 LOAD-ROSTER-TABLE.
044900     move zero to ws-rst-count
045000     open input roster-file
045100     if ws-roster-file-status not = '00'
045200         display 'COULD NOT OPEN ROSTERVS - STATUS '
045300             ws-roster-file-status
045400         move 16 to return-code
045500         stop run
045600     end-if
045700     perform until ws-roster-file-status not = '00'
045800         read roster-file next record
045900         if ws-roster-file-status = '00'
046000             and st-withdraw-date = zero
046100             if ws-rst-count < ws-rst-max
046200                 add 1 to ws-rst-count
046300                 move st-id          to rst-id(ws-rst-count)
046400                 move st-last-name
046500                     to rst-last-name(ws-rst-count)
046600                 move st-first-name
046700                     to rst-first-name(ws-rst-count)
046800                 move st-grade       to rst-grade(ws-rst-count)
046900                 move st-school-code to rst-school(ws-rst-count)
047000                 move st-section     to rst-section(ws-rst-count)
047100                 move st-bus-route
047200                     to rst-bus-route(ws-rst-count)
047300                 move 'N'            to rst-optout(ws-rst-count)
047400                 if st-directory-optout = 'Y'
047500                     move 'Y' to rst-optout(ws-rst-count)
047600                 end-if
047700                 move zero           to rst-reg-row(ws-rst-count)
047800             else
047900                 move 'Y' to ws-rst-full
048000             end-if
048100         end-if
048200     end-perform
048300     close roster-file
048400     if ws-rst-full = 'Y'
048500         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
048600     end-if
048700     if ws-rst-count > 1
048800         sort rst-row on ascending key rst-id
048900     end-if
049000     .
049100 LOAD-REGISTER.
049200******************************************************************
049300*    THE WHOLE BADGE REGISTER. NO BADGEREG YET (BEFORE THE FIRST *
049400*    EXTRACT) IS AN EMPTY ONE.                                   *
049500******************************************************************
049600     move zero to ws-reg-count
049700     open input badge-register-file
049800     if ws-badgereg-status not = '00'
049900         and ws-badgereg-status not = '35'
050000         display 'COULD NOT OPEN BADGEREG - STATUS '
050100             ws-badgereg-status
050200         move 16 to return-code
050300         stop run
050400     end-if
050500     if ws-badgereg-status = '00'
050600         perform until ws-badgereg-status not = '00'
050700             read badge-register-file next record
050800             if ws-badgereg-status = '00'
050900                 if ws-reg-count < ws-reg-max
051000                     add 1 to ws-reg-count
051100                     perform move-register-record-to-row
051200                 else
051300                     move 'Y' to ws-reg-full
051400                 end-if
051500             end-if
051600         end-perform
051700         close badge-register-file
051800     end-if
051900     if ws-reg-full = 'Y'
052000         display 'BADGEREG - REGISTER TABLE FULL AT ' ws-reg-max
052100             ' - NOT REWRITTEN'
052200         move 16 to return-code
052300         stop run
052400     end-if
052500     if ws-reg-count > 1
052600         sort reg-row on ascending key reg-id
052700     end-if
052800     .
052900 MOVE-REGISTER-RECORD-TO-ROW.
053000     move bg-student-id      to reg-id(ws-reg-count)
053100     move bg-issue-no        to reg-issue(ws-reg-count)
053200     move bg-barcode         to reg-barcode(ws-reg-count)
053300     move bg-last-name       to reg-last-name(ws-reg-count)
053400     move bg-first-name      to reg-first-name(ws-reg-count)
053500     move bg-grade           to reg-grade(ws-reg-count)
053600     move bg-school-code     to reg-school(ws-reg-count)
053700     move bg-section         to reg-section(ws-reg-count)
053800     move bg-bus-route       to reg-bus-route(ws-reg-count)
053900     move bg-optout          to reg-optout(ws-reg-count)
054000     move bg-first-date      to reg-first-date(ws-reg-count)
054100     move bg-extract-date    to reg-extract-date(ws-reg-count)
054200     move bg-printed-issue   to reg-printed-issue(ws-reg-count)
054300     move bg-printed-date    to reg-printed-date(ws-reg-count)
054400     move bg-reprint-reason  to reg-reason(ws-reg-count)
054500     move bg-status          to reg-status(ws-reg-count)
054600     move 'N'                to reg-card(ws-reg-count)
054700     move 'N'                to reg-new(ws-reg-count)
054800     move 'N'                to reg-seen(ws-reg-count)
054900     .
055000 FIND-REGISTER-ROW.
055100     move zero to ws-reg-row
055200     search all reg-row
055300         when reg-id(reg-idx) = rst-id(ws-rst-row)
055400             set ws-reg-row to reg-idx
055500     end-search
055600     .
055700 POST-REPRINT-CARDS.
055800******************************************************************
055900*    'BADAC' NOT AN 'R' CARD, 'BADST' THE STUDENT IS NOT         *
056000*    ENROLLED, 'NOBDG' NO BADGE WAS EVER SENT (THE FIRST ONE     *
056100*    GOES WITH THIS EXTRACT ANYWAY), 'BADRS' THE REASON IS NOT   *
056200*    L, D OR P, 'DUPE' A SECOND CARD FOR THE STUDENT IN THE RUN, *
056300*    'MAXIS' THE ISSUE NUMBER IS ALREADY 99 - SEE THE OFFICE.    *
056400******************************************************************
056500     open input transaction-file
056600     if ws-badgtrn-status not = '00'
056700         display 'COULD NOT OPEN BADGTRN - STATUS '
056800             ws-badgtrn-status
056900         move 16 to return-code
057000         stop run
057100     end-if
057200     write badge-line from rpt-heading
057300     move spaces to badge-line
057400     write badge-line
057500     write badge-line from rpt-columns
057600     perform until ws-badgtrn-status not = '00'
057700         read transaction-file next record
057800         if ws-badgtrn-status = '00'
057900             add 1 to ws-cards-read
058000             perform edit-reprint-card
058100             if ws-edit-reason = spaces
058200                 add 1 to reg-issue(ws-reg-row)
058300                 move tr-reason to reg-reason(ws-reg-row)
058400                 move 'Y'       to reg-card(ws-reg-row)
058500                 add 1 to ws-cards-applied
058600             else
058700                 perform reject-transaction
058800             end-if
058900         end-if
059000     end-perform
059100     close transaction-file
059200     if ws-cards-rejected = zero
059300         move 'NO CARDS REJECTED' to badge-line
059400         write badge-line
059500     end-if
059600     .
059700 EDIT-REPRINT-CARD.
059800     move spaces to ws-edit-reason
059900     move spaces to ws-edit-text
060000     move zero to ws-reg-row
060100     move zero to ws-rst-row
060200     if tr-action not = 'R'
060300         move 'BADAC' to ws-edit-reason
060400         move 'ACTION NOT R' to ws-edit-text
060500     end-if
060600     if ws-edit-reason = spaces
060700         if tr-student-id is numeric
060800             search all rst-row
060900                 when rst-id(rst-idx) = tr-student-id
061000                     set ws-rst-row to rst-idx
061100             end-search
061200         end-if
061300         if ws-rst-row = zero
061400             move 'BADST' to ws-edit-reason
061500             move 'STUDENT NOT ENROLLED' to ws-edit-text
061600         end-if
061700     end-if
061800     if ws-edit-reason = spaces
061900         perform find-register-row
062000         if ws-reg-row = zero
062100             move 'NOBDG' to ws-edit-reason
062200             move 'NO BADGE YET - FIRST ONE GOES NOW'
062300                 to ws-edit-text
062400         end-if
062500     end-if
062600     if ws-edit-reason = spaces
062700         and tr-reason not = 'L'
062800         and tr-reason not = 'D'
062900         and tr-reason not = 'P'
063000         move 'BADRS' to ws-edit-reason
063100         move 'REASON NOT L D OR P' to ws-edit-text
063200     end-if
063300     if ws-edit-reason = spaces
063400         if reg-card(ws-reg-row) = 'Y'
063500             move 'DUPE' to ws-edit-reason
063600             move 'REPRINT ALREADY CARDED THIS RUN'
063700                 to ws-edit-text
063800         else
063900             if reg-issue(ws-reg-row) not < 99
064000                 move 'MAXIS' to ws-edit-reason
064100                 move 'ISSUE NUMBER AT 99' to ws-edit-text
064200             end-if
064300         end-if
064400     end-if
064500     .
064600 REJECT-TRANSACTION.
064700     add 1 to ws-cards-rejected
064800     move tr-action                  to rpt-d-action
064900     move transaction-record(2:7)    to rpt-d-student
065000     move tr-reason                  to rpt-d-code
065100     move ws-edit-reason             to rpt-d-reason
065200     move ws-edit-text               to rpt-d-text
065300     write badge-line from rpt-detail-line
065400     .
065500 WRITE-BADGE-EXTRACT.
065600******************************************************************
065700*    MATCH EVERY ENROLLED STUDENT TO THE REGISTER, GIVE EACH NEW *
065800*    ONE A REGISTER ROW (ISSUE 01), THEN SEND, IN ID ORDER, EACH *
065900*    STUDENT THE LEG CALLS FOR. A REGISTER ROW NOT MATCHED IS A  *
066000*    STUDENT NO LONGER ENROLLED.                                 *
066100******************************************************************
066200     perform varying ws-rst-row from 1 by 1
066300             until ws-rst-row > ws-rst-count
066400         perform find-register-row
066500         move ws-reg-row to rst-reg-row(ws-rst-row)
066600     end-perform
066700     perform varying ws-rst-row from 1 by 1
066800             until ws-rst-row > ws-rst-count
066900         if rst-reg-row(ws-rst-row) = zero
067000             perform add-register-row
067100         end-if
067200     end-perform
067300     open output badge-extract-file
067400     if ws-badgxtr-status not = '00'
067500         display 'COULD NOT OPEN BADGXTR - STATUS '
067600             ws-badgxtr-status
067700         move 16 to return-code
067800         stop run
067900     end-if
068000     move spaces           to inb-control-record
068100     move 'HDR'            to ih-record-type
068200     move ws-sender-id     to ih-sender-id
068300     move ws-file-type     to ih-file-type
068400     move ws-business-yymmdd to ih-file-seq
068500     move ws-business-date to ih-as-of-date
068600     move zero             to ih-record-count
068700     move zero             to ih-hash-total
068800     move inb-control-record to badge-extract-record
068900     write badge-extract-record
069000     perform varying ws-rst-row from 1 by 1
069100             until ws-rst-row > ws-rst-count
069200         move rst-reg-row(ws-rst-row) to ws-reg-row
069300         if ws-reg-row not = zero
069400             move 'Y' to reg-seen(ws-reg-row)
069500             perform send-one-badge
069600         end-if
069700     end-perform
069800     move spaces           to inb-control-record
069900     move 'TRL'            to ih-record-type
070000     move ws-sender-id     to ih-sender-id
070100     move ws-file-type     to ih-file-type
070200     move ws-business-yymmdd to ih-file-seq
070300     move ws-business-date to ih-as-of-date
070400     move ws-extract-count to ih-record-count
070500     move ws-hash-total    to ih-hash-total
070600     move inb-control-record to badge-extract-record
070700     write badge-extract-record
070800     close badge-extract-file
070900     perform varying ws-reg-row from 1 by 1
071000             until ws-reg-row > ws-reg-count
071100         if reg-seen(ws-reg-row) = 'N'
071200             and reg-status(ws-reg-row) not = 'W'
071300             move 'W' to reg-status(ws-reg-row)
071400             add 1 to ws-newly-withdrawn
071500         end-if
071600     end-perform
071700     .
071800 ADD-REGISTER-ROW.
071900     if ws-reg-count < ws-reg-max
072000         add 1 to ws-reg-count
072100         move ws-reg-count to rst-reg-row(ws-rst-row)
072200         move rst-id(ws-rst-row) to reg-id(ws-reg-count)
072300         move 01               to reg-issue(ws-reg-count)
072400         move spaces           to reg-barcode(ws-reg-count)
072500         move spaces           to reg-last-name(ws-reg-count)
072600         move spaces           to reg-first-name(ws-reg-count)
072700         move spaces           to reg-grade(ws-reg-count)
072800         move spaces           to reg-school(ws-reg-count)
072900         move spaces           to reg-section(ws-reg-count)
073000         move spaces           to reg-bus-route(ws-reg-count)
073100         move spaces           to reg-optout(ws-reg-count)
073200         move ws-business-date to reg-first-date(ws-reg-count)
073300         move zero             to reg-extract-date(ws-reg-count)
073400         move zero             to reg-printed-issue(ws-reg-count)
073500         move zero             to reg-printed-date(ws-reg-count)
073600         move space            to reg-reason(ws-reg-count)
073700         move 'A'              to reg-status(ws-reg-count)
073800         move 'N'              to reg-card(ws-reg-count)
073900         move 'Y'              to reg-new(ws-reg-count)
074000         move 'N'              to reg-seen(ws-reg-count)
074100     else
074200         move 'Y' to ws-reg-full
074300         display 'BADGEREG - NO ROOM FOR STUDENT '
074400             rst-id(ws-rst-row) ' - NOT SENT'
074500     end-if
074600     .
074700 SEND-ONE-BADGE.
074800******************************************************************
074900*    'N' NEW, 'R' REPRINT, 'C' A BADGE FIELD CHANGED OR THE      *
075000*    STUDENT RE-ENROLLED, 'F' UNCHANGED ON A FULL RUN; AN        *
075100*    UNCHANGED STUDENT IS NOT SENT ON A DELTA RUN.               *
075200******************************************************************
075300     move space to ws-change-type
075400     evaluate true
075500         when reg-new(ws-reg-row) = 'Y'
075600             move 'N' to ws-change-type
075700         when reg-card(ws-reg-row) = 'Y'
075800             move 'R' to ws-change-type
075900         when reg-status(ws-reg-row) = 'W'
076000             or reg-last-name(ws-reg-row)
076100                 not = rst-last-name(ws-rst-row)
076200             or reg-first-name(ws-reg-row)
076300                 not = rst-first-name(ws-rst-row)
076400             or reg-grade(ws-reg-row) not = rst-grade(ws-rst-row)
076500             or reg-school(ws-reg-row)
076600                 not = rst-school(ws-rst-row)
076700             or reg-section(ws-reg-row)
076800                 not = rst-section(ws-rst-row)
076900             or reg-bus-route(ws-reg-row)
077000                 not = rst-bus-route(ws-rst-row)
077100             or reg-optout(ws-reg-row)
077200                 not = rst-optout(ws-rst-row)
077300             move 'C' to ws-change-type
077400         when ws-run-mode = 'FULL    '
077500             move 'F' to ws-change-type
077600     end-evaluate
077700     if ws-change-type not = space
077800         move rst-last-name(ws-rst-row)
077900             to reg-last-name(ws-reg-row)
078000         move rst-first-name(ws-rst-row)
078100             to reg-first-name(ws-reg-row)
078200         move rst-grade(ws-rst-row)     to reg-grade(ws-reg-row)
078300         move rst-school(ws-rst-row)    to reg-school(ws-reg-row)
078400         move rst-section(ws-rst-row)   to reg-section(ws-reg-row)
078500         move rst-bus-route(ws-rst-row)
078600             to reg-bus-route(ws-reg-row)
078700         move rst-optout(ws-rst-row)    to reg-optout(ws-reg-row)
078800         move ws-business-date to reg-extract-date(ws-reg-row)
078900         move 'A' to reg-status(ws-reg-row)
079000         move reg-id(ws-reg-row)    to ws-bc-student
079100         move reg-issue(ws-reg-row) to ws-bc-issue
079200         perform compute-check-digit
079300         move ws-barcode to reg-barcode(ws-reg-row)
079400         perform write-extract-record
079500     end-if
079600     .
079700 COMPUTE-CHECK-DIGIT.
079800     move zero to ws-bc-sum
079900     move 'Y' to ws-bc-double
080000     perform varying k from 9 by -1 until k < 1
080100         if ws-bc-double = 'Y'
080200             compute ws-bc-product = ws-bc-digit(k) * 2
080300             if ws-bc-product > 9
080400                 subtract 9 from ws-bc-product
080500             end-if
080600             add ws-bc-product to ws-bc-sum
080700             move 'N' to ws-bc-double
080800         else
080900             add ws-bc-digit(k) to ws-bc-sum
081000             move 'Y' to ws-bc-double
081100         end-if
081200     end-perform
081300     divide ws-bc-sum by 10 giving ws-bc-quotient
081400         remainder ws-bc-remainder
081500     if ws-bc-remainder = zero
081600         move zero to ws-bc-check
081700     else
081800         compute ws-bc-check = 10 - ws-bc-remainder
081900     end-if
082000     .
082100 WRITE-EXTRACT-RECORD.
082200     move spaces                     to badge-extract-record
082300     move 'BDG'                      to bx-record-type
082400     move ws-change-type             to bx-change-type
082500     move reg-id(ws-reg-row)         to bx-student-id
082600     move reg-issue(ws-reg-row)      to bx-issue-no
082700     move reg-barcode(ws-reg-row)    to bx-barcode
082800     move reg-last-name(ws-reg-row)  to bx-last-name
082900     move reg-first-name(ws-reg-row) to bx-first-name
083000     move reg-school(ws-reg-row)     to bx-school-code
083100     move reg-optout(ws-reg-row)     to bx-optout
083200     if reg-optout(ws-reg-row) not = 'Y'
083300         move reg-grade(ws-reg-row)     to bx-grade
083400         move reg-section(ws-reg-row)   to bx-section
083500         move reg-bus-route(ws-reg-row) to bx-bus-route
083600     else
083700         add 1 to ws-optout-sent
083800     end-if
083900     string reg-school(ws-reg-row) delimited by ' '
084000            '-' delimited by size
084100            reg-id(ws-reg-row) delimited by size
084200            '.JPG' delimited by size
084300            into bx-photo-key
084400     write badge-extract-record
084500     add 1 to ws-extract-count
084600     add reg-id(ws-reg-row) to ws-hash-total
084700     evaluate ws-change-type
084800         when 'N'
084900             add 1 to ws-new-sent
085000         when 'R'
085100             add 1 to ws-reprints-sent
085200         when 'C'
085300             add 1 to ws-changed-sent
085400         when 'F'
085500             add 1 to ws-unchanged-sent
085600     end-evaluate
085700     .
085800 SAVE-REGISTER.
085900******************************************************************
086000*    BADGEREG REWRITTEN WHOLE, IN STUDENT ID ORDER. A STUDENT NO *
086100*    LONGER ENROLLED STAYS ON IT, MARKED 'W', SO THE ISSUE       *
086200*    NUMBERS CARRY ON IF THE STUDENT RETURNS.                    *
086300******************************************************************
086400     if ws-reg-count > 1
086500         sort reg-row on ascending key reg-id
086600     end-if
086700     open output badge-register-file
086800     if ws-badgereg-status not = '00'
086900         display 'COULD NOT OPEN BADGEREG FOR OUTPUT - STATUS '
087000             ws-badgereg-status
087100         move 16 to return-code
087200         stop run
087300     end-if
087400     perform varying ws-reg-row from 1 by 1
087500             until ws-reg-row > ws-reg-count
087600         move spaces                   to badge-register-record
087700         move reg-id(ws-reg-row)       to bg-student-id
087800         move reg-issue(ws-reg-row)    to bg-issue-no
087900         move reg-barcode(ws-reg-row)  to bg-barcode
088000         move reg-last-name(ws-reg-row) to bg-last-name
088100         move reg-first-name(ws-reg-row) to bg-first-name
088200         move reg-grade(ws-reg-row)    to bg-grade
088300         move reg-school(ws-reg-row)   to bg-school-code
088400         move reg-section(ws-reg-row)  to bg-section
088500         move reg-bus-route(ws-reg-row) to bg-bus-route
088600         move reg-optout(ws-reg-row)   to bg-optout
088700         move reg-first-date(ws-reg-row) to bg-first-date
088800         move reg-extract-date(ws-reg-row) to bg-extract-date
088900         move reg-printed-issue(ws-reg-row) to bg-printed-issue
089000         move reg-printed-date(ws-reg-row) to bg-printed-date
089100         move reg-reason(ws-reg-row)   to bg-reprint-reason
089200         move reg-status(ws-reg-row)   to bg-status
089300         write badge-register-record
089400     end-perform
089500     close badge-register-file
089600     .
089700 CHECK-BADGPRT-CONTROLS.
089800******************************************************************
089900*    PROVES THE VENDOR'S PRINTED FILE WHOLE BEFORE ANY LINE      *
090000*    POSTS - HEADER NAMING A BADGPRT FILE, TRAILER COUNT AND     *
090100*    HASH (SUM OF BP-STUDENT-ID) MATCHING WHAT WAS READ, SENDER  *
090200*    AND SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS  *
090300*    REFUSED WHOLE, RC 12, AND THE REGISTER IS NOT TOUCHED.      *
090400******************************************************************
090500     move 'BADGPRT ' to ws-inb-expect-type
090600     perform start-inbound-check
090700     open input badge-printed-file
090800     if ws-badgprt-status not = '00'
090900         display 'COULD NOT OPEN BADGPRT - STATUS '
091000             ws-badgprt-status
091100         move 16 to return-code
091200         stop run
091300     end-if
091400     perform until ws-badgprt-status not = '00'
091500         read badge-printed-file next record
091600         if ws-badgprt-status = '00'
091700             move badgprt-control-line to inb-control-record
091800             if bp-student-id is numeric
091900                 move 'Y' to ws-inb-hash-ok
092000                 move bp-student-id to ws-inb-hash-value
092100             else
092200                 move 'N' to ws-inb-hash-ok
092300             end-if
092400             perform tally-inbound-record
092500         end-if
092600     end-perform
092700     close badge-printed-file
092800     perform finish-inbound-check
092900     if ws-inb-reason not = spaces
093000         move spaces to badge-line
093100         string 'BADGPRT REJECTED WHOLE - REASON ' ws-inb-reason
093200             ' - NOTHING POSTED' delimited by size
093300             into badge-line
093400         write badge-line
093500         close badge-rpt
093600         move 12 to return-code
093700         stop run
093800     end-if
093900     .
094000 APPLY-RETURN-FILE.
094100     write badge-line from rtn-heading
094200     move spaces to badge-line
094300     write badge-line
094400     write badge-line from rtn-columns
094500     open input badge-printed-file
094600     if ws-badgprt-status not = '00'
094700         display 'COULD NOT OPEN BADGPRT - STATUS '
094800             ws-badgprt-status
094900         move 16 to return-code
095000         stop run
095100     end-if
095200     perform until ws-badgprt-status not = '00'
095300         read badge-printed-file next record
095400         if ws-badgprt-status = '00'
095500             move badgprt-control-line to inb-control-record
095600         end-if
095700         if ws-badgprt-status = '00'
095800             and ih-record-type not = 'HDR'
095900             and ih-record-type not = 'TRL'
096000             perform apply-one-printed
096100         end-if
096200     end-perform
096300     close badge-printed-file
096400     if ws-lines-to-check = zero
096500         move 'NO LINES TO CHECK' to badge-line
096600         write badge-line
096700     end-if
096800     .
096900 APPLY-ONE-PRINTED.
097000******************************************************************
097100*    ONE BADGE THE VENDOR WORKED. ONLY A PRINTED BADGE OF THE    *
097200*    CURRENT ISSUE POSTS; AN EARLIER ISSUE WAS REPLACED BEFORE   *
097300*    IT PRINTED AND THE BADGE IS TO BE DESTROYED.                *
097400******************************************************************
097500     move spaces to ws-check-text
097600     move zero to ws-reg-row
097700     search all reg-row
097800         when reg-id(reg-idx) = bp-student-id
097900             set ws-reg-row to reg-idx
098000     end-search
098100     evaluate true
098200         when ws-reg-row = zero
098300             move 'STUDENT NOT ON THE BADGE REGISTER'
098400                 to ws-check-text
098500         when bp-issue-no is not numeric
098600             or bp-issue-no > reg-issue(ws-reg-row)
098700             move 'ISSUE NUMBER NEVER SENT' to ws-check-text
098800         when bp-issue-no < reg-issue(ws-reg-row)
098900             move 'SUPERSEDED ISSUE - DESTROY THE BADGE'
099000                 to ws-check-text
099100         when bp-result = 'X'
099200             move spaces to ws-check-text
099300             string 'NOT PRINTED - ' bp-note
099400                 delimited by size into ws-check-text
099500         when bp-result not = 'P'
099600             move 'RESULT NOT P OR X' to ws-check-text
099700         when other
099800             move bp-issue-no to reg-printed-issue(ws-reg-row)
099900             if bp-printed-date is numeric
100000                 and bp-printed-date not = zero
100100                 move bp-printed-date
100200                     to reg-printed-date(ws-reg-row)
100300             else
100400                 move ws-business-date
100500                     to reg-printed-date(ws-reg-row)
100600             end-if
100700             add 1 to ws-lines-posted
100800             if reg-status(ws-reg-row) = 'W'
100900                 move 'NO LONGER ENROLLED - DESTROY THE BADGE'
101000                     to ws-check-text
101100             end-if
101200     end-evaluate
101300     if ws-check-text not = spaces
101400         add 1 to ws-lines-to-check
101500         move bp-student-id   to rtn-d-student
101600         move bp-issue-no     to rtn-d-issue
101700         move bp-printed-date to rtn-d-date
101800         move bp-result       to rtn-d-result
101900         move ws-check-text   to rtn-d-text
102000         write badge-line from rtn-detail-line
102100     end-if
102200     .
102300 PRINT-NO-BADGE-LIST.
102400******************************************************************
102500*    EVERY ENROLLED STUDENT WHOSE CURRENT ISSUE THE VENDOR HAS   *
102600*    NOT REPORTED PRINTED - NEVER SENT, OR SENT AND WAITING.     *
102700******************************************************************
102800     move zero to ws-nbl-count
102900     perform varying ws-rst-row from 1 by 1
103000             until ws-rst-row > ws-rst-count
103100         perform find-register-row
103200         if ws-reg-row = zero
103300             perform add-no-badge-row
103400         else
103500             if reg-printed-issue(ws-reg-row)
103600                     < reg-issue(ws-reg-row)
103700                 or reg-printed-date(ws-reg-row) = zero
103800                 perform add-no-badge-row
103900             end-if
104000         end-if
104100     end-perform
104200     if ws-nbl-count > 1
104300         sort nbl-row on ascending key nbl-school nbl-grade
104400             nbl-last-name nbl-first-name
104500     end-if
104600     move spaces to badge-line
104700     write badge-line
104800     write badge-line from nbl-heading
104900     move spaces to ws-prev-school
105000     move zero to ws-bldg-no-badge
105100     perform varying ws-nbl-row from 1 by 1
105200             until ws-nbl-row > ws-nbl-count
105300         if nbl-school(ws-nbl-row) not = ws-prev-school
105400             if ws-prev-school not = spaces
105500                 move ws-bldg-no-badge to nbl-t-count
105600                 write badge-line from nbl-total-line
105700             end-if
105800             move nbl-school(ws-nbl-row) to ws-prev-school
105900             move nbl-school(ws-nbl-row) to nbl-b-school
106000             move zero to ws-bldg-no-badge
106100             move spaces to badge-line
106200             write badge-line
106300             write badge-line from nbl-bldg-heading
106400             write badge-line from nbl-columns
106500         end-if
106600         perform print-one-no-badge
106700     end-perform
106800     if ws-nbl-count = zero
106900         move 'EVERY ENROLLED STUDENT HAS A CURRENT BADGE'
107000             to badge-line
107100         write badge-line
107200     else
107300         move ws-bldg-no-badge to nbl-t-count
107400         write badge-line from nbl-total-line
107500     end-if
107600     .
107700 ADD-NO-BADGE-ROW.
107800     if ws-nbl-count < ws-nbl-max
107900         add 1 to ws-nbl-count
108000         move rst-school(ws-rst-row) to nbl-school(ws-nbl-count)
108100         move rst-grade(ws-rst-row)  to nbl-grade(ws-nbl-count)
108200         move rst-last-name(ws-rst-row)
108300             to nbl-last-name(ws-nbl-count)
108400         move rst-first-name(ws-rst-row)
108500             to nbl-first-name(ws-nbl-count)
108600         move ws-rst-row to nbl-rst-row(ws-nbl-count)
108700     end-if
108800     .
108900 PRINT-ONE-NO-BADGE.
109000     move nbl-rst-row(ws-nbl-row) to ws-rst-row
109100     perform find-register-row
109200     add 1 to ws-bldg-no-badge
109300     move spaces to nbl-detail-line
109400     move rst-grade(ws-rst-row) to nbl-d-grade
109500     move rst-id(ws-rst-row)    to nbl-d-student
109600     move spaces to ws-student-name
109700     string rst-last-name(ws-rst-row) delimited by '  '
109800            ', ' delimited by size
109900            rst-first-name(ws-rst-row) delimited by '  '
110000            into ws-student-name
110100     move ws-student-name         to nbl-d-name
110200     move rst-section(ws-rst-row) to nbl-d-section
110300     if ws-reg-row = zero
110400         or reg-extract-date(ws-reg-row) = zero
110500         move 'NOT YET SENT TO THE VENDOR' to nbl-d-status
110600     else
110700         move reg-issue(ws-reg-row)        to nbl-d-issue
110800         move reg-extract-date(ws-reg-row) to nbl-d-sent
110900         evaluate reg-reason(ws-reg-row)
111000             when 'L'
111100                 move 'REPRINT (LOST) NOT YET PRINTED'
111200                     to nbl-d-status
111300             when 'D'
111400                 move 'REPRINT (DAMAGED) NOT YET PRINTED'
111500                     to nbl-d-status
111600             when 'P'
111700                 move 'REPRINT (PHOTO) NOT YET PRINTED'
111800                     to nbl-d-status
111900             when other
112000                 move 'SENT - NOT YET PRINTED' to nbl-d-status
112100         end-evaluate
112200     end-if
112300     write badge-line from nbl-detail-line
112400     .
112500 PRINT-RUN-TOTALS.
112600     move spaces to badge-line
112700     write badge-line
112800     if ws-run-mode = 'RETURN  '
112900         move 'BADGPRT LINES READ' to rt-label
113000         move ws-inb-detail-count to rt-value
113100         write badge-line from run-total-line
113200         move 'BADGES POSTED PRINTED' to rt-label
113300         move ws-lines-posted to rt-value
113400         write badge-line from run-total-line
113500         move 'LINES TO CHECK' to rt-label
113600         move ws-lines-to-check to rt-value
113700         write badge-line from run-total-line
113800     else
113900         move 'REPRINT CARDS READ' to rt-label
114000         move ws-cards-read to rt-value
114100         write badge-line from run-total-line
114200         move 'REPRINT CARDS APPLIED' to rt-label
114300         move ws-cards-applied to rt-value
114400         write badge-line from run-total-line
114500         move 'REPRINT CARDS REJECTED' to rt-label
114600         move ws-cards-rejected to rt-value
114700         write badge-line from run-total-line
114800         move 'BADGES SENT - NEW STUDENTS' to rt-label
114900         move ws-new-sent to rt-value
115000         write badge-line from run-total-line
115100         move 'BADGES SENT - CHANGED' to rt-label
115200         move ws-changed-sent to rt-value
115300         write badge-line from run-total-line
115400         move 'BADGES SENT - REPRINTS (NEW ISSUE)' to rt-label
115500         move ws-reprints-sent to rt-value
115600         write badge-line from run-total-line
115700         move 'BADGES SENT - UNCHANGED (FULL RUN)' to rt-label
115800         move ws-unchanged-sent to rt-value
115900         write badge-line from run-total-line
116000         move '  OF WHICH DIRECTORY OPT-OUT' to rt-label
116100         move ws-optout-sent to rt-value
116200         write badge-line from run-total-line
116300         move 'EXTRACT RECORDS (TRAILER COUNT)' to rt-label
116400         move ws-extract-count to rt-value
116500         write badge-line from run-total-line
116600         move 'STUDENTS NO LONGER ENROLLED - BADGE VOID'
116700             to rt-label
116800         move ws-newly-withdrawn to rt-value
116900         write badge-line from run-total-line
117000     end-if
117100     move 'STUDENTS WITHOUT A CURRENT BADGE' to rt-label
117200     move ws-nbl-count to rt-value
117300     write badge-line from run-total-line
117400     .
117500 READ-BUSINESS-DATE.
117600******************************************************************
117700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
117800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
117900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
118000******************************************************************
118100     open input business-date-file
118200     if ws-busdate-status not = '00'
118300         display 'COULD NOT OPEN BUSDATE - STATUS '
118400             ws-busdate-status
118500         move 16 to return-code
118600         stop run
118700     end-if
118800     read business-date-file next record
118900     if ws-busdate-status not = '00'
119000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
119100             ws-busdate-status
119200         move 16 to return-code
119300         stop run
119400     end-if
119500     close business-date-file
119600     move bd-business-date to ws-business-date
119700     if bd-override-date not = zero
119800         move bd-override-date to ws-business-date
119900         move 'Y' to ws-bus-date-override
120000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
120100             bd-override-date ' SET BY ' bd-override-operator
120200         display '    REASON: ' bd-override-reason
120300     end-if
120400     move ws-business-date to bdh-date
120500     if ws-bus-date-override = 'Y'
120600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
120700             to bdh-override
120800     end-if
120900     .
121000 START-INBOUND-CHECK.
121100     move zero   to ws-inb-read-count
121200     move zero   to ws-inb-detail-count
121300     move zero   to ws-inb-hash-total
121400     move zero   to ws-inb-file-seq
121500     move zero   to ws-inb-as-of-date
121600     move zero   to ws-inb-trl-count
121700     move zero   to ws-inb-trl-hash
121800     move 'N'    to ws-inb-hdr-seen
121900     move 'N'    to ws-inb-trl-seen
122000     move spaces to ws-inb-sender-id
122100     move spaces to ws-inb-file-type
122200     move spaces to ws-inb-reason
122300     .
122400 TALLY-INBOUND-RECORD.
122500******************************************************************
122600*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
122700*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
122800*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
122900*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
123000*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
123100*    HASHED THE WAY THE SENDER COUNTED IT.                       *
123200******************************************************************
123300     add 1 to ws-inb-read-count
123400     evaluate ih-record-type
123500         when 'HDR'
123600             if ws-inb-read-count not = 1
123700                 move 'HDRPO' to ws-inb-fault
123800                 perform note-inbound-fault
123900             else
124000                 move 'Y'            to ws-inb-hdr-seen
124100                 move ih-sender-id   to ws-inb-sender-id
124200                 move ih-file-type   to ws-inb-file-type
124300                 if ih-file-seq is numeric
124400                     move ih-file-seq to ws-inb-file-seq
124500                 end-if
124600                 if ih-file-type not = ws-inb-expect-type
124700                     move 'BADTY' to ws-inb-fault
124800                     perform note-inbound-fault
124900                 end-if
125000                 if ih-as-of-date is not numeric
125100                     or ih-as-of-date = zero
125200                     move 'BADDT' to ws-inb-fault
125300                     perform note-inbound-fault
125400                 else
125500                     move ih-as-of-date to ws-inb-as-of-date
125600                 end-if
125700             end-if
125800         when 'TRL'
125900             if ws-inb-trl-seen = 'Y'
126000                 move 'AFTRL' to ws-inb-fault
126100                 perform note-inbound-fault
126200             else
126300                 move 'Y' to ws-inb-trl-seen
126400                 if ih-sender-id not = ws-inb-sender-id
126500                     or ih-file-type not = ws-inb-file-type
126600                     or ih-file-seq not = ws-inb-file-seq
126700                     move 'TRLMM' to ws-inb-fault
126800                     perform note-inbound-fault
126900                 end-if
127000                 if ih-record-count is numeric
127100                     and ih-hash-total is numeric
127200                     move ih-record-count to ws-inb-trl-count
127300                     move ih-hash-total   to ws-inb-trl-hash
127400                 else
127500                     move 'TRLMM' to ws-inb-fault
127600                     perform note-inbound-fault
127700                 end-if
127800             end-if
127900         when other
128000             if ws-inb-hdr-seen = 'N'
128100                 move 'NOHDR' to ws-inb-fault
128200                 perform note-inbound-fault
128300             end-if
128400             if ws-inb-trl-seen = 'Y'
128500                 move 'AFTRL' to ws-inb-fault
128600                 perform note-inbound-fault
128700             end-if
128800             add 1 to ws-inb-detail-count
128900             if ws-inb-hash-ok = 'Y'
129000                 add ws-inb-hash-value to ws-inb-hash-total
129100             else
129200                 move 'NONUM' to ws-inb-fault
129300                 perform note-inbound-fault
129400             end-if
129500     end-evaluate
129600     .
129700 NOTE-INBOUND-FAULT.
129800     if ws-inb-reason = spaces
129900         move ws-inb-fault to ws-inb-reason
130000     end-if
130100     .
130200 FINISH-INBOUND-CHECK.
130300******************************************************************
130400*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
130500*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
130600*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
130700*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
130800*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
130900*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
131000*    BE RERUN WITH THE SAME FILE.                                *
131100******************************************************************
131200     if ws-inb-read-count = zero
131300         move 'EMPTY' to ws-inb-fault
131400         perform note-inbound-fault
131500     end-if
131600     if ws-inb-hdr-seen = 'N'
131700         move 'NOHDR' to ws-inb-fault
131800         perform note-inbound-fault
131900     end-if
132000     if ws-inb-trl-seen = 'N'
132100         move 'NOTRL' to ws-inb-fault
132200         perform note-inbound-fault
132300     else
132400         if ws-inb-trl-count not = ws-inb-detail-count
132500             move 'COUNT' to ws-inb-fault
132600             perform note-inbound-fault
132700         end-if
132800         if ws-inb-trl-hash not = ws-inb-hash-total
132900             move 'HASH ' to ws-inb-fault
133000             perform note-inbound-fault
133100         end-if
133200     end-if
133300     if ws-inb-reason = spaces
133400         perform check-receipt-register
133500     end-if
133600     if ws-inb-reason not = spaces
133700         perform log-inbound-receipt
133800         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
133900             ws-inb-reason ' SENDER ' ws-inb-sender-id
134000             ' SEQ ' ws-inb-file-seq
134100         display '  RECORDS READ ' ws-inb-detail-count
134200             ' TRAILER COUNT ' ws-inb-trl-count
134300     end-if
134400     .
134500 CHECK-RECEIPT-REGISTER.
134600     open input receipt-register-file
134700     if ws-rcptreg-status = '00'
134800         perform until ws-rcptreg-status not = '00'
134900             read receipt-register-file next record
135000             if ws-rcptreg-status = '00'
135100                 and rcp-disposition = 'A'
135200                 and rcp-job-name  = ws-inb-job-name
135300                 and rcp-sender-id = ws-inb-sender-id
135400                 and rcp-file-type = ws-inb-file-type
135500                 and rcp-file-seq  = ws-inb-file-seq
135600                 move 'DUPE ' to ws-inb-fault
135700                 perform note-inbound-fault
135800             end-if
135900         end-perform
136000         close receipt-register-file
136100     end-if
136200     .
136300 LOG-INBOUND-RECEIPT.
136400******************************************************************
136500*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
136600*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
136700*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
136800*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
136900******************************************************************
137000     accept ws-inb-date from date yyyymmdd
137100     accept ws-inb-time from time
137200     open extend receipt-register-file
137300     if ws-rcptreg-status not = '00'
137400         open output receipt-register-file
137500     end-if
137600     if ws-rcptreg-status not = '00'
137700         display 'COULD NOT OPEN RCPTREG - STATUS '
137800             ws-rcptreg-status
137900         move 16 to return-code
138000         stop run
138100     end-if
138200     move ws-inb-sender-id    to rcp-sender-id
138300     move ws-inb-expect-type  to rcp-file-type
138400     move ws-inb-file-seq     to rcp-file-seq
138500     move ws-inb-as-of-date   to rcp-as-of-date
138600     move ws-inb-job-name     to rcp-job-name
138700     move ws-inb-date         to rcp-received-date
138800     move ws-inb-time         to rcp-received-time
138900     move ws-inb-detail-count to rcp-record-count
139000     move ws-inb-hash-total   to rcp-hash-total
139100     move ws-inb-reason       to rcp-reason
139200     if ws-inb-reason = spaces
139300         move 'A' to rcp-disposition
139400     else
139500         move 'R' to rcp-disposition
139600     end-if
139700     write receipt-register-record
139800     close receipt-register-file
139900     .
