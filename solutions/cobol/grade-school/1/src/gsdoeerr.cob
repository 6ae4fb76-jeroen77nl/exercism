000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDOEERR.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    STATE ENROLLMENT SUBMISSION ERROR RETURNS. THE STATE        *
000900*    ANSWERS EVERY DOE ENROLLMENT SUBMISSION (DOEEXTR, WRITTEN   *
001000*    BY THE NIGHTLY PROGRAM) WITH ITS VALIDATION RESULTS -       *
001100*    DUPLICATE SSID, GRADE/AGE CONFLICT, MISSING EXIT CODE,      *
001200*    ENROLLMENT OVERLAPPING ANOTHER DISTRICT AND THE LIKE -      *
001300*    WHICH USED TO BE PRINTED AND WORKED BY HAND. THIS JOB:      *
001400*      1. LOADS THE STATE'S ERROR-RETURN FILE (DOEERRS - SSID,   *
001500*         STATE ERROR CODE, SEVERITY, TEXT), PROVED WHOLE        *
001600*         (HEADER, TRAILER COUNT AND HASH, RECEIPT REGISTER)     *
001700*         FIRST, INTO THE OPEN-ERROR REGISTER (DOEOPEN, COPY     *
001800*         DOEEREC). A NEW ERROR IS ADDED WITH THE RETURN'S       *
001900*         AS-OF DATE AS ITS FIRST-REPORTED DATE; ONE ALREADY     *
002000*         OPEN IS KEPT; A CLOSED ONE DRAWN AGAIN IS REOPENED.    *
002100*         EVERY OPEN ERROR THE RETURN NO LONGER CARRIES WAS      *
002200*         FIXED BY THE LATER SUBMISSION AND IS CLOSED.           *
002300*      2. MATCHES EACH ERROR'S SSID TO THE STUDENT THROUGH THE   *
002400*         SSIDXREF CROSS-REFERENCE AND THE STUDENT TO A          *
002500*         BUILDING THROUGH ROSTERVS - EVERY RUN, SO AN SSID      *
002600*         POSTED SINCE, OR A STUDENT WHO HAS MOVED, IS PICKED    *
002700*         UP.                                                    *
002800*      3. PRINTS THE REGISTRAR WORKLIST (DOEWORK) - ONE BLOCK    *
002900*         PER BUILDING, FATAL ERRORS FIRST, OLDEST FIRST, WITH   *
003000*         THE ERRORS CLOSED BY THIS RUN'S RETURN - AND THE       *
003100*         COUNTDOWN SUMMARY (DOECOUNT) OF OPEN FATAL ERRORS BY   *
003200*         BUILDING AGAINST THE SUBMISSION DEADLINE ON DOEPARM.   *
003300*    AN EMPTY OR MISSING DOEERRS MAKES LEG 1 A NO-OP, SO THE     *
003400*    SAME JOB REPRINTS THE WORKLIST AND COUNTDOWN DAILY UNTIL    *
003500*    THE DEADLINE. A RETURN OLDER THAN ONE ALREADY LOADED IS     *
003600*    REJECTED WHOLE (STALE) - IT WOULD REOPEN FIXED ERRORS.      *
003700*    RETURN CODES: 0 NO OPEN FATAL ERROR, 4 OPEN FATAL ERRORS    *
003800*    REMAIN, 12 DOEERRS REJECTED WHOLE, 16 A FILE COULD NOT BE   *
003900*    READ OR WRITTEN. SEE JCL/GSDOEERR.JCL.                      *
004000******************************************************************
004100*    MOD-LOG
004200*    DATE       INIT  DESCRIPTION
004300*    2026-10-15  RVM  ORIGINAL VERSION.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT DOE-ERROR-RETURN-FILE ASSIGN TO DOEERRS
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DOEERRS-STATUS.
005100     SELECT DOE-OPEN-ERROR-FILE ASSIGN TO DOEOPEN
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-DOEOPEN-STATUS.
005400     SELECT DOE-PARM-FILE ASSIGN TO DOEPARM
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-DOEPARM-STATUS.
005700     SELECT SSID-XREF-FILE ASSIGN TO SSIDXREF
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS SX-LOCAL-ID
006100         FILE STATUS IS WS-SSIDX-STATUS.
006200     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS ST-ID
006600         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006700     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RCPTREG-STATUS.
007000     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-BUSDATE-STATUS.
007300     SELECT WORKLIST-RPT ASSIGN TO DOEWORK
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-DOEWORK-STATUS.
007600     SELECT COUNTDOWN-RPT ASSIGN TO DOECOUNT
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-DOECOUNT-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  DOE-ERROR-RETURN-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  DOE-ERROR-RETURN-RECORD.
008400     05  ER-STATE-ID             PIC X(10).
008500     05  ER-ERROR-CODE           PIC X(06).
008600     05  ER-SEVERITY             PIC X(01).
008700     05  ER-ERROR-TEXT           PIC X(40).
008800 01  DOEERRS-CONTROL-LINE        PIC X(80).
008900 FD  DOE-OPEN-ERROR-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  DOE-OPEN-ERROR-RECORD.
009200     COPY DOEEREC.
009300 FD  DOE-PARM-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  DOE-PARM-CARD.
009600     05  DP-DEADLINE             PIC 9(08).
009700     05  FILLER                  PIC X(72).
009800 FD  SSID-XREF-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  SSID-XREF-RECORD.
010100     COPY SSIDREC.
010200 FD  ROSTER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  ROSTER-FILE-RECORD.
010500     COPY ROSTERREC.
010600 FD  RECEIPT-REGISTER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  RECEIPT-REGISTER-RECORD.
010900     COPY RCPTREC.
011000 FD  BUSINESS-DATE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  BUSINESS-DATE-RECORD.
011300     COPY BDATREC.
011400 FD  WORKLIST-RPT
011500     LABEL RECORDS ARE STANDARD.
011600 01  WORKLIST-LINE               PIC X(100).
011700 FD  COUNTDOWN-RPT
011800     LABEL RECORDS ARE STANDARD.
011900 01  COUNTDOWN-LINE              PIC X(80).
012000 WORKING-STORAGE SECTION.
012100 01  WS-DOEERRS-STATUS        PIC X(02).
012200 01  WS-DOEOPEN-STATUS        PIC X(02).
012300 01  WS-DOEPARM-STATUS        PIC X(02).
012400 01  WS-SSIDX-STATUS          PIC X(02).
012500 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012600 01  WS-RCPTREG-STATUS        PIC X(02).
012700 01  WS-DOEWORK-STATUS        PIC X(02).
012800 01  WS-DOECOUNT-STATUS       PIC X(02).
012900 01  i                        PIC 9(05).
013000 01  j                        PIC 9(05).
013100******************************************************************
013200*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013300*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
013400******************************************************************
013500 01  WS-BUSDATE-STATUS        PIC X(02).
013600 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013700 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013800 01  BUS-DATE-HEADING.
013900     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
014000     05  BDH-DATE             PIC 9(08).
014100     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
014200******************************************************************
014300*    THE SUBMISSION DEADLINE FROM DOEPARM (COLS 1-8, ZERO OR NO  *
014400*    CARD = NONE SET) AND THE CALENDAR DAYS LEFT TO IT, COUNTED  *
014500*    A DAY AT A TIME THE WAY GSBDATE ADVANCES THE BUSINESS DATE  *
014600*    (WS-DAYS-LEFT STOPS AT 999).                                *
014700******************************************************************
014800 01  WS-DEADLINE              PIC 9(08) VALUE ZERO.
014900 01  WS-DAYS-LEFT             PIC 9(03) VALUE ZERO.
015000 01  WS-NEXT-DATE             PIC 9(08).
015100 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
015200     05  WS-NEXT-YEAR         PIC 9(04).
015300     05  WS-NEXT-MONTH        PIC 9(02).
015400     05  WS-NEXT-DAY          PIC 9(02).
015500 01  WS-MONTH-DAYS-LIST       PIC X(24)
015600     VALUE '312831303130313130313031'.
015700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
015800     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
015900 01  WS-MONTH-END             PIC 9(02).
016000 01  WS-LEAP-QUOTIENT         PIC 9(04).
016100 01  WS-LEAP-REM-4            PIC 9(04).
016200 01  WS-LEAP-REM-100          PIC 9(04).
016300 01  WS-LEAP-REM-400          PIC 9(04).
016400******************************************************************
016500*    THE STUDENTS ON ROSTERVS - NAME, GRADE AND BUILDING FOR     *
016600*    THE WORKLIST.                                               *
016700******************************************************************
016800 77  WS-ROSTER-MAX            PIC 9(05) VALUE 02000.
016900 01  WS-ROSTER-COUNT          PIC 9(05) VALUE ZERO.
017000 01  ROSTER-TABLE.
017100     05  RS-ROW               OCCURS 0 TO 2000 TIMES
017200                              DEPENDING ON WS-ROSTER-COUNT
017300                              ASCENDING KEY IS RS-ID
017400                              INDEXED BY RS-IDX.
017500         10  RS-ID            PIC 9(07).
017600         10  RS-LAST-NAME     PIC X(30).
017700         10  RS-GRADE         PIC X(02).
017800         10  RS-SCHOOL        PIC X(04).
017900 01  WS-RS-ROW                PIC 9(05).
018000******************************************************************
018100*    SSIDXREF TURNED AROUND - SSID TO LOCAL ID, SORTED BY SSID   *
018200*    SO AN ERROR'S SSID CAN FIND ITS STUDENT.                    *
018300******************************************************************
018400 77  WS-SSID-MAX              PIC 9(05) VALUE 05000.
018500 01  WS-SSID-COUNT            PIC 9(05) VALUE ZERO.
018600 01  SSID-TABLE.
018700     05  SS-ROW               OCCURS 0 TO 5000 TIMES
018800                              DEPENDING ON WS-SSID-COUNT
018900                              ASCENDING KEY IS SS-STATE-ID
019000                              INDEXED BY SS-IDX.
019100         10  SS-STATE-ID      PIC X(10).
019200         10  SS-LOCAL-ID      PIC 9(07).
019300******************************************************************
019400*    THE WHOLE OPEN-ERROR REGISTER, HELD FOR THE RUN IN KEY      *
019500*    ORDER - A NEW ERROR IS ADDED AT THE END AND THE TABLE       *
019600*    RE-SORTED. DE-R-SEEN IS 'Y' ONCE THIS RUN'S RETURN HAS      *
019700*    CARRIED THE ERROR; DE-R-ACTION IS WHAT THIS RUN DID TO IT   *
019800*    (NEW, REOPENED, CLOSED OR SPACES).                          *
019900******************************************************************
020000 77  WS-DE-MAX                PIC 9(05) VALUE 05000.
020100 01  WS-DE-COUNT              PIC 9(05) VALUE ZERO.
020200 01  DE-TABLE.
020300     05  DE-ROW               OCCURS 0 TO 5000 TIMES
020400                              DEPENDING ON WS-DE-COUNT
020500                              ASCENDING KEY IS DE-R-KEY
020600                              INDEXED BY DE-IDX.
020700         10  DE-R-KEY.
020800             15  DE-R-STATE-ID PIC X(10).
020900             15  DE-R-CODE    PIC X(06).
021000         10  DE-R-STUDENT-ID  PIC 9(07).
021100         10  DE-R-SCHOOL      PIC X(04).
021200         10  DE-R-SEVERITY    PIC X(01).
021300         10  DE-R-STATUS      PIC X(01).
021400         10  DE-R-FIRST       PIC 9(08).
021500         10  DE-R-LAST        PIC 9(08).
021600         10  DE-R-CLOSED      PIC 9(08).
021700         10  DE-R-TEXT        PIC X(40).
021800         10  DE-R-SEEN        PIC X(01).
021900         10  DE-R-ACTION      PIC X(08).
022000 01  WS-DE-ROW                PIC 9(05).
022100 01  WS-FIND-KEY.
022200     05  WS-FIND-STATE-ID     PIC X(10).
022300     05  WS-FIND-CODE         PIC X(06).
022400 01  WS-LATEST-RETURN         PIC 9(08) VALUE ZERO.
022500 01  WS-CHANGED               PIC X VALUE 'N'.
022600 01  WS-RET-READ              PIC 9(05) VALUE ZERO.
022700 01  WS-RET-BAD               PIC 9(05) VALUE ZERO.
022800 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
022900 01  WS-REOPENED-COUNT        PIC 9(05) VALUE ZERO.
023000 01  WS-CLOSED-COUNT          PIC 9(05) VALUE ZERO.
023100 01  WS-UNMATCHED-COUNT       PIC 9(05) VALUE ZERO.
023200 01  WS-OPEN-FATAL            PIC 9(05) VALUE ZERO.
023300 01  WS-OPEN-WARNING          PIC 9(05) VALUE ZERO.
023400******************************************************************
023500*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
023600*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
023700*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
023800*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED). THE     *
023900*    HASH FIELD IS THE SSID, WHICH THE STATE ISSUES ALL-NUMERIC. *
024000******************************************************************
024100 01  INB-CONTROL-RECORD.
024200     COPY INBHREC.
024300 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSDOEERR'.
024400 01  WS-INB-EXPECT-TYPE       PIC X(08).
024500 01  WS-INB-READ-COUNT        PIC 9(07).
024600 01  WS-INB-DETAIL-COUNT      PIC 9(07).
024700 01  WS-INB-HASH-TOTAL        PIC 9(15).
024800 01  WS-INB-HASH-VALUE        PIC 9(15).
024900 01  WS-INB-HASH-OK           PIC X.
025000 01  WS-INB-HDR-SEEN          PIC X.
025100 01  WS-INB-TRL-SEEN          PIC X.
025200 01  WS-INB-SENDER-ID         PIC X(08).
025300 01  WS-INB-FILE-TYPE         PIC X(08).
025400 01  WS-INB-FILE-SEQ          PIC 9(06).
025500 01  WS-INB-AS-OF-DATE        PIC 9(08).
025600 01  WS-INB-TRL-COUNT         PIC 9(07).
025700 01  WS-INB-TRL-HASH          PIC 9(15).
025800 01  WS-INB-FAULT             PIC X(05).
025900 01  WS-INB-REASON            PIC X(05).
026000 01  WS-INB-DATE              PIC 9(08).
026100 01  WS-INB-TIME              PIC 9(08).
026200 01  WS-INB-PRESENT           PIC X.
026300 01  WS-INB-REJECTED          PIC X VALUE 'N'.
026400******************************************************************
026500*    ONE WORKLIST LINE PER OPEN ERROR AND PER ERROR CLOSED BY    *
026600*    THIS RUN, SORTED BY BUILDING, SEVERITY (FATAL FIRST),       *
026700*    FIRST-REPORTED DATE AND STUDENT BEFORE PRINTING.            *
026800******************************************************************
026900 01  WS-LIST-COUNT            PIC 9(05) VALUE ZERO.
027000 01  LIST-TABLE.
027100     05  LS-ROW               OCCURS 0 TO 5000 TIMES
027200                              DEPENDING ON WS-LIST-COUNT.
027300         10  LS-SCHOOL        PIC X(04).
027400         10  LS-SEV-ORDER     PIC 9(01).
027500         10  LS-FIRST         PIC 9(08).
027600         10  LS-STUDENT-ID    PIC 9(07).
027700         10  LS-NAME          PIC X(16).
027800         10  LS-GRADE         PIC X(02).
027900         10  LS-STATE-ID      PIC X(10).
028000         10  LS-CODE          PIC X(06).
028100         10  LS-SEVERITY      PIC X(01).
028200         10  LS-TEXT          PIC X(24).
028300         10  LS-ACTION        PIC X(08).
028400 01  WS-LIST-SCHOOL           PIC X(04).
028500******************************************************************
028600*    OPEN ERRORS BY BUILDING FOR THE COUNTDOWN SUMMARY.          *
028700******************************************************************
028800 77  WS-BLDG-MAX              PIC 9(03) VALUE 050.
028900 01  WS-BLDG-COUNT            PIC 9(03) VALUE ZERO.
029000 01  BLDG-TABLE.
029100     05  BL-ROW               OCCURS 0 TO 50 TIMES
029200                              DEPENDING ON WS-BLDG-COUNT.
029300         10  BL-SCHOOL        PIC X(04).
029400         10  BL-FATAL         PIC 9(05).
029500         10  BL-WARNING       PIC 9(05).
029600         10  BL-CLOSED        PIC 9(05).
029700         10  BL-OLDEST        PIC 9(08).
029800 01  WS-BL-ROW                PIC 9(03).
029900******************************************************************
030000*    DOEWORK LINES.                                              *
030100******************************************************************
030200 01  WRK-HEADING.
030300     05  FILLER               PIC X(50) VALUE
030400         'STATE SUBMISSION ERRORS - REGISTRAR WORKLIST'.
030500 01  WRK-RETURN-LINE.
030600     05  FILLER               PIC X(30) VALUE
030700         'LATEST STATE RETURN AS OF:'.
030800     05  WRK-R-DATE           PIC 9(08).
030900 01  WRK-BUILDING-LINE.
031000     05  FILLER               PIC X(10) VALUE 'BUILDING: '.
031100     05  WRK-B-SCHOOL         PIC X(04).
031200 01  WRK-COLUMNS.
031300     05  FILLER               PIC X(09) VALUE 'STUDENT'.
031400     05  FILLER               PIC X(18) VALUE 'NAME'.
031500     05  FILLER               PIC X(04) VALUE 'GR'.
031600     05  FILLER               PIC X(12) VALUE 'SSID'.
031700     05  FILLER               PIC X(08) VALUE 'ERROR'.
031800     05  FILLER               PIC X(04) VALUE 'SV'.
031900     05  FILLER               PIC X(10) VALUE 'FIRST RPT'.
032000     05  FILLER               PIC X(26) VALUE 'DESCRIPTION'.
032100     05  FILLER               PIC X(08) VALUE 'ACTION'.
032200 01  WRK-DETAIL-LINE.
032300     05  WRK-D-STUDENT-ID     PIC 9(07).
032400     05  FILLER               PIC X(02) VALUE SPACES.
032500     05  WRK-D-NAME           PIC X(16).
032600     05  FILLER               PIC X(02) VALUE SPACES.
032700     05  WRK-D-GRADE          PIC X(02).
032800     05  FILLER               PIC X(02) VALUE SPACES.
032900     05  WRK-D-STATE-ID       PIC X(10).
033000     05  FILLER               PIC X(02) VALUE SPACES.
033100     05  WRK-D-CODE           PIC X(06).
033200     05  FILLER               PIC X(02) VALUE SPACES.
033300     05  WRK-D-SEVERITY       PIC X(01).
033400     05  FILLER               PIC X(03) VALUE SPACES.
033500     05  WRK-D-FIRST          PIC 9(08).
033600     05  FILLER               PIC X(02) VALUE SPACES.
033700     05  WRK-D-TEXT           PIC X(24).
033800     05  FILLER               PIC X(02) VALUE SPACES.
033900     05  WRK-D-ACTION         PIC X(08).
034000 01  WRK-TOTAL-LINE.
034100     05  WRK-TOT-LABEL        PIC X(40).
034200     05  WRK-TOT-VALUE        PIC ZZZZ9.
034300******************************************************************
034400*    DOECOUNT LINES.                                             *
034500******************************************************************
034600 01  CNT-HEADING.
034700     05  FILLER               PIC X(50) VALUE
034800         'STATE SUBMISSION ERRORS - DEADLINE COUNTDOWN'.
034900 01  CNT-DEADLINE-LINE.
035000     05  FILLER               PIC X(22) VALUE
035100         'SUBMISSION DEADLINE: '.
035200     05  CNT-DL-DATE          PIC 9(08).
035300     05  FILLER               PIC X(03) VALUE SPACES.
035400     05  CNT-DL-DAYS          PIC ZZ9.
035500     05  CNT-DL-TEXT          PIC X(30).
035600 01  CNT-NO-DEADLINE-LINE.
035700     05  FILLER               PIC X(50) VALUE
035800         'SUBMISSION DEADLINE: NONE SET ON DOEPARM'.
035900 01  CNT-COLUMNS.
036000     05  FILLER               PIC X(10) VALUE 'BUILDING'.
036100     05  FILLER               PIC X(12) VALUE '  OPEN FATAL'.
036200     05  FILLER               PIC X(12) VALUE '  OPEN WARN'.
036300     05  FILLER               PIC X(12) VALUE ' CLOSED NOW'.
036400     05  FILLER               PIC X(16) VALUE '  OLDEST FATAL'.
036500 01  CNT-DETAIL-LINE.
036600     05  CNT-D-SCHOOL         PIC X(04).
036700     05  FILLER               PIC X(06) VALUE SPACES.
036800     05  CNT-D-FATAL          PIC ZZZ,ZZ9.
036900     05  FILLER               PIC X(05) VALUE SPACES.
037000     05  CNT-D-WARNING        PIC ZZZ,ZZ9.
037100     05  FILLER               PIC X(05) VALUE SPACES.
037200     05  CNT-D-CLOSED         PIC ZZZ,ZZ9.
037300     05  FILLER               PIC X(06) VALUE SPACES.
037400     05  CNT-D-OLDEST         PIC X(08).
037500 01  CNT-STATUS-LINE.
037600     05  CNT-S-TEXT           PIC X(80).
037700 PROCEDURE DIVISION.
037800 MAINLINE.
037900******************************************************************
038000*    POST WHATEVER RETURN IS ON HAND, MATCH EVERY ERROR TO ITS   *
038100*    STUDENT AND BUILDING, PRINT THE WORKLIST AND THE COUNTDOWN, *
038200*    AND REWRITE THE REGISTER WHEN ANYTHING CHANGED.             *
038300******************************************************************
038400     perform read-business-date
038500     perform read-doe-parm
038600     perform load-roster-table
038700     perform load-ssid-table
038800     perform load-open-errors
038900     perform check-doeerrs-controls
039000     if ws-inb-present = 'Y'
039100         and ws-inb-reason = spaces
039200         perform post-error-return
039300         perform close-unreported-errors
039400         perform log-inbound-receipt
039500     end-if
039600     perform match-error-students
039700     perform print-error-worklist
039800     perform print-deadline-countdown
039900     if ws-changed = 'Y'
040000         perform save-open-errors
040100     end-if
040200     display 'DOE ERROR RETURN ROWS READ ' ws-ret-read
040300         ' NEW ' ws-new-count ' REOPENED ' ws-reopened-count
040400         ' CLOSED ' ws-closed-count
040500     display 'DOE ERRORS OPEN - FATAL ' ws-open-fatal
040600         ' WARNING ' ws-open-warning
040700     if ws-ret-bad not = zero
040800         display 'DOE ERROR RETURN ROWS WITH NO SSID OR CODE, '
040900             'NOT POSTED: ' ws-ret-bad
041000     end-if
041100     if ws-unmatched-count not = zero
041200         display 'DOE ERRORS WHOSE SSID IS NOT ON SSIDXREF: '
041300             ws-unmatched-count
041400     end-if
041500     evaluate true
041600         when ws-inb-rejected = 'Y'
041700             move 12 to return-code
041800         when ws-open-fatal not = zero
041900             move 4 to return-code
042000         when other
042100             continue
042200     end-evaluate
042300     stop run
042400     .
042500 READ-DOE-PARM.
042600******************************************************************
042700*    THE DEADLINE CARD IS OPTIONAL - WITHOUT ONE THE COUNTDOWN   *
042800*    STILL PRINTS THE OPEN ERRORS, WITH NO DAYS-LEFT FIGURE.     *
042900******************************************************************
043000     move zero to ws-deadline
043100     open input doe-parm-file
043200     if ws-doeparm-status = '00'
043300         read doe-parm-file
043400         if ws-doeparm-status = '00'
043500             and dp-deadline is numeric
043600             move dp-deadline to ws-deadline
043700         end-if
043800         close doe-parm-file
043900     end-if
044000     move zero to ws-days-left
044100     if ws-deadline > ws-business-date
044200         move ws-business-date to ws-next-date
044300         perform until ws-next-date not < ws-deadline
044400                 or ws-days-left = 999
044500             perform step-to-next-day
044600             add 1 to ws-days-left
044700         end-perform
044800     end-if
044900     .
045000 LOAD-ROSTER-TABLE.
045100     move zero to ws-roster-count
045200     open input roster-file
045300     if ws-roster-file-status not = '00'
045400         display 'COULD NOT OPEN ROSTERVS - STATUS '
045500             ws-roster-file-status
045600         move 16 to return-code
045700         stop run
045800     end-if
045900     perform until ws-roster-file-status not = '00'
046000         read roster-file next record
046100         if ws-roster-file-status = '00'
046200             and ws-roster-count < ws-roster-max
046300             add 1 to ws-roster-count
046400             move st-id          to rs-id(ws-roster-count)
046500             move st-last-name   to rs-last-name(ws-roster-count)
046600             move st-grade       to rs-grade(ws-roster-count)
046700             move st-school-code to rs-school(ws-roster-count)
046800         end-if
046900     end-perform
047000     close roster-file
047100     .
047200 LOAD-SSID-TABLE.
047300******************************************************************
047400*    A MISSING SSIDXREF IS FATAL - EVERY ERROR WOULD SHOW AS     *
047500*    UNMATCHED AND DROP OFF ITS BUILDING'S WORKLIST.             *
047600******************************************************************
047700     move zero to ws-ssid-count
047800     open input ssid-xref-file
047900     if ws-ssidx-status not = '00'
048000         display 'COULD NOT OPEN SSIDXREF - STATUS '
048100             ws-ssidx-status
048200         move 16 to return-code
048300         stop run
048400     end-if
048500     perform until ws-ssidx-status not = '00'
048600         read ssid-xref-file next record
048700         if ws-ssidx-status = '00'
048800             and sx-state-id not = spaces
048900             if ws-ssid-count < ws-ssid-max
049000                 add 1 to ws-ssid-count
049100                 move sx-state-id to ss-state-id(ws-ssid-count)
049200                 move sx-local-id to ss-local-id(ws-ssid-count)
049300             else
049400                 display 'SSIDXREF HAS MORE THAN ' ws-ssid-max
049500                     ' SSIDS - TABLE FULL'
049600                 move 16 to return-code
049700                 stop run
049800             end-if
049900         end-if
050000     end-perform
050100     close ssid-xref-file
050200     if ws-ssid-count > 1
050300         sort ss-row ascending key ss-state-id
050400     end-if
050500     .
050600 LOAD-OPEN-ERRORS.
050700******************************************************************
050800*    A MISSING REGISTER IS THE STATE BEFORE THE FIRST RETURN IS  *
050900*    EVER LOADED. WS-LATEST-RETURN IS THE NEWEST AS-OF DATE ANY  *
051000*    RETURN HAS CARRIED - A RETURN OLDER THAN IT IS STALE.       *
051100******************************************************************
051200     move zero to ws-de-count
051300     move zero to ws-latest-return
051400     open input doe-open-error-file
051500     if ws-doeopen-status = '00'
051600         perform until ws-doeopen-status not = '00'
051700             read doe-open-error-file next record
051800             if ws-doeopen-status = '00'
051900                 if ws-de-count < ws-de-max
052000                     add 1 to ws-de-count
052100                     perform load-one-error
052200                 else
052300                     display 'DOEOPEN HAS MORE THAN ' ws-de-max
052400                         ' ERRORS - TABLE FULL'
052500                     move 16 to return-code
052600                     stop run
052700                 end-if
052800             end-if
052900         end-perform
053000         close doe-open-error-file
053100     end-if
053200     if ws-de-count > 1
053300         sort de-row ascending key de-r-key
053400     end-if
053500     .
053600 LOAD-ONE-ERROR.
053700     move de-key            to de-r-key(ws-de-count)
053800     move de-student-id     to de-r-student-id(ws-de-count)
053900     move de-school         to de-r-school(ws-de-count)
054000     move de-severity       to de-r-severity(ws-de-count)
054100     move de-status         to de-r-status(ws-de-count)
054200     move de-first-reported to de-r-first(ws-de-count)
054300     move de-last-reported  to de-r-last(ws-de-count)
054400     move de-closed-date    to de-r-closed(ws-de-count)
054500     move de-error-text     to de-r-text(ws-de-count)
054600     move 'N'               to de-r-seen(ws-de-count)
054700     move spaces            to de-r-action(ws-de-count)
054800     if de-last-reported > ws-latest-return
054900         move de-last-reported to ws-latest-return
055000     end-if
055100     if de-closed-date > ws-latest-return
055200         move de-closed-date to ws-latest-return
055300     end-if
055400     .
055500 CHECK-DOEERRS-CONTROLS.
055600******************************************************************
055700*    PROVES THE STATE'S ERROR RETURN WHOLE BEFORE AN ERROR       *
055800*    POSTS - HEADER NAMING A DOEERRS FILE, TRAILER COUNT AND     *
055900*    HASH (SUM OF ER-STATE-ID) MATCHING WHAT WAS READ, AS-OF     *
056000*    DATE NOT OLDER THAN THE LAST RETURN LOADED, SENDER AND      *
056100*    SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS      *
056200*    SKIPPED WHOLE AND THE RUN ENDS RC 12 - NOTHING IS CLOSED BY *
056300*    A RETURN THAT DID NOT LOAD. AN EMPTY OR MISSING RETURN IS   *
056400*    A NO-OP.                                                    *
056500******************************************************************
056600     move 'DOEERRS' to ws-inb-expect-type
056700     perform start-inbound-check
056800     open input doe-error-return-file
056900     if ws-doeerrs-status = '00'
057000         move 'Y' to ws-inb-present
057100         perform until ws-doeerrs-status not = '00'
057200             read doe-error-return-file next record
057300             if ws-doeerrs-status = '00'
057400                 move doeerrs-control-line to inb-control-record
057500                 if er-state-id is numeric
057600                     move 'Y' to ws-inb-hash-ok
057700                     move er-state-id to ws-inb-hash-value
057800                 else
057900                     move 'N' to ws-inb-hash-ok
058000                 end-if
058100                 perform tally-inbound-record
058200             end-if
058300         end-perform
058400         close doe-error-return-file
058500         if ws-inb-read-count = zero
058600             move 'N' to ws-inb-present
058700         else
058800             perform finish-inbound-check
058900         end-if
059000     else
059100         move 'N' to ws-inb-present
059200     end-if
059300     if ws-inb-reason not = spaces
059400         move 'Y' to ws-inb-rejected
059500     end-if
059600     .
059700 POST-ERROR-RETURN.
059800******************************************************************
059900*    ONE PASS OF THE PROVED RETURN. THE SAME SSID AND CODE       *
060000*    TWICE IN ONE RETURN IS ONE ERROR.                           *
060100******************************************************************
060200     open input doe-error-return-file
060300     perform until ws-doeerrs-status not = '00'
060400         read doe-error-return-file next record
060500         if ws-doeerrs-status = '00'
060600             move doeerrs-control-line to inb-control-record
060700         end-if
060800         if ws-doeerrs-status = '00'
060900             and ih-record-type not = 'HDR'
061000             and ih-record-type not = 'TRL'
061100             add 1 to ws-ret-read
061200             if er-state-id = spaces
061300                 or er-error-code = spaces
061400                 add 1 to ws-ret-bad
061500             else
061600                 perform post-one-error
061700             end-if
061800         end-if
061900     end-perform
062000     close doe-error-return-file
062100     move 'Y' to ws-changed
062200     .
062300 POST-ONE-ERROR.
062400     move er-state-id   to ws-find-state-id
062500     move er-error-code to ws-find-code
062600     perform find-error-row
062700     if ws-de-row = zero
062800         if ws-de-count < ws-de-max
062900             add 1 to ws-de-count
063000             move ws-de-count    to ws-de-row
063100             move ws-find-key    to de-r-key(ws-de-row)
063200             move zero           to de-r-student-id(ws-de-row)
063300             move '----'         to de-r-school(ws-de-row)
063400             move 'O'            to de-r-status(ws-de-row)
063500             move ws-inb-as-of-date to de-r-first(ws-de-row)
063600             move zero           to de-r-closed(ws-de-row)
063700             move 'NEW'          to de-r-action(ws-de-row)
063800             add 1 to ws-new-count
063900             if ws-de-count > 1
064000                 sort de-row ascending key de-r-key
064100                 perform find-error-row
064200             end-if
064300         else
064400             display 'DOEOPEN TABLE FULL AT ' ws-de-max
064500                 ' ERRORS - RETURN NOT POSTED'
064600             move 16 to return-code
064700             stop run
064800         end-if
064900     else
065000         if de-r-status(ws-de-row) = 'C'
065100             move 'O'      to de-r-status(ws-de-row)
065200             move zero     to de-r-closed(ws-de-row)
065300             move 'REOPENED' to de-r-action(ws-de-row)
065400             add 1 to ws-reopened-count
065500         end-if
065600     end-if
065700     if er-severity = 'F'
065800         move 'F' to de-r-severity(ws-de-row)
065900     else
066000         move 'W' to de-r-severity(ws-de-row)
066100     end-if
066200     move er-error-text     to de-r-text(ws-de-row)
066300     move ws-inb-as-of-date to de-r-last(ws-de-row)
066400     move 'Y'               to de-r-seen(ws-de-row)
066500     .
066600 FIND-ERROR-ROW.
066700     move zero to ws-de-row
066800     if ws-de-count > zero
066900         search all de-row
067000             at end
067100                 continue
067200             when de-r-key(de-idx) = ws-find-key
067300                 set ws-de-row to de-idx
067400         end-search
067500     end-if
067600     .
067700 CLOSE-UNREPORTED-ERRORS.
067800******************************************************************
067900*    AN OPEN ERROR THIS RETURN DID NOT CARRY NO LONGER STANDS -  *
068000*    THE SUBMISSION IT ANSWERS WAS CORRECTED. CLOSED AS OF THE   *
068100*    RETURN'S DATE.                                              *
068200******************************************************************
068300     perform varying i from 1 by 1 until i > ws-de-count
068400         if de-r-status(i) = 'O'
068500             and de-r-seen(i) = 'N'
068600             move 'C'               to de-r-status(i)
068700             move ws-inb-as-of-date to de-r-closed(i)
068800             move 'CLOSED'          to de-r-action(i)
068900             add 1 to ws-closed-count
069000         end-if
069100     end-perform
069200     .
069300 MATCH-ERROR-STUDENTS.
069400******************************************************************
069500*    SSID TO STUDENT THROUGH SSIDXREF, STUDENT TO BUILDING       *
069600*    THROUGH ROSTERVS, FOR EVERY ERROR ON THE REGISTER. A        *
069700*    CHANGE IS SAVED WITH THE REGISTER.                          *
069800******************************************************************
069900     perform varying i from 1 by 1 until i > ws-de-count
070000         move zero   to ws-rs-row
070100         move zero   to j
070200         if ws-ssid-count > zero
070300             search all ss-row
070400                 at end
070500                     continue
070600                 when ss-state-id(ss-idx) = de-r-state-id(i)
070700                     set j to ss-idx
070800             end-search
070900         end-if
071000         if j = zero
071100             if de-r-status(i) = 'O'
071200                 add 1 to ws-unmatched-count
071300             end-if
071400             if de-r-student-id(i) not = zero
071500                 or de-r-school(i) not = '----'
071600                 move zero   to de-r-student-id(i)
071700                 move '----' to de-r-school(i)
071800                 move 'Y' to ws-changed
071900             end-if
072000         else
072100             if de-r-student-id(i) not = ss-local-id(j)
072200                 move ss-local-id(j) to de-r-student-id(i)
072300                 move 'Y' to ws-changed
072400             end-if
072500             perform find-student-row
072600             if ws-rs-row not = zero
072700                 and de-r-school(i) not = rs-school(ws-rs-row)
072800                 move rs-school(ws-rs-row) to de-r-school(i)
072900                 move 'Y' to ws-changed
073000             end-if
073100         end-if
073200     end-perform
073300     .
073400 FIND-STUDENT-ROW.
073500     move zero to ws-rs-row
073600     if ws-roster-count > zero
073700         search all rs-row
073800             at end
073900                 continue
074000             when rs-id(rs-idx) = de-r-student-id(i)
074100                 set ws-rs-row to rs-idx
074200         end-search
074300     end-if
074400     .
074500 PRINT-ERROR-WORKLIST.
074600******************************************************************
074700*    THE REGISTRARS' WORKLIST, ONE BLOCK PER BUILDING SO EACH    *
074800*    OFFICE CAN TAKE ITS OWN PAGES (UNMATCHED SSIDS UNDER '----' *
074900*    FOR THE DISTRICT STATE-REPORTING COORDINATOR). OPEN ERRORS  *
075000*    AND THE ERRORS THIS RUN CLOSED; FATAL FIRST, OLDEST FIRST.  *
075100******************************************************************
075200     open output worklist-rpt
075300     if ws-doework-status not = '00'
075400         display 'COULD NOT OPEN DOEWORK - STATUS '
075500             ws-doework-status
075600         move 16 to return-code
075700         stop run
075800     end-if
075900     write worklist-line from bus-date-heading
076000     write worklist-line from wrk-heading
076100     move ws-latest-return to wrk-r-date
076200     if ws-inb-present = 'Y'
076300         and ws-inb-reason = spaces
076400         move ws-inb-as-of-date to wrk-r-date
076500     end-if
076600     write worklist-line from wrk-return-line
076700     move spaces to worklist-line
076800     write worklist-line
076900     move zero to ws-list-count
077000     perform varying i from 1 by 1 until i > ws-de-count
077100         if de-r-status(i) = 'O'
077200             or de-r-action(i) = 'CLOSED'
077300             perform add-list-row
077400             perform tally-building-row
077500         end-if
077600     end-perform
077700     if ws-list-count > 1
077800         sort ls-row ascending key ls-school ls-sev-order
077900             ls-first ls-student-id ls-code
078000     end-if
078100     move spaces to ws-list-school
078200     perform varying j from 1 by 1 until j > ws-list-count
078300         if ls-school(j) not = ws-list-school
078400             move ls-school(j) to ws-list-school
078500             move ls-school(j) to wrk-b-school
078600             if j > 1
078700                 move spaces to worklist-line
078800                 write worklist-line
078900             end-if
079000             write worklist-line from wrk-building-line
079100             write worklist-line from wrk-columns
079200         end-if
079300         move ls-student-id(j) to wrk-d-student-id
079400         move ls-name(j)       to wrk-d-name
079500         move ls-grade(j)      to wrk-d-grade
079600         move ls-state-id(j)   to wrk-d-state-id
079700         move ls-code(j)       to wrk-d-code
079800         move ls-severity(j)   to wrk-d-severity
079900         move ls-first(j)      to wrk-d-first
080000         move ls-text(j)       to wrk-d-text
080100         move ls-action(j)     to wrk-d-action
080200         write worklist-line from wrk-detail-line
080300     end-perform
080400     move spaces to worklist-line
080500     write worklist-line
080600     move 'OPEN FATAL ERRORS' to wrk-tot-label
080700     move ws-open-fatal to wrk-tot-value
080800     write worklist-line from wrk-total-line
080900     move 'OPEN WARNINGS' to wrk-tot-label
081000     move ws-open-warning to wrk-tot-value
081100     write worklist-line from wrk-total-line
081200     move 'NEW THIS RETURN' to wrk-tot-label
081300     move ws-new-count to wrk-tot-value
081400     write worklist-line from wrk-total-line
081500     move 'REOPENED THIS RETURN' to wrk-tot-label
081600     move ws-reopened-count to wrk-tot-value
081700     write worklist-line from wrk-total-line
081800     move 'CLOSED - NOT DRAWN BY THIS RETURN' to wrk-tot-label
081900     move ws-closed-count to wrk-tot-value
082000     write worklist-line from wrk-total-line
082100     move 'OPEN WITH SSID NOT ON SSIDXREF' to wrk-tot-label
082200     move ws-unmatched-count to wrk-tot-value
082300     write worklist-line from wrk-total-line
082400     close worklist-rpt
082500     .
082600 ADD-LIST-ROW.
082700     add 1 to ws-list-count
082800     move de-r-school(i)     to ls-school(ws-list-count)
082900     move de-r-first(i)      to ls-first(ws-list-count)
083000     move de-r-student-id(i) to ls-student-id(ws-list-count)
083100     move de-r-state-id(i)   to ls-state-id(ws-list-count)
083200     move de-r-code(i)       to ls-code(ws-list-count)
083300     move de-r-severity(i)   to ls-severity(ws-list-count)
083400     move de-r-text(i)       to ls-text(ws-list-count)
083500     move de-r-action(i)     to ls-action(ws-list-count)
083600     if de-r-severity(i) = 'F'
083700         move 1 to ls-sev-order(ws-list-count)
083800     else
083900         move 2 to ls-sev-order(ws-list-count)
084000     end-if
084100     move spaces to ls-name(ws-list-count)
084200     move spaces to ls-grade(ws-list-count)
084300     if de-r-student-id(i) = zero
084400         move 'SSID NOT ON FILE' to ls-name(ws-list-count)
084500     else
084600         perform find-student-row
084700         if ws-rs-row = zero
084800             move 'NOT ON ROSTER' to ls-name(ws-list-count)
084900         else
085000             move rs-last-name(ws-rs-row)
085100                 to ls-name(ws-list-count)
085200             move rs-grade(ws-rs-row)
085300                 to ls-grade(ws-list-count)
085400         end-if
085500     end-if
085600     .
085700 TALLY-BUILDING-ROW.
085800     move zero to ws-bl-row
085900     perform varying j from 1 by 1 until j > ws-bldg-count
086000         if bl-school(j) = de-r-school(i)
086100             move j to ws-bl-row
086200         end-if
086300     end-perform
086400     if ws-bl-row = zero
086500         and ws-bldg-count < ws-bldg-max
086600         add 1 to ws-bldg-count
086700         move ws-bldg-count  to ws-bl-row
086800         move de-r-school(i) to bl-school(ws-bl-row)
086900         move zero           to bl-fatal(ws-bl-row)
087000         move zero           to bl-warning(ws-bl-row)
087100         move zero           to bl-closed(ws-bl-row)
087200         move zero           to bl-oldest(ws-bl-row)
087300     end-if
087400     evaluate true
087500         when de-r-status(i) = 'C'
087600             if ws-bl-row not = zero
087700                 add 1 to bl-closed(ws-bl-row)
087800             end-if
087900         when de-r-severity(i) = 'F'
088000             add 1 to ws-open-fatal
088100             if ws-bl-row not = zero
088200                 add 1 to bl-fatal(ws-bl-row)
088300                 if bl-oldest(ws-bl-row) = zero
088400                     or de-r-first(i) < bl-oldest(ws-bl-row)
088500                     move de-r-first(i) to bl-oldest(ws-bl-row)
088600                 end-if
088700             end-if
088800         when other
088900             add 1 to ws-open-warning
089000             if ws-bl-row not = zero
089100                 add 1 to bl-warning(ws-bl-row)
089200             end-if
089300     end-evaluate
089400     .
089500 PRINT-DEADLINE-COUNTDOWN.
089600******************************************************************
089700*    THE DEADLINE, THE DAYS LEFT, AND THE OPEN FATAL ERRORS THAT *
089800*    STILL STAND BETWEEN THE DISTRICT AND AN ACCEPTED            *
089900*    SUBMISSION, BUILDING BY BUILDING WITH THE OLDEST FATAL      *
090000*    ERROR'S FIRST-REPORTED DATE.                                *
090100******************************************************************
090200     open output countdown-rpt
090300     if ws-doecount-status not = '00'
090400         display 'COULD NOT OPEN DOECOUNT - STATUS '
090500             ws-doecount-status
090600         move 16 to return-code
090700         stop run
090800     end-if
090900     write countdown-line from bus-date-heading
091000     write countdown-line from cnt-heading
091100     if ws-deadline = zero
091200         write countdown-line from cnt-no-deadline-line
091300     else
091400         move ws-deadline  to cnt-dl-date
091500         move ws-days-left to cnt-dl-days
091600         evaluate true
091700             when ws-deadline < ws-business-date
091800                 move zero to cnt-dl-days
091900                 move ' DAYS - DEADLINE HAS PASSED' to cnt-dl-text
092000             when ws-deadline = ws-business-date
092100                 move ' DAYS - DEADLINE IS TODAY' to cnt-dl-text
092200             when other
092300                 move ' DAYS LEFT' to cnt-dl-text
092400         end-evaluate
092500         write countdown-line from cnt-deadline-line
092600     end-if
092700     move spaces to countdown-line
092800     write countdown-line
092900     if ws-bldg-count > 1
093000         sort bl-row ascending key bl-school
093100     end-if
093200     write countdown-line from cnt-columns
093300     perform varying j from 1 by 1 until j > ws-bldg-count
093400         move bl-school(j)  to cnt-d-school
093500         move bl-fatal(j)   to cnt-d-fatal
093600         move bl-warning(j) to cnt-d-warning
093700         move bl-closed(j)  to cnt-d-closed
093800         if bl-oldest(j) = zero
093900             move spaces to cnt-d-oldest
094000         else
094100             move bl-oldest(j) to cnt-d-oldest
094200         end-if
094300         write countdown-line from cnt-detail-line
094400     end-perform
094500     move 'DIST'          to cnt-d-school
094600     move ws-open-fatal   to cnt-d-fatal
094700     move ws-open-warning to cnt-d-warning
094800     move ws-closed-count to cnt-d-closed
094900     move spaces          to cnt-d-oldest
095000     write countdown-line from cnt-detail-line
095100     move spaces to countdown-line
095200     write countdown-line
095300     evaluate true
095400         when ws-open-fatal = zero
095500             move 'NO OPEN FATAL ERRORS - READY FOR ACCEPTANCE'
095600                 to cnt-s-text
095700         when ws-deadline not = zero
095800             and ws-deadline < ws-business-date
095900             move 'OPEN FATAL ERRORS REMAIN PAST THE DEADLINE'
096000                 to cnt-s-text
096100         when other
096200             move 'OPEN FATAL ERRORS TO CLEAR BEFORE THE DEADLINE'
096300                 to cnt-s-text
096400     end-evaluate
096500     write countdown-line from cnt-status-line
096600     if ws-inb-rejected = 'Y'
096700         move spaces to cnt-s-text
096800         string 'LATEST DOEERRS REJECTED WHOLE - REASON '
096900                 delimited by size
097000             ws-inb-reason delimited by size
097100             ' - COUNTS ARE FROM THE PRIOR RETURN'
097200                 delimited by size
097300             into cnt-s-text
097400         end-string
097500         write countdown-line from cnt-status-line
097600     end-if
097700     close countdown-rpt
097800     .
097900 SAVE-OPEN-ERRORS.
098000******************************************************************
098100*    REWRITTEN IN KEY ORDER, CLOSED ERRORS KEPT - A CLOSED ERROR *
098200*    THE STATE DRAWS AGAIN IS REOPENED WITH ITS FIRST-REPORTED   *
098300*    DATE.                                                       *
098400******************************************************************
098500     open output doe-open-error-file
098600     if ws-doeopen-status not = '00'
098700         display 'COULD NOT REWRITE DOEOPEN - STATUS '
098800             ws-doeopen-status
098900         move 16 to return-code
099000         stop run
099100     end-if
099200     perform varying i from 1 by 1 until i > ws-de-count
099300         move spaces              to doe-open-error-record
099400         move de-r-key(i)         to de-key
099500         move de-r-student-id(i)  to de-student-id
099600         move de-r-school(i)      to de-school
099700         move de-r-severity(i)    to de-severity
099800         move de-r-status(i)      to de-status
099900         move de-r-first(i)       to de-first-reported
100000         move de-r-last(i)        to de-last-reported
100100         move de-r-closed(i)      to de-closed-date
100200         move de-r-text(i)        to de-error-text
100300         write doe-open-error-record
100400     end-perform
100500     close doe-open-error-file
100600     .
100700 START-INBOUND-CHECK.
100800     move zero   to ws-inb-read-count
100900     move zero   to ws-inb-detail-count
101000     move zero   to ws-inb-hash-total
101100     move zero   to ws-inb-file-seq
101200     move zero   to ws-inb-as-of-date
101300     move zero   to ws-inb-trl-count
101400     move zero   to ws-inb-trl-hash
101500     move 'N'    to ws-inb-hdr-seen
101600     move 'N'    to ws-inb-trl-seen
101700     move spaces to ws-inb-sender-id
101800     move spaces to ws-inb-file-type
101900     move spaces to ws-inb-reason
102000     .
102100 TALLY-INBOUND-RECORD.
102200******************************************************************
102300*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
102400*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
102500*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
102600*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
102700*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
102800*    HASHED THE WAY THE SENDER COUNTED IT.                       *
102900******************************************************************
103000     add 1 to ws-inb-read-count
103100     evaluate ih-record-type
103200         when 'HDR'
103300             if ws-inb-read-count not = 1
103400                 move 'HDRPO' to ws-inb-fault
103500                 perform note-inbound-fault
103600             else
103700                 move 'Y'            to ws-inb-hdr-seen
103800                 move ih-sender-id   to ws-inb-sender-id
103900                 move ih-file-type   to ws-inb-file-type
104000                 if ih-file-seq is numeric
104100                     move ih-file-seq to ws-inb-file-seq
104200                 end-if
104300                 if ih-file-type not = ws-inb-expect-type
104400                     move 'BADTY' to ws-inb-fault
104500                     perform note-inbound-fault
104600                 end-if
104700                 if ih-as-of-date is not numeric
104800                     or ih-as-of-date = zero
104900                     move 'BADDT' to ws-inb-fault
105000                     perform note-inbound-fault
105100                 else
105200                     move ih-as-of-date to ws-inb-as-of-date
105300                 end-if
105400             end-if
105500         when 'TRL'
105600             if ws-inb-trl-seen = 'Y'
105700                 move 'AFTRL' to ws-inb-fault
105800                 perform note-inbound-fault
105900             else
106000                 move 'Y' to ws-inb-trl-seen
106100                 if ih-sender-id not = ws-inb-sender-id
106200                     or ih-file-type not = ws-inb-file-type
106300                     or ih-file-seq not = ws-inb-file-seq
106400                     move 'TRLMM' to ws-inb-fault
106500                     perform note-inbound-fault
106600                 end-if
106700                 if ih-record-count is numeric
106800                     and ih-hash-total is numeric
106900                     move ih-record-count to ws-inb-trl-count
107000                     move ih-hash-total   to ws-inb-trl-hash
107100                 else
107200                     move 'TRLMM' to ws-inb-fault
107300                     perform note-inbound-fault
107400                 end-if
107500             end-if
107600         when other
107700             if ws-inb-hdr-seen = 'N'
107800                 move 'NOHDR' to ws-inb-fault
107900                 perform note-inbound-fault
108000             end-if
108100             if ws-inb-trl-seen = 'Y'
108200                 move 'AFTRL' to ws-inb-fault
108300                 perform note-inbound-fault
108400             end-if
108500             add 1 to ws-inb-detail-count
108600             if ws-inb-hash-ok = 'Y'
108700                 add ws-inb-hash-value to ws-inb-hash-total
108800             else
108900                 move 'NONUM' to ws-inb-fault
109000                 perform note-inbound-fault
109100             end-if
109200     end-evaluate
109300     .
109400 NOTE-INBOUND-FAULT.
109500     if ws-inb-reason = spaces
109600         move ws-inb-fault to ws-inb-reason
109700     end-if
109800     .
109900 FINISH-INBOUND-CHECK.
110000******************************************************************
110100*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
110200*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
110300*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
110400*    BE NO OLDER THAN THE LAST RETURN LOADED AND NEW TO THE      *
110500*    RECEIPT REGISTER. A FAILED FILE IS REGISTERED AS REJECTED   *
110600*    HERE - AN ACCEPTED ONE ONLY AFTER ITS ROWS HAVE POSTED, SO  *
110700*    A LOAD THAT ABENDS PART WAY CAN BE RERUN WITH THE SAME FILE.*
110800******************************************************************
110900     if ws-inb-read-count = zero
111000         move 'EMPTY' to ws-inb-fault
111100         perform note-inbound-fault
111200     end-if
111300     if ws-inb-hdr-seen = 'N'
111400         move 'NOHDR' to ws-inb-fault
111500         perform note-inbound-fault
111600     end-if
111700     if ws-inb-trl-seen = 'N'
111800         move 'NOTRL' to ws-inb-fault
111900         perform note-inbound-fault
112000     else
112100         if ws-inb-trl-count not = ws-inb-detail-count
112200             move 'COUNT' to ws-inb-fault
112300             perform note-inbound-fault
112400         end-if
112500         if ws-inb-trl-hash not = ws-inb-hash-total
112600             move 'HASH ' to ws-inb-fault
112700             perform note-inbound-fault
112800         end-if
112900     end-if
113000     if ws-inb-reason = spaces
113100         and ws-inb-as-of-date < ws-latest-return
113200         move 'STALE' to ws-inb-fault
113300         perform note-inbound-fault
113400     end-if
113500     if ws-inb-reason = spaces
113600         perform check-receipt-register
113700     end-if
113800     if ws-inb-reason not = spaces
113900         perform log-inbound-receipt
114000         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
114100             ws-inb-reason ' SENDER ' ws-inb-sender-id
114200             ' SEQ ' ws-inb-file-seq
114300         display '  RECORDS READ ' ws-inb-detail-count
114400             ' TRAILER COUNT ' ws-inb-trl-count
114500     end-if
114600     .
114700 CHECK-RECEIPT-REGISTER.
114800     open input receipt-register-file
114900     if ws-rcptreg-status = '00'
115000         perform until ws-rcptreg-status not = '00'
115100             read receipt-register-file next record
115200             if ws-rcptreg-status = '00'
115300                 and rcp-disposition = 'A'
115400                 and rcp-job-name  = ws-inb-job-name
115500                 and rcp-sender-id = ws-inb-sender-id
115600                 and rcp-file-type = ws-inb-file-type
115700                 and rcp-file-seq  = ws-inb-file-seq
115800                 move 'DUPE ' to ws-inb-fault
115900                 perform note-inbound-fault
116000             end-if
116100         end-perform
116200         close receipt-register-file
116300     end-if
116400     .
116500 LOG-INBOUND-RECEIPT.
116600******************************************************************
116700*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
116800*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
116900*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
117000*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
117100******************************************************************
117200     accept ws-inb-date from date yyyymmdd
117300     accept ws-inb-time from time
117400     open extend receipt-register-file
117500     if ws-rcptreg-status not = '00'
117600         open output receipt-register-file
117700     end-if
117800     if ws-rcptreg-status not = '00'
117900         display 'COULD NOT OPEN RCPTREG - STATUS '
118000             ws-rcptreg-status
118100         move 16 to return-code
118200         stop run
118300     end-if
118400     move ws-inb-sender-id    to rcp-sender-id
118500     move ws-inb-expect-type  to rcp-file-type
118600     move ws-inb-file-seq     to rcp-file-seq
118700     move ws-inb-as-of-date   to rcp-as-of-date
118800     move ws-inb-job-name     to rcp-job-name
118900     move ws-inb-date         to rcp-received-date
119000     move ws-inb-time         to rcp-received-time
119100     move ws-inb-detail-count to rcp-record-count
119200     move ws-inb-hash-total   to rcp-hash-total
119300     move ws-inb-reason       to rcp-reason
119400     if ws-inb-reason = spaces
119500         move 'A' to rcp-disposition
119600     else
119700         move 'R' to rcp-disposition
119800     end-if
119900     write receipt-register-record
120000     close receipt-register-file
120100     .
120200 STEP-TO-NEXT-DAY.
120300     move ws-month-days(ws-next-month) to ws-month-end
120400     if ws-next-month = 2
120500         divide ws-next-year by 4 giving ws-leap-quotient
120600             remainder ws-leap-rem-4
120700         divide ws-next-year by 100 giving ws-leap-quotient
120800             remainder ws-leap-rem-100
120900         divide ws-next-year by 400 giving ws-leap-quotient
121000             remainder ws-leap-rem-400
121100         if ws-leap-rem-400 = zero
121200             or (ws-leap-rem-4 = zero
121300                 and ws-leap-rem-100 not = zero)
121400             move 29 to ws-month-end
121500         end-if
121600     end-if
121700     if ws-next-day < ws-month-end
121800         add 1 to ws-next-day
121900     else
122000         move 1 to ws-next-day
122100         if ws-next-month < 12
122200             add 1 to ws-next-month
122300         else
122400             move 1 to ws-next-month
122500             add 1 to ws-next-year
122600         end-if
122700     end-if
122800     .
122900 READ-BUSINESS-DATE.
123000******************************************************************
123100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
123200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
123300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
123400******************************************************************
123500     open input business-date-file
123600     if ws-busdate-status not = '00'
123700         display 'COULD NOT OPEN BUSDATE - STATUS '
123800             ws-busdate-status
123900         move 16 to return-code
124000         stop run
124100     end-if
124200     read business-date-file next record
124300     if ws-busdate-status not = '00'
124400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
124500             ws-busdate-status
124600         move 16 to return-code
124700         stop run
124800     end-if
124900     close business-date-file
125000     move bd-business-date to ws-business-date
125100     if bd-override-date not = zero
125200         move bd-override-date to ws-business-date
125300         move 'Y' to ws-bus-date-override
125400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
125500             bd-override-date ' SET BY ' bd-override-operator
125600         display '    REASON: ' bd-override-reason
125700     end-if
125800     move ws-business-date to bdh-date
125900     if ws-bus-date-override = 'Y'
126000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
126100             to bdh-override
126200     end-if
126300     .
