000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSIGNRP.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DAILY FRONT-DESK SIGN-IN/SIGN-OUT LOG. READS THE GSSN SIGN  *
000900*    LOG (SIGNLOG, COPY SGNLREC) FOR ONE DAY AND PRINTS ON       *
001000*    SGNRPT ONE SECTION PER BUILDING, IN THE ORDER THE CHILDREN  *
001100*    CAME AND WENT: TIME, LATE SIGN-IN OR EARLY SIGN-OUT,        *
001200*    STUDENT, THE ADULT NAMED, THE OUTCOME AND THE CLERK. EVERY  *
001300*    REFUSED PICKUP IS FLAGGED '**' WITH ITS REASON - A          *
001400*    PROHIBITED PERSON WITH THE COURT-ORDER REFERENCE - AND EACH *
001500*    BUILDING CLOSES WITH ITS COUNTS. THE PRINCIPAL SIGNS THE    *
001600*    BUILDING'S PAGE AS THE DAY'S SIGN-OUT BOOK.                 *
001700*    THE DAY IS THE SGNPARM DATE (COLUMNS 1-8) WHEN ONE IS       *
001800*    GIVEN, OTHERWISE THE BUSINESS DATE. RETURN CODES: 0 NOTHING *
001900*    TO REVIEW, 4 A PICKUP WAS REFUSED OR A DESK ENTRY COULD NOT *
002000*    BE POSTED, 16 A FILE COULD NOT BE READ OR THE DAY IS TOO    *
002100*    LARGE FOR THE WORK TABLE. SEE JCL/GSSIGNRP.JCL.             *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-15  RVM  ORIGINAL VERSION.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SIGN-PARM-FILE ASSIGN TO SGNPARM
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-SGNPARM-STATUS.
003300     SELECT SIGN-LOG-FILE ASSIGN TO SIGNLOG
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SIGNLOG-STATUS.
003600     SELECT SIGN-REPORT ASSIGN TO SGNRPT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SGNRPT-STATUS.
003900     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BUSDATE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SIGN-PARM-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  SIGN-PARM-CARD.
004700     05  SP-REPORT-DATE          PIC 9(08).
004800     05  FILLER                  PIC X(72).
004900 FD  SIGN-LOG-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  SIGN-LOG-RECORD.
005200     COPY SGNLREC.
005300 FD  SIGN-REPORT
005400     LABEL RECORDS ARE STANDARD.
005500 01  SIGN-REPORT-LINE            PIC X(132).
005600 FD  BUSINESS-DATE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  BUSINESS-DATE-RECORD.
005900     COPY BDATREC.
006000 WORKING-STORAGE SECTION.
006100 01  WS-SGNPARM-STATUS        PIC X(02).
006200 01  WS-SIGNLOG-STATUS        PIC X(02).
006300 01  WS-SGNRPT-STATUS         PIC X(02).
006400******************************************************************
006500*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
006600*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
006700******************************************************************
006800 01  WS-BUSDATE-STATUS        PIC X(02).
006900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007000 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
007100 01  BUS-DATE-HEADING.
007200     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
007300     05  BDH-DATE             PIC 9(08).
007400     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
007500 01  WS-REPORT-DATE           PIC 9(08).
007600******************************************************************
007700*    THE DAY'S SIGN-LOG ROWS, SORTED BY BUILDING, THE TIME THE   *
007800*    CHILD CAME OR WENT, AND THE TIME IT WAS KEYED. A ROW FOR A  *
007900*    STUDENT NOT ON ROSTERVS HAS NO BUILDING AND IS PRINTED      *
008000*    UNDER '????'.                                               *
008100******************************************************************
008200 77  WS-SGN-MAX               PIC 9(05) VALUE 10000.
008300 01  WS-SGN-COUNT             PIC 9(05) VALUE ZERO.
008400 01  WS-SGN-TABLE.
008500     05  SGN-ROW              OCCURS 0 TO 10000 TIMES
008600                              DEPENDING ON WS-SGN-COUNT.
008700         10  SGN-SCHOOL-CODE  PIC X(04).
008800         10  SGN-EVENT-TIME   PIC 9(04).
008900         10  SGN-LOG-TIME     PIC 9(08).
009000         10  SGN-STUDENT-ID   PIC 9(07).
009100         10  SGN-LAST-NAME    PIC X(30).
009200         10  SGN-FIRST-NAME   PIC X(20).
009300         10  SGN-GRADE        PIC X(02).
009400         10  SGN-ACTION       PIC X(01).
009500         10  SGN-ADULT-NAME   PIC X(40).
009600         10  SGN-RESULT       PIC X(05).
009700         10  SGN-COURT-ORDER  PIC X(15).
009800         10  SGN-USERID       PIC X(08).
009900 01  WS-SGN-ROW               PIC 9(05).
010000 01  WS-LOG-READ              PIC 9(07) VALUE ZERO.
010100 01  WS-LOG-OTHER-DAYS        PIC 9(07) VALUE ZERO.
010200******************************************************************
010300*    BREAK FIELD AND COUNTS - ONE BUILDING'S AND THE DISTRICT'S. *
010400*    A REFUSAL IS A PROHIBITED PERSON, AN ADULT NOT AUTHORIZED,  *
010500*    OR A PICKAUTH THAT COULD NOT BE READ. NOT POSTED COVERS A   *
010600*    FAILED ATTNDVS POSTING, A STUDENT NOT FOUND AND A STUDENT   *
010700*    WITHDRAWN.                                                  *
010800******************************************************************
010900 01  WS-PRIOR-SCHOOL          PIC X(04).
011000 01  WS-BLDG-ENTRIES          PIC 9(05).
011100 01  WS-BLDG-SIGN-INS         PIC 9(05).
011200 01  WS-BLDG-SIGN-OUTS        PIC 9(05).
011300 01  WS-BLDG-REFUSED          PIC 9(05).
011400 01  WS-BLDG-PROHIBITED       PIC 9(05).
011500 01  WS-BLDG-NOT-POSTED       PIC 9(05).
011600 01  WS-BUILDINGS             PIC 9(05) VALUE ZERO.
011700 01  WS-TOT-SIGN-INS          PIC 9(07) VALUE ZERO.
011800 01  WS-TOT-SIGN-OUTS         PIC 9(07) VALUE ZERO.
011900 01  WS-TOT-REFUSED           PIC 9(07) VALUE ZERO.
012000 01  WS-TOT-PROHIBITED        PIC 9(07) VALUE ZERO.
012100 01  WS-TOT-NOT-POSTED        PIC 9(07) VALUE ZERO.
012200******************************************************************
012300*    SGNRPT LINES.                                               *
012400******************************************************************
012500 01  SGR-HEADING.
012600     05  FILLER               PIC X(36) VALUE
012700         'FRONT-DESK SIGN-IN/SIGN-OUT LOG FOR '.
012800     05  SGR-H-DATE           PIC 9(08).
012900 01  SGR-BUILDING-TITLE.
013000     05  FILLER               PIC X(09) VALUE 'BUILDING '.
013100     05  SGR-B-SCHOOL-CODE    PIC X(04).
013200 01  SGR-COLUMNS.
013300     05  FILLER               PIC X(03) VALUE SPACES.
013400     05  FILLER               PIC X(06) VALUE 'TIME'.
013500     05  FILLER               PIC X(05) VALUE 'ACT'.
013600     05  FILLER               PIC X(09) VALUE 'STUDENT'.
013700     05  FILLER               PIC X(27) VALUE 'NAME'.
013800     05  FILLER               PIC X(04) VALUE 'GR'.
013900     05  FILLER               PIC X(32) VALUE 'ADULT'.
014000     05  FILLER               PIC X(46) VALUE 'OUTCOME'.
014100     05  FILLER               PIC X(08) VALUE 'CLERK'.
014200 01  SGR-DETAIL-LINE.
014300     05  SGR-D-FLAG           PIC X(03).
014400     05  SGR-D-TIME           PIC 9(04).
014500     05  FILLER               PIC X(02) VALUE SPACES.
014600     05  SGR-D-ACTION         PIC X(03).
014700     05  FILLER               PIC X(02) VALUE SPACES.
014800     05  SGR-D-STUDENT-ID     PIC 9(07).
014900     05  FILLER               PIC X(02) VALUE SPACES.
015000     05  SGR-D-NAME           PIC X(25).
015100     05  FILLER               PIC X(02) VALUE SPACES.
015200     05  SGR-D-GRADE          PIC X(02).
015300     05  FILLER               PIC X(02) VALUE SPACES.
015400     05  SGR-D-ADULT          PIC X(30).
015500     05  FILLER               PIC X(02) VALUE SPACES.
015600     05  SGR-D-OUTCOME        PIC X(44).
015700     05  FILLER               PIC X(02) VALUE SPACES.
015800     05  SGR-D-USERID         PIC X(08).
015900 01  SGR-BUILDING-TOTAL.
016000     05  FILLER               PIC X(03) VALUE SPACES.
016100     05  FILLER               PIC X(17) VALUE 'LATE SIGN-INS'.
016200     05  SGR-BT-SIGN-INS      PIC ZZZZ9.
016300     05  FILLER               PIC X(19)
016400                              VALUE '   EARLY SIGN-OUTS'.
016500     05  SGR-BT-SIGN-OUTS     PIC ZZZZ9.
016600     05  FILLER               PIC X(18)
016700                              VALUE '   PICKUPS REFUSED'.
016800     05  SGR-BT-REFUSED       PIC ZZZZ9.
016900     05  FILLER               PIC X(15)
017000                              VALUE '   NOT POSTED'.
017100     05  SGR-BT-NOT-POSTED    PIC ZZZZ9.
017200 01  SGR-SIGNATURE-LINE.
017300     05  FILLER               PIC X(25) VALUE
017400         '   REVIEWED BY PRINCIPAL '.
017500     05  FILLER               PIC X(30) VALUE ALL '_'.
017600     05  FILLER               PIC X(07) VALUE '  DATE '.
017700     05  FILLER               PIC X(10) VALUE ALL '_'.
017800 01  SGR-TOTAL-LINE.
017900     05  SGR-T-LABEL          PIC X(40).
018000     05  SGR-T-VALUE          PIC ZZZZZZ9.
018100 PROCEDURE DIVISION.
018200 MAINLINE.
018300******************************************************************
018400*    STANDALONE ENTRY POINT - RUN EACH AFTERNOON ONCE THE FRONT  *
018500*    DESKS CLOSE, AND ON DEMAND FOR AN EARLIER DAY. NOTHING IS   *
018600*    UPDATED.                                                    *
018700******************************************************************
018800     perform read-business-date
018900     perform read-sign-parm
019000     perform load-sign-log
019100     open output sign-report
019200     if ws-sgnrpt-status not = '00'
019300         display 'COULD NOT OPEN SGNRPT - STATUS '
019400             ws-sgnrpt-status
019500         move 16 to return-code
019600         stop run
019700     end-if
019800     move ws-report-date to sgr-h-date
019900     write sign-report-line from sgr-heading
020000     write sign-report-line from bus-date-heading
020100     perform print-sign-log-by-building
020200     perform print-sign-log-totals
020300     close sign-report
020400     display 'SIGN-LOG ENTRIES FOR ' ws-report-date ': '
020500         ws-sgn-count ' PICKUPS REFUSED: ' ws-tot-refused
020600     if ws-tot-refused > zero
020700         or ws-tot-not-posted > zero
020800         move 4 to return-code
020900     end-if
021000     stop run
021100     .
021200 READ-SIGN-PARM.
021300******************************************************************
021400*    OPTIONAL SGNPARM CARD - A DATE IN COLUMNS 1-8 REPRINTS THAT *
021500*    DAY. NO CARD, A DUMMY DD OR A BLANK DATE IS THE BUSINESS    *
021600*    DATE.                                                       *
021700******************************************************************
021800     move ws-business-date to ws-report-date
021900     open input sign-parm-file
022000     if ws-sgnparm-status = '00'
022100         read sign-parm-file
022200         if ws-sgnparm-status = '00'
022300             and sp-report-date numeric
022400             and sp-report-date not = zero
022500             move sp-report-date to ws-report-date
022600         end-if
022700         close sign-parm-file
022800     end-if
022900     .
023000 LOAD-SIGN-LOG.
023100******************************************************************
023200*    KEEPS THE ROWS FOR THE REPORT DATE. THE LOG RUNS ACROSS     *
023300*    DAYS, SO EVERY OTHER DAY'S ROWS ARE COUNTED AND SKIPPED.    *
023400******************************************************************
023500     open input sign-log-file
023600     if ws-signlog-status not = '00'
023700         display 'COULD NOT OPEN SIGNLOG - STATUS '
023800             ws-signlog-status
023900         move 16 to return-code
024000         stop run
024100     end-if
024200     perform until ws-signlog-status not = '00'
024300         read sign-log-file
024400         if ws-signlog-status = '00'
024500             add 1 to ws-log-read
024600             if sl-date = ws-report-date
024700                 perform keep-sign-row
024800             else
024900                 add 1 to ws-log-other-days
025000             end-if
025100         end-if
025200     end-perform
025300     close sign-log-file
025400     .
025500 KEEP-SIGN-ROW.
025600     if ws-sgn-count not < ws-sgn-max
025700         display 'MORE THAN ' ws-sgn-max
025800             ' SIGN-LOG ROWS FOR ONE DAY - WORK TABLE FULL'
025900         move 16 to return-code
026000         stop run
026100     end-if
026200     add 1 to ws-sgn-count
026300     if sl-school-code = spaces
026400         move '????' to sgn-school-code(ws-sgn-count)
026500     else
026600         move sl-school-code to sgn-school-code(ws-sgn-count)
026700     end-if
026800     move sl-event-time  to sgn-event-time(ws-sgn-count)
026900     move sl-time        to sgn-log-time(ws-sgn-count)
027000     move sl-student-id  to sgn-student-id(ws-sgn-count)
027100     move sl-last-name   to sgn-last-name(ws-sgn-count)
027200     move sl-first-name  to sgn-first-name(ws-sgn-count)
027300     move sl-grade       to sgn-grade(ws-sgn-count)
027400     move sl-action      to sgn-action(ws-sgn-count)
027500     move sl-adult-name  to sgn-adult-name(ws-sgn-count)
027600     move sl-result      to sgn-result(ws-sgn-count)
027700     move sl-court-order to sgn-court-order(ws-sgn-count)
027800     move sl-userid      to sgn-userid(ws-sgn-count)
027900     .
028000 PRINT-SIGN-LOG-BY-BUILDING.
028100******************************************************************
028200*    ONE SECTION PER BUILDING, IN THE ORDER THE CHILDREN CAME    *
028300*    AND WENT, CLOSED BY THE BUILDING'S COUNTS AND THE           *
028400*    PRINCIPAL'S SIGNATURE LINE.                                 *
028500******************************************************************
028600     if ws-sgn-count > zero
028700         sort sgn-row ascending key sgn-school-code sgn-event-time
028800             sgn-log-time
028900     end-if
029000     move spaces to ws-prior-school
029100     move zero   to ws-bldg-entries
029200     perform varying ws-sgn-row from 1 by 1
029300             until ws-sgn-row > ws-sgn-count
029400         if sgn-school-code(ws-sgn-row) not = ws-prior-school
029500             perform print-building-total
029600             move sgn-school-code(ws-sgn-row) to ws-prior-school
029700             perform print-building-heading
029800         end-if
029900         perform print-sign-row
030000     end-perform
030100     perform print-building-total
030200     .
030300 PRINT-BUILDING-HEADING.
030400     add 1 to ws-buildings
030500     move spaces to sign-report-line
030600     write sign-report-line
030700     move ws-prior-school to sgr-b-school-code
030800     write sign-report-line from sgr-building-title
030900     write sign-report-line from sgr-columns
031000     .
031100 PRINT-SIGN-ROW.
031200     add 1 to ws-bldg-entries
031300     move spaces to sgr-d-flag
031400     move sgn-event-time(ws-sgn-row) to sgr-d-time
031500     if sgn-action(ws-sgn-row) = 'I'
031600         move 'IN'  to sgr-d-action
031700     else
031800         move 'OUT' to sgr-d-action
031900     end-if
032000     move sgn-student-id(ws-sgn-row) to sgr-d-student-id
032100     move spaces to sgr-d-name
032200     if sgn-last-name(ws-sgn-row) not = spaces
032300         string sgn-last-name(ws-sgn-row)  delimited by '  '
032400                ', '                       delimited by size
032500                sgn-first-name(ws-sgn-row) delimited by '  '
032600             into sgr-d-name
032700         end-string
032800     end-if
032900     move sgn-grade(ws-sgn-row)      to sgr-d-grade
033000     move sgn-adult-name(ws-sgn-row) to sgr-d-adult
033100     move spaces to sgr-d-outcome
033200     evaluate sgn-result(ws-sgn-row)
033300         when 'POSTD'
033400             if sgn-action(ws-sgn-row) = 'I'
033500                 add 1 to ws-bldg-sign-ins
033600                 move 'TARDY POSTED' to sgr-d-outcome
033700             else
033800                 add 1 to ws-bldg-sign-outs
033900                 move 'EARLY DISMISSAL POSTED' to sgr-d-outcome
034000             end-if
034100         when 'PROHB'
034200             add 1 to ws-bldg-refused
034300             add 1 to ws-bldg-prohibited
034400             move '**' to sgr-d-flag
034500             string 'REFUSED - PROHIBITED, ORDER '
034600                                          delimited by size
034700                 sgn-court-order(ws-sgn-row) delimited by size
034800                 into sgr-d-outcome
034900             end-string
035000         when 'NOAUT'
035100             add 1 to ws-bldg-refused
035200             move '**' to sgr-d-flag
035300             move 'REFUSED - NOT AUTHORIZED' to sgr-d-outcome
035400         when 'UNAVL'
035500             add 1 to ws-bldg-refused
035600             move '**' to sgr-d-flag
035700             move 'REFUSED - PICKAUTH NOT AVAILABLE'
035800                 to sgr-d-outcome
035900         when 'NOPST'
036000             add 1 to ws-bldg-not-posted
036100             move '*' to sgr-d-flag
036200             move 'NOT POSTED - KEY ON ATTNDTRN'
036300                 to sgr-d-outcome
036400         when 'WDRWN'
036500             add 1 to ws-bldg-not-posted
036600             move 'NOT POSTED - STUDENT WITHDRAWN'
036700                 to sgr-d-outcome
036800         when other
036900             add 1 to ws-bldg-not-posted
037000             move 'NOT POSTED - NOT ON ROSTERVS'
037100                 to sgr-d-outcome
037200     end-evaluate
037300     move sgn-userid(ws-sgn-row) to sgr-d-userid
037400     write sign-report-line from sgr-detail-line
037500     .
037600 PRINT-BUILDING-TOTAL.
037700     if ws-bldg-entries > zero
037800         move ws-bldg-sign-ins   to sgr-bt-sign-ins
037900         move ws-bldg-sign-outs  to sgr-bt-sign-outs
038000         move ws-bldg-refused    to sgr-bt-refused
038100         move ws-bldg-not-posted to sgr-bt-not-posted
038200         move spaces to sign-report-line
038300         write sign-report-line
038400         write sign-report-line from sgr-building-total
038500         move spaces to sign-report-line
038600         write sign-report-line
038700         write sign-report-line from sgr-signature-line
038800         add ws-bldg-sign-ins   to ws-tot-sign-ins
038900         add ws-bldg-sign-outs  to ws-tot-sign-outs
039000         add ws-bldg-refused    to ws-tot-refused
039100         add ws-bldg-prohibited to ws-tot-prohibited
039200         add ws-bldg-not-posted to ws-tot-not-posted
039300     end-if
039400     move zero to ws-bldg-entries
039500     move zero to ws-bldg-sign-ins
039600     move zero to ws-bldg-sign-outs
039700     move zero to ws-bldg-refused
039800     move zero to ws-bldg-prohibited
039900     move zero to ws-bldg-not-posted
040000     .
040100 PRINT-SIGN-LOG-TOTALS.
040200     move spaces to sign-report-line
040300     write sign-report-line
040400     move 'SIGN-LOG RECORDS READ' to sgr-t-label
040500     move ws-log-read to sgr-t-value
040600     write sign-report-line from sgr-total-line
040700     move 'RECORDS FOR OTHER DAYS' to sgr-t-label
040800     move ws-log-other-days to sgr-t-value
040900     write sign-report-line from sgr-total-line
041000     move 'DESK ENTRIES FOR THE DAY' to sgr-t-label
041100     move ws-sgn-count to sgr-t-value
041200     write sign-report-line from sgr-total-line
041300     move 'BUILDINGS' to sgr-t-label
041400     move ws-buildings to sgr-t-value
041500     write sign-report-line from sgr-total-line
041600     move 'LATE SIGN-INS POSTED' to sgr-t-label
041700     move ws-tot-sign-ins to sgr-t-value
041800     write sign-report-line from sgr-total-line
041900     move 'EARLY SIGN-OUTS POSTED' to sgr-t-label
042000     move ws-tot-sign-outs to sgr-t-value
042100     write sign-report-line from sgr-total-line
042200     move 'PICKUPS REFUSED' to sgr-t-label
042300     move ws-tot-refused to sgr-t-value
042400     write sign-report-line from sgr-total-line
042500     move '  OF WHICH PROHIBITED PERSONS' to sgr-t-label
042600     move ws-tot-prohibited to sgr-t-value
042700     write sign-report-line from sgr-total-line
042800     move 'ENTRIES NOT POSTED' to sgr-t-label
042900     move ws-tot-not-posted to sgr-t-value
043000     write sign-report-line from sgr-total-line
043100     .
043200 READ-BUSINESS-DATE.
043300******************************************************************
043400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
043500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
043600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
043700******************************************************************
043800     open input business-date-file
043900     if ws-busdate-status not = '00'
044000         display 'COULD NOT OPEN BUSDATE - STATUS '
044100             ws-busdate-status
044200         move 16 to return-code
044300         stop run
044400     end-if
044500     read business-date-file next record
044600     if ws-busdate-status not = '00'
044700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
044800             ws-busdate-status
044900         move 16 to return-code
045000         stop run
045100     end-if
045200     close business-date-file
045300     move bd-business-date to ws-business-date
045400     if bd-override-date not = zero
045500         move bd-override-date to ws-business-date
045600         move 'Y' to ws-bus-date-override
045700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
045800             bd-override-date ' SET BY ' bd-override-operator
045900         display '    REASON: ' bd-override-reason
046000     end-if
046100     move ws-business-date to bdh-date
046200     if ws-bus-date-override = 'Y'
046300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
046400             to bdh-override
046500     end-if
046600     .
