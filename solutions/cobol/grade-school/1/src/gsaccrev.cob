000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSACCREV.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ONLINE ACCESS REVIEW. READS THE GSAD ACCESS LOG (ACCESSLG,  *
000900*    COPY ACCLREC) FOR THE REVIEW PERIOD ON THE ACCPARM CARD AND *
001000*    PRINTS ON ACCRPT:                                           *
001100*      - BY STUDENT: EVERY LOOKUP OF EVERY STUDENT - DATE, TIME, *
001200*        OPERATOR, TERMINAL AND FUNCTION - THE ANSWER TO "WHO    *
001300*        VIEWED THIS CHILD'S RECORD" FOR A FERPA REQUEST OR A    *
001400*        CUSTODY CASE.                                           *
001500*      - BY OPERATOR: ONE LINE PER OPERATOR PER DAY - LOOKUPS,   *
001600*        DISTINCT STUDENTS, SEARCHES THAT FOUND NO ONE, AND      *
001700*        LOOKUPS OF STUDENTS OUTSIDE THE OPERATOR'S OWN          *
001800*        BUILDING - FLAGGED WHEN THE DAY'S DISTINCT STUDENTS     *
001900*        EXCEED THE CARD'S DAILY LIMIT, WHEN ANY LOOKUP WAS OF   *
002000*        ANOTHER BUILDING'S STUDENT, OR WHEN THE USERID IS NOT   *
002100*        ON THE OPERATOR-BUILDING FILE (OPERCTL) AT ALL.         *
002200*    AN OPERCTL BUILDING OF 'DIST' MEANS A DISTRICT-WIDE ROLE    *
002300*    (REGISTRAR, DISTRICT OFFICE) AND IS NEVER FLAGGED FOR       *
002400*    BUILDING. RETURN CODES: 0 NOTHING FLAGGED, 4 SOMETHING      *
002500*    FLAGGED, 16 A FILE COULD NOT BE READ OR THE LOG PERIOD IS   *
002600*    TOO LARGE FOR THE WORK TABLE. SEE JCL/GSACCREV.JCL.         *
002700******************************************************************
002800*    MOD-LOG
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-15  RVM  ORIGINAL VERSION.
003020*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
003040*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
003060*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
003080*                     WHICH BUSINESS DAY IT REPRESENTS.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCESS-PARM-FILE ASSIGN TO ACCPARM
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ACCPARM-STATUS.
003800     SELECT ACCESS-LOG-FILE ASSIGN TO ACCESSLG
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ACCESSLG-STATUS.
004100     SELECT OPERATOR-FILE ASSIGN TO OPERCTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-OPERCTL-STATUS.
004400     SELECT ACCESS-REPORT ASSIGN TO ACCRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ACCRPT-STATUS.
004625     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004650         ORGANIZATION IS LINE SEQUENTIAL
004675         FILE STATUS IS WS-BUSDATE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCESS-PARM-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  ACCESS-PARM-CARD.
005200     05  AP-FROM-DATE            PIC 9(08).
005300     05  FILLER                  PIC X(01).
005400     05  AP-TO-DATE              PIC 9(08).
005500     05  FILLER                  PIC X(01).
005600     05  AP-DAY-LIMIT            PIC 9(04).
005700     05  FILLER                  PIC X(58).
005800 FD  ACCESS-LOG-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  ACCESS-LOG-RECORD.
006100     COPY ACCLREC.
006200******************************************************************
006300*    ONE CARD PER OPERATOR USERID NAMING THE BUILDING THAT       *
006400*    OPERATOR SERVES ('DIST' = DISTRICT-WIDE).                   *
006500******************************************************************
006600 FD  OPERATOR-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  OPERATOR-CARD.
006900     05  OP-USERID               PIC X(08).
007000     05  FILLER                  PIC X(01).
007100     05  OP-SCHOOL-CODE          PIC X(04).
007200     05  FILLER                  PIC X(01).
007300     05  OP-NAME                 PIC X(30).
007400     05  FILLER                  PIC X(36).
007500 FD  ACCESS-REPORT
007600     LABEL RECORDS ARE STANDARD.
007700 01  ACCESS-REPORT-LINE          PIC X(100).
007720 FD  BUSINESS-DATE-FILE
007740     LABEL RECORDS ARE STANDARD.
007760 01  BUSINESS-DATE-RECORD.
007780     COPY BDATREC.
007800 WORKING-STORAGE SECTION.
007900 01  WS-ACCPARM-STATUS        PIC X(02).
008000 01  WS-ACCESSLG-STATUS       PIC X(02).
008100 01  WS-OPERCTL-STATUS        PIC X(02).
008200 01  WS-ACCRPT-STATUS         PIC X(02).
008300******************************************************************
008400*    REVIEW PERIOD AND DAILY LIMIT. NO CARD (DD DUMMY) REVIEWS   *
008500*    THE WHOLE LOG WITH A LIMIT OF 50 STUDENTS A DAY.            *
008600******************************************************************
008700 77  WS-DEFAULT-DAY-LIMIT     PIC 9(04) VALUE 0050.
008800 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
008900 01  WS-TO-DATE               PIC 9(08) VALUE 99999999.
009000 01  WS-DAY-LIMIT             PIC 9(04).
009100******************************************************************
009200*    THE OPERATOR-BUILDING TABLE, FROM OPERCTL.                  *
009300******************************************************************
009400 77  WS-OPER-MAX              PIC 9(04) VALUE 0500.
009500 01  WS-OPER-COUNT            PIC 9(04) VALUE ZERO.
009600 01  WS-OPER-TABLE.
009700     05  WS-OPER-ENTRY        OCCURS 500 TIMES.
009800         10  WS-OPER-USERID   PIC X(08).
009900         10  WS-OPER-SCHOOL   PIC X(04).
010000 01  WS-OPER-ROW              PIC 9(04).
010100 01  WS-OPER-FOUND            PIC X.
010200 01  WS-FIND-USERID           PIC X(08).
010300 01  WS-OPER-BLDG             PIC X(04).
010400******************************************************************
010500*    THE LOG ROWS IN THE REVIEW PERIOD, SORTED ONCE BY STUDENT   *
010600*    FOR THE FIRST LISTING AND ONCE BY OPERATOR FOR THE SECOND.  *
010700*    ACC-OUTSIDE IS 'Y' WHEN THE STUDENT'S BUILDING IS NOT THE   *
010800*    OPERATOR'S; ACC-UNKNOWN WHEN THE OPERATOR IS NOT ON OPERCTL.*
010900******************************************************************
011000 77  WS-ACC-MAX               PIC 9(05) VALUE 50000.
011100 01  WS-ACC-COUNT             PIC 9(05) VALUE ZERO.
011200 01  WS-ACC-TABLE.
011300     05  ACC-ROW              OCCURS 0 TO 50000 TIMES
011400                              DEPENDING ON WS-ACC-COUNT.
011500         10  ACC-STUDENT-ID   PIC 9(07).
011600         10  ACC-DATE         PIC 9(08).
011700         10  ACC-TIME         PIC 9(08).
011800         10  ACC-USERID       PIC X(08).
011900         10  ACC-TERMID       PIC X(04).
012000         10  ACC-FUNCTION     PIC X(01).
012100         10  ACC-SCHOOL-CODE  PIC X(04).
012200         10  ACC-OUTSIDE      PIC X(01).
012300         10  ACC-UNKNOWN      PIC X(01).
012400 01  WS-ACC-ROW               PIC 9(05).
012500 01  WS-LOG-READ              PIC 9(07) VALUE ZERO.
012600 01  WS-LOG-OUT-OF-PERIOD     PIC 9(07) VALUE ZERO.
012700******************************************************************
012800*    BREAK FIELDS AND ONE OPERATOR-DAY'S COUNTS.                 *
012900******************************************************************
013000 01  WS-PRIOR-STUDENT-ID      PIC 9(07).
013100 01  WS-STUDENT-LOOKUPS       PIC 9(05).
013200 01  WS-STUDENTS-VIEWED       PIC 9(07) VALUE ZERO.
013300 01  WS-PRIOR-USERID          PIC X(08).
013400 01  WS-PRIOR-DATE            PIC 9(08).
013500 01  WS-DAY-LOOKUPS           PIC 9(05).
013600 01  WS-DAY-STUDENTS          PIC 9(05).
013700 01  WS-DAY-NOT-FOUND         PIC 9(05).
013800 01  WS-DAY-OUTSIDE           PIC 9(05).
013900 01  WS-DAY-UNKNOWN           PIC X.
014000 01  WS-DAY-LAST-STUDENT      PIC 9(07).
014100 01  WS-OPER-DAYS             PIC 9(07) VALUE ZERO.
014200 01  WS-FLAGGED-DAYS          PIC 9(07) VALUE ZERO.
014300 01  WS-FLAG-TEXT             PIC X(30).
014400******************************************************************
014500*    ACCRPT LINES.                                               *
014600******************************************************************
014700 01  ACR-HEADING.
014800     05  FILLER               PIC X(36) VALUE
014900         'ONLINE STUDENT ACCESS REVIEW - FROM '.
015000     05  ACR-H-FROM           PIC 9(08).
015100     05  FILLER               PIC X(04) VALUE ' TO '.
015200     05  ACR-H-TO             PIC 9(08).
015300     05  FILLER               PIC X(14) VALUE ' - DAY LIMIT '.
015400     05  ACR-H-LIMIT          PIC ZZZ9.
015500 01  ACR-STUDENT-TITLE        PIC X(40) VALUE
015600     'ACCESS BY STUDENT'.
015700 01  ACR-STUDENT-COLUMNS.
015800     05  FILLER               PIC X(09) VALUE 'STUDENT'.
015900     05  FILLER               PIC X(10) VALUE 'DATE'.
016000     05  FILLER               PIC X(10) VALUE 'TIME'.
016100     05  FILLER               PIC X(10) VALUE 'OPERATOR'.
016200     05  FILLER               PIC X(06) VALUE 'TERM'.
016300     05  FILLER               PIC X(05) VALUE 'FUNC'.
016400     05  FILLER               PIC X(06) VALUE 'BLDG'.
016500     05  FILLER               PIC X(20) VALUE 'NOTE'.
016600 01  ACR-STUDENT-LINE.
016700     05  ACR-S-STUDENT-ID     PIC 9(07).
016800     05  FILLER               PIC X(02) VALUE SPACES.
016900     05  ACR-S-DATE           PIC 9(08).
017000     05  FILLER               PIC X(02) VALUE SPACES.
017100     05  ACR-S-TIME           PIC 9(08).
017200     05  FILLER               PIC X(02) VALUE SPACES.
017300     05  ACR-S-USERID         PIC X(08).
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  ACR-S-TERMID         PIC X(04).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  ACR-S-FUNCTION       PIC X(01).
017800     05  FILLER               PIC X(04) VALUE SPACES.
017900     05  ACR-S-SCHOOL-CODE    PIC X(04).
018000     05  FILLER               PIC X(02) VALUE SPACES.
018100     05  ACR-S-NOTE           PIC X(20).
018200 01  ACR-STUDENT-TOTAL.
018300     05  FILLER               PIC X(19) VALUE SPACES.
018400     05  FILLER               PIC X(22) VALUE
018500         'LOOKUPS OF STUDENT'.
018600     05  ACR-ST-STUDENT-ID    PIC 9(07).
018700     05  FILLER               PIC X(03) VALUE ' - '.
018800     05  ACR-ST-LOOKUPS       PIC ZZZZ9.
018900 01  ACR-OPERATOR-TITLE       PIC X(40) VALUE
019000     'ACCESS BY OPERATOR AND DAY'.
019100 01  ACR-OPERATOR-COLUMNS.
019200     05  FILLER               PIC X(10) VALUE 'OPERATOR'.
019300     05  FILLER               PIC X(10) VALUE 'DATE'.
019400     05  FILLER               PIC X(09) VALUE ' LOOKUPS '.
019500     05  FILLER               PIC X(09) VALUE 'STUDENTS '.
019600     05  FILLER               PIC X(09) VALUE 'NO MATCH '.
019700     05  FILLER               PIC X(09) VALUE 'OTH BLDG '.
019800     05  FILLER               PIC X(06) VALUE 'BLDG'.
019900     05  FILLER               PIC X(30) VALUE 'FLAG'.
020000 01  ACR-OPERATOR-LINE.
020100     05  ACR-O-USERID         PIC X(08).
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  ACR-O-DATE           PIC 9(08).
020400     05  FILLER               PIC X(02) VALUE SPACES.
020500     05  ACR-O-LOOKUPS        PIC ZZZZZZZ9.
020600     05  FILLER               PIC X(01) VALUE SPACES.
020700     05  ACR-O-STUDENTS       PIC ZZZZZZZ9.
020800     05  FILLER               PIC X(01) VALUE SPACES.
020900     05  ACR-O-NOT-FOUND      PIC ZZZZZZZ9.
021000     05  FILLER               PIC X(01) VALUE SPACES.
021100     05  ACR-O-OUTSIDE        PIC ZZZZZZZ9.
021200     05  FILLER               PIC X(01) VALUE SPACES.
021300     05  ACR-O-BLDG           PIC X(04).
021400     05  FILLER               PIC X(02) VALUE SPACES.
021500     05  ACR-O-FLAG           PIC X(30).
021600 01  ACR-TOTAL-LINE.
021700     05  ACR-T-LABEL          PIC X(40).
021800     05  ACR-T-VALUE          PIC ZZZZZZ9.
021807******************************************************************
021814*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
021821*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
021828*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
021835******************************************************************
021842 01  WS-BUSDATE-STATUS        PIC X(02).
021849 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
021856 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
021863 01  BUS-DATE-HEADING.
021870     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
021877     05  BDH-DATE             PIC 9(08).
021884     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
021900 PROCEDURE DIVISION.
022000 MAINLINE.
022100******************************************************************
022200*    STANDALONE ENTRY POINT - RUN AT EACH PERIODIC ACCESS REVIEW *
022300*    AND ON DEMAND FOR A RECORDS REQUEST. NOTHING IS UPDATED.    *
022400******************************************************************
022450     perform read-business-date
022500     perform read-access-parm
022600     perform load-operator-table
022700     perform load-access-log
022800     open output access-report
022900     if ws-accrpt-status not = '00'
023000         display 'COULD NOT OPEN ACCRPT - STATUS '
023100             ws-accrpt-status
023200         move 16 to return-code
023300         stop run
023400     end-if
023500     move ws-from-date to acr-h-from
023600     move ws-to-date   to acr-h-to
023700     move ws-day-limit to acr-h-limit
023750     write access-report-line from bus-date-heading
023800     write access-report-line from acr-heading
023900     perform print-access-by-student
024000     perform print-access-by-operator
024100     perform print-review-totals
024200     close access-report
024300     display 'ACCESS LOG ROWS REVIEWED ' ws-acc-count
024400         ' OPERATOR-DAYS FLAGGED ' ws-flagged-days
024500     if ws-flagged-days > zero
024600         move 4 to return-code
024700     end-if
024800     stop run
024900     .
025000 READ-ACCESS-PARM.
025100     move ws-default-day-limit to ws-day-limit
025200     open input access-parm-file
025300     if ws-accparm-status = '00'
025400         read access-parm-file
025500         if ws-accparm-status = '00'
025600             if ap-from-date numeric
025700                 move ap-from-date to ws-from-date
025800             end-if
025900             if ap-to-date numeric
026000                 and ap-to-date not = zero
026100                 move ap-to-date to ws-to-date
026200             end-if
026300             if ap-day-limit numeric
026400                 and ap-day-limit not = zero
026500                 move ap-day-limit to ws-day-limit
026600             end-if
026700         end-if
026800         close access-parm-file
026900     end-if
027000     .
027100 LOAD-OPERATOR-TABLE.
027200******************************************************************
027300*    A MISSING OPERCTL IS FATAL - WITHOUT IT EVERY OPERATOR      *
027400*    WOULD BE FLAGGED AND THE BUILDING CHECK WOULD MEAN NOTHING. *
027500******************************************************************
027600     open input operator-file
027700     if ws-operctl-status not = '00'
027800         display 'COULD NOT OPEN OPERCTL - STATUS '
027900             ws-operctl-status
028000         move 16 to return-code
028100         stop run
028200     end-if
028300     perform until ws-operctl-status not = '00'
028400         read operator-file
028500         if ws-operctl-status = '00'
028600             and op-userid not = spaces
028700             if ws-oper-count not < ws-oper-max
028800                 display 'MORE THAN ' ws-oper-max
028900                     ' OPERCTL CARDS - TABLE FULL'
029000                 move 16 to return-code
029100                 stop run
029200             end-if
029300             add 1 to ws-oper-count
029400             move op-userid      to ws-oper-userid(ws-oper-count)
029500             move op-school-code to ws-oper-school(ws-oper-count)
029600         end-if
029700     end-perform
029800     close operator-file
029900     .
030000 LOAD-ACCESS-LOG.
030100******************************************************************
030200*    KEEPS THE ROWS DATED INSIDE THE REVIEW PERIOD, MARKING EACH *
030300*    FOR AN UNKNOWN OPERATOR AND FOR A STUDENT OF ANOTHER        *
030400*    BUILDING AS IT IS LOADED.                                   *
030500******************************************************************
030600     open input access-log-file
030700     if ws-accesslg-status not = '00'
030800         display 'COULD NOT OPEN ACCESSLG - STATUS '
030900             ws-accesslg-status
031000         move 16 to return-code
031100         stop run
031200     end-if
031300     perform until ws-accesslg-status not = '00'
031400         read access-log-file
031500         if ws-accesslg-status = '00'
031600             add 1 to ws-log-read
031700             if ac-date < ws-from-date
031800                 or ac-date > ws-to-date
031900                 add 1 to ws-log-out-of-period
032000             else
032100                 perform keep-access-row
032200             end-if
032300         end-if
032400     end-perform
032500     close access-log-file
032600     .
032700 KEEP-ACCESS-ROW.
032800     if ws-acc-count not < ws-acc-max
032900         display 'MORE THAN ' ws-acc-max
033000             ' ACCESS ROWS IN THE PERIOD - SHORTEN IT ON ACCPARM'
033100         move 16 to return-code
033200         stop run
033300     end-if
033400     add 1 to ws-acc-count
033500     move ac-student-id  to acc-student-id(ws-acc-count)
033600     move ac-date        to acc-date(ws-acc-count)
033700     move ac-time        to acc-time(ws-acc-count)
033800     move ac-userid      to acc-userid(ws-acc-count)
033900     move ac-termid      to acc-termid(ws-acc-count)
034000     move ac-function    to acc-function(ws-acc-count)
034100     move ac-school-code to acc-school-code(ws-acc-count)
034200     move 'N' to acc-outside(ws-acc-count)
034300     move 'N' to acc-unknown(ws-acc-count)
034400     move ac-userid to ws-find-userid
034500     perform find-operator-building
034600     if ws-oper-found = 'N'
034700         move 'Y' to acc-unknown(ws-acc-count)
034800     else
034900         if ws-oper-bldg not = 'DIST'
035000             and ac-school-code not = spaces
035100             and ac-school-code not = ws-oper-bldg
035200             move 'Y' to acc-outside(ws-acc-count)
035300         end-if
035400     end-if
035500     .
035600 FIND-OPERATOR-BUILDING.
035700     move 'N' to ws-oper-found
035800     move spaces to ws-oper-bldg
035900     perform varying ws-oper-row from 1 by 1
036000             until ws-oper-row > ws-oper-count
036100                or ws-oper-found = 'Y'
036200         if ws-oper-userid(ws-oper-row) = ws-find-userid
036300             move 'Y' to ws-oper-found
036400             move ws-oper-school(ws-oper-row) to ws-oper-bldg
036500         end-if
036600     end-perform
036700     .
036800 PRINT-ACCESS-BY-STUDENT.
036900******************************************************************
037000*    EVERY LOOKUP THAT SHOWED A STUDENT, IN STUDENT, DATE AND    *
037100*    TIME ORDER, WITH A LOOKUP COUNT AFTER EACH STUDENT. THE     *
037200*    NO-MATCH ROWS (STUDENT ZERO) SORT FIRST AND ARE SKIPPED     *
037300*    HERE - THEY ARE COUNTED ON THE OPERATOR LISTING.            *
037400******************************************************************
037500     move spaces to access-report-line
037600     write access-report-line
037700     write access-report-line from acr-student-title
037800     write access-report-line from acr-student-columns
037900     if ws-acc-count > zero
038000         sort acc-row ascending key acc-student-id acc-date
038100             acc-time
038200     end-if
038300     move zero to ws-prior-student-id
038400     move zero to ws-student-lookups
038500     perform varying ws-acc-row from 1 by 1
038600             until ws-acc-row > ws-acc-count
038700         if acc-student-id(ws-acc-row) not = zero
038800             if acc-student-id(ws-acc-row)
038900                     not = ws-prior-student-id
039000                 perform print-student-total
039100                 move acc-student-id(ws-acc-row)
039200                     to ws-prior-student-id
039300                 add 1 to ws-students-viewed
039400             end-if
039500             add 1 to ws-student-lookups
039600             move acc-student-id(ws-acc-row)  to acr-s-student-id
039700             move acc-date(ws-acc-row)        to acr-s-date
039800             move acc-time(ws-acc-row)        to acr-s-time
039900             move acc-userid(ws-acc-row)      to acr-s-userid
040000             move acc-termid(ws-acc-row)      to acr-s-termid
040100             move acc-function(ws-acc-row)    to acr-s-function
040200             move acc-school-code(ws-acc-row) to acr-s-school-code
040300             move spaces to acr-s-note
040400             if acc-unknown(ws-acc-row) = 'Y'
040500                 move 'OPERATOR NOT ON FILE' to acr-s-note
040600             else
040700                 if acc-outside(ws-acc-row) = 'Y'
040800                     move 'OTHER BUILDING' to acr-s-note
040900                 end-if
041000             end-if
041100             write access-report-line from acr-student-line
041200         end-if
041300     end-perform
041400     perform print-student-total
041500     .
041600 PRINT-STUDENT-TOTAL.
041700     if ws-student-lookups > zero
041800         move ws-prior-student-id to acr-st-student-id
041900         move ws-student-lookups  to acr-st-lookups
042000         write access-report-line from acr-student-total
042100         move spaces to access-report-line
042200         write access-report-line
042300     end-if
042400     move zero to ws-student-lookups
042500     .
042600 PRINT-ACCESS-BY-OPERATOR.
042700******************************************************************
042800*    ONE LINE PER OPERATOR PER DAY. SORTED WITH THE STUDENT AS   *
042900*    THE LAST KEY SO DISTINCT STUDENTS COUNT ON A CHANGE OF ID.  *
043000******************************************************************
043100     move spaces to access-report-line
043200     write access-report-line
043300     write access-report-line from acr-operator-title
043400     write access-report-line from acr-operator-columns
043500     if ws-acc-count > zero
043600         sort acc-row ascending key acc-userid acc-date
043700             acc-student-id
043800     end-if
043900     move spaces to ws-prior-userid
044000     move zero   to ws-prior-date
044100     move zero   to ws-day-lookups
044200     perform varying ws-acc-row from 1 by 1
044300             until ws-acc-row > ws-acc-count
044400         if acc-userid(ws-acc-row) not = ws-prior-userid
044500             or acc-date(ws-acc-row) not = ws-prior-date
044600             perform print-operator-day
044700             move acc-userid(ws-acc-row) to ws-prior-userid
044800             move acc-date(ws-acc-row)   to ws-prior-date
044900             move acc-unknown(ws-acc-row) to ws-day-unknown
045000         end-if
045100         add 1 to ws-day-lookups
045200         if acc-student-id(ws-acc-row) = zero
045300             add 1 to ws-day-not-found
045400         else
045500             if acc-student-id(ws-acc-row)
045600                     not = ws-day-last-student
045700                 add 1 to ws-day-students
045800                 move acc-student-id(ws-acc-row)
045900                     to ws-day-last-student
046000             end-if
046100             if acc-outside(ws-acc-row) = 'Y'
046200                 add 1 to ws-day-outside
046300             end-if
046400         end-if
046500     end-perform
046600     perform print-operator-day
046700     .
046800 PRINT-OPERATOR-DAY.
046900     if ws-day-lookups > zero
047000         add 1 to ws-oper-days
047100         move ws-prior-userid  to acr-o-userid
047200         move ws-prior-date    to acr-o-date
047300         move ws-day-lookups   to acr-o-lookups
047400         move ws-day-students  to acr-o-students
047500         move ws-day-not-found to acr-o-not-found
047600         move ws-day-outside   to acr-o-outside
047700         move ws-prior-userid  to ws-find-userid
047800         perform find-operator-building
047900         move ws-oper-bldg     to acr-o-bldg
048000         move spaces to ws-flag-text
048100         evaluate true
048200             when ws-day-unknown = 'Y'
048300                 move 'OPERATOR NOT ON OPERCTL' to ws-flag-text
048400             when ws-day-students > ws-day-limit
048500                 and ws-day-outside > zero
048600                 move 'HIGH VOLUME, OTHER BUILDING'
048700                     to ws-flag-text
048800             when ws-day-students > ws-day-limit
048900                 move 'HIGH VOLUME' to ws-flag-text
049000             when ws-day-outside > zero
049100                 move 'OTHER BUILDING' to ws-flag-text
049200         end-evaluate
049300         if ws-flag-text not = spaces
049400             add 1 to ws-flagged-days
049500         end-if
049600         move ws-flag-text to acr-o-flag
049700         write access-report-line from acr-operator-line
049800     end-if
049900     move zero to ws-day-lookups
050000     move zero to ws-day-students
050100     move zero to ws-day-not-found
050200     move zero to ws-day-outside
050300     move zero to ws-day-last-student
050400     .
050500 PRINT-REVIEW-TOTALS.
050600     move spaces to access-report-line
050700     write access-report-line
050800     move 'ACCESS LOG ROWS READ' to acr-t-label
050900     move ws-log-read to acr-t-value
051000     write access-report-line from acr-total-line
051100     move 'ROWS OUTSIDE THE REVIEW PERIOD' to acr-t-label
051200     move ws-log-out-of-period to acr-t-value
051300     write access-report-line from acr-total-line
051400     move 'ROWS REVIEWED' to acr-t-label
051500     move ws-acc-count to acr-t-value
051600     write access-report-line from acr-total-line
051700     move 'DISTINCT STUDENTS VIEWED' to acr-t-label
051800     move ws-students-viewed to acr-t-value
051900     write access-report-line from acr-total-line
052000     move 'OPERATOR-DAYS' to acr-t-label
052100     move ws-oper-days to acr-t-value
052200     write access-report-line from acr-total-line
052300     move 'OPERATOR-DAYS FLAGGED' to acr-t-label
052400     move ws-flagged-days to acr-t-value
052500     write access-report-line from acr-total-line
052600     .
052700 READ-BUSINESS-DATE.
052800******************************************************************
052900*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
053000*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
053100*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
053200******************************************************************
053300     open input business-date-file
053400     if ws-busdate-status not = '00'
053500         display 'COULD NOT OPEN BUSDATE - STATUS '
053600             ws-busdate-status
053700         move 16 to return-code
053800         stop run
053900     end-if
054000     read business-date-file next record
054100     if ws-busdate-status not = '00'
054200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
054300             ws-busdate-status
054400         move 16 to return-code
054500         stop run
054600     end-if
054700     close business-date-file
054800     move bd-business-date to ws-business-date
054900     if bd-override-date not = zero
055000         move bd-override-date to ws-business-date
055100         move 'Y' to ws-bus-date-override
055200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
055300             bd-override-date ' SET BY ' bd-override-operator
055400         display '    REASON: ' bd-override-reason
055500     end-if
055600     move ws-business-date to bdh-date
055700     if ws-bus-date-override = 'Y'
055800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
055900             to bdh-override
056000     end-if
056100     .
