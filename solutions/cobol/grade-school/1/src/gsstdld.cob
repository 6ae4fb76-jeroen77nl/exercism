000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSTDLD.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    STANDARDS-MARK LOAD FOR THE K-5 BUILDINGS. THE ELEMENTARY   *
000900*    TEACHERS MARK EACH STUDENT AGAINST THE GRADE-LEVEL          *
001000*    STANDARDS ON THE DISTRICT STANDARDS MASTER (STDMAST, COPY   *
001100*    STDMREC) - 1 BEGINNING, 2 PROGRESSING, 3 MEETING, 4         *
001200*    EXCEEDING - ONCE PER MARKING PERIOD. THIS JOB TAKES THE     *
001300*    TEACHERS' ENTRY FILE (STDINPUT), RUNS EVERY ROW THROUGH THE *
001400*    USUAL ROSTER EDITS (STUDENT ON ROSTERVS, STILL ENROLLED, IN *
001500*    GRADE KG-05), CHECKS THE STANDARD BELONGS TO THAT STUDENT'S *
001600*    GRADE, THE PERIOD AND MARK ARE IN RANGE, ANY COMMENT CODE   *
001700*    IS IN FORCE ON THE STDCMNT TABLE OF CODETBL AND THE TEACHER *
001800*    IS ON TEACHFIL AT THE STUDENT'S BUILDING, AND APPENDS CLEAN *
001900*    ROWS TO STDMARKS (COPY SMRKREC) UNDER THE CURRENT SCHOOL    *
002000*    YEAR FOR THE GSRCARD K-5 REPORT CARD. A CORRECTION IS       *
002100*    SIMPLY ENTERED AGAIN - THE LAST MARK IN FILE ORDER IS THE   *
002200*    ONE THAT PRINTS. REJECTS ARE LISTED ON STDLDRPT WITH A      *
002300*    REASON CODE FOR THE TEACHER TO FIX AND RESUBMIT.            *
002400*    RETURN CODES: 0 EVERY ROW LOADED, 4 A ROW REJECTED OR A     *
002500*    TABLE CUT SHORT, 16 A FILE COULD NOT BE READ OR WRITTEN.    *
002600*    SEE JCL/GSSTDLD.JCL.                                        *
002700******************************************************************
002800*    MOD-LOG
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-15  RVM  ORIGINAL VERSION.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BUSDATE-STATUS.
003800     SELECT MARK-INPUT-FILE ASSIGN TO STDINPUT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-STDINPUT-STATUS.
004100     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS ST-ID
004500         FILE STATUS IS WS-ROSTER-FILE-STATUS.
004600     SELECT STANDARDS-FILE ASSIGN TO STDMAST
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-STDMAST-STATUS.
004900     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TEACHFIL-STATUS.
005200     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CODETBL-STATUS.
005500     SELECT STANDARD-MARK-FILE ASSIGN TO STDMARKS
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-STDMARKS-STATUS.
005800     SELECT LOAD-RPT ASSIGN TO STDLDRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-STDLDRPT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BUSINESS-DATE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  BUSINESS-DATE-RECORD.
006600     COPY BDATREC.
006700******************************************************************
006800*    STDINPUT - ONE ROW PER MARK AS THE TEACHER ENTERED IT:      *
006900*      COL 1-7   STUDENT ID                                      *
007000*      COL 8-15  STANDARD ID                                     *
007100*      COL 16    MARKING PERIOD 1-4                              *
007200*      COL 17    MARK 1-4                                        *
007300*      COL 18-21 COMMENT CODE (OPTIONAL)                         *
007400*      COL 22-26 TEACHER ID                                      *
007500******************************************************************
007600 FD  MARK-INPUT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  MARK-INPUT-RECORD.
007900     05  MI-STUDENT-ID           PIC 9(07).
008000     05  MI-STANDARD-ID          PIC X(08).
008100     05  MI-PERIOD               PIC 9(01).
008200     05  MI-MARK                 PIC X(01).
008300     05  MI-COMMENT-CODE         PIC X(04).
008400     05  MI-TEACHER-ID           PIC 9(05).
008500 FD  ROSTER-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  ROSTER-FILE-RECORD.
008800     COPY ROSTERREC.
008900 FD  STANDARDS-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  STANDARD-RECORD.
009200     COPY STDMREC.
009300 FD  TEACHER-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  TEACHER-FILE-RECORD.
009600     COPY TEACHASN.
009700 FD  CODE-TABLE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  CODE-TABLE-RECORD.
010000     COPY CODEREC.
010100 FD  STANDARD-MARK-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  STANDARD-MARK-RECORD.
010400     COPY SMRKREC.
010500 FD  LOAD-RPT
010600     LABEL RECORDS ARE STANDARD.
010700 01  LOAD-LINE                   PIC X(100).
010800 WORKING-STORAGE SECTION.
010900 01  WS-STDINPUT-STATUS       PIC X(02).
011000 01  WS-ROSTER-FILE-STATUS    PIC X(02).
011100 01  WS-STDMAST-STATUS        PIC X(02).
011200 01  WS-TEACHFIL-STATUS       PIC X(02).
011300 01  WS-CODETBL-STATUS        PIC X(02).
011400 01  WS-STDMARKS-STATUS       PIC X(02).
011500 01  WS-STDLDRPT-STATUS       PIC X(02).
011600 01  i                        PIC 9(05).
011700******************************************************************
011800*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
011900*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
012000******************************************************************
012100 01  WS-BUSDATE-STATUS        PIC X(02).
012200 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012300 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
012400     05  WS-BUS-YEAR          PIC 9(04).
012500     05  WS-BUS-MONTH         PIC 9(02).
012600     05  WS-BUS-DAY           PIC 9(02).
012700 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012800 01  WS-SCHOOL-YEAR-END       PIC 9(04).
012900 01  BUS-DATE-HEADING.
013000     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013100     05  BDH-DATE             PIC 9(08).
013200     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013300******************************************************************
013400*    EVERY STUDENT ON ROSTERVS WITH THE FIELDS THE EDITS NEED,   *
013500*    IN ID ORDER FOR THE SEARCH ALL PER ROW.                     *
013600******************************************************************
013700 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
013800 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
013900 01  RST-TABLE.
014000     05  RST-ROW              OCCURS 0 TO 2000 TIMES
014100                              DEPENDING ON WS-RST-COUNT
014200                              ASCENDING KEY IS RST-ID
014300                              INDEXED BY RST-IDX.
014400         10  RST-ID           PIC 9(07).
014500         10  RST-GRADE        PIC X(02).
014600         10  RST-SCHOOL       PIC X(04).
014700         10  RST-WITHDRAW     PIC 9(08).
014800 01  WS-RST-FULL              PIC X VALUE 'N'.
014900******************************************************************
015000*    EVERY STANDARD ON STDMAST WITH ITS GRADE, BY STANDARD ID.   *
015100******************************************************************
015200 77  WS-STD-MAX               PIC 9(04) VALUE 1000.
015300 01  WS-STD-COUNT             PIC 9(04) VALUE ZERO.
015400 01  STD-TABLE.
015500     05  STD-ROW              OCCURS 0 TO 1000 TIMES
015600                              DEPENDING ON WS-STD-COUNT
015700                              ASCENDING KEY IS STD-ID
015800                              INDEXED BY STD-IDX.
015900         10  STD-ID           PIC X(08).
016000         10  STD-GRADE        PIC X(02).
016100 01  WS-STD-FULL              PIC X VALUE 'N'.
016200******************************************************************
016300*    EVERY TEACHER ASSIGNMENT ON TEACHFIL - A TEACHER MAY MARK   *
016400*    ANY STUDENT IN A BUILDING THEY ARE ASSIGNED TO.             *
016500******************************************************************
016600 77  WS-TCH-MAX               PIC 9(04) VALUE 2000.
016700 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
016800 01  WS-TCH-TABLE.
016900     05  WS-TCH-ENTRY         OCCURS 2000 TIMES.
017000         10  WS-TCH-ID        PIC 9(05).
017100         10  WS-TCH-SCHOOL    PIC X(04).
017200 01  WS-TCH-FULL              PIC X VALUE 'N'.
017300******************************************************************
017400*    THE STDCMNT ROWS OF CODETBL - THE ONLY COMMENT CODES A      *
017500*    TEACHER MAY ENTER, AND ONLY WHILE IN FORCE.                 *
017600******************************************************************
017700 77  WS-CMT-MAX               PIC 9(03) VALUE 200.
017800 01  WS-CMT-COUNT             PIC 9(03) VALUE ZERO.
017900 01  WS-CMT-TABLE.
018000     05  WS-CMT-ENTRY         OCCURS 200 TIMES.
018100         10  WS-CMT-CODE      PIC X(04).
018200         10  WS-CMT-EFF       PIC 9(08).
018300         10  WS-CMT-EXP       PIC 9(08).
018400 01  WS-CMT-FULL              PIC X VALUE 'N'.
018500 01  WS-FOUND                 PIC X.
018600 01  WS-EDIT-OK               PIC X.
018700 01  WS-EDIT-REASON           PIC X(05).
018800 01  WS-EDIT-TEXT             PIC X(36).
018900 01  WS-ROW-GRADE             PIC X(02).
019000 01  WS-ROW-SCHOOL            PIC X(04).
019100 01  WS-ROWS-READ             PIC 9(05) VALUE ZERO.
019200 01  WS-ROWS-POSTED           PIC 9(05) VALUE ZERO.
019300 01  WS-ROWS-REJECTED         PIC 9(05) VALUE ZERO.
019400******************************************************************
019500*    STDLDRPT LINES.                                             *
019600******************************************************************
019700 01  RPT-HEADING.
019800     05  FILLER               PIC X(43) VALUE
019900         'STANDARDS-MARK LOAD - REJECTED ROWS - YEAR '.
020000     05  RPT-H-YEAR           PIC 9(04).
020100 01  RPT-COLUMNS.
020200     05  FILLER               PIC X(09) VALUE 'STUDENT'.
020300     05  FILLER               PIC X(10) VALUE 'STANDARD'.
020400     05  FILLER               PIC X(04) VALUE 'PD'.
020500     05  FILLER               PIC X(04) VALUE 'MK'.
020600     05  FILLER               PIC X(06) VALUE 'CMNT'.
020700     05  FILLER               PIC X(09) VALUE 'TEACHER'.
020800     05  FILLER               PIC X(06) VALUE 'RSN'.
020900     05  FILLER               PIC X(36) VALUE 'REASON'.
021000 01  RPT-DETAIL-LINE.
021100     05  RPT-D-STUDENT-ID     PIC X(07).
021200     05  FILLER               PIC X(02) VALUE SPACES.
021300     05  RPT-D-STANDARD-ID    PIC X(08).
021400     05  FILLER               PIC X(02) VALUE SPACES.
021500     05  RPT-D-PERIOD         PIC X(01).
021600     05  FILLER               PIC X(03) VALUE SPACES.
021700     05  RPT-D-MARK           PIC X(01).
021800     05  FILLER               PIC X(03) VALUE SPACES.
021900     05  RPT-D-COMMENT        PIC X(04).
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  RPT-D-TEACHER-ID     PIC X(05).
022200     05  FILLER               PIC X(04) VALUE SPACES.
022300     05  RPT-D-REASON         PIC X(05).
022400     05  FILLER               PIC X(01) VALUE SPACES.
022500     05  RPT-D-TEXT           PIC X(36).
022600 01  RUN-TOTAL-LINE.
022700     05  RT-LABEL             PIC X(44).
022800     05  RT-VALUE             PIC ZZZZ9.
022900 PROCEDURE DIVISION.
023000 MAINLINE.
023100******************************************************************
023200*    STANDALONE ENTRY POINT, RUN AS THE TEACHERS' MARKS COME IN  *
023300*    AND AT LEAST ONCE AT THE CLOSE OF EACH MARKING PERIOD,      *
023400*    AHEAD OF THE GSRCARD PRINT.                                 *
023500******************************************************************
023600     perform read-business-date
023700     if ws-bus-month < 7
023800         move ws-bus-year to ws-school-year-end
023900     else
024000         compute ws-school-year-end = ws-bus-year + 1
024100     end-if
024200     move ws-school-year-end to rpt-h-year
024300     perform load-roster-table
024400     perform load-standards-master
024500     perform load-teacher-file
024600     perform load-comment-codes
024700     perform load-teacher-marks
024800     if ws-rows-rejected > zero
024900         or ws-rst-full = 'Y'
025000         or ws-std-full = 'Y'
025100         or ws-tch-full = 'Y'
025200         or ws-cmt-full = 'Y'
025300         move 4 to return-code
025400     end-if
025500     stop run
025600     .
025700 LOAD-ROSTER-TABLE.
025800     move zero to ws-rst-count
025900     open input roster-file
026000     if ws-roster-file-status not = '00'
026100         display 'COULD NOT OPEN ROSTERVS - STATUS '
026200             ws-roster-file-status
026300         move 16 to return-code
026400         stop run
026500     end-if
026600     perform until ws-roster-file-status not = '00'
026700         read roster-file next record
026800         if ws-roster-file-status = '00'
026900             if ws-rst-count < ws-rst-max
027000                 add 1 to ws-rst-count
027100                 move st-id            to rst-id(ws-rst-count)
027200                 move st-grade         to rst-grade(ws-rst-count)
027300                 move st-school-code   to rst-school(ws-rst-count)
027400                 move st-withdraw-date
027500                     to rst-withdraw(ws-rst-count)
027600             else
027700                 move 'Y' to ws-rst-full
027800             end-if
027900         end-if
028000     end-perform
028100     close roster-file
028200     if ws-rst-full = 'Y'
028300         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
028400     end-if
028500     if ws-rst-count > 1
028600         sort rst-row on ascending key rst-id
028700     end-if
028800     .
028900 LOAD-STANDARDS-MASTER.
029000******************************************************************
029100*    NO STANDARDS MASTER MEANS NOTHING CAN BE EDITED - NO RUN.   *
029200******************************************************************
029300     move zero to ws-std-count
029400     open input standards-file
029500     if ws-stdmast-status not = '00'
029600         display 'COULD NOT OPEN STDMAST - STATUS '
029700             ws-stdmast-status
029800         move 16 to return-code
029900         stop run
030000     end-if
030100     perform until ws-stdmast-status not = '00'
030200         read standards-file next record
030300         if ws-stdmast-status = '00'
030400             if ws-std-count < ws-std-max
030500                 add 1 to ws-std-count
030600                 move sd-standard-id to std-id(ws-std-count)
030700                 move sd-grade       to std-grade(ws-std-count)
030800             else
030900                 move 'Y' to ws-std-full
031000             end-if
031100         end-if
031200     end-perform
031300     close standards-file
031400     if ws-std-full = 'Y'
031500         display 'STDMAST - STANDARD TABLE FULL AT ' ws-std-max
031600     end-if
031700     if ws-std-count > 1
031800         sort std-row on ascending key std-id
031900     end-if
032000     .
032100 LOAD-TEACHER-FILE.
032200     move zero to ws-tch-count
032300     open input teacher-file
032400     if ws-teachfil-status not = '00'
032500         display 'COULD NOT OPEN TEACHFIL - STATUS '
032600             ws-teachfil-status
032700         move 16 to return-code
032800         stop run
032900     end-if
033000     perform until ws-teachfil-status not = '00'
033100         read teacher-file next record
033200         if ws-teachfil-status = '00'
033300             if ws-tch-count < ws-tch-max
033400                 add 1 to ws-tch-count
033500                 move ta-teacher-id  to ws-tch-id(ws-tch-count)
033600                 move ta-school-code
033700                     to ws-tch-school(ws-tch-count)
033800             else
033900                 move 'Y' to ws-tch-full
034000             end-if
034100         end-if
034200     end-perform
034300     close teacher-file
034400     if ws-tch-full = 'Y'
034500         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
034600     end-if
034700     .
034800 LOAD-COMMENT-CODES.
034900     move zero to ws-cmt-count
035000     open input code-table-file
035100     if ws-codetbl-status not = '00'
035200         display 'COULD NOT OPEN CODETBL - STATUS '
035300             ws-codetbl-status
035400         move 16 to return-code
035500         stop run
035600     end-if
035700     perform until ws-codetbl-status not = '00'
035800         read code-table-file next record
035900         if ws-codetbl-status = '00'
036000             and ct-table-name = 'STDCMNT'
036100             if ws-cmt-count < ws-cmt-max
036200                 add 1 to ws-cmt-count
036300                 move ct-code to ws-cmt-code(ws-cmt-count)
036400                 move ct-effective-date
036500                     to ws-cmt-eff(ws-cmt-count)
036600                 move ct-expiry-date
036700                     to ws-cmt-exp(ws-cmt-count)
036800             else
036900                 move 'Y' to ws-cmt-full
037000             end-if
037100         end-if
037200     end-perform
037300     close code-table-file
037400     if ws-cmt-full = 'Y'
037500         display 'CODETBL - STDCMNT TABLE FULL AT ' ws-cmt-max
037600     end-if
037700     .
037800 LOAD-TEACHER-MARKS.
037900******************************************************************
038000*    ONE PASS OF STDINPUT - CLEAN ROWS APPEND TO STDMARKS,       *
038100*    REJECTS ARE LISTED ON STDLDRPT, THEN THE RUN TOTALS.        *
038200*    STDMARKS DOES NOT EXIST BEFORE THE FIRST LOAD EVER RUN, SO  *
038300*    EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.                  *
038400******************************************************************
038500     open input mark-input-file
038600     if ws-stdinput-status not = '00'
038700         display 'COULD NOT OPEN STDINPUT - STATUS '
038800             ws-stdinput-status
038900         move 16 to return-code
039000         stop run
039100     end-if
039200     open extend standard-mark-file
039300     if ws-stdmarks-status not = '00'
039400         open output standard-mark-file
039500     end-if
039600     if ws-stdmarks-status not = '00'
039700         display 'COULD NOT OPEN STDMARKS - STATUS '
039800             ws-stdmarks-status
039900         move 16 to return-code
040000         stop run
040100     end-if
040200     open output load-rpt
040300     if ws-stdldrpt-status not = '00'
040400         display 'COULD NOT OPEN STDLDRPT - STATUS '
040500             ws-stdldrpt-status
040600         move 16 to return-code
040700         stop run
040800     end-if
040900     write load-line from bus-date-heading
041000     write load-line from rpt-heading
041100     move spaces to load-line
041200     write load-line
041300     write load-line from rpt-columns
041400     perform until ws-stdinput-status not = '00'
041500         read mark-input-file next record
041600         if ws-stdinput-status = '00'
041700             add 1 to ws-rows-read
041800             perform edit-one-mark
041900             if ws-edit-ok = 'Y'
042000                 perform post-one-mark
042100             else
042200                 perform reject-one-mark
042300             end-if
042400         end-if
042500     end-perform
042600     close mark-input-file
042700     close standard-mark-file
042800     if ws-rows-rejected = zero
042900         move 'NO ROWS REJECTED' to load-line
043000         write load-line
043100     end-if
043200     move spaces to load-line
043300     write load-line
043400     move 'STDINPUT ROWS READ' to rt-label
043500     move ws-rows-read to rt-value
043600     write load-line from run-total-line
043700     move 'MARKS POSTED TO STDMARKS' to rt-label
043800     move ws-rows-posted to rt-value
043900     write load-line from run-total-line
044000     move 'ROWS REJECTED' to rt-label
044100     move ws-rows-rejected to rt-value
044200     write load-line from run-total-line
044300     close load-rpt
044400     display 'STANDARDS-MARK LOAD - READ ' ws-rows-read
044500         ' POSTED ' ws-rows-posted ' REJECTED ' ws-rows-rejected
044600     .
044700 EDIT-ONE-MARK.
044800******************************************************************
044900*    THE EDIT GATES, FIRST FAILURE WINS - 'NOSTU' THE STUDENT IS *
045000*    NOT ON ROSTERVS, 'WDRWN' THE STUDENT HAS WITHDRAWN, 'NOTK5' *
045100*    THE STUDENT IS NOT IN GRADE KG-05, 'NOSTD' THE STANDARD IS  *
045200*    NOT ON STDMAST, 'GRADE' THE STANDARD IS ANOTHER GRADE'S,    *
045300*    'BADPD' THE PERIOD IS NOT 1-4, 'BADMK' THE MARK IS NOT 1-4, *
045400*    'BADCM' THE COMMENT CODE IS NOT AN STDCMNT CODE IN FORCE    *
045500*    TODAY, 'NOTCH' THE TEACHER IS NOT ON TEACHFIL AT THE        *
045600*    STUDENT'S BUILDING.                                         *
045700******************************************************************
045800     move 'Y' to ws-edit-ok
045900     move spaces to ws-edit-reason
046000     move spaces to ws-edit-text
046100     move 'N' to ws-found
046200     if mi-student-id is numeric
046300         search all rst-row
046400             when rst-id(rst-idx) = mi-student-id
046500                 move 'Y' to ws-found
046600                 move rst-grade(rst-idx)  to ws-row-grade
046700                 move rst-school(rst-idx) to ws-row-school
046800         end-search
046900     end-if
047000     if ws-found = 'N'
047100         move 'NOSTU' to ws-edit-reason
047200         move 'STUDENT NOT ON ROSTER' to ws-edit-text
047300     else
047400         if rst-withdraw(rst-idx) not = zero
047500             move 'WDRWN' to ws-edit-reason
047600             move 'STUDENT HAS WITHDRAWN' to ws-edit-text
047700         end-if
047800     end-if
047900     if ws-edit-reason = spaces
048000         evaluate ws-row-grade
048100             when 'KG'
048200             when '01'
048300             when '02'
048400             when '03'
048500             when '04'
048600             when '05'
048700                 continue
048800             when other
048900                 move 'NOTK5' to ws-edit-reason
049000                 move 'STUDENT NOT IN GRADE KG-05'
049100                     to ws-edit-text
049200         end-evaluate
049300     end-if
049400     if ws-edit-reason = spaces
049500         move 'N' to ws-found
049600         search all std-row
049700             when std-id(std-idx) = mi-standard-id
049800                 move 'Y' to ws-found
049900         end-search
050000         if ws-found = 'N'
050100             move 'NOSTD' to ws-edit-reason
050200             move 'STANDARD NOT ON STDMAST' to ws-edit-text
050300         else
050400             if std-grade(std-idx) not = ws-row-grade
050500                 move 'GRADE' to ws-edit-reason
050600                 move 'STANDARD IS NOT FOR THIS GRADE'
050700                     to ws-edit-text
050800             end-if
050900         end-if
051000     end-if
051100     if ws-edit-reason = spaces
051200         if mi-period is not numeric
051300             move 'BADPD' to ws-edit-reason
051400         else
051500             if mi-period < 1 or mi-period > 4
051600                 move 'BADPD' to ws-edit-reason
051700             end-if
051800         end-if
051900         if ws-edit-reason not = spaces
052000             move 'MARKING PERIOD NOT 1-4' to ws-edit-text
052100         end-if
052200     end-if
052300     if ws-edit-reason = spaces
052400         if mi-mark not = '1' and mi-mark not = '2'
052500             and mi-mark not = '3' and mi-mark not = '4'
052600             move 'BADMK' to ws-edit-reason
052700             move 'MARK NOT 1-4' to ws-edit-text
052800         end-if
052900     end-if
053000     if ws-edit-reason = spaces
053100         and mi-comment-code not = spaces
053200         move 'N' to ws-found
053300         perform varying i from 1 by 1 until i > ws-cmt-count
053400             if ws-cmt-code(i) = mi-comment-code
053500                 and ws-cmt-eff(i) not > ws-business-date
053600                 and (ws-cmt-exp(i) = zero
053700                 or ws-cmt-exp(i) not < ws-business-date)
053800                 move 'Y' to ws-found
053900             end-if
054000         end-perform
054100         if ws-found = 'N'
054200             move 'BADCM' to ws-edit-reason
054300             move 'COMMENT CODE NOT IN FORCE ON STDCMNT'
054400                 to ws-edit-text
054500         end-if
054600     end-if
054700     if ws-edit-reason = spaces
054800         move 'N' to ws-found
054900         if mi-teacher-id is numeric
055000             perform varying i from 1 by 1 until i > ws-tch-count
055100                 if ws-tch-id(i) = mi-teacher-id
055200                     and ws-tch-school(i) = ws-row-school
055300                     move 'Y' to ws-found
055400                 end-if
055500             end-perform
055600         end-if
055700         if ws-found = 'N'
055800             move 'NOTCH' to ws-edit-reason
055900             move 'TEACHER NOT AT STUDENT''S BUILDING'
056000                 to ws-edit-text
056100         end-if
056200     end-if
056300     if ws-edit-reason not = spaces
056400         move 'N' to ws-edit-ok
056500     end-if
056600     .
056700 POST-ONE-MARK.
056800     move spaces             to standard-mark-record
056900     move mi-student-id      to sm-student-id
057000     move mi-standard-id     to sm-standard-id
057100     move ws-school-year-end to sm-school-year
057200     move mi-period          to sm-period
057300     move mi-mark            to sm-mark
057400     move mi-comment-code    to sm-comment-code
057500     move mi-teacher-id      to sm-teacher-id
057600     move ws-business-date   to sm-entered-date
057700     write standard-mark-record
057800     if ws-stdmarks-status not = '00'
057900         display 'COULD NOT WRITE STDMARKS - STATUS '
058000             ws-stdmarks-status
058100         move 16 to return-code
058200         stop run
058300     end-if
058400     add 1 to ws-rows-posted
058500     .
058600 REJECT-ONE-MARK.
058700     add 1 to ws-rows-rejected
058800     move mark-input-record(1:7)  to rpt-d-student-id
058900     move mi-standard-id          to rpt-d-standard-id
059000     move mark-input-record(16:1) to rpt-d-period
059100     move mi-mark                 to rpt-d-mark
059200     move mi-comment-code         to rpt-d-comment
059300     move mark-input-record(22:5) to rpt-d-teacher-id
059400     move ws-edit-reason          to rpt-d-reason
059500     move ws-edit-text            to rpt-d-text
059600     write load-line from rpt-detail-line
059700     .
059800 READ-BUSINESS-DATE.
059900******************************************************************
060000*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
060100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
060200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
060300******************************************************************
060400     open input business-date-file
060500     if ws-busdate-status not = '00'
060600         display 'COULD NOT OPEN BUSDATE - STATUS '
060700             ws-busdate-status
060800         move 16 to return-code
060900         stop run
061000     end-if
061100     read business-date-file next record
061200     if ws-busdate-status not = '00'
061300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
061400             ws-busdate-status
061500         move 16 to return-code
061600         stop run
061700     end-if
061800     close business-date-file
061900     move bd-business-date to ws-business-date
062000     if bd-override-date not = zero
062100         move bd-override-date to ws-business-date
062200         move 'Y' to ws-bus-date-override
062300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
062400             bd-override-date ' SET BY ' bd-override-operator
062500         display '    REASON: ' bd-override-reason
062600     end-if
062700     move ws-business-date to bdh-date
062800     if ws-bus-date-override = 'Y'
062900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
063000             to bdh-override
063100     end-if
063200     .
