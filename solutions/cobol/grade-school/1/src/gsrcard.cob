001300*    THE TERM'S TRANSCRIPT FILE (TRANSCPT), AND THE YEAR-TO-     *
001400*    DATE PRESENT/ABSENT/TARDY TOTALS FROM THE ATTENDANCE        *
001500*    HISTORY LOG (ATTNDLOG, HONORING CORRECTION RECORDS).        *
001500*    A STUDENT IN GRADE KG-05 GETS THE STANDARDS-BASED LAYOUT    *
001500*    INSTEAD OF COURSE LINES - EVERY STANDARD ON THE STANDARDS   *
001500*    MASTER (STDMAST) FOR THE STUDENT'S GRADE, BY SUBJECT, WITH  *
001500*    THE MARK AND ANY COMMENT CODE FOR EACH MARKING PERIOD OF    *
001500*    THE SCHOOL YEAR FROM STDMARKS (LOADED BY GSSTDLD), AND A    *
001500*    KEY TO THE COMMENT CODES USED FROM CODETBL.                 *
001600*    RUN AS A STANDALONE TERM-END BATCH STEP - SEE               *
001700*    JCL/GSRCARD.JCL.                                            *
001800******************************************************************
002130*                     YEAR-TO-DATE TALLY TAKES ONLY PERIOD-00
002140*                     DAILY RECORDS, LIKE THE OTHER DAY
002150*                     COUNTERS.
002150*    2026-10-15  RVM  'E' (EARLY DISMISSAL, SIGNED OUT AT THE
002150*                     FRONT DESK) IS TALLIED AS A DAY PRESENT.
002150*    2026-10-15  RVM  GRADES KG-05 NOW PRINT THE STANDARDS-BASED
002150*                     LAYOUT - EVERY STDMAST STANDARD FOR THE
002150*                     GRADE WITH THE MARK AND COMMENT CODE PER
002150*                     MARKING PERIOD FROM STDMARKS (GSSTDLD) AND A
002150*                     KEY TO THE COMMENT CODES (CODETBL). READS
002150*                     BUSDATE FOR THE SCHOOL YEAR.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004710     SELECT PRINT-LIST-FILE ASSIGN TO PRINTLST
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-PRINTLST-STATUS.
004730     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004730         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-BUSDATE-STATUS.
004730     SELECT STANDARDS-FILE ASSIGN TO STDMAST
004730         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-STDMAST-STATUS.
004730     SELECT STANDARD-MARK-FILE ASSIGN TO STDMARKS
004730         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-STDMARKS-STATUS.
004730     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
004730         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-CODETBL-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ROSTER-FILE
007220     LABEL RECORDS ARE STANDARD.
007230 01  PRINT-LIST-RECORD.
007240     05  PL-STUDENT-ID           PIC 9(07).
007240 FD  BUSINESS-DATE-FILE
007240     LABEL RECORDS ARE STANDARD.
007240 01  BUSINESS-DATE-RECORD.
007240     COPY BDATREC.
007240 FD  STANDARDS-FILE
007240     LABEL RECORDS ARE STANDARD.
007240 01  STANDARD-RECORD.
007240     COPY STDMREC.
007240 FD  STANDARD-MARK-FILE
007240     LABEL RECORDS ARE STANDARD.
007240 01  STANDARD-MARK-RECORD.
007240     COPY SMRKREC.
007240 FD  CODE-TABLE-FILE
007240     LABEL RECORDS ARE STANDARD.
007240 01  CODE-TABLE-RECORD.
007240     COPY CODEREC.
007300 WORKING-STORAGE SECTION.
007400 01  WS-ROSTER-FILE-STATUS    PIC X(02).
007500 01  WS-TRANSCRIPT-STATUS     PIC X(02).
007800 01  WS-TEACHFIL-STATUS       PIC X(02).
007900 01  WS-RPTCARD-STATUS        PIC X(02).
007910 01  WS-PRINTLST-STATUS       PIC X(02).
007910 01  WS-STDMAST-STATUS        PIC X(02).
007910 01  WS-STDMARKS-STATUS       PIC X(02).
007910 01  WS-CODETBL-STATUS        PIC X(02).
007910******************************************************************
007910*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
007910*    CONTROL RECORD (BUSDATE). IT SETS THE SCHOOL YEAR WHOSE     *
007910*    STANDARDS MARKS PRINT - THE YEAR ENDS IN THE BUSINESS YEAR  *
007910*    UNTIL JULY, THE NEXT YEAR FROM JULY ON.                     *
007910******************************************************************
007910 01  WS-BUSDATE-STATUS        PIC X(02).
007910 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007910 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
007910     05  WS-BUS-YEAR          PIC 9(04).
007910     05  WS-BUS-MONTH         PIC 9(02).
007910     05  WS-BUS-DAY           PIC 9(02).
007910 01  WS-SCHOOL-YEAR-END       PIC 9(04).
007920******************************************************************
007930*    THE GSEDELIV PRINT LIST, WHEN ONE IS ON THE RUN - ONLY      *
007940*    LISTED STUDENTS PRINT. NO FILE MEANS PRINT EVERYONE.        *
015360******************************************************************
015370 01  WS-POST-STUDENT-ID       PIC 9(07).
015380 01  WS-POST-STATUS           PIC X(01).
015380******************************************************************
015380*    THE STANDARDS MASTER IN PRINT ORDER - GRADE, SUBJECT AND    *
015380*    SEQUENCE - SO A GRADE'S STANDARDS PRINT AS ONE RUN OF ROWS. *
015380******************************************************************
015380 77  WS-STD-MAX               PIC 9(04) VALUE 1000.
015380 01  WS-STD-COUNT             PIC 9(04) VALUE ZERO.
015380 01  STD-TABLE.
015380     05  STD-ROW              OCCURS 0 TO 1000 TIMES
015380                              DEPENDING ON WS-STD-COUNT.
015380         10  STD-GRADE        PIC X(02).
015380         10  STD-SUBJECT      PIC X(04).
015380         10  STD-SEQUENCE     PIC 9(03).
015380         10  STD-ID           PIC X(08).
015380         10  STD-DESC         PIC X(40).
015380 01  WS-STD-ROW               PIC 9(04).
015380 01  WS-PREV-SUBJECT          PIC X(04).
015380******************************************************************
015380*    THE SCHOOL YEAR'S STANDARDS MARKS, SORTED BY STUDENT,       *
015380*    STANDARD AND FILE ORDER. EACH STUDENT'S MARKS ARE ONE BLOCK *
015380*    FOUND WITH A FORWARD POINTER, THE SAME WAY AS THE COURSE    *
015380*    LINES, AND WITHIN IT A LATER ROW (A TEACHER'S CORRECTION)   *
015380*    OVERWRITES AN EARLIER ONE FOR THE SAME PERIOD.              *
015380******************************************************************
015380 77  WS-MRK-MAX               PIC 9(05) VALUE 40000.
015380 01  WS-MRK-COUNT             PIC 9(05) VALUE ZERO.
015380 01  MRK-TABLE.
015380     05  MRK-ROW              OCCURS 0 TO 40000 TIMES
015380                              DEPENDING ON WS-MRK-COUNT.
015380         10  MRK-STUDENT-ID   PIC 9(07).
015380         10  MRK-STANDARD-ID  PIC X(08).
015380         10  MRK-FILE-SEQ     PIC 9(05).
015380         10  MRK-PERIOD       PIC 9(01).
015380         10  MRK-MARK         PIC X(01).
015380         10  MRK-COMMENT      PIC X(04).
015380 01  WS-MRK-FULL              PIC X VALUE 'N'.
015380 01  WS-MARK-PTR              PIC 9(05).
015380 01  WS-MARK-FIRST            PIC 9(05).
015380 01  WS-MRK-ROW               PIC 9(05).
015380 01  WS-PD                    PIC 9(01).
015380******************************************************************
015380*    SUBJECT (STDSUBJ) AND COMMENT (STDCMNT) DESCRIPTIONS FROM   *
015380*    CODETBL, AND THE COMMENT CODES USED ON THE CARD IN HAND.    *
015380*    NO CODETBL PRINTS THE CODES WITHOUT DESCRIPTIONS.           *
015380******************************************************************
015380 77  WS-CDS-MAX               PIC 9(03) VALUE 300.
015380 01  WS-CDS-COUNT             PIC 9(03) VALUE ZERO.
015380 01  WS-CDS-TABLE.
015380     05  WS-CDS-ENTRY         OCCURS 300 TIMES.
015380         10  WS-CDS-TBL       PIC X(08).
015380         10  WS-CDS-CODE      PIC X(04).
015380         10  WS-CDS-DESC      PIC X(30).
015380 01  WS-CDS-ROW               PIC 9(03).
015380 01  WS-FIND-TABLE            PIC X(08).
015380 01  WS-FIND-CODE             PIC X(04).
015380 01  WS-FIND-DESC             PIC X(30).
015380 01  WS-USED-COUNT            PIC 9(02).
015380 01  WS-USED-TABLE.
015380     05  WS-USED-CODE         OCCURS 20 TIMES PIC X(04).
015380 01  WS-USED-ROW              PIC 9(02).
015400 01  WS-CARDS-PRINTED         PIC 9(05) VALUE ZERO.
015500 01  RC-SEPARATOR.
015600     05  FILLER               PIC X(72) VALUE ALL '='.
020500 01  RC-NO-COURSE-LINE.
020600     05  FILLER               PIC X(34) VALUE
020700         'NO COURSES ON FILE FOR THIS TERM'.
020700 01  RC-MARK-KEY-LINE.
020700     05  FILLER               PIC X(37) VALUE
020700         'MARKS: 1 BEGINNING  2 PROGRESSING  3 '.
020700     05  FILLER               PIC X(21) VALUE
020700         'MEETING  4 EXCEEDING'.
020700 01  RC-STANDARD-HEADING.
020700     05  FILLER               PIC X(42) VALUE 'STANDARD'.
020700     05  FILLER               PIC X(08) VALUE '  PD 1'.
020700     05  FILLER               PIC X(08) VALUE '  PD 2'.
020700     05  FILLER               PIC X(08) VALUE '  PD 3'.
020700     05  FILLER               PIC X(08) VALUE '  PD 4'.
020700 01  RC-SUBJECT-LINE.
020700     05  RC-SJ-DESC           PIC X(30).
020700 01  RC-STANDARD-LINE.
020700     05  FILLER               PIC X(02).
020700     05  RC-SD-DESC           PIC X(40).
020700     05  RC-SD-PERIOD         OCCURS 4 TIMES.
020700         10  FILLER           PIC X(02).
020700         10  RC-SD-MARK       PIC X(01).
020700         10  FILLER           PIC X(01).
020700         10  RC-SD-COMMENT    PIC X(04).
020700 01  RC-NO-STANDARD-LINE.
020700     05  FILLER               PIC X(31) VALUE
020700         'NO STANDARDS ON FILE FOR GRADE '.
020700     05  RC-NS-GRADE          PIC X(02).
020700 01  RC-COMMENT-HEADING.
020700     05  FILLER               PIC X(08) VALUE 'COMMENTS'.
020700 01  RC-COMMENT-LINE.
020700     05  FILLER               PIC X(02) VALUE SPACES.
020700     05  RC-CM-CODE           PIC X(04).
020700     05  FILLER               PIC X(02) VALUE SPACES.
020700     05  RC-CM-DESC           PIC X(30).
020800 01  RC-ATTENDANCE-LINE.
020900     05  FILLER               PIC X(26) VALUE
021000         'ATTENDANCE YEAR TO DATE - '.
022100*    THEN PRINTS ONE CARD PER ENROLLED STUDENT IN STUDENT-ID     *
022200*    ORDER (THE ORDER ROSTERVS READS BACK IN).                   *
022300******************************************************************
022400     perform read-business-date
022400     perform load-roster-table
022410     perform load-print-list
022500     perform load-course-table
022500     perform load-standards-master
022500     perform load-standard-marks
022500     perform load-standard-codes
022600     perform load-teacher-table
022700     perform load-correction-table
022800     perform tally-attendance
038500         if ws-rc-id(i) = ws-post-student-id
038600             evaluate ws-post-status
038700                 when 'P'
038700                     add 1 to ws-rc-present(i)
038700                 when 'E'
038700                     add 1 to ws-rc-present(i)
038900                 when 'A'
039000                     add 1 to ws-rc-absent(i)
039100                 when 'T'
041000             move 'N' to ws-guardian-open
041100         end-if
041200         move 1 to ws-course-ptr
041200         move 1 to ws-mark-ptr
041300         perform varying i from 1 by 1
041400                 until i > ws-student-count
041410             perform check-print-list
045500     end-if
045600     move spaces to report-card-line
045700     write report-card-line
045800     evaluate ws-rc-grade(i)
045800         when 'KG'
045800         when '01'
045800         when '02'
045800         when '03'
045800         when '04'
045800         when '05'
045800             perform print-student-standards
045800         when other
045800             write report-card-line from rc-course-heading
045800             perform print-student-courses
045800     end-evaluate
046000     move spaces to report-card-line
046100     write report-card-line
046200     move ws-rc-present(i) to rc-at-present
051800         write report-card-line from rc-no-course-line
051900     end-if
052000     .
052100 LOAD-STANDARDS-MASTER.
052200******************************************************************
052300*    THE K-5 CARD CANNOT PRINT WITHOUT ITS STANDARDS - A MISSING *
052400*    MASTER IS REPORTED AND THOSE CARDS SAY SO, THE REST PRINT.  *
052500******************************************************************
052600     move zero to ws-std-count
052700     open input standards-file
052800     if ws-stdmast-status = '00'
052900         perform until ws-stdmast-status not = '00'
053000             read standards-file next record
053100             if ws-stdmast-status = '00'
053200                 if ws-std-count < ws-std-max
053300                     add 1 to ws-std-count
053400                     move ws-std-count to j
053500                     move sd-grade       to std-grade(j)
053600                     move sd-subject     to std-subject(j)
053700                     move sd-sequence    to std-sequence(j)
053800                     move sd-standard-id to std-id(j)
053900                     move sd-description to std-desc(j)
054000                 else
054100                     display 'STDMAST - STANDARD TABLE FULL AT '
054200                         ws-std-max
054300                     move 1 to return-code
054400                 end-if
054500             end-if
054600         end-perform
054700         close standards-file
054800     else
054900         display 'COULD NOT OPEN STDMAST - STATUS '
055000             ws-stdmast-status
055100         move 1 to return-code
055200     end-if
055300     if ws-std-count > 1
055400         sort std-row ascending key std-grade
055500             std-subject
055600             std-sequence
055700     end-if
055800     .
055900 LOAD-STANDARD-MARKS.
056000******************************************************************
056100*    ONLY THIS SCHOOL YEAR'S MARKS. NO STDMARKS YET (BEFORE THE  *
056200*    FIRST GSSTDLD OF THE YEAR) PRINTS THE STANDARDS UNMARKED.   *
056300******************************************************************
056400     move zero to ws-mrk-count
056500     move zero to k
056600     open input standard-mark-file
056700     if ws-stdmarks-status = '00'
056800         perform until ws-stdmarks-status not = '00'
056900             read standard-mark-file next record
057000             if ws-stdmarks-status = '00'
057100                 add 1 to k
057200                 if sm-school-year = ws-school-year-end
057300                     if ws-mrk-count < ws-mrk-max
057400                         add 1 to ws-mrk-count
057500                         move ws-mrk-count to j
057600                         move sm-student-id to mrk-student-id(j)
057700                         move sm-standard-id
057700                             to mrk-standard-id(j)
057800                         move k to mrk-file-seq(j)
057900                         move sm-period to mrk-period(j)
058000                         move sm-mark to mrk-mark(j)
058100                         move sm-comment-code
058100                             to mrk-comment(j)
058200                     else
058300                         move 'Y' to ws-mrk-full
058400                     end-if
058500                 end-if
058600             end-if
058700         end-perform
058800         close standard-mark-file
058900     else
059000         display 'NO STDMARKS - STATUS ' ws-stdmarks-status
059100             ' - K-5 STANDARDS PRINT UNMARKED'
059200     end-if
059300     if ws-mrk-full = 'Y'
059400         display 'STDMARKS - MARK TABLE FULL AT ' ws-mrk-max
059500         move 1 to return-code
059600     end-if
059700     if ws-mrk-count > 1
059800         sort mrk-row ascending key mrk-student-id
059900             mrk-standard-id
060000             mrk-file-seq
060100     end-if
060200     .
060300 LOAD-STANDARD-CODES.
060400     move zero to ws-cds-count
060500     open input code-table-file
060600     if ws-codetbl-status = '00'
060700         perform until ws-codetbl-status not = '00'
060800             read code-table-file next record
060900             if ws-codetbl-status = '00'
061000                 and (ct-table-name = 'STDSUBJ'
061100                 or ct-table-name = 'STDCMNT')
061200                 and ws-cds-count < ws-cds-max
061300                 add 1 to ws-cds-count
061400                 move ct-table-name
061500                     to ws-cds-tbl(ws-cds-count)
061600                 move ct-code to ws-cds-code(ws-cds-count)
061700                 move ct-description
061800                     to ws-cds-desc(ws-cds-count)
061900             end-if
062000         end-perform
062100         close code-table-file
062200     else
062300         display 'CODETBL NOT AVAILABLE - STATUS '
062400             ws-codetbl-status ' - STANDARDS CODES NOT DESCRIBED'
062500     end-if
062600     .
062700 PRINT-STUDENT-STANDARDS.
062800******************************************************************
062900*    THE K-5 LAYOUT - EVERY STANDARD ON STDMAST FOR THE          *
063000*    STUDENT'S GRADE UNDER ITS SUBJECT, WITH THE MARK AND        *
063100*    COMMENT CODE FOR EACH MARKING PERIOD (BLANK UNTIL THE       *
063200*    PERIOD IS MARKED), THEN A KEY TO THE COMMENT CODES THE CARD *
063300*    USES. THE MARK TABLE POINTER MOVES FORWARD LIKE             *
063400*    WS-COURSE-PTR: WS-MARK-FIRST TO WS-MARK-PTR - 1 IS THIS     *
063400*    STUDENT'S BLOCK.                                            *
063500******************************************************************
063600     perform until ws-mark-ptr > ws-mrk-count
063700         or mrk-student-id(ws-mark-ptr) >= ws-rc-id(i)
063800         add 1 to ws-mark-ptr
063900     end-perform
064000     move ws-mark-ptr to ws-mark-first
064100     perform until ws-mark-ptr > ws-mrk-count
064200         or mrk-student-id(ws-mark-ptr) not = ws-rc-id(i)
064300         add 1 to ws-mark-ptr
064400     end-perform
064500     write report-card-line from rc-mark-key-line
064600     move spaces to report-card-line
064700     write report-card-line
064800     write report-card-line from rc-standard-heading
064900     move zero to k
065000     move zero to ws-used-count
065100     move spaces to ws-prev-subject
065200     perform varying ws-std-row from 1 by 1
065300             until ws-std-row > ws-std-count
065400         if std-grade(ws-std-row) = ws-rc-grade(i)
065500             add 1 to k
065600             if std-subject(ws-std-row) not = ws-prev-subject
065700                 move std-subject(ws-std-row) to ws-prev-subject
065800                 move 'STDSUBJ' to ws-find-table
065900                 move std-subject(ws-std-row) to ws-find-code
066000                 perform look-up-standard-code
066100                 if ws-find-desc = spaces
066200                     move std-subject(ws-std-row) to rc-sj-desc
066300                 else
066400                     move ws-find-desc to rc-sj-desc
066500                 end-if
066600                 move spaces to report-card-line
066700                 write report-card-line
066800                 write report-card-line from rc-subject-line
066900             end-if
067000             perform print-one-standard
067100         end-if
067200     end-perform
067300     if k = zero
067400         move ws-rc-grade(i) to rc-ns-grade
067500         write report-card-line from rc-no-standard-line
067600     end-if
067700     if ws-used-count > zero
067800         move spaces to report-card-line
067900         write report-card-line
068000         write report-card-line from rc-comment-heading
068100         perform varying ws-used-row from 1 by 1
068200                 until ws-used-row > ws-used-count
068300             move 'STDCMNT' to ws-find-table
068400             move ws-used-code(ws-used-row) to ws-find-code
068500             perform look-up-standard-code
068600             move ws-used-code(ws-used-row) to rc-cm-code
068700             move ws-find-desc to rc-cm-desc
068800             write report-card-line from rc-comment-line
068900         end-perform
069000     end-if
069100     .
069200 PRINT-ONE-STANDARD.
069300     move spaces to rc-standard-line
069400     move std-desc(ws-std-row) to rc-sd-desc
069500     perform varying ws-mrk-row from ws-mark-first by 1
069600             until ws-mrk-row >= ws-mark-ptr
069700         if mrk-standard-id(ws-mrk-row) = std-id(ws-std-row)
069800             and mrk-period(ws-mrk-row) >= 1
069900             and mrk-period(ws-mrk-row) <= 4
070000             move mrk-period(ws-mrk-row) to ws-pd
070100             move mrk-mark(ws-mrk-row)    to rc-sd-mark(ws-pd)
070200             move mrk-comment(ws-mrk-row) to rc-sd-comment(ws-pd)
070300         end-if
070400     end-perform
070500     write report-card-line from rc-standard-line
070600     perform varying ws-pd from 1 by 1 until ws-pd > 4
070700         if rc-sd-comment(ws-pd) not = spaces
070800             perform note-comment-used
070900         end-if
071000     end-perform
071100     .
071200 NOTE-COMMENT-USED.
071300     move zero to j
071400     perform varying ws-used-row from 1 by 1
071500             until ws-used-row > ws-used-count
071600         if ws-used-code(ws-used-row) = rc-sd-comment(ws-pd)
071700             move ws-used-row to j
071800         end-if
071900     end-perform
072000     if j = zero
072100         and ws-used-count < 20
072200         add 1 to ws-used-count
072300         move rc-sd-comment(ws-pd) to ws-used-code(ws-used-count)
072400     end-if
072500     .
072600 LOOK-UP-STANDARD-CODE.
072700     move spaces to ws-find-desc
072800     perform varying ws-cds-row from 1 by 1
072900             until ws-cds-row > ws-cds-count
073000         if ws-cds-tbl(ws-cds-row) = ws-find-table
073100             and ws-cds-code(ws-cds-row) = ws-find-code
073200             move ws-cds-desc(ws-cds-row) to ws-find-desc
073300         end-if
073400     end-perform
073500     .
073600 READ-BUSINESS-DATE.
073700******************************************************************
073800*    "TODAY" FOR THIS RUN - IT PICKS THE SCHOOL YEAR OF THE      *
073900*    STANDARDS MARKS. NO BUSINESS DATE MEANS NO RUN.             *
074000******************************************************************
074100     open input business-date-file
074200     if ws-busdate-status not = '00'
074300         display 'COULD NOT OPEN BUSDATE - STATUS '
074400             ws-busdate-status
074500         move 16 to return-code
074600         stop run
074700     end-if
074800     read business-date-file next record
074900     if ws-busdate-status not = '00'
075000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
075100             ws-busdate-status
075200         move 16 to return-code
075300         stop run
075400     end-if
075500     close business-date-file
075600     move bd-business-date to ws-business-date
075700     if bd-override-date not = zero
075800         move bd-override-date to ws-business-date
075900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
076000             bd-override-date ' SET BY ' bd-override-operator
076100     end-if
076200     if ws-bus-month < 7
076300         move ws-bus-year to ws-school-year-end
076400     else
076500         compute ws-school-year-end = ws-bus-year + 1
076600     end-if
076700     .
