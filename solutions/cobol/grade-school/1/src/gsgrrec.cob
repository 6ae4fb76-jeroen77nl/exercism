000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSGRREC.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MISSING FINAL-GRADE RECONCILIATION BEFORE TERM CLOSE. THE   *
000900*    GSGPA RUN CLOSED A TERM ON WHATEVER TRANSCPT HELD, SO A     *
001000*    GRADEBOOK NEVER SUBMITTED LEFT ITS STUDENTS OUT OF THE      *
001100*    TERM GPA, CLASS RANK AND HONOR ROLL AND NOBODY NOTICED.     *
001200*    THIS RUN TAKES EVERY ENROLLMENT ON STSCHED AND LOOKS FOR    *
001300*    ITS FINAL GRADE FOR THE CLOSING TERM (THE 'T' CARD ON       *
001400*    GRRECCTL):                                                  *
001500*      GRADED  - A TRANSCPT ROW FOR THE STUDENT, COURSE AND      *
001600*                TERM (ANY LETTER, AN INCOMPLETE 'I' INCLUDED),  *
001700*      PENDING - NO TRANSCPT ROW, BUT THE GRADE IS WAITING ON    *
001800*                GBREJECT FROM THE LAST GRADEBOOK IMPORT FOR THE *
001900*                TEACHER TO FIX AND RESUBMIT,                    *
002000*      MISSING - NEITHER.                                        *
002100*    GRRECRPT LISTS EVERY MISSING AND PENDING GRADE BY BUILDING, *
002200*    TEACHER (MSTSCHED/TEACHFIL) AND SECTION, WITH A TOTAL PER   *
002300*    TEACHER, THEN A SUMMARY PAGE PER BUILDING FOR THE           *
002400*    PRINCIPALS. A BUILDING WITH A MISSING GRADE IS BLOCKED ON   *
002500*    THE TERM-CLOSE GATE FILE (TERMGATE, COPY TGATREC), WHICH    *
002600*    THE GSGPA RUN READS - THE BUILDING'S TERM IS NOT CLOSED     *
002700*    UNTIL ITS MISSING COUNT IS ZERO. THE REGISTRAR MAY RELEASE  *
002800*    A BLOCKED BUILDING ON AN 'O' CARD NAMING THE BUILDING, WHO  *
002900*    IS RELEASING IT AND WHY; EACH OVERRIDE APPLIED IS LOGGED AS *
003000*    A 'TCOV' RECORD ON AUDITLOG UNDER THE DISTRICT AUDIT        *
003100*    SEQUENCE. TERMGATE IS REWRITTEN WHOLE EVERY RUN, SO AN      *
003200*    OVERRIDE HOLDS ONLY FOR THE RUN THAT CARRIES ITS CARD.      *
003300*    RETURN CODES: 0 EVERY BUILDING CLEAR OR RELEASED, 4 A       *
003400*    BUILDING BLOCKED, A CONTROL CARD REJECTED OR A TABLE CUT    *
003500*    SHORT, 16 NO CLOSING TERM OR A FILE COULD NOT BE READ OR    *
003600*    WRITTEN. SEE JCL/GSGRREC.JCL.                               *
003700******************************************************************
003800*    MOD-LOG
003900*    DATE       INIT  DESCRIPTION
004000*    2026-10-15  RVM  ORIGINAL VERSION.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BUSDATE-STATUS.
004800     SELECT CONTROL-CARD-FILE ASSIGN TO GRRECCTL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-GRRECCTL-STATUS.
005100     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-STSCHED-STATUS.
005400     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MSTSCHED-STATUS.
005700     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TEACHFIL-STATUS.
006000     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TRANSCRIPT-STATUS.
006300     SELECT GRADEBOOK-REJECT-FILE ASSIGN TO GBREJECT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-GBREJECT-STATUS.
006600     SELECT TERM-GATE-FILE ASSIGN TO TERMGATE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-TERMGATE-STATUS.
006900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDIT-STATUS.
007200     SELECT AUDIT-SEQ-FILE ASSIGN TO AUDSEQVS
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS AQ-KEY
007600         FILE STATUS IS WS-AUDSEQ-STATUS.
007700     SELECT RECONCILE-RPT ASSIGN TO GRRECRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-GRRECRPT-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  BUSINESS-DATE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  BUSINESS-DATE-RECORD.
008500     COPY BDATREC.
008600******************************************************************
008700*    GRRECCTL - ONE 'T' CARD WITH THE TERM BEING CLOSED (E.G.    *
008800*    T2026F), THEN ANY NUMBER OF REGISTRAR OVERRIDE CARDS:       *
008900*      COL 1     'O'                                             *
009000*      COL 2-5   BUILDING                                        *
009100*      COL 7-26  WHO IS RELEASING IT                             *
009200*      COL 28-52 WHY                                             *
009300******************************************************************
009400 FD  CONTROL-CARD-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  CONTROL-CARD-RECORD.
009700     05  CC-CARD-TYPE            PIC X(01).
009800     05  CC-CARD-BODY            PIC X(79).
009900     05  CC-TERM-CARD REDEFINES CC-CARD-BODY.
010000         10  CC-TERM             PIC X(05).
010100         10  FILLER              PIC X(74).
010200     05  CC-OVERRIDE-CARD REDEFINES CC-CARD-BODY.
010300         10  CC-OVR-SCHOOL       PIC X(04).
010400         10  FILLER              PIC X(01).
010500         10  CC-OVR-BY           PIC X(20).
010600         10  FILLER              PIC X(01).
010700         10  CC-OVR-REASON       PIC X(25).
010800         10  FILLER              PIC X(28).
010900 FD  STUDENT-SCHEDULE-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  STUDENT-SCHEDULE-RECORD.
011200     COPY STSCREC.
011300 FD  MASTER-SCHEDULE-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  MASTER-SCHEDULE-RECORD.
011600     COPY MSTSREC.
011700 FD  TEACHER-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  TEACHER-FILE-RECORD.
012000     COPY TEACHASN.
012100 FD  TRANSCRIPT-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  TRANSCRIPT-RECORD.
012400     COPY TRANSREC.
012500******************************************************************
012600*    GBREJECT IS GSGBIMP'S PRINTED REJECT LIST - TWO HEADING     *
012700*    LINES, THEN ONE REJ-DETAIL-LINE PER REJECTED GRADE. ONLY A  *
012800*    LINE WITH A NUMERIC STUDENT ID IS A DETAIL LINE.            *
012900******************************************************************
013000 FD  GRADEBOOK-REJECT-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  GRADEBOOK-REJECT-LINE.
013300     05  GR-STUDENT-ID           PIC X(07).
013400     05  FILLER                  PIC X(02).
013500     05  GR-COURSE-CODE          PIC X(06).
013600     05  FILLER                  PIC X(02).
013700     05  GR-TERM                 PIC X(05).
013800     05  FILLER                  PIC X(02).
013900     05  GR-LETTER               PIC X(01).
014000     05  FILLER                  PIC X(06).
014100     05  GR-REASON               PIC X(05).
014200     05  FILLER                  PIC X(44).
014300 FD  TERM-GATE-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  TERM-GATE-RECORD.
014600     COPY TGATREC.
014700******************************************************************
014800*    SAME RECORD SHAPE WRITE-AUDIT-RECORD IN THE NIGHTLY         *
014900*    PROGRAM WRITES, SO THE ONE AUDITLOG DATASET READS BACK      *
015000*    UNIFORMLY WHOEVER APPENDED THE RECORD.                      *
015100******************************************************************
015200 FD  AUDIT-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  AUDIT-RECORD.
015500     COPY AUDTREC.
015600 FD  AUDIT-SEQ-FILE
015700     LABEL RECORDS ARE STANDARD.
015800 01  AUDIT-SEQ-RECORD.
015900     COPY ASEQREC.
016000 FD  RECONCILE-RPT
016100     LABEL RECORDS ARE STANDARD.
016200 01  RECONCILE-LINE              PIC X(100).
016300 WORKING-STORAGE SECTION.
016400 01  WS-GRRECCTL-STATUS       PIC X(02).
016500 01  WS-STSCHED-STATUS        PIC X(02).
016600 01  WS-MSTSCHED-STATUS       PIC X(02).
016700 01  WS-TEACHFIL-STATUS       PIC X(02).
016800 01  WS-TRANSCRIPT-STATUS     PIC X(02).
016900 01  WS-GBREJECT-STATUS       PIC X(02).
017000 01  WS-TERMGATE-STATUS       PIC X(02).
017100 01  WS-AUDIT-STATUS          PIC X(02).
017200 01  WS-GRRECRPT-STATUS       PIC X(02).
017300 01  i                        PIC 9(05).
017400 01  j                        PIC 9(05).
017500 01  k                        PIC 9(05).
017600******************************************************************
017700*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
017800*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
017900******************************************************************
018000 01  WS-BUSDATE-STATUS        PIC X(02).
018100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018200 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
018300 01  BUS-DATE-HEADING.
018400     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
018500     05  BDH-DATE             PIC 9(08).
018600     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
018700******************************************************************
018800*    THE CLOSING TERM AND THE REGISTRAR'S OVERRIDE CARDS, WITH   *
018900*    WHAT BECAME OF EACH.                                        *
019000******************************************************************
019100 01  WS-CLOSE-TERM            PIC X(05) VALUE SPACES.
019200 01  WS-CARD-REJECTS          PIC 9(05) VALUE ZERO.
019300 77  WS-OVR-MAX               PIC 9(03) VALUE 100.
019400 01  WS-OVR-COUNT             PIC 9(03) VALUE ZERO.
019500 01  WS-OVR-TABLE.
019600     05  WS-OVR-ENTRY         OCCURS 100 TIMES.
019700         10  WS-OVR-SCHOOL    PIC X(04).
019800         10  WS-OVR-BY        PIC X(20).
019900         10  WS-OVR-REASON    PIC X(25).
020000         10  WS-OVR-RESULT    PIC X(36).
020100 01  WS-OVR-FULL              PIC X VALUE 'N'.
020200 01  WS-OVR-ROW               PIC 9(03).
020300******************************************************************
020400*    EVERY SECTION ON THE MASTER SCHEDULE WITH ITS TEACHER, AND  *
020500*    EVERY TEACHER ON TEACHFIL WITH THEIR NAME (THE FIRST ROW    *
020600*    FOR A TEACHER WITH SEVERAL).                                *
020700******************************************************************
020800 77  WS-MST-MAX               PIC 9(03) VALUE 500.
020900 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
021000 01  WS-MST-TABLE.
021100     05  WS-MST-ENTRY         OCCURS 500 TIMES.
021200         10  WS-MST-SCHOOL    PIC X(04).
021300         10  WS-MST-COURSE    PIC X(06).
021400         10  WS-MST-SECTION   PIC 9(02).
021500         10  WS-MST-PERIOD    PIC 9(02).
021600         10  WS-MST-TEACHER   PIC 9(05).
021700 01  WS-MST-FULL              PIC X VALUE 'N'.
021800 01  WS-MST-ROW               PIC 9(03).
021900 77  WS-TCH-MAX               PIC 9(04) VALUE 2000.
022000 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
022100 01  WS-TCH-TABLE.
022200     05  WS-TCH-ENTRY         OCCURS 2000 TIMES.
022300         10  WS-TCH-ID        PIC 9(05).
022400         10  WS-TCH-LAST      PIC X(30).
022500         10  WS-TCH-FIRST     PIC X(20).
022600 01  WS-TCH-FULL              PIC X VALUE 'N'.
022700 01  WS-TCH-ROW               PIC 9(04).
022800 01  WS-FIND-TEACHER          PIC 9(05).
022900******************************************************************
023000*    THE CLOSING TERM'S TRANSCPT ROWS AND GBREJECT LINES, BY     *
023100*    STUDENT AND COURSE, FOR THE SEARCH ALL PER ENROLLMENT.      *
023200******************************************************************
023300 77  WS-GRD-MAX               PIC 9(05) VALUE 15000.
023400 01  WS-GRD-COUNT             PIC 9(05) VALUE ZERO.
023500 01  GRD-TABLE.
023600     05  GRD-ROW              OCCURS 0 TO 15000 TIMES
023700                              DEPENDING ON WS-GRD-COUNT
023800                              ASCENDING KEY IS GRD-STUDENT-ID
023900                                               GRD-COURSE
024000                              INDEXED BY GRD-IDX.
024100         10  GRD-STUDENT-ID   PIC 9(07).
024200         10  GRD-COURSE       PIC X(06).
024300 01  WS-GRD-FULL              PIC X VALUE 'N'.
024400 77  WS-REJ-MAX               PIC 9(05) VALUE 03000.
024500 01  WS-REJ-COUNT             PIC 9(05) VALUE ZERO.
024600 01  REJ-TABLE.
024700     05  REJ-ROW              OCCURS 0 TO 3000 TIMES
024800                              DEPENDING ON WS-REJ-COUNT
024900                              ASCENDING KEY IS REJ-STUDENT-ID
025000                                               REJ-COURSE
025100                              INDEXED BY REJ-IDX.
025200         10  REJ-STUDENT-ID   PIC 9(07).
025300         10  REJ-COURSE       PIC X(06).
025400         10  REJ-REASON       PIC X(05).
025500 01  WS-REJ-FULL              PIC X VALUE 'N'.
025600 01  WS-FOUND                 PIC X.
025700 01  WS-FOUND-REASON          PIC X(05).
025800******************************************************************
025900*    EVERY ENROLLMENT WITHOUT A POSTED GRADE - 'M' MISSING OR    *
026000*    'P' PENDING ON GBREJECT - SORTED BY BUILDING, TEACHER,      *
026100*    COURSE, SECTION AND STUDENT FOR THE REPORT.                 *
026200******************************************************************
026300 77  WS-OPN-MAX               PIC 9(05) VALUE 05000.
026400 01  WS-OPN-COUNT             PIC 9(05) VALUE ZERO.
026500 01  OPN-TABLE.
026600     05  OPN-ROW              OCCURS 0 TO 5000 TIMES
026700                              DEPENDING ON WS-OPN-COUNT.
026800         10  OPN-SCHOOL       PIC X(04).
026900         10  OPN-TEACHER      PIC 9(05).
027000         10  OPN-COURSE       PIC X(06).
027100         10  OPN-SECTION      PIC 9(02).
027200         10  OPN-PERIOD       PIC 9(02).
027300         10  OPN-STUDENT-ID   PIC 9(07).
027400         10  OPN-KIND         PIC X(01).
027500         10  OPN-REASON       PIC X(05).
027600 01  WS-OPN-FULL              PIC X VALUE 'N'.
027700******************************************************************
027800*    ONE ROW PER BUILDING ON STSCHED - ITS COUNTS AND ITS GATE.  *
027900******************************************************************
028000 77  WS-BLD-MAX               PIC 9(03) VALUE 100.
028100 01  WS-BLD-COUNT             PIC 9(03) VALUE ZERO.
028200 01  BLD-TABLE.
028300     05  BLD-ROW              OCCURS 0 TO 100 TIMES
028400                              DEPENDING ON WS-BLD-COUNT.
028500         10  BLD-SCHOOL       PIC X(04).
028600         10  BLD-ENROLLED     PIC 9(05).
028700         10  BLD-GRADED       PIC 9(05).
028800         10  BLD-PENDING      PIC 9(05).
028900         10  BLD-MISSING      PIC 9(05).
029000         10  BLD-STATUS       PIC X(01).
029100         10  BLD-OVR-BY       PIC X(20).
029200         10  BLD-OVR-REASON   PIC X(25).
029300         10  BLD-AUDIT-SEQ    PIC 9(09).
029400 01  WS-BLD-FULL              PIC X VALUE 'N'.
029500 01  WS-BLD-ROW               PIC 9(03).
029600 01  WS-FIND-SCHOOL           PIC X(04).
029700 01  WS-ENROLL-READ           PIC 9(05) VALUE ZERO.
029800 01  WS-BLOCKED-COUNT         PIC 9(03) VALUE ZERO.
029900 01  WS-RELEASED-COUNT        PIC 9(03) VALUE ZERO.
030000 01  WS-TOTAL-MISSING         PIC 9(05) VALUE ZERO.
030100 01  WS-TOTAL-PENDING         PIC 9(05) VALUE ZERO.
030200 01  WS-PREV-SCHOOL           PIC X(04).
030300 01  WS-PREV-TEACHER          PIC 9(05).
030400 01  WS-TCH-MISSING           PIC 9(05).
030500 01  WS-TCH-PENDING           PIC 9(05).
030600 01  WS-AUDIT-DATE            PIC 9(08).
030700 01  WS-AUDIT-TIME            PIC 9(08).
030800******************************************************************
030900*    AUDIT SEQUENCE AND CONTROL HASH - THE SAME REGISTER, BYTE   *
031000*    WEIGHTS, MULTIPLIER AND MODULUS AS WRITE-AUDIT-RECORD IN    *
031100*    THE NIGHTLY PROGRAM, SO THE CHAIN RUNS UNBROKEN THROUGH     *
031200*    THIS JOB'S RECORDS.                                         *
031300******************************************************************
031400 01  WS-AUDSEQ-STATUS         PIC X(02).
031500 01  WS-AUDSEQ-FOUND          PIC X.
031600 01  WS-AUDIT-HASH-CHARSET.
031700     05  FILLER               PIC X(37) VALUE
031800         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
031900     05  FILLER               PIC X(33) VALUE
032000         'abcdefghijklmnopqrstuvwxyz-.,''/&#'.
032100 77  WS-AUDIT-HASH-LENGTH     PIC 9(03) VALUE 103.
032200 77  WS-AUDIT-HASH-MODULUS    PIC 9(09) VALUE 999999937.
032300 01  WS-AUDIT-HASH-INPUT      PIC X(103).
032400 01  WS-AUDIT-HASH-X          PIC 9(03).
032500 01  WS-AUDIT-HASH-POS        PIC 9(03).
032600 01  WS-AUDIT-HASH-WORK       PIC 9(11).
032700 01  WS-AUDIT-HASH-QUOT       PIC 9(11).
032800 01  WS-AUDIT-HASH            PIC 9(09).
032900******************************************************************
033000*    GRRECRPT LINES.                                             *
033100******************************************************************
033200 01  RPT-HEADING.
033300     05  FILLER               PIC X(42) VALUE
033400         'MISSING FINAL-GRADE RECONCILIATION - TERM '.
033500     05  RPT-H-TERM           PIC X(05).
033600 01  RPT-BUILDING-HEADING.
033700     05  FILLER               PIC X(10) VALUE 'BUILDING: '.
033800     05  RPT-B-SCHOOL         PIC X(04).
033900 01  RPT-TEACHER-HEADING.
034000     05  FILLER               PIC X(11) VALUE '  TEACHER: '.
034100     05  RPT-T-ID             PIC X(05).
034200     05  FILLER               PIC X(02) VALUE SPACES.
034300     05  RPT-T-LAST           PIC X(30).
034400     05  FILLER               PIC X(01) VALUE SPACES.
034500     05  RPT-T-FIRST          PIC X(20).
034600 01  RPT-COLUMNS.
034700     05  FILLER               PIC X(04) VALUE SPACES.
034800     05  FILLER               PIC X(08) VALUE 'COURSE'.
034900     05  FILLER               PIC X(06) VALUE 'SECT'.
035000     05  FILLER               PIC X(04) VALUE 'PD'.
035100     05  FILLER               PIC X(09) VALUE 'STUDENT'.
035200     05  FILLER               PIC X(20) VALUE 'FINAL GRADE'.
035300 01  RPT-DETAIL-LINE.
035400     05  FILLER               PIC X(04) VALUE SPACES.
035500     05  RPT-D-COURSE         PIC X(06).
035600     05  FILLER               PIC X(02) VALUE SPACES.
035700     05  RPT-D-SECTION        PIC 9(02).
035800     05  FILLER               PIC X(04) VALUE SPACES.
035900     05  RPT-D-PERIOD         PIC X(02).
036000     05  FILLER               PIC X(02) VALUE SPACES.
036100     05  RPT-D-STUDENT-ID     PIC 9(07).
036200     05  FILLER               PIC X(02) VALUE SPACES.
036300     05  RPT-D-STATUS         PIC X(30).
036400 01  RPT-TEACHER-TOTAL.
036500     05  FILLER               PIC X(22) VALUE
036600         '    TEACHER MISSING: '.
036700     05  RPT-TT-MISSING       PIC ZZZZ9.
036800     05  FILLER               PIC X(17) VALUE
036900         '   ON GBREJECT: '.
037000     05  RPT-TT-PENDING       PIC ZZZZ9.
037100 01  RPT-SUMMARY-HEADING.
037200     05  FILLER               PIC X(38) VALUE
037300         'TERM-CLOSE SUMMARY BY BUILDING - TERM '.
037400     05  RPT-S-TERM           PIC X(05).
037500 01  RPT-SUMMARY-COLUMNS.
037600     05  FILLER               PIC X(06) VALUE 'BLDG'.
037700     05  FILLER               PIC X(10) VALUE 'ENROLLED'.
037800     05  FILLER               PIC X(09) VALUE 'GRADED'.
037900     05  FILLER               PIC X(12) VALUE 'ON GBREJECT'.
038000     05  FILLER               PIC X(09) VALUE 'MISSING'.
038100     05  FILLER               PIC X(12) VALUE 'TERM CLOSE'.
038200 01  RPT-SUMMARY-LINE.
038300     05  RPT-S-SCHOOL         PIC X(04).
038400     05  FILLER               PIC X(04) VALUE SPACES.
038500     05  RPT-S-ENROLLED       PIC ZZZZ9.
038600     05  FILLER               PIC X(04) VALUE SPACES.
038700     05  RPT-S-GRADED         PIC ZZZZ9.
038800     05  FILLER               PIC X(06) VALUE SPACES.
038900     05  RPT-S-PENDING        PIC ZZZZ9.
039000     05  FILLER               PIC X(04) VALUE SPACES.
039100     05  RPT-S-MISSING        PIC ZZZZ9.
039200     05  FILLER               PIC X(04) VALUE SPACES.
039300     05  RPT-S-GATE           PIC X(50).
039400 01  RPT-OVERRIDE-HEADING.
039500     05  FILLER               PIC X(30) VALUE
039600         'REGISTRAR OVERRIDE CARDS'.
039700 01  RPT-OVERRIDE-LINE.
039800     05  RPT-O-SCHOOL         PIC X(04).
039900     05  FILLER               PIC X(02) VALUE SPACES.
040000     05  RPT-O-BY             PIC X(20).
040100     05  FILLER               PIC X(02) VALUE SPACES.
040200     05  RPT-O-REASON         PIC X(25).
040300     05  FILLER               PIC X(02) VALUE SPACES.
040400     05  RPT-O-RESULT         PIC X(36).
040500 01  RUN-TOTAL-LINE.
040600     05  RT-LABEL             PIC X(44).
040700     05  RT-VALUE             PIC ZZZZ9.
040800 PROCEDURE DIVISION.
040900 MAINLINE.
041000******************************************************************
041100*    STANDALONE ENTRY POINT, RUN BY THE REGISTRAR AHEAD OF THE   *
041200*    GSGPA TERM RUN AND AGAIN AFTER EACH ROUND OF LATE GRADES.   *
041300******************************************************************
041400     perform read-business-date
041500     perform read-control-cards
041600     perform load-teacher-file
041700     perform load-master-schedule
041800     perform load-term-grades
041900     perform load-gradebook-rejects
042000     perform reconcile-enrollments
042100     if ws-bld-count > 1
042200         sort bld-row on ascending key bld-school
042300     end-if
042400     if ws-opn-count > 1
042500         sort opn-row on ascending key opn-school
042600                                       opn-teacher
042700                                       opn-course
042800                                       opn-section
042900                                       opn-student-id
043000     end-if
043100     perform set-building-gates
043200     perform apply-override-cards
043300     perform save-term-gates
043400     perform print-reconcile-report
043500     if ws-blocked-count > zero
043600         or ws-card-rejects > zero
043700         or ws-ovr-full = 'Y'
043800         or ws-mst-full = 'Y'
043900         or ws-tch-full = 'Y'
044000         or ws-grd-full = 'Y'
044100         or ws-rej-full = 'Y'
044200         or ws-opn-full = 'Y'
044300         or ws-bld-full = 'Y'
044400         move 4 to return-code
044500     end-if
044600     stop run
044700     .
044800 READ-CONTROL-CARDS.
044900******************************************************************
045000*    THE 'T' CARD NAMES THE TERM BEING CLOSED - WITHOUT ONE      *
045100*    THERE IS NOTHING TO RECONCILE. 'O' CARDS ARE HELD FOR       *
045200*    APPLY-OVERRIDE-CARDS. ANY OTHER CARD, OR A SECOND 'T', IS   *
045300*    REJECTED.                                                   *
045400******************************************************************
045500     open input control-card-file
045600     if ws-grrecctl-status not = '00'
045700         display 'COULD NOT OPEN GRRECCTL - STATUS '
045800             ws-grrecctl-status
045900         move 16 to return-code
046000         stop run
046100     end-if
046200     perform until ws-grrecctl-status not = '00'
046300         read control-card-file next record
046400         if ws-grrecctl-status = '00'
046500             evaluate cc-card-type
046600                 when 'T'
046700                     if ws-close-term = spaces
046800                         and cc-term not = spaces
046900                         move cc-term to ws-close-term
047000                     else
047100                         add 1 to ws-card-rejects
047200                         display 'GRRECCTL CARD REJECTED: '
047300                             control-card-record
047400                     end-if
047500                 when 'O'
047600                     if ws-ovr-count < ws-ovr-max
047700                         add 1 to ws-ovr-count
047800                         move cc-ovr-school
047900                             to ws-ovr-school(ws-ovr-count)
048000                         move cc-ovr-by
048100                             to ws-ovr-by(ws-ovr-count)
048200                         move cc-ovr-reason
048300                             to ws-ovr-reason(ws-ovr-count)
048400                         move spaces
048500                             to ws-ovr-result(ws-ovr-count)
048600                     else
048700                         move 'Y' to ws-ovr-full
048800                         display 'GRRECCTL - OVERRIDE TABLE FULL'
048900                             ' - CARD IGNORED: '
049000                             control-card-record
049100                     end-if
049200                 when other
049300                     add 1 to ws-card-rejects
049400                     display 'GRRECCTL CARD REJECTED: '
049500                         control-card-record
049600             end-evaluate
049700         end-if
049800     end-perform
049900     close control-card-file
050000     if ws-close-term = spaces
050100         display 'NO CLOSING TERM (T CARD) ON GRRECCTL'
050200         move 16 to return-code
050300         stop run
050400     end-if
050500     move ws-close-term to rpt-h-term
050600     move ws-close-term to rpt-s-term
050700     .
050800 LOAD-TEACHER-FILE.
050900     move zero to ws-tch-count
051000     open input teacher-file
051100     if ws-teachfil-status not = '00'
051200         display 'COULD NOT OPEN TEACHFIL - STATUS '
051300             ws-teachfil-status
051400         move 16 to return-code
051500         stop run
051600     end-if
051700     perform until ws-teachfil-status not = '00'
051800         read teacher-file next record
051900         if ws-teachfil-status = '00'
052000             move ta-teacher-id to ws-find-teacher
052100             perform find-teacher-row
052200             if ws-tch-row = zero
052300                 if ws-tch-count < ws-tch-max
052400                     add 1 to ws-tch-count
052500                     move ta-teacher-id
052600                         to ws-tch-id(ws-tch-count)
052700                     move ta-last-name
052800                         to ws-tch-last(ws-tch-count)
052900                     move ta-first-name
053000                         to ws-tch-first(ws-tch-count)
053100                 else
053200                     move 'Y' to ws-tch-full
053300                 end-if
053400             end-if
053500         end-if
053600     end-perform
053700     close teacher-file
053800     if ws-tch-full = 'Y'
053900         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
054000     end-if
054100     .
054200 LOAD-MASTER-SCHEDULE.
054300     move zero to ws-mst-count
054400     open input master-schedule-file
054500     if ws-mstsched-status not = '00'
054600         display 'COULD NOT OPEN MSTSCHED - STATUS '
054700             ws-mstsched-status
054800         move 16 to return-code
054900         stop run
055000     end-if
055100     perform until ws-mstsched-status not = '00'
055200         read master-schedule-file next record
055300         if ws-mstsched-status = '00'
055400             if ws-mst-count < ws-mst-max
055500                 add 1 to ws-mst-count
055600                 move ms-school-code
055700                     to ws-mst-school(ws-mst-count)
055800                 move ms-course-code
055900                     to ws-mst-course(ws-mst-count)
056000                 move ms-section-no
056100                     to ws-mst-section(ws-mst-count)
056200                 move ms-period
056300                     to ws-mst-period(ws-mst-count)
056400                 move ms-teacher-id
056500                     to ws-mst-teacher(ws-mst-count)
056600             else
056700                 move 'Y' to ws-mst-full
056800             end-if
056900         end-if
057000     end-perform
057100     close master-schedule-file
057200     if ws-mst-full = 'Y'
057300         display 'MSTSCHED - SECTION TABLE FULL AT ' ws-mst-max
057400     end-if
057500     .
057600 LOAD-TERM-GRADES.
057700******************************************************************
057800*    EVERY TRANSCPT ROW FOR THE CLOSING TERM IS A FINAL GRADE -  *
057900*    A REPLACED REPEAT ATTEMPT AND AN OPEN INCOMPLETE INCLUDED,  *
058000*    SINCE THE TEACHER HAS SUBMITTED SOMETHING FOR THE STUDENT.  *
058100******************************************************************
058200     move zero to ws-grd-count
058300     open input transcript-file
058400     if ws-transcript-status not = '00'
058500         display 'COULD NOT OPEN TRANSCPT - STATUS '
058600             ws-transcript-status
058700         move 16 to return-code
058800         stop run
058900     end-if
059000     perform until ws-transcript-status not = '00'
059100         read transcript-file next record
059200         if ws-transcript-status = '00'
059300             and trn-term = ws-close-term
059400             if ws-grd-count < ws-grd-max
059500                 add 1 to ws-grd-count
059600                 move trn-student-id
059700                     to grd-student-id(ws-grd-count)
059800                 move trn-course-code
059900                     to grd-course(ws-grd-count)
060000             else
060100                 move 'Y' to ws-grd-full
060200             end-if
060300         end-if
060400     end-perform
060500     close transcript-file
060600     if ws-grd-count > 1
060700         sort grd-row on ascending key grd-student-id grd-course
060800     end-if
060900     if ws-grd-full = 'Y'
061000         display 'TRANSCPT - TERM GRADE TABLE FULL AT ' ws-grd-max
061100             ' - GRADES BEYOND IT COUNT AS MISSING'
061200     end-if
061300     .
061400 LOAD-GRADEBOOK-REJECTS.
061500******************************************************************
061600*    GBREJECT IS ONLY THERE AFTER AN IMPORT THAT REJECTED        *
061700*    SOMETHING - A MISSING FILE MEANS NOTHING IS PENDING.        *
061800******************************************************************
061900     move zero to ws-rej-count
062000     open input gradebook-reject-file
062100     if ws-gbreject-status not = '00'
062200         display 'GBREJECT NOT AVAILABLE - STATUS '
062300             ws-gbreject-status ' - NOTHING COUNTED AS PENDING'
062400     else
062500         perform until ws-gbreject-status not = '00'
062600             read gradebook-reject-file next record
062700             if ws-gbreject-status = '00'
062800                 and gr-student-id is numeric
062900                 and gr-term = ws-close-term
063000                 if ws-rej-count < ws-rej-max
063100                     add 1 to ws-rej-count
063200                     move gr-student-id
063300                         to rej-student-id(ws-rej-count)
063400                     move gr-course-code
063500                         to rej-course(ws-rej-count)
063600                     move gr-reason
063700                         to rej-reason(ws-rej-count)
063800                 else
063900                     move 'Y' to ws-rej-full
064000                 end-if
064100             end-if
064200         end-perform
064300         close gradebook-reject-file
064400         if ws-rej-count > 1
064500             sort rej-row on ascending key rej-student-id
064600                 rej-course
064700         end-if
064800         if ws-rej-full = 'Y'
064900             display 'GBREJECT - REJECT TABLE FULL AT ' ws-rej-max
065000         end-if
065100     end-if
065200     .
065300 RECONCILE-ENROLLMENTS.
065400******************************************************************
065500*    ONE PASS OF STSCHED. EACH ENROLLMENT IS COUNTED TO ITS      *
065600*    BUILDING AS GRADED, PENDING OR MISSING, AND EVERY ONE NOT   *
065700*    GRADED IS KEPT FOR THE REPORT WITH ITS SECTION'S TEACHER.   *
065800******************************************************************
065900     open input student-schedule-file
066000     if ws-stsched-status not = '00'
066100         display 'COULD NOT OPEN STSCHED - STATUS '
066200             ws-stsched-status
066300         move 16 to return-code
066400         stop run
066500     end-if
066600     perform until ws-stsched-status not = '00'
066700         read student-schedule-file next record
066800         if ws-stsched-status = '00'
066900             add 1 to ws-enroll-read
067000             perform reconcile-one-enrollment
067100         end-if
067200     end-perform
067300     close student-schedule-file
067400     .
067500 RECONCILE-ONE-ENROLLMENT.
067600     move sc-school-code to ws-find-school
067700     perform find-building-row
067800     if ws-bld-row not = zero
067900         add 1 to bld-enrolled(ws-bld-row)
068000         move 'N' to ws-found
068100         if ws-grd-count > zero
068200             search all grd-row
068300                 at end
068400                     continue
068500                 when grd-student-id(grd-idx) = sc-student-id
068600                  and grd-course(grd-idx) = sc-course-code
068700                     move 'Y' to ws-found
068800             end-search
068900         end-if
069000         if ws-found = 'Y'
069100             add 1 to bld-graded(ws-bld-row)
069200         else
069300             move spaces to ws-found-reason
069400             if ws-rej-count > zero
069500                 search all rej-row
069600                     at end
069700                         continue
069800                     when rej-student-id(rej-idx) = sc-student-id
069900                      and rej-course(rej-idx) = sc-course-code
070000                         move 'P' to ws-found
070100                         move rej-reason(rej-idx)
070200                             to ws-found-reason
070300                 end-search
070400             end-if
070500             if ws-found = 'P'
070600                 add 1 to bld-pending(ws-bld-row)
070700             else
070800                 add 1 to bld-missing(ws-bld-row)
070900                 move 'M' to ws-found
071000             end-if
071100             perform add-open-row
071200         end-if
071300     end-if
071400     .
071500 ADD-OPEN-ROW.
071600     if ws-opn-count < ws-opn-max
071700         add 1 to ws-opn-count
071800         move sc-school-code to opn-school(ws-opn-count)
071900         move sc-course-code to opn-course(ws-opn-count)
072000         move sc-section-no  to opn-section(ws-opn-count)
072100         move sc-student-id  to opn-student-id(ws-opn-count)
072200         move ws-found       to opn-kind(ws-opn-count)
072300         move ws-found-reason to opn-reason(ws-opn-count)
072400         move zero           to opn-teacher(ws-opn-count)
072500         move zero           to opn-period(ws-opn-count)
072600         move zero to ws-mst-row
072700         perform varying j from 1 by 1
072800                 until j > ws-mst-count or ws-mst-row not = zero
072900             if ws-mst-school(j) = sc-school-code
073000                 and ws-mst-course(j) = sc-course-code
073100                 and ws-mst-section(j) = sc-section-no
073200                 move j to ws-mst-row
073300             end-if
073400         end-perform
073500         if ws-mst-row not = zero
073600             move ws-mst-teacher(ws-mst-row)
073700                 to opn-teacher(ws-opn-count)
073800             move ws-mst-period(ws-mst-row)
073900                 to opn-period(ws-opn-count)
074000         end-if
074100     else
074200         move 'Y' to ws-opn-full
074300     end-if
074400     .
074500 FIND-BUILDING-ROW.
074600******************************************************************
074700*    WS-FIND-SCHOOL'S ROW IN BLD-TABLE, ADDED IF NEW. ZERO ONLY  *
074800*    WHEN THE TABLE IS FULL.                                     *
074900******************************************************************
075000     move zero to ws-bld-row
075100     perform varying k from 1 by 1
075200             until k > ws-bld-count or ws-bld-row not = zero
075300         if bld-school(k) = ws-find-school
075400             move k to ws-bld-row
075500         end-if
075600     end-perform
075700     if ws-bld-row = zero
075800         if ws-bld-count < ws-bld-max
075900             add 1 to ws-bld-count
076000             move ws-bld-count to ws-bld-row
076100             move ws-find-school to bld-school(ws-bld-row)
076200             move zero   to bld-enrolled(ws-bld-row)
076300             move zero   to bld-graded(ws-bld-row)
076400             move zero   to bld-pending(ws-bld-row)
076500             move zero   to bld-missing(ws-bld-row)
076600             move spaces to bld-status(ws-bld-row)
076700             move spaces to bld-ovr-by(ws-bld-row)
076800             move spaces to bld-ovr-reason(ws-bld-row)
076900             move zero   to bld-audit-seq(ws-bld-row)
077000         else
077100             move 'Y' to ws-bld-full
077200         end-if
077300     end-if
077400     .
077500 FIND-TEACHER-ROW.
077600     move zero to ws-tch-row
077700     perform varying k from 1 by 1
077800             until k > ws-tch-count or ws-tch-row not = zero
077900         if ws-tch-id(k) = ws-find-teacher
078000             move k to ws-tch-row
078100         end-if
078200     end-perform
078300     .
078400 SET-BUILDING-GATES.
078500******************************************************************
078600*    A BUILDING IS BLOCKED WHILE ANY GRADE IS MISSING. PENDING   *
078700*    GRADES DO NOT BLOCK - THEY ARE IN, AWAITING CORRECTION.     *
078800******************************************************************
078900     perform varying i from 1 by 1 until i > ws-bld-count
079000         if bld-missing(i) > zero
079100             move 'B' to bld-status(i)
079200         else
079300             move 'C' to bld-status(i)
079400         end-if
079500         add bld-missing(i) to ws-total-missing
079600         add bld-pending(i) to ws-total-pending
079700     end-perform
079800     .
079900 APPLY-OVERRIDE-CARDS.
080000******************************************************************
080100*    EACH 'O' CARD RELEASES ONE BLOCKED BUILDING. THE CARD MUST  *
080200*    SAY WHO AND WHY; A BUILDING NOT ON STSCHED, ONE THAT IS     *
080300*    NOT BLOCKED AND A SECOND CARD FOR THE SAME BUILDING CHANGE  *
080400*    NOTHING. EVERY RELEASE IS LOGGED ON AUDITLOG.               *
080500******************************************************************
080600     perform varying ws-ovr-row from 1 by 1
080700             until ws-ovr-row > ws-ovr-count
080800         move zero to ws-bld-row
080900         perform varying k from 1 by 1
081000                 until k > ws-bld-count or ws-bld-row not = zero
081100             if bld-school(k) = ws-ovr-school(ws-ovr-row)
081200                 move k to ws-bld-row
081300             end-if
081400         end-perform
081500         evaluate true
081600             when ws-ovr-by(ws-ovr-row) = spaces
081700               or ws-ovr-reason(ws-ovr-row) = spaces
081800                 move 'REJECTED - NAME AND REASON REQUIRED'
081900                     to ws-ovr-result(ws-ovr-row)
082000                 add 1 to ws-card-rejects
082100             when ws-bld-row = zero
082200                 move 'REJECTED - BUILDING NOT ON STSCHED'
082300                     to ws-ovr-result(ws-ovr-row)
082400                 add 1 to ws-card-rejects
082500             when bld-status(ws-bld-row) = 'O'
082600                 move 'IGNORED - BUILDING ALREADY RELEASED'
082700                     to ws-ovr-result(ws-ovr-row)
082800             when bld-status(ws-bld-row) = 'C'
082900                 move 'NOT NEEDED - NO GRADES MISSING'
083000                     to ws-ovr-result(ws-ovr-row)
083100             when other
083200                 perform write-override-audit
083300                 move 'O' to bld-status(ws-bld-row)
083400                 move ws-ovr-by(ws-ovr-row)
083500                     to bld-ovr-by(ws-bld-row)
083600                 move ws-ovr-reason(ws-ovr-row)
083700                     to bld-ovr-reason(ws-bld-row)
083800                 move aud-seq-no to bld-audit-seq(ws-bld-row)
083900                 move 'RELEASED - AUDIT SEQUENCE'
084000                     to ws-ovr-result(ws-ovr-row)
084100                 move aud-seq-no
084200                     to ws-ovr-result(ws-ovr-row)(27:9)
084300         end-evaluate
084400     end-perform
084500     perform varying i from 1 by 1 until i > ws-bld-count
084600         if bld-status(i) = 'B'
084700             add 1 to ws-blocked-count
084800         end-if
084900         if bld-status(i) = 'O'
085000             add 1 to ws-released-count
085100         end-if
085200     end-perform
085300     .
085400 WRITE-OVERRIDE-AUDIT.
085500******************************************************************
085600*    APPENDS THE 'TCOV' RECORD IN THE NIGHTLY PROGRAM'S AUDIT    *
085700*    SHAPE. THERE IS NO STUDENT - AUD-LAST-NAME CARRIES THE      *
085800*    BUILDING (1-4) AND THE REASON (6-30), AUD-FIRST-NAME WHO    *
085900*    RELEASED IT, AUD-RESULT THE TERM AND AUD-STUDENT-ID THE     *
086000*    NUMBER OF GRADES STILL MISSING.                             *
086100******************************************************************
086200     accept ws-audit-date from date yyyymmdd
086300     accept ws-audit-time from time
086400     open extend audit-file
086500     if ws-audit-status not = '00'
086600         open output audit-file
086700     end-if
086800     if ws-audit-status not = '00'
086900         display 'COULD NOT OPEN AUDITLOG - STATUS '
087000             ws-audit-status
087100         move 16 to return-code
087200         stop run
087300     end-if
087400     move ws-audit-date   to aud-date
087500     move ws-audit-time   to aud-time
087600     move 'TCOV'          to aud-action
087700     move bld-missing(ws-bld-row) to aud-student-id
087800     move spaces          to aud-last-name
087900     move bld-school(ws-bld-row) to aud-last-name(1:4)
088000     move ws-ovr-reason(ws-ovr-row) to aud-last-name(6:25)
088100     move ws-ovr-by(ws-ovr-row) to aud-first-name
088200     move spaces          to aud-grade
088300     move ws-close-term   to aud-result
088400     move zero            to aud-withdraw-date
088500     move spaces          to aud-withdraw-reason
088600     perform next-audit-sequence
088700     write audit-record
088800     if ws-audit-status not = '00'
088900         display 'AUDITLOG WRITE FAILED - STATUS '
089000             ws-audit-status
089100         move 16 to return-code
089200         stop run
089300     end-if
089400     perform save-audit-sequence
089500     close audit-file
089600     .
089700 NEXT-AUDIT-SEQUENCE.
089800******************************************************************
089900*    STAMPS THE RECORD BEING BUILT WITH THE NEXT DISTRICT-WIDE   *
090000*    AUDIT SEQUENCE NUMBER AND ITS CONTROL HASH FROM THE SHARED  *
090100*    REGISTER (AUDSEQVS). THE REGISTER STAYS OPEN UNTIL SAVE-    *
090200*    AUDIT-SEQUENCE, SO IT ONLY MOVES ON ONCE THE AUDIT RECORD   *
090300*    IS WRITTEN. A MISSING REGISTER IS CREATED EMPTY (TRAIL      *
090400*    STARTS AT 1).                                               *
090500******************************************************************
090600     open i-o audit-seq-file
090700     if ws-audseq-status not = '00'
090800         open output audit-seq-file
090900         close audit-seq-file
091000         open i-o audit-seq-file
091100     end-if
091200     if ws-audseq-status not = '00'
091300         display 'COULD NOT OPEN AUDSEQVS - STATUS '
091400             ws-audseq-status
091500         move 16 to return-code
091600         stop run
091700     end-if
091800     move 'AUDITSEQ' to aq-key
091900     read audit-seq-file record key is aq-key
092000     evaluate ws-audseq-status
092100         when '00'
092200             move 'Y' to ws-audseq-found
092300         when '23'
092400             move 'N' to ws-audseq-found
092500             move 'AUDITSEQ' to aq-key
092600             move zero to aq-last-seq-no
092700             move zero to aq-last-hash
092800         when other
092900             display 'AUDSEQVS READ FAILED - STATUS '
093000                 ws-audseq-status
093100             move 16 to return-code
093200             stop run
093300     end-evaluate
093400     compute aud-seq-no = aq-last-seq-no + 1
093500     move aq-last-hash to ws-audit-hash
093600     perform compute-audit-hash
093700     move ws-audit-hash to aud-chain-hash
093800     .
093900 SAVE-AUDIT-SEQUENCE.
094000******************************************************************
094100*    MOVES THE REGISTER ON TO THE RECORD JUST WRITTEN AND        *
094200*    RELEASES IT.                                                *
094300******************************************************************
094400     move aud-seq-no     to aq-last-seq-no
094500     move aud-chain-hash to aq-last-hash
094600     if ws-audseq-found = 'Y'
094700         rewrite audit-seq-record
094800     else
094900         write audit-seq-record
095000     end-if
095100     if ws-audseq-status not = '00'
095200         display 'AUDSEQVS UPDATE FAILED - STATUS '
095300             ws-audseq-status
095400         move 16 to return-code
095500         stop run
095600     end-if
095700     close audit-seq-file
095800     .
095900 COMPUTE-AUDIT-HASH.
096000******************************************************************
096100*    FOLDS EVERY BYTE OF THE AUDIT RECORD AHEAD OF THE HASH      *
096200*    ITSELF INTO WS-AUDIT-HASH - IN AS THE PREVIOUS RECORD'S     *
096300*    HASH, OUT AS THIS ONE'S. SEE WRITE-AUDIT-RECORD IN THE      *
096400*    NIGHTLY PROGRAM.                                            *
096500******************************************************************
096600     move audit-record(1:103) to ws-audit-hash-input
096700     perform varying ws-audit-hash-x from 1 by 1
096800             until ws-audit-hash-x > ws-audit-hash-length
096900         move zero to ws-audit-hash-pos
097000         inspect ws-audit-hash-charset tallying ws-audit-hash-pos
097100             for characters before initial
097200             ws-audit-hash-input(ws-audit-hash-x:1)
097300         compute ws-audit-hash-work =
097400             ws-audit-hash * 31 + ws-audit-hash-pos + 1
097500         divide ws-audit-hash-work by ws-audit-hash-modulus
097600             giving ws-audit-hash-quot
097700             remainder ws-audit-hash
097800     end-perform
097900     .
098000 SAVE-TERM-GATES.
098100******************************************************************
098200*    TERMGATE IS REWRITTEN WHOLE - ONE RECORD PER BUILDING FOR   *
098300*    THE CLOSING TERM. A BUILDING NOT ON IT IS NOT GATED.        *
098400******************************************************************
098500     open output term-gate-file
098600     if ws-termgate-status not = '00'
098700         display 'COULD NOT OPEN TERMGATE - STATUS '
098800             ws-termgate-status
098900         move 16 to return-code
099000         stop run
099100     end-if
099200     perform varying i from 1 by 1 until i > ws-bld-count
099300         move spaces to term-gate-record
099400         move bld-school(i)     to tg-school-code
099500         move ws-close-term     to tg-term
099600         move bld-status(i)     to tg-status
099700         move bld-enrolled(i)   to tg-enrolled
099800         move bld-graded(i)     to tg-graded
099900         move bld-pending(i)    to tg-pending
100000         move bld-missing(i)    to tg-missing
100100         move ws-business-date  to tg-run-date
100200         move bld-ovr-by(i)     to tg-override-by
100300         move bld-ovr-reason(i) to tg-override-reason
100400         move bld-audit-seq(i)  to tg-audit-seq-no
100500         write term-gate-record
100600         if ws-termgate-status not = '00'
100700             display 'COULD NOT WRITE TERMGATE - STATUS '
100800                 ws-termgate-status
100900             move 16 to return-code
101000             stop run
101100         end-if
101200     end-perform
101300     close term-gate-file
101400     .
101500 PRINT-RECONCILE-REPORT.
101600******************************************************************
101700*    GRRECRPT - EVERY GRADE NOT POSTED, BY BUILDING, TEACHER AND *
101800*    SECTION WITH A TOTAL PER TEACHER, THEN THE SUMMARY BY       *
101900*    BUILDING, THE OVERRIDE CARDS AND THE RUN TOTALS.            *
102000******************************************************************
102100     open output reconcile-rpt
102200     if ws-grrecrpt-status not = '00'
102300         display 'COULD NOT OPEN GRRECRPT - STATUS '
102400             ws-grrecrpt-status
102500         move 16 to return-code
102600         stop run
102700     end-if
102800     write reconcile-line from bus-date-heading
102900     write reconcile-line from rpt-heading
103000     move spaces to ws-prev-school
103100     move zero to ws-tch-missing
103200     move zero to ws-tch-pending
103300     perform varying i from 1 by 1 until i > ws-opn-count
103400         if opn-school(i) not = ws-prev-school
103500             or opn-teacher(i) not = ws-prev-teacher
103600             if i > 1
103700                 perform print-teacher-total
103800             end-if
103900         end-if
104000         if opn-school(i) not = ws-prev-school
104100             move opn-school(i) to ws-prev-school
104200             move opn-school(i) to rpt-b-school
104300             move spaces to reconcile-line
104400             write reconcile-line
104500             write reconcile-line from rpt-building-heading
104600             move 99999 to ws-prev-teacher
104700         end-if
104800         if opn-teacher(i) not = ws-prev-teacher
104900             move opn-teacher(i) to ws-prev-teacher
105000             perform print-teacher-heading
105100         end-if
105200         move opn-course(i)     to rpt-d-course
105300         move opn-section(i)    to rpt-d-section
105400         move opn-student-id(i) to rpt-d-student-id
105500         if opn-period(i) = zero
105600             move spaces to rpt-d-period
105700         else
105800             move opn-period(i) to rpt-d-period
105900         end-if
106000         if opn-kind(i) = 'M'
106100             move 'MISSING' to rpt-d-status
106200             add 1 to ws-tch-missing
106300         else
106400             move 'ON GBREJECT - ' to rpt-d-status
106500             move opn-reason(i) to rpt-d-status(15:5)
106600             add 1 to ws-tch-pending
106700         end-if
106800         write reconcile-line from rpt-detail-line
106900     end-perform
107000     if ws-opn-count > zero
107100         perform print-teacher-total
107200     else
107300         move spaces to reconcile-line
107400         write reconcile-line
107500         move 'NO MISSING GRADES - EVERY ENROLLMENT IS GRADED'
107600             to reconcile-line
107700         write reconcile-line
107800     end-if
107900     if ws-opn-full = 'Y'
108000         move spaces to reconcile-line
108100         write reconcile-line
108200         move '*** LIST CUT SHORT - OPEN-GRADE TABLE FULL ***'
108300             to reconcile-line
108400         write reconcile-line
108500     end-if
108600     perform print-building-summary
108700     perform print-override-cards
108800     move spaces to reconcile-line
108900     write reconcile-line
109000     move 'STSCHED ENROLLMENTS READ' to rt-label
109100     move ws-enroll-read to rt-value
109200     write reconcile-line from run-total-line
109300     move 'GRADES MISSING' to rt-label
109400     move ws-total-missing to rt-value
109500     write reconcile-line from run-total-line
109600     move 'GRADES PENDING ON GBREJECT' to rt-label
109700     move ws-total-pending to rt-value
109800     write reconcile-line from run-total-line
109900     move 'BUILDINGS BLOCKED FROM TERM CLOSE' to rt-label
110000     move ws-blocked-count to rt-value
110100     write reconcile-line from run-total-line
110200     move 'BUILDINGS RELEASED BY OVERRIDE' to rt-label
110300     move ws-released-count to rt-value
110400     write reconcile-line from run-total-line
110500     move 'CONTROL CARDS REJECTED' to rt-label
110600     move ws-card-rejects to rt-value
110700     write reconcile-line from run-total-line
110800     close reconcile-rpt
110900     .
111000 PRINT-TEACHER-HEADING.
111100     move spaces to reconcile-line
111200     write reconcile-line
111300     move spaces to rpt-t-last
111400     move spaces to rpt-t-first
111500     if opn-teacher(i) = zero
111600         move spaces to rpt-t-id
111700         move 'NO TEACHER - NOT ON MSTSCHED' to rpt-t-last
111800     else
111900         move opn-teacher(i) to rpt-t-id
112000         move opn-teacher(i) to ws-find-teacher
112100         perform find-teacher-row
112200         if ws-tch-row = zero
112300             move 'NOT ON TEACHFIL' to rpt-t-last
112400         else
112500             move ws-tch-last(ws-tch-row)  to rpt-t-last
112600             move ws-tch-first(ws-tch-row) to rpt-t-first
112700         end-if
112800     end-if
112900     write reconcile-line from rpt-teacher-heading
113000     write reconcile-line from rpt-columns
113100     .
113200 PRINT-TEACHER-TOTAL.
113300     move ws-tch-missing to rpt-tt-missing
113400     move ws-tch-pending to rpt-tt-pending
113500     write reconcile-line from rpt-teacher-total
113600     move zero to ws-tch-missing
113700     move zero to ws-tch-pending
113800     .
113900 PRINT-BUILDING-SUMMARY.
114000******************************************************************
114100*    ONE LINE PER BUILDING FOR THE PRINCIPALS - ITS COUNTS AND   *
114200*    WHETHER THE GSGPA RUN WILL CLOSE ITS TERM.                  *
114300******************************************************************
114400     move spaces to reconcile-line
114500     write reconcile-line
114600     write reconcile-line from rpt-summary-heading
114700     write reconcile-line from rpt-summary-columns
114800     perform varying i from 1 by 1 until i > ws-bld-count
114900         move bld-school(i)   to rpt-s-school
115000         move bld-enrolled(i) to rpt-s-enrolled
115100         move bld-graded(i)   to rpt-s-graded
115200         move bld-pending(i)  to rpt-s-pending
115300         move bld-missing(i)  to rpt-s-missing
115400         evaluate bld-status(i)
115500             when 'B'
115600                 move 'BLOCKED - GRADES MISSING' to rpt-s-gate
115700             when 'O'
115800                 move spaces to rpt-s-gate
115900                 move 'RELEASED BY ' to rpt-s-gate
116000                 move bld-ovr-by(i) to rpt-s-gate(13:20)
116100             when other
116200                 move 'CLEAR' to rpt-s-gate
116300         end-evaluate
116400         write reconcile-line from rpt-summary-line
116500     end-perform
116600     if ws-bld-full = 'Y'
116700         move '*** BUILDING TABLE FULL - ENROLLMENTS NOT COUNTED'
116800             to reconcile-line
116900         write reconcile-line
117000     end-if
117100     .
117200 PRINT-OVERRIDE-CARDS.
117300     if ws-ovr-count > zero
117400         move spaces to reconcile-line
117500         write reconcile-line
117600         write reconcile-line from rpt-override-heading
117700         perform varying ws-ovr-row from 1 by 1
117800                 until ws-ovr-row > ws-ovr-count
117900             move ws-ovr-school(ws-ovr-row) to rpt-o-school
118000             move ws-ovr-by(ws-ovr-row)     to rpt-o-by
118100             move ws-ovr-reason(ws-ovr-row) to rpt-o-reason
118200             move ws-ovr-result(ws-ovr-row) to rpt-o-result
118300             write reconcile-line from rpt-override-line
118400         end-perform
118500     end-if
118600     .
118700 READ-BUSINESS-DATE.
118800******************************************************************
118900*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
119000*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
119100*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
119200******************************************************************
119300     open input business-date-file
119400     if ws-busdate-status not = '00'
119500         display 'COULD NOT OPEN BUSDATE - STATUS '
119600             ws-busdate-status
119700         move 16 to return-code
119800         stop run
119900     end-if
120000     read business-date-file next record
120100     if ws-busdate-status not = '00'
120200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
120300             ws-busdate-status
120400         move 16 to return-code
120500         stop run
120600     end-if
120700     close business-date-file
120800     move bd-business-date to ws-business-date
120900     if bd-override-date not = zero
121000         move bd-override-date to ws-business-date
121100         move 'Y' to ws-bus-date-override
121200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
121300             bd-override-date ' SET BY ' bd-override-operator
121400         display '    REASON: ' bd-override-reason
121500     end-if
121600     move ws-business-date to bdh-date
121700     if ws-bus-date-override = 'Y'
121800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
121900             to bdh-override
122000     end-if
122100     .
