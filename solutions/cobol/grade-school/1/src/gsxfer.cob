000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSXFER.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TRANSFER-CREDIT EVALUATION AND POSTING. GSINBND CHASES A    *
000900*    TRANSFER-IN'S PRIOR TRANSCRIPT, BUT THE COURSES ON IT HAD   *
001000*    NOWHERE TO GO - THE STUDENT SHOWED ON OUR TRANSCRIPTS, GPA  *
001100*    AND CREDIT AUDIT WITH NO PRIOR CREDIT AT ALL. ONCE THE      *
001200*    TRANSCRIPT IS IN, THE COUNSELOR EVALUATES EACH PRIOR COURSE *
001300*    ONTO THE TRANSFER-CREDIT FILE (XFERCRD, COPY XFERREC) AND A *
001400*    SECOND PERSON APPROVES IT. EACH XFERTRN CARD IS:            *
001500*      'E' EVALUATE - ENTERS THE PRIOR COURSE AND GRADE AND ITS  *
001600*                     EVALUATION, PENDING APPROVAL; A CARD FOR   *
001700*                     AN EVALUATION ALREADY ON FILE AND NOT YET  *
001800*                     POSTED REPLACES IT AND RETURNS IT TO       *
001900*                     PENDING.                                   *
002000*      'A' APPROVE  - A PENDING EVALUATION, BY SOMEONE OTHER     *
002100*                     THAN THE EVALUATOR.                        *
002200*      'D' DENY     - NO CREDIT; THE PRIOR COURSE STAYS ON FILE  *
002300*                     AS EVALUATED AND DENIED.                   *
002400*      'X' DELETE   - REMOVES AN EVALUATION KEYED IN ERROR.      *
002500*    REJECTS: NOSTU STUDENT NOT ON ROSTERVS, NOCRS EQUIVALENT    *
002600*    NOT ON CRSECAT, NOPRI NO PRIOR COURSE, BADYR NO YEAR OR A   *
002700*    YEAR AFTER THE BUSINESS YEAR, BADCR NO CREDIT AWARDED,      *
002800*    BADGR LETTER NOT A-D, BADFL GPA FLAG NOT Y/N, DUPE THE SAME *
002900*    PRIOR COURSE AND YEAR ALREADY EVALUATED UNDER ANOTHER       *
003000*    SEQUENCE, NOFND NO SUCH EVALUATION, NOTPN NOT PENDING,      *
003100*    SELF APPROVER IS THE EVALUATOR, POSTD ALREADY ON THE        *
003200*    TRANSCRIPT, NOOPR NO OPERATOR, BADAC ANY OTHER ACTION.      *
003300*    EVERY APPROVED EVALUATION THEN POSTS TO TRANSCPT UNDER THE  *
003400*    TRANSFER TERM - THE YEAR THE COURSE WAS COMPLETED FOLLOWED  *
003500*    BY 'T' - AT THE CATALOG EQUIVALENT'S CODE AND NAME AND THE  *
003600*    CREDIT AWARDED, WITH THE EVALUATED LETTER OR, FOR CREDIT    *
003700*    THAT DOES NOT COUNT TOWARD GPA, 'P'. THE NEXT GSGPA RUN     *
003800*    CARRIES IT INTO GPAHIST; GSCRAUD AND THE OFFICIAL           *
003900*    TRANSCRIPT SHOW IT APART FROM COURSES TAKEN HERE. XFERRPT   *
004000*    LISTS EACH CARD'S DISPOSITION, WHAT POSTED, AND WHAT IS     *
004100*    STILL WAITING FOR APPROVAL. RETURN CODES: 0 CLEAN, 4 A CARD *
004200*    WAS REJECTED, 16 A FILE COULD NOT BE READ OR WRITTEN. SEE   *
004300*    JCL/GSXFER.JCL.                                             *
004400******************************************************************
004500*    MOD-LOG
004600*    DATE       INIT  DESCRIPTION
004700*    2026-10-15  RVM  ORIGINAL VERSION.
004700*    2026-10-15  RVM  POSTED TRANSFER ROWS CARRY A BLANK TRN-
004700*                     REPEAT-FLAG (TRANSCPT RECORD NOW 46 BYTES).
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT TRANSFER-CREDIT-FILE ASSIGN TO XFERCRD
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-XFERCRD-STATUS.
005500     SELECT TRANSFER-TRANS-FILE ASSIGN TO XFERTRN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-XFERTRN-STATUS.
005800     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TRANSCRIPT-STATUS.
006100     SELECT COURSE-CATALOG-FILE ASSIGN TO CRSECAT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CATALOG-STATUS.
006400     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS ST-ID
006800         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006900     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-BUSDATE-STATUS.
007200     SELECT TRANSFER-RPT ASSIGN TO XFERRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-XFERRPT-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  TRANSFER-CREDIT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  TRANSFER-CREDIT-RECORD.
008000     COPY XFERREC.
008100 FD  TRANSFER-TRANS-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  TRANSFER-TRANS-RECORD.
008400     05  XT-ACTION               PIC X(01).
008500     05  XT-STUDENT-ID           PIC 9(07).
008600     05  XT-SEQ-NO               PIC 9(03).
008700     05  XT-PRIOR-SCHOOL         PIC X(30).
008800     05  XT-PRIOR-COURSE         PIC X(10).
008900     05  XT-PRIOR-TITLE          PIC X(24).
009000     05  XT-PRIOR-YEAR           PIC 9(04).
009100     05  XT-PRIOR-GRADE          PIC X(03).
009200     05  XT-EQUIV-COURSE         PIC X(06).
009300     05  XT-CREDIT-AWARDED       PIC 9V9.
009400     05  XT-GRADE-LETTER         PIC X(01).
009500     05  XT-GPA-FLAG             PIC X(01).
009600     05  XT-OPERATOR             PIC X(08).
009700 FD  TRANSCRIPT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  TRANSCRIPT-RECORD.
010000     COPY TRANSREC.
010100 FD  COURSE-CATALOG-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  COURSE-CATALOG-RECORD.
010400     COPY CRSEREC.
010500 FD  ROSTER-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  ROSTER-FILE-RECORD.
010800     COPY ROSTERREC.
010900 FD  BUSINESS-DATE-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  BUSINESS-DATE-RECORD.
011200     COPY BDATREC.
011300 FD  TRANSFER-RPT
011400     LABEL RECORDS ARE STANDARD.
011500 01  TRANSFER-LINE               PIC X(100).
011600 WORKING-STORAGE SECTION.
011700 01  WS-XFERCRD-STATUS        PIC X(02).
011800 01  WS-XFERTRN-STATUS        PIC X(02).
011900 01  WS-TRANSCRIPT-STATUS     PIC X(02).
012000 01  WS-CATALOG-STATUS        PIC X(02).
012100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012200 01  WS-XFERRPT-STATUS        PIC X(02).
012300 01  i                        PIC 9(05).
012400 01  j                        PIC 9(05).
012500******************************************************************
012600*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012700*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
012800******************************************************************
012900 01  WS-BUSDATE-STATUS        PIC X(02).
013000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013100 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
013200     05  WS-BUS-YEAR          PIC 9(04).
013300     05  WS-BUS-MMDD          PIC 9(04).
013400 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013500 01  BUS-DATE-HEADING.
013600     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013700     05  BDH-DATE             PIC 9(08).
013800     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013900******************************************************************
014000*    EVERY STUDENT ON ROSTERVS, AND THE COURSE CATALOG.          *
014100******************************************************************
014200 77  WS-ROSTER-MAX            PIC 9(05) VALUE 02000.
014300 01  WS-ROSTER-ID-COUNT       PIC 9(05) VALUE ZERO.
014400 01  WS-ROSTER-ID-TABLE.
014500     05  WS-RID               OCCURS 2000 TIMES PIC 9(07).
014600 01  WS-RID-FOUND             PIC X.
014700 77  WS-CATALOG-MAX           PIC 9(03) VALUE 500.
014800 01  WS-CATALOG-COUNT         PIC 9(03) VALUE ZERO.
014900 01  WS-CATALOG-TABLE.
015000     05  WS-CAT-ENTRY         OCCURS 500 TIMES.
015100         10  WS-CAT-CODE      PIC X(06).
015200         10  WS-CAT-NAME      PIC X(24).
015300 01  WS-CAT-ROW               PIC 9(03).
015400******************************************************************
015500*    THE WHOLE TRANSFER-CREDIT FILE, HELD FOR THE RUN - LOAD/    *
015600*    EDIT/SAVE, LIKE THE CODE-TABLE MASTER.                      *
015700******************************************************************
015800 77  WS-XF-MAX                PIC 9(04) VALUE 3000.
015900 01  WS-XF-COUNT              PIC 9(04) VALUE ZERO.
016000 01  XF-TABLE.
016100     05  XF-ROW               OCCURS 0 TO 3000 TIMES
016200                              DEPENDING ON WS-XF-COUNT
016300                              INDEXED BY XF-IDX.
016400         10  XF-R-KEY.
016500             15  XF-R-STUDENT-ID PIC 9(07).
016600             15  XF-R-SEQ-NO  PIC 9(03).
016700         10  XF-R-PRIOR-SCHOOL PIC X(30).
016800         10  XF-R-PRIOR-COURSE PIC X(10).
016900         10  XF-R-PRIOR-TITLE PIC X(24).
017000         10  XF-R-PRIOR-YEAR  PIC 9(04).
017100         10  XF-R-PRIOR-GRADE PIC X(03).
017200         10  XF-R-EQUIV       PIC X(06).
017300         10  XF-R-CREDIT      PIC 9V9.
017400         10  XF-R-LETTER      PIC X(01).
017500         10  XF-R-GPA-FLAG    PIC X(01).
017600         10  XF-R-STATUS      PIC X(01).
017700         10  XF-R-EVAL-BY     PIC X(08).
017800         10  XF-R-EVAL-DATE   PIC 9(08).
017900         10  XF-R-DECIDED-BY  PIC X(08).
018000         10  XF-R-DECIDED-DATE PIC 9(08).
018100         10  XF-R-POSTED-DATE PIC 9(08).
018200 01  WS-XF-ROW                PIC 9(04).
018300 01  WS-RESULT                PIC X(05).
018400 01  WS-CHANGED               PIC X VALUE 'N'.
018500 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
018600 01  WS-CARDS-APPLIED         PIC 9(05) VALUE ZERO.
018700 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
018800 01  WS-ROWS-POSTED           PIC 9(05) VALUE ZERO.
018900 01  WS-CREDIT-POSTED         PIC 9(05)V9 VALUE ZERO.
019000 01  WS-ROWS-PENDING          PIC 9(05) VALUE ZERO.
019100******************************************************************
019200*    XFERRPT LINES.                                              *
019300******************************************************************
019400 01  XFR-CARD-HEADING.
019500     05  FILLER               PIC X(40) VALUE
019600         'TRANSFER-CREDIT EVALUATION CARDS'.
019700 01  XFR-CARD-COLUMNS.
019800     05  FILLER               PIC X(04) VALUE 'ACT'.
019900     05  FILLER               PIC X(09) VALUE 'STUDENT'.
020000     05  FILLER               PIC X(05) VALUE 'SEQ'.
020100     05  FILLER               PIC X(12) VALUE 'PRIOR'.
020200     05  FILLER               PIC X(08) VALUE 'EQUIV'.
020300     05  FILLER               PIC X(06) VALUE 'CRED'.
020400     05  FILLER               PIC X(04) VALUE 'GR'.
020500     05  FILLER               PIC X(04) VALUE 'GPA'.
020600     05  FILLER               PIC X(10) VALUE 'OPERATOR'.
020700     05  FILLER               PIC X(10) VALUE 'STATUS'.
020800     05  FILLER               PIC X(06) VALUE 'REASON'.
020900 01  XFR-CARD-LINE.
021000     05  XFR-C-ACTION         PIC X(01).
021100     05  FILLER               PIC X(03) VALUE SPACES.
021200     05  XFR-C-STUDENT-ID     PIC 9(07).
021300     05  FILLER               PIC X(02) VALUE SPACES.
021400     05  XFR-C-SEQ-NO         PIC 9(03).
021500     05  FILLER               PIC X(02) VALUE SPACES.
021600     05  XFR-C-PRIOR-COURSE   PIC X(10).
021700     05  FILLER               PIC X(02) VALUE SPACES.
021800     05  XFR-C-EQUIV          PIC X(06).
021900     05  FILLER               PIC X(02) VALUE SPACES.
022000     05  XFR-C-CREDIT         PIC 9.9.
022100     05  FILLER               PIC X(03) VALUE SPACES.
022200     05  XFR-C-LETTER         PIC X(01).
022300     05  FILLER               PIC X(03) VALUE SPACES.
022400     05  XFR-C-GPA-FLAG       PIC X(01).
022500     05  FILLER               PIC X(03) VALUE SPACES.
022600     05  XFR-C-OPERATOR       PIC X(08).
022700     05  FILLER               PIC X(02) VALUE SPACES.
022800     05  XFR-C-STATUS         PIC X(08).
022900     05  FILLER               PIC X(02) VALUE SPACES.
023000     05  XFR-C-REASON         PIC X(05).
023100 01  XFR-POST-HEADING.
023200     05  FILLER               PIC X(50) VALUE
023300         'APPROVED EVALUATIONS POSTED TO TRANSCPT'.
023400 01  XFR-PEND-HEADING.
023500     05  FILLER               PIC X(50) VALUE
023600         'EVALUATIONS AWAITING APPROVAL'.
023700 01  XFR-ROW-COLUMNS.
023800     05  FILLER               PIC X(09) VALUE 'STUDENT'.
023900     05  FILLER               PIC X(05) VALUE 'SEQ'.
024000     05  FILLER               PIC X(24) VALUE 'PRIOR SCHOOL'.
024100     05  FILLER               PIC X(12) VALUE 'PRIOR'.
024200     05  FILLER               PIC X(05) VALUE 'GRD'.
024300     05  FILLER               PIC X(08) VALUE 'EQUIV'.
024400     05  FILLER               PIC X(06) VALUE 'CRED'.
024500     05  FILLER               PIC X(04) VALUE 'GR'.
024600     05  FILLER               PIC X(07) VALUE 'TERM'.
024700     05  FILLER               PIC X(10) VALUE 'EVAL BY'.
024800     05  FILLER               PIC X(08) VALUE 'DATE'.
024900 01  XFR-ROW-LINE.
025000     05  XFR-R-STUDENT-ID     PIC 9(07).
025100     05  FILLER               PIC X(02) VALUE SPACES.
025200     05  XFR-R-SEQ-NO         PIC 9(03).
025300     05  FILLER               PIC X(02) VALUE SPACES.
025400     05  XFR-R-SCHOOL         PIC X(22).
025500     05  FILLER               PIC X(02) VALUE SPACES.
025600     05  XFR-R-PRIOR-COURSE   PIC X(10).
025700     05  FILLER               PIC X(02) VALUE SPACES.
025800     05  XFR-R-PRIOR-GRADE    PIC X(03).
025900     05  FILLER               PIC X(02) VALUE SPACES.
026000     05  XFR-R-EQUIV          PIC X(06).
026100     05  FILLER               PIC X(02) VALUE SPACES.
026200     05  XFR-R-CREDIT         PIC 9.9.
026300     05  FILLER               PIC X(03) VALUE SPACES.
026400     05  XFR-R-LETTER         PIC X(01).
026500     05  FILLER               PIC X(03) VALUE SPACES.
026600     05  XFR-R-TERM           PIC X(05).
026700     05  FILLER               PIC X(02) VALUE SPACES.
026800     05  XFR-R-EVAL-BY        PIC X(08).
026900     05  FILLER               PIC X(02) VALUE SPACES.
027000     05  XFR-R-DATE           PIC 9(08).
027100 01  XFR-TOTAL-LINE.
027200     05  XFR-TOT-LABEL        PIC X(36).
027300     05  XFR-TOT-VALUE        PIC ZZZZ9.
027400 01  XFR-CREDIT-LINE.
027500     05  FILLER               PIC X(36) VALUE
027600         'CREDIT POSTED'.
027700     05  XFR-CRD-VALUE        PIC ZZZZ9.9.
027800 PROCEDURE DIVISION.
027900 MAINLINE.
028000******************************************************************
028100*    REGISTRAR'S ENTRY POINT - RUN WITH EACH BATCH OF EVALUATION *
028200*    CARDS, AND WITH XFERTRN DUMMY TO POST AND LIST ALONE.       *
028300******************************************************************
028400     perform read-business-date
028500     perform load-roster-id-table
028600     perform load-course-catalog
028700     perform load-transfer-credits
028800     open output transfer-rpt
028900     if ws-xferrpt-status not = '00'
029000         display 'COULD NOT OPEN XFERRPT - STATUS '
029100             ws-xferrpt-status
029200         move 16 to return-code
029300         stop run
029400     end-if
029500     write transfer-line from bus-date-heading
029600     perform process-transfer-cards
029700     perform post-approved-credits
029800     if ws-changed = 'Y'
029900         perform save-transfer-credits
030000     end-if
030100     perform print-pending-evaluations
030200     close transfer-rpt
030300     display 'TRANSFER CREDIT - CARDS ' ws-cards-read
030400         ' APPLIED ' ws-cards-applied
030500         ' REJECTED ' ws-cards-rejected
030600         ' POSTED ' ws-rows-posted
030700         ' PENDING ' ws-rows-pending
030800     if ws-cards-rejected not = zero
030900         move 4 to return-code
031000     end-if
031100     stop run
031200     .
031300 LOAD-ROSTER-ID-TABLE.
031400     move zero to ws-roster-id-count
031500     open input roster-file
031600     if ws-roster-file-status not = '00'
031700         display 'COULD NOT OPEN ROSTERVS - STATUS '
031800             ws-roster-file-status
031900         move 16 to return-code
032000         stop run
032100     end-if
032200     perform until ws-roster-file-status not = '00'
032300         read roster-file next record
032400         if ws-roster-file-status = '00'
032500             and ws-roster-id-count < ws-roster-max
032600             add 1 to ws-roster-id-count
032700             move st-id to ws-rid(ws-roster-id-count)
032800         end-if
032900     end-perform
033000     close roster-file
033100     .
033200 LOAD-COURSE-CATALOG.
033300     move zero to ws-catalog-count
033400     open input course-catalog-file
033500     if ws-catalog-status not = '00'
033600         display 'COULD NOT OPEN CRSECAT - STATUS '
033700             ws-catalog-status
033800         move 16 to return-code
033900         stop run
034000     end-if
034100     perform until ws-catalog-status not = '00'
034200         read course-catalog-file next record
034300         if ws-catalog-status = '00'
034400             and ws-catalog-count < ws-catalog-max
034500             add 1 to ws-catalog-count
034600             move cat-course-code
034700                 to ws-cat-code(ws-catalog-count)
034800             move cat-course-name
034900                 to ws-cat-name(ws-catalog-count)
035000         end-if
035100     end-perform
035200     close course-catalog-file
035300     .
035400 LOAD-TRANSFER-CREDITS.
035500******************************************************************
035600*    A MISSING FILE IS THE FIRST-USE STATE - THE TABLE STARTS    *
035700*    EMPTY AND THE FIRST BATCH OF 'E' CARDS BUILDS IT.           *
035800******************************************************************
035900     move zero to ws-xf-count
036000     open input transfer-credit-file
036100     if ws-xfercrd-status = '00'
036200         perform until ws-xfercrd-status not = '00'
036300             read transfer-credit-file next record
036400             if ws-xfercrd-status = '00'
036500                 if ws-xf-count < ws-xf-max
036600                     add 1 to ws-xf-count
036700                     perform load-one-transfer-row
036800                 else
036900                     display 'XFERCRD HAS MORE THAN ' ws-xf-max
037000                         ' EVALUATIONS - TABLE FULL'
037100                     move 16 to return-code
037200                     stop run
037300                 end-if
037400             end-if
037500         end-perform
037600         close transfer-credit-file
037700     end-if
037800     .
037900 LOAD-ONE-TRANSFER-ROW.
038000     move xf-key            to xf-r-key(ws-xf-count)
038100     move xf-prior-school   to xf-r-prior-school(ws-xf-count)
038200     move xf-prior-course   to xf-r-prior-course(ws-xf-count)
038300     move xf-prior-title    to xf-r-prior-title(ws-xf-count)
038400     move xf-prior-year     to xf-r-prior-year(ws-xf-count)
038500     move xf-prior-grade    to xf-r-prior-grade(ws-xf-count)
038600     move xf-equiv-course   to xf-r-equiv(ws-xf-count)
038700     move xf-credit-awarded to xf-r-credit(ws-xf-count)
038800     move xf-grade-letter   to xf-r-letter(ws-xf-count)
038900     move xf-gpa-flag       to xf-r-gpa-flag(ws-xf-count)
039000     move xf-status         to xf-r-status(ws-xf-count)
039100     move xf-evaluated-by   to xf-r-eval-by(ws-xf-count)
039200     move xf-eval-date      to xf-r-eval-date(ws-xf-count)
039300     move xf-decided-by     to xf-r-decided-by(ws-xf-count)
039400     move xf-decision-date  to xf-r-decided-date(ws-xf-count)
039500     move xf-posted-date    to xf-r-posted-date(ws-xf-count)
039600     .
039700 PROCESS-TRANSFER-CARDS.
039800     write transfer-line from xfr-card-heading
039900     write transfer-line from xfr-card-columns
040000     open input transfer-trans-file
040100     if ws-xfertrn-status = '00'
040200         perform until ws-xfertrn-status not = '00'
040300             read transfer-trans-file next record
040400             if ws-xfertrn-status = '00'
040500                 add 1 to ws-cards-read
040600                 perform apply-transfer-card
040700                 perform write-card-disposition
040800             end-if
040900         end-perform
041000         close transfer-trans-file
041100     end-if
041200     move spaces to transfer-line
041300     write transfer-line
041400     .
041500 APPLY-TRANSFER-CARD.
041600     move spaces to ws-result
041700     perform find-transfer-row
041800     if xt-operator = spaces
041900         move 'NOOPR' to ws-result
042000     else
042100         evaluate xt-action
042200             when 'E'
042300                 perform evaluate-course
042400             when 'A'
042500                 perform approve-evaluation
042600             when 'D'
042700                 perform deny-evaluation
042800             when 'X'
042900                 perform delete-evaluation
043000             when other
043100                 move 'BADAC' to ws-result
043200         end-evaluate
043300     end-if
043400     .
043500 FIND-TRANSFER-ROW.
043600     move zero to ws-xf-row
043700     perform varying j from 1 by 1 until j > ws-xf-count
043800         if xf-r-student-id(j) = xt-student-id
043900             and xf-r-seq-no(j) = xt-seq-no
044000             move j to ws-xf-row
044100         end-if
044200     end-perform
044300     .
044400 EVALUATE-COURSE.
044500******************************************************************
044600*    THE EDITS RUN IN CARD ORDER AND THE FIRST FAILURE IS THE    *
044700*    REASON. A POSTED EVALUATION CANNOT BE RE-EVALUATED.         *
044800******************************************************************
044900     if ws-xf-row not = zero
045000         and xf-r-status(ws-xf-row) = 'T'
045100         move 'POSTD' to ws-result
045200     end-if
045300     if ws-result = spaces
045400         move 'N' to ws-rid-found
045500         perform varying j from 1 by 1
045600                 until j > ws-roster-id-count
045700             if ws-rid(j) = xt-student-id
045800                 move 'Y' to ws-rid-found
045900             end-if
046000         end-perform
046100         if ws-rid-found = 'N'
046200             move 'NOSTU' to ws-result
046300         end-if
046400     end-if
046500     if ws-result = spaces
046600         and xt-prior-course = spaces
046700         move 'NOPRI' to ws-result
046800     end-if
046900     if ws-result = spaces
047000         and (xt-prior-year = zero
047100              or xt-prior-year > ws-bus-year)
047200         move 'BADYR' to ws-result
047300     end-if
047400     if ws-result = spaces
047500         perform find-catalog-row
047600         if ws-cat-row = zero
047700             move 'NOCRS' to ws-result
047800         end-if
047900     end-if
048000     if ws-result = spaces
048100         and xt-credit-awarded = zero
048200         move 'BADCR' to ws-result
048300     end-if
048400     if ws-result = spaces
048500         and xt-grade-letter not = 'A'
048600         and xt-grade-letter not = 'B'
048700         and xt-grade-letter not = 'C'
048800         and xt-grade-letter not = 'D'
048900         move 'BADGR' to ws-result
049000     end-if
049100     if ws-result = spaces
049200         and xt-gpa-flag not = 'Y'
049300         and xt-gpa-flag not = 'N'
049400         move 'BADFL' to ws-result
049500     end-if
049600     if ws-result = spaces
049700         perform varying j from 1 by 1 until j > ws-xf-count
049800             if xf-r-student-id(j) = xt-student-id
049900                 and xf-r-seq-no(j) not = xt-seq-no
050000                 and xf-r-prior-school(j) = xt-prior-school
050100                 and xf-r-prior-course(j) = xt-prior-course
050200                 and xf-r-prior-year(j) = xt-prior-year
050300                 move 'DUPE ' to ws-result
050400             end-if
050500         end-perform
050600     end-if
050700     if ws-result = spaces
050800         and ws-xf-row = zero
050900         if ws-xf-count not < ws-xf-max
051000             move 'FULL ' to ws-result
051100         else
051200             add 1 to ws-xf-count
051300             move ws-xf-count to ws-xf-row
051400             move xt-student-id to xf-r-student-id(ws-xf-row)
051500             move xt-seq-no     to xf-r-seq-no(ws-xf-row)
051600             move 'ADDED' to ws-result
051700         end-if
051800     else
051900         if ws-result = spaces
052000             move 'REPLC' to ws-result
052100         end-if
052200     end-if
052300     if ws-result = 'ADDED' or ws-result = 'REPLC'
052400         perform store-evaluation
052500     end-if
052600     .
052700 STORE-EVALUATION.
052800     move xt-prior-school   to xf-r-prior-school(ws-xf-row)
052900     move xt-prior-course   to xf-r-prior-course(ws-xf-row)
053000     move xt-prior-title    to xf-r-prior-title(ws-xf-row)
053100     move xt-prior-year     to xf-r-prior-year(ws-xf-row)
053200     move xt-prior-grade    to xf-r-prior-grade(ws-xf-row)
053300     move xt-equiv-course   to xf-r-equiv(ws-xf-row)
053400     move xt-credit-awarded to xf-r-credit(ws-xf-row)
053500     move xt-grade-letter   to xf-r-letter(ws-xf-row)
053600     move xt-gpa-flag       to xf-r-gpa-flag(ws-xf-row)
053700     move 'P'               to xf-r-status(ws-xf-row)
053800     move xt-operator       to xf-r-eval-by(ws-xf-row)
053900     move ws-business-date  to xf-r-eval-date(ws-xf-row)
054000     move spaces            to xf-r-decided-by(ws-xf-row)
054100     move zero              to xf-r-decided-date(ws-xf-row)
054200     move zero              to xf-r-posted-date(ws-xf-row)
054300     .
054400 FIND-CATALOG-ROW.
054500     move zero to ws-cat-row
054600     perform varying j from 1 by 1 until j > ws-catalog-count
054700         if ws-cat-code(j) = xt-equiv-course
054800             move j to ws-cat-row
054900         end-if
055000     end-perform
055100     .
055200 APPROVE-EVALUATION.
055300     evaluate true
055400         when ws-xf-row = zero
055500             move 'NOFND' to ws-result
055600         when xf-r-status(ws-xf-row) not = 'P'
055700             move 'NOTPN' to ws-result
055800         when xf-r-eval-by(ws-xf-row) = xt-operator
055900             move 'SELF ' to ws-result
056000         when other
056100             move 'A'              to xf-r-status(ws-xf-row)
056200             move xt-operator      to xf-r-decided-by(ws-xf-row)
056300             move ws-business-date to xf-r-decided-date(ws-xf-row)
056400             move 'APPRV' to ws-result
056500     end-evaluate
056600     .
056700 DENY-EVALUATION.
056800     evaluate true
056900         when ws-xf-row = zero
057000             move 'NOFND' to ws-result
057100         when xf-r-status(ws-xf-row) = 'T'
057200             move 'POSTD' to ws-result
057300         when other
057400             move 'D'              to xf-r-status(ws-xf-row)
057500             move xt-operator      to xf-r-decided-by(ws-xf-row)
057600             move ws-business-date to xf-r-decided-date(ws-xf-row)
057700             move 'DENID' to ws-result
057800     end-evaluate
057900     .
058000 DELETE-EVALUATION.
058100     evaluate true
058200         when ws-xf-row = zero
058300             move 'NOFND' to ws-result
058400         when xf-r-status(ws-xf-row) = 'T'
058500             move 'POSTD' to ws-result
058600         when other
058700             perform varying j from ws-xf-row by 1
058800                     until j >= ws-xf-count
058900                 move xf-row(j + 1) to xf-row(j)
059000             end-perform
059100             subtract 1 from ws-xf-count
059200             move 'DELTD' to ws-result
059300     end-evaluate
059400     .
059500 WRITE-CARD-DISPOSITION.
059600     move xt-action         to xfr-c-action
059700     move xt-student-id     to xfr-c-student-id
059800     move xt-seq-no         to xfr-c-seq-no
059900     move xt-prior-course   to xfr-c-prior-course
060000     move xt-equiv-course   to xfr-c-equiv
060100     move xt-credit-awarded to xfr-c-credit
060200     move xt-grade-letter   to xfr-c-letter
060300     move xt-gpa-flag       to xfr-c-gpa-flag
060400     move xt-operator       to xfr-c-operator
060500     move ws-result         to xfr-c-reason
060600     evaluate ws-result
060700         when 'ADDED'
060800         when 'REPLC'
060900         when 'APPRV'
061000         when 'DENID'
061100         when 'DELTD'
061200             move 'APPLIED' to xfr-c-status
061300             add 1 to ws-cards-applied
061400             move 'Y' to ws-changed
061500         when other
061600             move 'REJECTED' to xfr-c-status
061700             add 1 to ws-cards-rejected
061800     end-evaluate
061900     write transfer-line from xfr-card-line
062000     .
062100 POST-APPROVED-CREDITS.
062200******************************************************************
062300*    EVERY APPROVED EVALUATION GOES TO TRANSCPT AND IS MARKED    *
062400*    POSTED, SO IT CAN NEVER POST TWICE. THE EQUIVALENT'S NAME   *
062500*    COMES FROM THE CATALOG AS IT STANDS TODAY.                  *
062600******************************************************************
062700     write transfer-line from xfr-post-heading
062800     write transfer-line from xfr-row-columns
062900     open extend transcript-file
063000     if ws-transcript-status not = '00'
063100         open output transcript-file
063200     end-if
063300     if ws-transcript-status not = '00'
063400         display 'COULD NOT OPEN TRANSCPT - STATUS '
063500             ws-transcript-status
063600         move 16 to return-code
063700         close transfer-rpt
063800         stop run
063900     end-if
064000     perform varying i from 1 by 1 until i > ws-xf-count
064100         if xf-r-status(i) = 'A'
064200             perform post-one-evaluation
064300         end-if
064400     end-perform
064500     close transcript-file
064600     move spaces to transfer-line
064700     write transfer-line
064800     .
064900 POST-ONE-EVALUATION.
065000     move xf-r-equiv(i) to xt-equiv-course
065100     perform find-catalog-row
065200     move xf-r-student-id(i) to trn-student-id
065300     move xf-r-equiv(i)      to trn-course-code
065400     if ws-cat-row = zero
065500         move xf-r-prior-title(i) to trn-course-name
065600     else
065700         move ws-cat-name(ws-cat-row) to trn-course-name
065800     end-if
065900     move xf-r-credit(i)     to trn-credit-hours
066000     if xf-r-gpa-flag(i) = 'Y'
066100         move xf-r-letter(i) to trn-grade-letter
066200     else
066300         move 'P'            to trn-grade-letter
066400     end-if
066500     move xf-r-prior-year(i) to trn-term-year
066600     move 'T'                to trn-term-code
066600     move space              to trn-repeat-flag
066600     write transcript-record
066800     if ws-transcript-status not = '00'
066900         display 'TRANSCPT WRITE FAILED - STATUS '
067000             ws-transcript-status
067100         move 16 to return-code
067200         close transcript-file
067300         close transfer-rpt
067400         stop run
067500     end-if
067600     move 'T'              to xf-r-status(i)
067700     move ws-business-date to xf-r-posted-date(i)
067800     move 'Y' to ws-changed
067900     add 1 to ws-rows-posted
068000     add xf-r-credit(i) to ws-credit-posted
068100     move trn-term to xfr-r-term
068200     move xf-r-posted-date(i) to xfr-r-date
068300     perform write-row-line
068400     .
068500 WRITE-ROW-LINE.
068600     move xf-r-student-id(i)   to xfr-r-student-id
068700     move xf-r-seq-no(i)       to xfr-r-seq-no
068800     move xf-r-prior-school(i) to xfr-r-school
068900     move xf-r-prior-course(i) to xfr-r-prior-course
069000     move xf-r-prior-grade(i)  to xfr-r-prior-grade
069100     move xf-r-equiv(i)        to xfr-r-equiv
069200     move xf-r-credit(i)       to xfr-r-credit
069300     if xf-r-gpa-flag(i) = 'Y'
069400         move xf-r-letter(i)   to xfr-r-letter
069500     else
069600         move 'P'              to xfr-r-letter
069700     end-if
069800     move xf-r-eval-by(i)      to xfr-r-eval-by
069900     write transfer-line from xfr-row-line
070000     .
070100 SAVE-TRANSFER-CREDITS.
070200******************************************************************
070300*    REWRITTEN IN STUDENT/SEQUENCE ORDER.                        *
070400******************************************************************
070500     if ws-xf-count > 1
070600         sort xf-row ascending key xf-r-key
070700     end-if
070800     open output transfer-credit-file
070900     if ws-xfercrd-status not = '00'
071000         display 'COULD NOT REWRITE XFERCRD - STATUS '
071100             ws-xfercrd-status
071200         display 'ROWS POSTED TO TRANSCPT THIS RUN ARE STILL '
071300             'MARKED APPROVED - RESTORE XFERCRD BEFORE A RERUN'
071400         move 16 to return-code
071500         close transfer-rpt
071600         stop run
071700     end-if
071800     perform varying i from 1 by 1 until i > ws-xf-count
071900         move spaces               to transfer-credit-record
072000         move xf-r-key(i)          to xf-key
072100         move xf-r-prior-school(i) to xf-prior-school
072200         move xf-r-prior-course(i) to xf-prior-course
072300         move xf-r-prior-title(i)  to xf-prior-title
072400         move xf-r-prior-year(i)   to xf-prior-year
072500         move xf-r-prior-grade(i)  to xf-prior-grade
072600         move xf-r-equiv(i)        to xf-equiv-course
072700         move xf-r-credit(i)       to xf-credit-awarded
072800         move xf-r-letter(i)       to xf-grade-letter
072900         move xf-r-gpa-flag(i)     to xf-gpa-flag
073000         move xf-r-status(i)       to xf-status
073100         move xf-r-eval-by(i)      to xf-evaluated-by
073200         move xf-r-eval-date(i)    to xf-eval-date
073300         move xf-r-decided-by(i)   to xf-decided-by
073400         move xf-r-decided-date(i) to xf-decision-date
073500         move xf-r-posted-date(i)  to xf-posted-date
073600         write transfer-credit-record
073700     end-perform
073800     close transfer-credit-file
073900     .
074000 PRINT-PENDING-EVALUATIONS.
074100******************************************************************
074200*    WHAT IS STILL WAITING FOR A SECOND PERSON TO APPROVE IT,    *
074300*    WITH THE DATE IT WAS EVALUATED.                             *
074400******************************************************************
074500     write transfer-line from xfr-pend-heading
074600     write transfer-line from xfr-row-columns
074700     perform varying i from 1 by 1 until i > ws-xf-count
074800         if xf-r-status(i) = 'P'
074900             add 1 to ws-rows-pending
075000             move spaces to xfr-r-term
075100             move xf-r-eval-date(i) to xfr-r-date
075200             perform write-row-line
075300         end-if
075400     end-perform
075500     move spaces to transfer-line
075600     write transfer-line
075700     move 'CARDS READ' to xfr-tot-label
075800     move ws-cards-read to xfr-tot-value
075900     write transfer-line from xfr-total-line
076000     move 'CARDS APPLIED' to xfr-tot-label
076100     move ws-cards-applied to xfr-tot-value
076200     write transfer-line from xfr-total-line
076300     move 'CARDS REJECTED' to xfr-tot-label
076400     move ws-cards-rejected to xfr-tot-value
076500     write transfer-line from xfr-total-line
076600     move 'EVALUATIONS POSTED TO TRANSCPT' to xfr-tot-label
076700     move ws-rows-posted to xfr-tot-value
076800     write transfer-line from xfr-total-line
076900     move ws-credit-posted to xfr-crd-value
077000     write transfer-line from xfr-credit-line
077100     move 'EVALUATIONS AWAITING APPROVAL' to xfr-tot-label
077200     move ws-rows-pending to xfr-tot-value
077300     write transfer-line from xfr-total-line
077400     move 'EVALUATIONS ON FILE' to xfr-tot-label
077500     move ws-xf-count to xfr-tot-value
077600     write transfer-line from xfr-total-line
077700     .
077800 READ-BUSINESS-DATE.
077900******************************************************************
078000*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
078100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
078200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
078300******************************************************************
078400     open input business-date-file
078500     if ws-busdate-status not = '00'
078600         display 'COULD NOT OPEN BUSDATE - STATUS '
078700             ws-busdate-status
078800         move 16 to return-code
078900         stop run
079000     end-if
079100     read business-date-file next record
079200     if ws-busdate-status not = '00'
079300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
079400             ws-busdate-status
079500         move 16 to return-code
079600         stop run
079700     end-if
079800     close business-date-file
079900     move bd-business-date to ws-business-date
080000     if bd-override-date not = zero
080100         move bd-override-date to ws-business-date
080200         move 'Y' to ws-bus-date-override
080300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
080400             bd-override-date ' SET BY ' bd-override-operator
080500         display '    REASON: ' bd-override-reason
080600     end-if
080700     move ws-business-date to bdh-date
080800     if ws-bus-date-override = 'Y'
080900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
081000             to bdh-override
081100     end-if
081200     .
