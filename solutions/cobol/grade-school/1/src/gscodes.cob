000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCODES.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DISTRICT CODE-TABLE MAINTENANCE AND LISTING. THE CODE-TABLE *
000900*    MASTER (CODETBL, COPY CODEREC) IS THE ONE PLACE THE         *
001000*    WITHDRAWAL, ABSENCE, DISCIPLINE, CONDITION, PROGRAM AND     *
001100*    VACCINE CODES ARE DEFINED - THE NIGHTLY EDITS, THE REPORTS  *
001200*    AND THE REGISTRY LOAD ALL VALIDATE AND DESCRIBE FROM IT, SO *
001300*    A NEW STATE CODE IS A CARD HERE, NOT A PROGRAM CHANGE. EACH *
001400*    CODETRN CARD IS:                                            *
001500*      'A' ADD     - REJECTED DUPE IF THE TABLE/CODE IS ON FILE, *
001600*                    NODSC WITHOUT A DESCRIPTION. A ZERO         *
001700*                    EFFECTIVE DATE MEANS TODAY.                 *
001800*      'C' CHANGE  - REPLACES EVERY FIELD THE CARD SUPPLIES      *
001900*                    (NON-BLANK, NON-ZERO); REJECTED NOFND IF    *
002000*                    THE CODE IS NOT ON FILE. AN EXPIRY OF       *
002100*                    99999999 REOPENS AN EXPIRED CODE.           *
002200*      'E' EXPIRE  - STAMPS THE EXPIRY DATE (ZERO MEANS TODAY).  *
002300*                    THE CODE STAYS ON FILE SO HISTORY STILL     *
002400*                    DESCRIBES - THE NORMAL WAY TO RETIRE ONE.   *
002500*      'D' DELETE  - REMOVES A CODE KEYED IN ERROR. NEVER USE IT *
002600*                    ON A CODE ANY RECORD ALREADY CARRIES.       *
002700*    ANY CARD LEAVING AN EXPIRY BEFORE ITS EFFECTIVE DATE IS     *
002800*    REJECTED BADDT; ANY OTHER ACTION, BADAC. THE MASTER IS      *
002900*    REWRITTEN IN TABLE/CODE ORDER AND CODERPT PRINTS EACH       *
003000*    CARD'S DISPOSITION FOLLOWED BY THE FULL CODE-TABLE LISTING  *
003100*    FOR THE REGISTRAR, WITH EACH CODE'S STATUS AS OF THE        *
003200*    BUSINESS DATE. RUN WITH CODETRN DD DUMMY FOR THE LISTING    *
003300*    ALONE. RETURN CODES: 0 CLEAN, 4 A CARD WAS REJECTED, 16 A   *
003400*    FILE COULD NOT BE READ OR WRITTEN. SEE JCL/GSCODES.JCL.     *
003500******************************************************************
003600*    MOD-LOG
003700*    DATE       INIT  DESCRIPTION
003800*    2026-10-15  RVM  ORIGINAL VERSION.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CODETBL-STATUS.
004600     SELECT CODE-TRANS-FILE ASSIGN TO CODETRN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CODETRN-STATUS.
004900     SELECT CODE-LISTING-RPT ASSIGN TO CODERPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CODERPT-STATUS.
005200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BUSDATE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CODE-TABLE-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  CODE-TABLE-RECORD.
006000     COPY CODEREC.
006100 FD  CODE-TRANS-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  CODE-TRANS-RECORD.
006400     05  CX-ACTION               PIC X(01).
006500     05  CX-TABLE-NAME           PIC X(08).
006600     05  CX-CODE                 PIC X(04).
006700     05  CX-DESCRIPTION          PIC X(30).
006800     05  CX-EFFECTIVE-DATE       PIC 9(08).
006900     05  CX-EXPIRY-DATE          PIC 9(08).
007000     05  CX-STATE-CODE           PIC X(04).
007100     05  CX-CLASS                PIC X(01).
007200 FD  CODE-LISTING-RPT
007300     LABEL RECORDS ARE STANDARD.
007400 01  CODE-LISTING-LINE           PIC X(100).
007500 FD  BUSINESS-DATE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  BUSINESS-DATE-RECORD.
007800     COPY BDATREC.
007900 WORKING-STORAGE SECTION.
008000 01  WS-CODETBL-STATUS        PIC X(02).
008100 01  WS-CODETRN-STATUS        PIC X(02).
008200 01  WS-CODERPT-STATUS        PIC X(02).
008300 01  j                        PIC 9(05).
008400******************************************************************
008500*    THE WHOLE MASTER, HELD FOR THE RUN - LOAD/EDIT/SAVE, LIKE   *
008600*    THE ASSET CHECKOUT FILE.                                    *
008700******************************************************************
008800 77  WS-CT-MAX                PIC 9(04) VALUE 2000.
008900 01  WS-CT-COUNT              PIC 9(04) VALUE ZERO.
009000 01  CT-TABLE.
009100     05  CT-ROW               OCCURS 0 TO 2000 TIMES
009200                              DEPENDING ON WS-CT-COUNT
009300                              INDEXED BY CT-IDX.
009400         10  CT-R-KEY.
009500             15  CT-R-TABLE   PIC X(08).
009600             15  CT-R-CODE    PIC X(04).
009700         10  CT-R-DESC        PIC X(30).
009800         10  CT-R-EFFECTIVE   PIC 9(08).
009900         10  CT-R-EXPIRY      PIC 9(08).
010000         10  CT-R-STATE       PIC X(04).
010100         10  CT-R-CLASS       PIC X(01).
010200 01  WS-CT-ROW                PIC 9(04).
010300 01  WS-RESULT                PIC X(05).
010400 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
010500 01  WS-CARDS-APPLIED         PIC 9(05) VALUE ZERO.
010600 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
010700 01  WS-PREV-TABLE            PIC X(08).
010800 01  WS-TABLE-CODES           PIC 9(04).
010900******************************************************************
011000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
011100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
011200*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
011300******************************************************************
011400 01  WS-BUSDATE-STATUS        PIC X(02).
011500 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
011600 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
011700 01  BUS-DATE-HEADING.
011800     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
011900     05  BDH-DATE             PIC 9(08).
012000     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
012100******************************************************************
012200*    CODERPT LINES.                                              *
012300******************************************************************
012400 01  CDL-TRANS-HEADING.
012500     05  FILLER               PIC X(40) VALUE
012600         'CODE-TABLE MAINTENANCE CARDS'.
012700 01  CDL-TRANS-COLUMNS.
012800     05  FILLER               PIC X(04) VALUE 'ACT'.
012900     05  FILLER               PIC X(10) VALUE 'TABLE'.
013000     05  FILLER               PIC X(06) VALUE 'CODE'.
013100     05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
013200     05  FILLER               PIC X(10) VALUE 'STATUS'.
013300     05  FILLER               PIC X(06) VALUE 'REASON'.
013400 01  CDL-TRANS-LINE.
013500     05  CDL-T-ACTION         PIC X(01).
013600     05  FILLER               PIC X(03) VALUE SPACES.
013700     05  CDL-T-TABLE          PIC X(08).
013800     05  FILLER               PIC X(02) VALUE SPACES.
013900     05  CDL-T-CODE           PIC X(04).
014000     05  FILLER               PIC X(02) VALUE SPACES.
014100     05  CDL-T-DESC           PIC X(30).
014200     05  FILLER               PIC X(02) VALUE SPACES.
014300     05  CDL-T-STATUS         PIC X(08).
014400     05  FILLER               PIC X(02) VALUE SPACES.
014500     05  CDL-T-REASON         PIC X(05).
014600 01  CDL-LIST-HEADING.
014700     05  FILLER               PIC X(40) VALUE
014800         'DISTRICT CODE-TABLE LISTING'.
014900 01  CDL-TABLE-HEADING.
015000     05  FILLER               PIC X(07) VALUE 'TABLE: '.
015100     05  CDL-H-TABLE          PIC X(08).
015200 01  CDL-LIST-COLUMNS.
015300     05  FILLER               PIC X(06) VALUE 'CODE'.
015400     05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
015500     05  FILLER               PIC X(10) VALUE 'EFFECTIVE'.
015600     05  FILLER               PIC X(10) VALUE 'EXPIRES'.
015700     05  FILLER               PIC X(07) VALUE 'STATE'.
015800     05  FILLER               PIC X(07) VALUE 'CLASS'.
015900     05  FILLER               PIC X(08) VALUE 'STATUS'.
016000 01  CDL-LIST-LINE.
016100     05  CDL-L-CODE           PIC X(04).
016200     05  FILLER               PIC X(02) VALUE SPACES.
016300     05  CDL-L-DESC           PIC X(30).
016400     05  FILLER               PIC X(02) VALUE SPACES.
016500     05  CDL-L-EFFECTIVE      PIC 9(08).
016600     05  FILLER               PIC X(02) VALUE SPACES.
016700     05  CDL-L-EXPIRY         PIC X(08).
016800     05  FILLER               PIC X(02) VALUE SPACES.
016900     05  CDL-L-STATE          PIC X(04).
017000     05  FILLER               PIC X(03) VALUE SPACES.
017100     05  CDL-L-CLASS          PIC X(01).
017200     05  FILLER               PIC X(06) VALUE SPACES.
017300     05  CDL-L-STATUS         PIC X(07).
017400 01  CDL-TABLE-TOTAL.
017500     05  FILLER               PIC X(06) VALUE SPACES.
017600     05  CDL-TT-COUNT         PIC ZZZ9.
017700     05  FILLER               PIC X(20) VALUE ' CODES IN TABLE'.
017800 01  CDL-TOTAL-LINE.
017900     05  CDL-TOT-LABEL        PIC X(30).
018000     05  CDL-TOT-VALUE        PIC ZZZZ9.
018100 PROCEDURE DIVISION.
018200 MAINLINE.
018300******************************************************************
018400*    REGISTRAR'S ENTRY POINT - RUN WITH EACH BATCH OF CODE       *
018500*    CARDS, AND WITH CODETRN DUMMY WHENEVER A LISTING IS WANTED. *
018600******************************************************************
018700     perform read-business-date
018800     perform load-code-table
018900     open output code-listing-rpt
019000     if ws-coderpt-status not = '00'
019100         display 'COULD NOT OPEN CODERPT - STATUS '
019200             ws-coderpt-status
019300         move 16 to return-code
019400         stop run
019500     end-if
019600     write code-listing-line from bus-date-heading
019700     perform process-code-transactions
019800     if ws-cards-applied not = zero
019900         perform save-code-table
020000     end-if
020100     perform print-code-listing
020200     close code-listing-rpt
020300     display 'CODE TABLE - CARDS ' ws-cards-read
020400         ' APPLIED ' ws-cards-applied
020500         ' REJECTED ' ws-cards-rejected
020600         ' CODES ON FILE ' ws-ct-count
020700     if ws-cards-rejected not = zero
020800         move 4 to return-code
020900     end-if
021000     stop run
021100     .
021200 LOAD-CODE-TABLE.
021300******************************************************************
021400*    A MISSING MASTER IS THE FIRST-USE STATE - THE TABLE STARTS  *
021500*    EMPTY AND THE FIRST BATCH OF 'A' CARDS BUILDS IT.           *
021600******************************************************************
021700     move zero to ws-ct-count
021800     open input code-table-file
021900     if ws-codetbl-status = '00'
022000         perform until ws-codetbl-status not = '00'
022100             read code-table-file next record
022200             if ws-codetbl-status = '00'
022300                 if ws-ct-count < ws-ct-max
022400                     add 1 to ws-ct-count
022500                     move ct-key
022600                         to ct-r-key(ws-ct-count)
022700                     move ct-description
022800                         to ct-r-desc(ws-ct-count)
022900                     move ct-effective-date
023000                         to ct-r-effective(ws-ct-count)
023100                     move ct-expiry-date
023200                         to ct-r-expiry(ws-ct-count)
023300                     move ct-state-code
023400                         to ct-r-state(ws-ct-count)
023500                     move ct-class
023600                         to ct-r-class(ws-ct-count)
023700                 else
023800                     display 'CODETBL HAS MORE THAN ' ws-ct-max
023900                         ' CODES - TABLE FULL'
024000                     move 16 to return-code
024100                     stop run
024200                 end-if
024300             end-if
024400         end-perform
024500         close code-table-file
024600     end-if
024700     .
024800 PROCESS-CODE-TRANSACTIONS.
024900     write code-listing-line from cdl-trans-heading
025000     write code-listing-line from cdl-trans-columns
025100     open input code-trans-file
025200     if ws-codetrn-status = '00'
025300         perform until ws-codetrn-status not = '00'
025400             read code-trans-file next record
025500             if ws-codetrn-status = '00'
025600                 add 1 to ws-cards-read
025700                 perform apply-code-transaction
025800                 perform write-card-disposition
025900             end-if
026000         end-perform
026100         close code-trans-file
026200     end-if
026300     move spaces to code-listing-line
026400     write code-listing-line
026500     .
026600 APPLY-CODE-TRANSACTION.
026700     move spaces to ws-result
026800     perform find-code-row
026900     evaluate cx-action
027000         when 'A'
027100             perform add-code
027200         when 'C'
027300             perform change-code
027400         when 'E'
027500             perform expire-code
027600         when 'D'
027700             perform delete-code
027800         when other
027900             move 'BADAC' to ws-result
028000     end-evaluate
028100     .
028200 FIND-CODE-ROW.
028300     move zero to ws-ct-row
028400     perform varying j from 1 by 1 until j > ws-ct-count
028500         if ct-r-table(j) = cx-table-name
028600             and ct-r-code(j) = cx-code
028700             move j to ws-ct-row
028800         end-if
028900     end-perform
029000     .
029100 ADD-CODE.
029200     if cx-table-name = spaces or cx-code = spaces
029300         move 'NOKEY' to ws-result
029400     else
029500         if ws-ct-row not = zero
029600             move 'DUPE ' to ws-result
029700         else
029800             if cx-description = spaces
029900                 move 'NODSC' to ws-result
030000             else
030100                 if cx-effective-date = zero
030200                     move ws-business-date to cx-effective-date
030300                 end-if
030400                 if cx-expiry-date not = zero
030500                     and cx-expiry-date < cx-effective-date
030600                     move 'BADDT' to ws-result
030700                 else
030800                     if ws-ct-count not < ws-ct-max
030900                         move 'FULL ' to ws-result
031000                     else
031100                         add 1 to ws-ct-count
031200                         move ws-ct-count to ws-ct-row
031300                         move cx-table-name
031400                             to ct-r-table(ws-ct-row)
031500                         move cx-code to ct-r-code(ws-ct-row)
031600                         move cx-description
031700                             to ct-r-desc(ws-ct-row)
031800                         move cx-effective-date
031900                             to ct-r-effective(ws-ct-row)
032000                         move cx-expiry-date
032100                             to ct-r-expiry(ws-ct-row)
032200                         move cx-state-code
032300                             to ct-r-state(ws-ct-row)
032400                         move cx-class to ct-r-class(ws-ct-row)
032500                         move 'ADDED' to ws-result
032600                     end-if
032700                 end-if
032800             end-if
032900         end-if
033000     end-if
033100     .
033200 CHANGE-CODE.
033300******************************************************************
033400*    ONLY THE FIELDS THE CARD SUPPLIES CHANGE. THE DATES ARE     *
033500*    CHECKED AS THEY WOULD STAND BEFORE ANYTHING IS MOVED.       *
033600******************************************************************
033700     if ws-ct-row = zero
033800         move 'NOFND' to ws-result
033900     else
034000         if cx-effective-date = zero
034100             move ct-r-effective(ws-ct-row) to cx-effective-date
034200         end-if
034300         if cx-expiry-date = zero
034400             move ct-r-expiry(ws-ct-row) to cx-expiry-date
034500         end-if
034600         if cx-expiry-date not = zero
034700             and cx-expiry-date < cx-effective-date
034800             move 'BADDT' to ws-result
034900         else
035000             if cx-description not = spaces
035100                 move cx-description to ct-r-desc(ws-ct-row)
035200             end-if
035300             if cx-state-code not = spaces
035400                 move cx-state-code to ct-r-state(ws-ct-row)
035500             end-if
035600             if cx-class not = space
035700                 move cx-class to ct-r-class(ws-ct-row)
035800             end-if
035900             if cx-expiry-date = 99999999
036000                 move zero to cx-expiry-date
036100             end-if
036200             move cx-effective-date to ct-r-effective(ws-ct-row)
036300             move cx-expiry-date    to ct-r-expiry(ws-ct-row)
036400             move 'CHNGD' to ws-result
036500         end-if
036600     end-if
036700     .
036800 EXPIRE-CODE.
036900     if ws-ct-row = zero
037000         move 'NOFND' to ws-result
037100     else
037200         if cx-expiry-date = zero
037300             move ws-business-date to cx-expiry-date
037400         end-if
037500         if cx-expiry-date < ct-r-effective(ws-ct-row)
037600             move 'BADDT' to ws-result
037700         else
037800             move cx-expiry-date to ct-r-expiry(ws-ct-row)
037900             move 'EXPRD' to ws-result
038000         end-if
038100     end-if
038200     .
038300 DELETE-CODE.
038400     if ws-ct-row = zero
038500         move 'NOFND' to ws-result
038600     else
038700         perform varying j from ws-ct-row by 1
038800                 until j >= ws-ct-count
038900             move ct-row(j + 1) to ct-row(j)
039000         end-perform
039100         subtract 1 from ws-ct-count
039200         move 'DELTD' to ws-result
039300     end-if
039400     .
039500 WRITE-CARD-DISPOSITION.
039600     move cx-action      to cdl-t-action
039700     move cx-table-name  to cdl-t-table
039800     move cx-code        to cdl-t-code
039900     move cx-description to cdl-t-desc
040000     move ws-result      to cdl-t-reason
040100     evaluate ws-result
040200         when 'ADDED'
040300         when 'CHNGD'
040400         when 'EXPRD'
040500         when 'DELTD'
040600             move 'APPLIED' to cdl-t-status
040700             add 1 to ws-cards-applied
040800         when other
040900             move 'REJECTED' to cdl-t-status
041000             add 1 to ws-cards-rejected
041100     end-evaluate
041200     write code-listing-line from cdl-trans-line
041300     .
041400 SAVE-CODE-TABLE.
041500******************************************************************
041600*    REWRITTEN IN TABLE/CODE ORDER - THE KEY ORDER THE READERS   *
041700*    AND THE LISTING EXPECT.                                     *
041800******************************************************************
041900     if ws-ct-count > zero
042000         sort ct-row ascending key ct-r-table ct-r-code
042100     end-if
042200     open output code-table-file
042300     if ws-codetbl-status not = '00'
042400         display 'COULD NOT REWRITE CODETBL - STATUS '
042500             ws-codetbl-status
042600         move 16 to return-code
042700         close code-listing-rpt
042800         stop run
042900     end-if
043000     perform varying j from 1 by 1 until j > ws-ct-count
043100         move spaces             to code-table-record
043200         move ct-r-key(j)        to ct-key
043300         move ct-r-desc(j)       to ct-description
043400         move ct-r-effective(j)  to ct-effective-date
043500         move ct-r-expiry(j)     to ct-expiry-date
043600         move ct-r-state(j)      to ct-state-code
043700         move ct-r-class(j)      to ct-class
043800         write code-table-record
043900     end-perform
044000     close code-table-file
044100     .
044200 PRINT-CODE-LISTING.
044300******************************************************************
044400*    ONE BLOCK PER TABLE, EACH CODE WITH ITS STATUS AS OF THE    *
044500*    BUSINESS DATE - ACTIVE, EXPIRED, OR FUTURE (NOT YET IN      *
044600*    FORCE).                                                     *
044700******************************************************************
044800     if ws-ct-count > zero
044900         sort ct-row ascending key ct-r-table ct-r-code
045000     end-if
045100     write code-listing-line from cdl-list-heading
045200     move spaces to ws-prev-table
045300     move zero to ws-table-codes
045400     perform varying j from 1 by 1 until j > ws-ct-count
045500         if ct-r-table(j) not = ws-prev-table
045600             if ws-prev-table not = spaces
045700                 perform write-table-total
045800             end-if
045900             move ct-r-table(j) to ws-prev-table
046000             move ct-r-table(j) to cdl-h-table
046100             move spaces to code-listing-line
046200             write code-listing-line
046300             write code-listing-line from cdl-table-heading
046400             write code-listing-line from cdl-list-columns
046500         end-if
046600         perform write-code-line
046700     end-perform
046800     if ws-prev-table not = spaces
046900         perform write-table-total
047000     end-if
047100     move spaces to code-listing-line
047200     write code-listing-line
047300     move 'CODES ON FILE' to cdl-tot-label
047400     move ws-ct-count to cdl-tot-value
047500     write code-listing-line from cdl-total-line
047600     move 'CARDS APPLIED' to cdl-tot-label
047700     move ws-cards-applied to cdl-tot-value
047800     write code-listing-line from cdl-total-line
047900     move 'CARDS REJECTED' to cdl-tot-label
048000     move ws-cards-rejected to cdl-tot-value
048100     write code-listing-line from cdl-total-line
048200     .
048300 WRITE-CODE-LINE.
048400     add 1 to ws-table-codes
048500     move ct-r-code(j)      to cdl-l-code
048600     move ct-r-desc(j)      to cdl-l-desc
048700     move ct-r-effective(j) to cdl-l-effective
048800     if ct-r-expiry(j) = zero
048900         move spaces to cdl-l-expiry
049000     else
049100         move ct-r-expiry(j) to cdl-l-expiry
049200     end-if
049300     move ct-r-state(j)     to cdl-l-state
049400     move ct-r-class(j)     to cdl-l-class
049500     if ct-r-effective(j) > ws-business-date
049600         move 'FUTURE' to cdl-l-status
049700     else
049800         if ct-r-expiry(j) not = zero
049900             and ct-r-expiry(j) < ws-business-date
050000             move 'EXPIRED' to cdl-l-status
050100         else
050200             move 'ACTIVE' to cdl-l-status
050300         end-if
050400     end-if
050500     write code-listing-line from cdl-list-line
050600     .
050700 WRITE-TABLE-TOTAL.
050800     move ws-table-codes to cdl-tt-count
050900     write code-listing-line from cdl-table-total
051000     move zero to ws-table-codes
051100     .
051200 READ-BUSINESS-DATE.
051300******************************************************************
051400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
051500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
051600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
051700******************************************************************
051800     open input business-date-file
051900     if ws-busdate-status not = '00'
052000         display 'COULD NOT OPEN BUSDATE - STATUS '
052100             ws-busdate-status
052200         move 16 to return-code
052300         stop run
052400     end-if
052500     read business-date-file next record
052600     if ws-busdate-status not = '00'
052700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
052800             ws-busdate-status
052900         move 16 to return-code
053000         stop run
053100     end-if
053200     close business-date-file
053300     move bd-business-date to ws-business-date
053400     if bd-override-date not = zero
053500         move bd-override-date to ws-business-date
053600         move 'Y' to ws-bus-date-override
053700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
053800             bd-override-date ' SET BY ' bd-override-operator
053900         display '    REASON: ' bd-override-reason
054000     end-if
054100     move ws-business-date to bdh-date
054200     if ws-bus-date-override = 'Y'
054300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
054400             to bdh-override
054500     end-if
054600     .
