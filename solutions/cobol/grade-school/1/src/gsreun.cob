000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSREUN.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    EMERGENCY REUNIFICATION. GSCALL TELLS THE FAMILIES WHERE TO *
000900*    COME; WHEN A BUILDING IS EVACUATED TO A REUNIFICATION SITE  *
001000*    THE SITE STAFF RELEASE EACH CHILD FROM A PRINTED CARD. TWO  *
001100*    LEGS, BY THE RUNMODE CARD:                                  *
001200*      CARDS (RUNMODE EMPTY) - ONE CARD PER ENROLLED STUDENT ON  *
001300*        REUNCARD, A SECTION PER BUILDING IN GRADE, SECTION AND  *
001400*        NAME ORDER: THE STUDENT, GRADE AND SECTION, EVERYONE    *
001500*        THE CHILD MAY BE RELEASED TO IN PRIORITY ORDER - THE    *
001600*        GUARDVS GUARDIANS BY CONTACT SEQUENCE, THEN THE         *
001700*        AUTHORIZED PICKUPS ('A') ON PICKAUTH - EVERY PROHIBITED *
001800*        PERSON ('P') WITH THE COURT-ORDER REFERENCE, AND EVERY  *
001900*        SEVERE CONDFILE CONDITION WITH ITS ACTION. A GUARDIAN   *
002000*        WHO IS ALSO A PROHIBITED PERSON IS NOT OFFERED (AS IN   *
002100*        GSCALL). THE FOOT OF THE CARD IS WHAT THE STAFF FILL IN *
002200*        AT RELEASE. REPRINT AFTER ANY CUSTODY CHANGE.           *
002300*      RELEASE (RUNMODE 'RELEASE') - AFTER THE EVENT. THE        *
002400*        RUNMODE CARD CARRIES THE EVENT:                         *
002500*          COLS  1- 8  'RELEASE'                                 *
002600*          COLS  9-16  EVENT DATE (CCYYMMDD)                     *
002700*          COLS 17-20  BUILDING, SPACES FOR EVERY BUILDING WITH  *
002800*                      A RELEASE LOGGED FOR THE EVENT            *
002900*        THE FILLED-IN CARDS ARE KEYED TO REUNTRN, EDITED AND    *
003000*        ADDED TO THE RELEASE LOG (REUNLOG, COPY REUNREC), WHICH *
003100*        IS REWRITTEN WHOLE; EACH RELEASE IS MARKED WITH WHO THE *
003200*        ADULT IS ON FILE AS. REUNRPT LISTS THE REJECTED CARDS,  *
003300*        THEN FOR THE EVENT BY BUILDING EVERY STUDENT RELEASED   *
003400*        TO SOMEONE NOT ON FILE (OR TO A PROHIBITED PERSON) AND  *
003500*        EVERY ENROLLED STUDENT NEVER RECORDED AS RELEASED. AN   *
003600*        EMPTY REUNTRN GIVES THE RECONCILIATION ONLY.            *
003700*    RETURN CODES: 0 CLEAN, 4 A CARD REJECTED, A STUDENT TO      *
003800*    FOLLOW UP OR A TABLE CUT SHORT, 16 A BAD RUNMODE CARD OR A  *
003900*    FILE THAT COULD NOT BE READ OR WRITTEN. SEE JCL/GSREUN.JCL  *
004000*    AND JCL/GSREUNR.JCL.                                        *
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
006000     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS GU-GUARD-KEY
006400         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
006500     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PICKAUTH-STATUS.
006800     SELECT CONDITION-FILE ASSIGN TO CONDFILE
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CONDFILE-STATUS.
007100     SELECT TRANSACTION-FILE ASSIGN TO REUNTRN
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REUNTRN-STATUS.
007400     SELECT REUNIFICATION-LOG-FILE ASSIGN TO REUNLOG
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-REUNLOG-STATUS.
007700     SELECT REUNIFICATION-CARD-RPT ASSIGN TO REUNCARD
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-REUNCARD-STATUS.
008000     SELECT REUNIFICATION-RPT ASSIGN TO REUNRPT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-REUNRPT-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  BUSINESS-DATE-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  BUSINESS-DATE-RECORD.
008800     COPY BDATREC.
008900 FD  RUN-MODE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  RUN-MODE-RECORD.
009200     05  RM-MODE                 PIC X(08).
009300     05  RM-EVENT-DATE           PIC 9(08).
009400     05  RM-SCHOOL-CODE          PIC X(04).
009500 FD  ROSTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  ROSTER-FILE-RECORD.
009800     COPY ROSTERREC.
009900 FD  GUARDIAN-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  GUARDIAN-RECORD.
010200     COPY GUARDREC.
010300 FD  PICKUP-AUTH-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  PICKUP-AUTH-RECORD.
010600     COPY PICKREC.
010700 FD  CONDITION-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  CONDITION-RECORD.
011000     COPY CONDREC.
011100******************************************************************
011200*    REUNTRN - ONE CARD PER RELEASE, KEYED FROM THE FOOT OF THE  *
011300*    REUNIFICATION CARD:                                         *
011400*      COL 1-8   EVENT DATE (CCYYMMDD)                           *
011500*      COL 9-12  BUILDING EVACUATED                              *
011600*      COL 13-19 STUDENT ID                                      *
011700*      COL 20-59 ADULT THE STUDENT WAS RELEASED TO               *
011800*      COL 60    PHOTO ID CHECKED - 'Y' OR 'N'                   *
011900*      COL 61-64 TIME RELEASED (HHMM, 24-HOUR)                   *
012000*      COL 65-67 INITIALS OF THE RELEASING STAFF MEMBER          *
012100******************************************************************
012200 FD  TRANSACTION-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  TRANSACTION-RECORD.
012500     05  TR-EVENT-DATE           PIC 9(08).
012600     05  TR-SCHOOL-CODE          PIC X(04).
012700     05  TR-STUDENT-ID           PIC 9(07).
012800     05  TR-RELEASED-TO          PIC X(40).
012900     05  TR-ID-CHECKED           PIC X(01).
013000     05  TR-RELEASE-TIME         PIC 9(04).
013100     05  TR-STAFF-INITIALS       PIC X(03).
013200     05  FILLER                  PIC X(13).
013300 FD  REUNIFICATION-LOG-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  REUNIFICATION-LOG-RECORD.
013600     COPY REUNREC.
013700 FD  REUNIFICATION-CARD-RPT
013800     LABEL RECORDS ARE STANDARD.
013900 01  REUNCARD-LINE               PIC X(100).
014000 FD  REUNIFICATION-RPT
014100     LABEL RECORDS ARE STANDARD.
014200 01  REUNRPT-LINE                PIC X(110).
014300 WORKING-STORAGE SECTION.
014400 01  WS-RUNMODE-STATUS        PIC X(02).
014500 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
014600 01  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
014700 01  WS-EVENT-SCHOOL          PIC X(04) VALUE SPACES.
014800 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014900 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
015000 01  WS-PICKAUTH-STATUS       PIC X(02).
015100 01  WS-CONDFILE-STATUS       PIC X(02).
015200 01  WS-REUNTRN-STATUS        PIC X(02).
015300 01  WS-REUNLOG-STATUS        PIC X(02).
015400 01  WS-REUNCARD-STATUS       PIC X(02).
015500 01  WS-REUNRPT-STATUS        PIC X(02).
015600 01  i                        PIC 9(05).
015700 01  j                        PIC 9(05).
015800 01  k                        PIC 9(05).
015900******************************************************************
016000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
016200******************************************************************
016300 01  WS-BUSDATE-STATUS        PIC X(02).
016400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016500 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016600 01  BUS-DATE-HEADING.
016700     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
016800     05  BDH-DATE             PIC 9(08).
016900     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017000******************************************************************
017100*    EVERY ENROLLED STUDENT ON ROSTERVS - IN ID ORDER FOR THE    *
017200*    SEARCH ALL WHILE THE CARDS POST, THEN RE-SORTED INTO        *
017300*    BUILDING, GRADE, SECTION AND NAME ORDER FOR PRINTING.       *
017400******************************************************************
017500 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
017600 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
017700 01  RST-TABLE.
017800     05  RST-ROW              OCCURS 0 TO 2000 TIMES
017900                              DEPENDING ON WS-RST-COUNT
018000                              ASCENDING KEY IS RST-ID
018100                              INDEXED BY RST-IDX.
018200         10  RST-ID           PIC 9(07).
018300         10  RST-LAST-NAME    PIC X(20).
018400         10  RST-FIRST-NAME   PIC X(12).
018500         10  RST-SCHOOL       PIC X(04).
018600         10  RST-GRADE        PIC X(02).
018700         10  RST-SECTION      PIC X(01).
018800 01  WS-RST-FULL              PIC X VALUE 'N'.
018900 01  WS-RST-ROW               PIC 9(05).
019000******************************************************************
019100*    EVERY PICKAUTH RECORD OF AN ENROLLED STUDENT ('A' AND 'P'), *
019200*    AND THE SEVERE CONDFILE CONDITIONS (CD-SEVERITY 'S').       *
019300******************************************************************
019400 77  WS-PCK-MAX               PIC 9(04) VALUE 2000.
019500 01  WS-PCK-COUNT             PIC 9(04) VALUE ZERO.
019600 01  WS-PCK-TABLE.
019700     05  WS-PCK-ENTRY         OCCURS 2000 TIMES.
019800         10  WS-PCK-STUDENT   PIC 9(07).
019900         10  WS-PCK-TYPE      PIC X(01).
020000         10  WS-PCK-NAME      PIC X(40).
020100         10  WS-PCK-RELATION  PIC X(10).
020200         10  WS-PCK-ORDER     PIC X(15).
020300 01  WS-PCK-FULL              PIC X VALUE 'N'.
020400 77  WS-SEVERE-CODE           PIC X(01) VALUE 'S'.
020500 77  WS-CND-MAX               PIC 9(04) VALUE 2000.
020600 01  WS-CND-COUNT             PIC 9(04) VALUE ZERO.
020700 01  WS-CND-TABLE.
020800     05  WS-CND-ENTRY         OCCURS 2000 TIMES.
020900         10  WS-CND-STUDENT   PIC 9(07).
021000         10  WS-CND-CODE      PIC X(03).
021100         10  WS-CND-ACTION    PIC X(30).
021200 01  WS-CND-FULL              PIC X VALUE 'N'.
021300 01  WS-COND-READ             PIC X VALUE 'N'.
021400******************************************************************
021500*    THE WHOLE RELEASE LOG, KEPT IN EVENT, BUILDING AND STUDENT  *
021600*    ORDER AS THE CARDS POST SO EACH CARD FINDS A DUPLICATE WITH *
021700*    A SEARCH ALL.                                               *
021800******************************************************************
021900 77  WS-LOG-MAX               PIC 9(05) VALUE 06000.
022000 01  WS-LOG-COUNT             PIC 9(05) VALUE ZERO.
022100 01  LOG-TABLE.
022200     05  LOG-ROW              OCCURS 0 TO 6000 TIMES
022300                              DEPENDING ON WS-LOG-COUNT
022400                              ASCENDING KEY IS LOG-EVENT
022500                                               LOG-SCHOOL
022600                                               LOG-STUDENT
022700                              INDEXED BY LOG-IDX.
022800         10  LOG-EVENT        PIC 9(08).
022900         10  LOG-SCHOOL       PIC X(04).
023000         10  LOG-STUDENT      PIC 9(07).
023100         10  LOG-RELEASED-TO  PIC X(40).
023200         10  LOG-ID-CHECKED   PIC X(01).
023300         10  LOG-TIME         PIC 9(04).
023400         10  LOG-STAFF        PIC X(03).
023500         10  LOG-ON-FILE      PIC X(01).
023600         10  LOG-POSTED       PIC 9(08).
023700 01  WS-LOG-FULL              PIC X VALUE 'N'.
023800 01  WS-LOG-ROW               PIC 9(05).
023900******************************************************************
024000*    THE CARD EDITS AND THE ON-FILE MATCH. NAMES ARE COMPARED IN *
024100*    UPPER CASE, AS KEYED AGAINST AS ON FILE.                    *
024200******************************************************************
024300 01  WS-EDIT-REASON           PIC X(05).
024400 01  WS-EDIT-TEXT             PIC X(36).
024500 01  WS-CHECK-DATE            PIC 9(08).
024600 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
024700     05  WS-CHECK-YEAR        PIC 9(04).
024800     05  WS-CHECK-MONTH       PIC 9(02).
024900     05  WS-CHECK-DAY         PIC 9(02).
025000 01  WS-DATE-OK               PIC X.
025100 01  WS-CHECK-TIME            PIC 9(04).
025200 01  WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
025300     05  WS-CHECK-HH          PIC 9(02).
025400     05  WS-CHECK-MM          PIC 9(02).
025500 01  WS-ADULT-NAME            PIC X(40).
025600 01  WS-FILE-NAME             PIC X(40).
025700 01  WS-ON-FILE               PIC X(01).
025800 01  WS-GUARD-DONE            PIC X.
025900 01  WS-PROHIB-HIT            PIC X.
026000 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
026100 01  WS-RELEASES-POSTED       PIC 9(05) VALUE ZERO.
026200 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
026300******************************************************************
026400*    THE CARDS AND THE POST-EVENT RECONCILIATION.                *
026500******************************************************************
026600 01  WS-PREV-SCHOOL           PIC X(04).
026700 01  WS-PRIORITY              PIC 9(02).
026800 01  WS-CARDS-PRINTED         PIC 9(05) VALUE ZERO.
026900 01  WS-NO-ONE-COUNT          PIC 9(05) VALUE ZERO.
027000 77  WS-EVB-MAX               PIC 9(02) VALUE 50.
027100 01  WS-EVB-COUNT             PIC 9(02) VALUE ZERO.
027200 01  WS-EVB-TABLE.
027300     05  WS-EVB-SCHOOL        OCCURS 50 TIMES PIC X(04).
027400 01  WS-EVB-ROW               PIC 9(02).
027500 01  WS-FOUND                 PIC X.
027600 01  WS-BLDG-ENROLLED         PIC 9(05).
027700 01  WS-BLDG-RELEASED         PIC 9(05).
027800 01  WS-BLDG-NOT-ON-FILE      PIC 9(05).
027900 01  WS-BLDG-UNRELEASED       PIC 9(05).
028000 01  WS-NOT-ON-FILE-COUNT     PIC 9(05) VALUE ZERO.
028100 01  WS-UNRELEASED-COUNT      PIC 9(05) VALUE ZERO.
028200******************************************************************
028300*    REUNCARD LINES.                                             *
028400******************************************************************
028500 01  RC-HEADING.
028600     05  FILLER               PIC X(32) VALUE
028700         'EMERGENCY REUNIFICATION CARDS - '.
028800     05  RC-H-DATE            PIC 9(08).
028900 01  RC-BLDG-HEADING.
029000     05  FILLER               PIC X(06) VALUE 'BLDG: '.
029100     05  RC-B-SCHOOL          PIC X(04).
029200 01  RC-RULE-LINE.
029300     05  FILLER               PIC X(80) VALUE ALL '-'.
029400 01  RC-STUDENT-LINE.
029500     05  FILLER               PIC X(09) VALUE 'STUDENT: '.
029600     05  RC-S-STUDENT         PIC 9(07).
029700     05  FILLER               PIC X(02) VALUE SPACES.
029800     05  RC-S-NAME            PIC X(34).
029900     05  FILLER               PIC X(06) VALUE 'GRADE '.
030000     05  RC-S-GRADE           PIC X(02).
030100     05  FILLER               PIC X(10) VALUE '  SECTION '.
030200     05  RC-S-SECTION         PIC X(01).
030300     05  FILLER               PIC X(08) VALUE '  BLDG: '.
030400     05  RC-S-SCHOOL          PIC X(04).
030500 01  RC-RELEASE-HEADING.
030600     05  FILLER               PIC X(40) VALUE
030700         '  RELEASE ONLY TO, IN THIS ORDER:'.
030800 01  RC-PERSON-LINE.
030900     05  FILLER               PIC X(04) VALUE SPACES.
031000     05  RC-P-PRIORITY        PIC Z9.
031100     05  FILLER               PIC X(02) VALUE SPACES.
031200     05  RC-P-NAME            PIC X(40).
031300     05  FILLER               PIC X(01) VALUE SPACE.
031400     05  RC-P-RELATION        PIC X(10).
031500     05  FILLER               PIC X(01) VALUE SPACE.
031600     05  RC-P-PHONE           PIC X(12).
031700     05  FILLER               PIC X(01) VALUE SPACE.
031800     05  RC-P-SOURCE          PIC X(17).
031900 01  RC-ALERT-LINE.
032000     05  FILLER               PIC X(05) VALUE '  ** '.
032100     05  RC-A-LABEL           PIC X(17).
032200     05  RC-A-TEXT            PIC X(78).
032300 01  RC-FORM-LINE.
032400     05  FILLER               PIC X(48) VALUE
032500         '  RELEASED TO: ______________________________  '.
032600     05  FILLER               PIC X(50) VALUE
032700         'ID CHECKED: Y / N   TIME: ______   STAFF: ___'.
032800******************************************************************
032900*    REUNRPT LINES - THE REJECT LIST.                            *
033000******************************************************************
033100 01  RPT-HEADING.
033200     05  FILLER               PIC X(44) VALUE
033300         'REUNIFICATION RELEASE LOG - CARDS REJECTED'.
033400 01  RPT-COLUMNS.
033500     05  FILLER               PIC X(10) VALUE 'EVENT'.
033600     05  FILLER               PIC X(06) VALUE 'BLDG'.
033700     05  FILLER               PIC X(09) VALUE 'STUDENT'.
033800     05  FILLER               PIC X(22) VALUE 'RELEASED TO'.
033900     05  FILLER               PIC X(06) VALUE 'RSN'.
034000     05  FILLER               PIC X(36) VALUE 'REASON'.
034100 01  RPT-DETAIL-LINE.
034200     05  RPT-D-EVENT          PIC X(08).
034300     05  FILLER               PIC X(02) VALUE SPACES.
034400     05  RPT-D-SCHOOL         PIC X(04).
034500     05  FILLER               PIC X(02) VALUE SPACES.
034600     05  RPT-D-STUDENT        PIC X(07).
034700     05  FILLER               PIC X(02) VALUE SPACES.
034800     05  RPT-D-RELEASED-TO    PIC X(20).
034900     05  FILLER               PIC X(02) VALUE SPACES.
035000     05  RPT-D-REASON         PIC X(05).
035100     05  FILLER               PIC X(01) VALUE SPACES.
035200     05  RPT-D-TEXT           PIC X(36).
035300 01  RUN-TOTAL-LINE.
035400     05  RT-LABEL             PIC X(44).
035500     05  RT-VALUE             PIC ZZZZ9.
035600******************************************************************
035700*    REUNRPT LINES - THE POST-EVENT RECONCILIATION.              *
035800******************************************************************
035900 01  EV-HEADING.
036000     05  FILLER               PIC X(23) VALUE
036100         'REUNIFICATION EVENT OF '.
036200     05  EV-H-DATE            PIC 9(08).
036300     05  FILLER               PIC X(30) VALUE
036400         ' - POST-EVENT RECONCILIATION'.
036500 01  EV-BLDG-HEADING.
036600     05  FILLER               PIC X(09) VALUE 'BUILDING '.
036700     05  EV-B-SCHOOL          PIC X(04).
036800 01  EV-NOT-ON-FILE-HEADING.
036900     05  FILLER               PIC X(60) VALUE
037000         '  RELEASED TO SOMEONE NOT ON FILE'.
037100 01  EV-NOT-ON-FILE-COLUMNS.
037200     05  FILLER               PIC X(13) VALUE '    STUDENT'.
037300     05  FILLER               PIC X(24) VALUE 'NAME'.
037400     05  FILLER               PIC X(04) VALUE 'GR'.
037500     05  FILLER               PIC X(32) VALUE 'RELEASED TO'.
037600     05  FILLER               PIC X(06) VALUE 'TIME'.
037700     05  FILLER               PIC X(05) VALUE 'STF'.
037800     05  FILLER               PIC X(04) VALUE 'ID'.
037900     05  FILLER               PIC X(16) VALUE 'ON FILE AS'.
038000 01  EV-RELEASE-LINE.
038100     05  FILLER               PIC X(04) VALUE SPACES.
038200     05  EV-R-STUDENT         PIC 9(07).
038300     05  FILLER               PIC X(02) VALUE SPACES.
038400     05  EV-R-NAME            PIC X(22).
038500     05  FILLER               PIC X(02) VALUE SPACES.
038600     05  EV-R-GRADE           PIC X(02).
038700     05  FILLER               PIC X(02) VALUE SPACES.
038800     05  EV-R-RELEASED-TO     PIC X(30).
038900     05  FILLER               PIC X(02) VALUE SPACES.
039000     05  EV-R-TIME            PIC 9(04).
039100     05  FILLER               PIC X(02) VALUE SPACES.
039200     05  EV-R-STAFF           PIC X(03).
039300     05  FILLER               PIC X(02) VALUE SPACES.
039400     05  EV-R-ID-CHECKED      PIC X(01).
039500     05  FILLER               PIC X(03) VALUE SPACES.
039600     05  EV-R-ON-FILE         PIC X(20).
039700 01  EV-UNRELEASED-HEADING.
039800     05  FILLER               PIC X(60) VALUE
039900         '  NEVER RECORDED AS RELEASED'.
040000 01  EV-UNRELEASED-COLUMNS.
040100     05  FILLER               PIC X(13) VALUE '    STUDENT'.
040200     05  FILLER               PIC X(24) VALUE 'NAME'.
040300     05  FILLER               PIC X(04) VALUE 'GR'.
040400     05  FILLER               PIC X(03) VALUE 'SEC'.
040500 01  EV-UNRELEASED-LINE.
040600     05  FILLER               PIC X(04) VALUE SPACES.
040700     05  EV-U-STUDENT         PIC 9(07).
040800     05  FILLER               PIC X(02) VALUE SPACES.
040900     05  EV-U-NAME            PIC X(22).
041000     05  FILLER               PIC X(02) VALUE SPACES.
041100     05  EV-U-GRADE           PIC X(02).
041200     05  FILLER               PIC X(03) VALUE SPACES.
041300     05  EV-U-SECTION         PIC X(01).
041400 01  EV-NONE-LINE.
041500     05  FILLER               PIC X(08) VALUE SPACES.
041600     05  EV-N-TEXT            PIC X(40).
041700 01  EV-BLDG-TOTAL-LINE.
041800     05  FILLER               PIC X(14) VALUE '    ENROLLED '.
041900     05  EV-T-ENROLLED        PIC ZZZZ9.
042000     05  FILLER               PIC X(12) VALUE '  RELEASED '.
042100     05  EV-T-RELEASED        PIC ZZZZ9.
042200     05  FILLER               PIC X(15) VALUE '  NOT ON FILE '.
042300     05  EV-T-NOT-ON-FILE     PIC ZZZZ9.
042400     05  FILLER               PIC X(18) VALUE '  NEVER RELEASED '.
042500     05  EV-T-UNRELEASED      PIC ZZZZ9.
042600 PROCEDURE DIVISION.
042700 MAINLINE.
042800******************************************************************
042900*    CARDS: PRINT ONE CARD PER ENROLLED STUDENT. RELEASE: POST   *
043000*    THE KEYED RELEASES AND RECONCILE THE EVENT.                 *
043100******************************************************************
043200     perform read-business-date
043300     perform read-run-mode
043400     if ws-run-mode not = spaces
043500         and ws-run-mode not = 'RELEASE '
043600         display 'RUNMODE ' ws-run-mode
043700             ' IS NOT RELEASE OR EMPTY - NOTHING RUN'
043800         move 16 to return-code
043900         stop run
044000     end-if
044100     if ws-run-mode = 'RELEASE '
044200         move rm-event-date to ws-check-date
044300         perform check-date
044400         if ws-date-ok = 'Y'
044500             and ws-check-date > ws-business-date
044600             move 'N' to ws-date-ok
044700         end-if
044800         if ws-date-ok = 'N'
044900             display 'RUNMODE RELEASE - EVENT DATE IN COLS 9-16 '
045000                 'MISSING OR NOT VALID - NOTHING RUN'
045100             move 16 to return-code
045200             stop run
045300         end-if
045400         move rm-event-date  to ws-event-date
045500         move rm-school-code to ws-event-school
045600     end-if
045700     perform load-roster-table
045800     perform load-pickup-table
045900     open input guardian-file
046000     if ws-guardian-file-status not = '00'
046100         display 'COULD NOT OPEN GUARDVS - STATUS '
046200             ws-guardian-file-status
046300         move 16 to return-code
046400         stop run
046500     end-if
046600     if ws-run-mode = spaces
046700         perform load-condition-table
046800         perform print-reunification-cards
046900         display 'REUNIFICATION CARDS PRINTED ' ws-cards-printed
047000             ' NO ONE ON FILE ' ws-no-one-count
047100     else
047200         perform load-release-log
047300         open output reunification-rpt
047400         if ws-reunrpt-status not = '00'
047500             display 'COULD NOT OPEN REUNRPT - STATUS '
047600                 ws-reunrpt-status
047700             move 16 to return-code
047800             stop run
047900         end-if
048000         write reunrpt-line from bus-date-heading
048100         perform post-transactions
048200         perform save-release-log
048300         perform print-event-report
048400         close reunification-rpt
048500         display 'REUNIFICATION LOG - CARDS READ ' ws-cards-read
048600             ' POSTED ' ws-releases-posted
048700             ' REJECTED ' ws-cards-rejected
048800         display 'EVENT ' ws-event-date
048900             ' - RELEASED TO SOMEONE NOT ON FILE '
049000             ws-not-on-file-count
049100             ' NEVER RELEASED ' ws-unreleased-count
049200     end-if
049300     close guardian-file
049400     if ws-cards-rejected > zero
049500         or ws-not-on-file-count > zero
049600         or ws-unreleased-count > zero
049700         or ws-rst-full = 'Y'
049800         or ws-pck-full = 'Y'
049900         or ws-cnd-full = 'Y'
050000         or ws-log-full = 'Y'
050100         move 4 to return-code
050200     end-if
050300     stop run
050400     .
050500 READ-RUN-MODE.
050600******************************************************************
050700*    THE OPTIONAL RUNMODE CARD. 'RELEASE' POSTS THE RELEASE LOG  *
050800*    AND RECONCILES THE EVENT ON THE CARD; MISSING OR EMPTY      *
050900*    PRINTS THE CARDS.                                           *
051000******************************************************************
051100     open input run-mode-file
051200     if ws-runmode-status = '00'
051300         read run-mode-file next record
051400         if ws-runmode-status = '00'
051500             move rm-mode to ws-run-mode
051600         end-if
051700         close run-mode-file
051800     end-if
051900     .
052000 LOAD-ROSTER-TABLE.
052100     move zero to ws-rst-count
052200     open input roster-file
052300     if ws-roster-file-status not = '00'
052400         display 'COULD NOT OPEN ROSTERVS - STATUS '
052500             ws-roster-file-status
052600         move 16 to return-code
052700         stop run
052800     end-if
052900     perform until ws-roster-file-status not = '00'
053000         read roster-file next record
053100         if ws-roster-file-status = '00'
053200             and st-withdraw-date = zero
053300             if ws-rst-count < ws-rst-max
053400                 add 1 to ws-rst-count
053500                 move st-id            to rst-id(ws-rst-count)
053600                 move st-last-name
053700                     to rst-last-name(ws-rst-count)
053800                 move st-first-name
053900                     to rst-first-name(ws-rst-count)
054000                 move st-school-code   to rst-school(ws-rst-count)
054100                 move st-grade         to rst-grade(ws-rst-count)
054200                 move st-section
054300                     to rst-section(ws-rst-count)
054400             else
054500                 move 'Y' to ws-rst-full
054600             end-if
054700         end-if
054800     end-perform
054900     close roster-file
055000     if ws-rst-full = 'Y'
055100         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
055200     end-if
055300     if ws-rst-count > 1
055400         sort rst-row on ascending key rst-id
055500     end-if
055600     .
055700 LOAD-PICKUP-TABLE.
055800******************************************************************
055900*    A MISSING PICKAUTH IS AN EMPTY ONE - THE GUARDIANS ARE      *
056000*    STILL ON THE CARDS - BUT IT IS SAID ON THE RUN OUTPUT.      *
056100******************************************************************
056200     move zero to ws-pck-count
056300     open input pickup-auth-file
056400     if ws-pickauth-status = '00'
056500         perform until ws-pickauth-status not = '00'
056600             read pickup-auth-file next record
056700             if ws-pickauth-status = '00'
056800                 if ws-pck-count < ws-pck-max
056900                     add 1 to ws-pck-count
057000                     move pk-student-id
057100                         to ws-pck-student(ws-pck-count)
057200                     move pk-type to ws-pck-type(ws-pck-count)
057300                     move pk-person-name
057400                         to ws-pck-name(ws-pck-count)
057500                     move pk-relationship
057600                         to ws-pck-relation(ws-pck-count)
057700                     move pk-court-order
057800                         to ws-pck-order(ws-pck-count)
057900                 else
058000                     move 'Y' to ws-pck-full
058100                 end-if
058200             end-if
058300         end-perform
058400         close pickup-auth-file
058500     else
058600         display 'NO PICKAUTH - STATUS ' ws-pickauth-status
058700             ' - NO AUTHORIZED OR PROHIBITED PERSONS'
058800     end-if
058900     if ws-pck-full = 'Y'
059000         display 'PICKAUTH - PICKUP TABLE FULL AT ' ws-pck-max
059100     end-if
059200     .
059300 LOAD-CONDITION-TABLE.
059400     move zero to ws-cnd-count
059500     open input condition-file
059600     if ws-condfile-status = '00'
059700         move 'Y' to ws-cond-read
059800         perform until ws-condfile-status not = '00'
059900             read condition-file next record
060000             if ws-condfile-status = '00'
060100                 and cd-severity = ws-severe-code
060200                 if ws-cnd-count < ws-cnd-max
060300                     add 1 to ws-cnd-count
060400                     move cd-student-id
060500                         to ws-cnd-student(ws-cnd-count)
060600                     move cd-condition-code
060700                         to ws-cnd-code(ws-cnd-count)
060800                     move cd-action
060900                         to ws-cnd-action(ws-cnd-count)
061000                 else
061100                     move 'Y' to ws-cnd-full
061200                 end-if
061300             end-if
061400         end-perform
061500         close condition-file
061600     else
061700         display 'NO CONDFILE - STATUS ' ws-condfile-status
061800             ' - CARDS PRINTED WITHOUT MEDICAL ALERTS'
061900     end-if
062000     if ws-cnd-full = 'Y'
062100         display 'CONDFILE - CONDITION TABLE FULL AT ' ws-cnd-max
062200     end-if
062300     .
062400 PRINT-REUNIFICATION-CARDS.
062500******************************************************************
062600*    ONE CARD PER STUDENT, BUILDING BY BUILDING, IN THE ORDER    *
062700*    THE CLASSES LINE UP AT THE SITE.                            *
062800******************************************************************
062900     if ws-rst-count > 1
063000         sort rst-row on ascending key rst-school rst-grade
063100             rst-section rst-last-name rst-first-name
063200     end-if
063300     open output reunification-card-rpt
063400     if ws-reuncard-status not = '00'
063500         display 'COULD NOT OPEN REUNCARD - STATUS '
063600             ws-reuncard-status
063700         move 16 to return-code
063800         stop run
063900     end-if
064000     write reuncard-line from bus-date-heading
064100     move ws-business-date to rc-h-date
064200     write reuncard-line from rc-heading
064300     if ws-cond-read = 'N'
064400         move '** CONDFILE NOT READ - NO MEDICAL ALERTS'
064500             to reuncard-line
064600         write reuncard-line
064700     end-if
064800     move spaces to ws-prev-school
064900     perform varying ws-rst-row from 1 by 1
065000             until ws-rst-row > ws-rst-count
065100         if rst-school(ws-rst-row) not = ws-prev-school
065200             move rst-school(ws-rst-row) to ws-prev-school
065300             move spaces to reuncard-line
065400             write reuncard-line
065500             move rst-school(ws-rst-row) to rc-b-school
065600             write reuncard-line from rc-bldg-heading
065700         end-if
065800         perform print-one-card
065900     end-perform
066000     close reunification-card-rpt
066100     .
066200 PRINT-ONE-CARD.
066300     write reuncard-line from rc-rule-line
066400     move rst-id(ws-rst-row) to rc-s-student
066500     move spaces to rc-s-name
066600     string rst-last-name(ws-rst-row)  delimited by '  '
066700            ', '                       delimited by size
066800            rst-first-name(ws-rst-row) delimited by '  '
066900         into rc-s-name
067000     end-string
067100     move rst-grade(ws-rst-row)   to rc-s-grade
067200     move rst-section(ws-rst-row) to rc-s-section
067300     move rst-school(ws-rst-row)  to rc-s-school
067400     write reuncard-line from rc-student-line
067500     write reuncard-line from rc-release-heading
067600     move zero to ws-priority
067700     perform print-card-guardians
067800     perform varying j from 1 by 1 until j > ws-pck-count
067900         if ws-pck-student(j) = rst-id(ws-rst-row)
068000             and ws-pck-type(j) = 'A'
068100             add 1 to ws-priority
068200             move ws-priority         to rc-p-priority
068300             move ws-pck-name(j)      to rc-p-name
068400             move ws-pck-relation(j)  to rc-p-relation
068500             move spaces              to rc-p-phone
068600             move 'AUTHORIZED PICKUP' to rc-p-source
068700             write reuncard-line from rc-person-line
068800         end-if
068900     end-perform
069000     if ws-priority = zero
069100         add 1 to ws-no-one-count
069200         move 'NO ONE ON FILE:' to rc-a-label
069300         move 'HOLD THE STUDENT FOR THE PRINCIPAL' to rc-a-text
069400         write reuncard-line from rc-alert-line
069500     end-if
069600     perform varying j from 1 by 1 until j > ws-pck-count
069700         if ws-pck-student(j) = rst-id(ws-rst-row)
069800             and ws-pck-type(j) = 'P'
069900             move 'DO NOT RELEASE:' to rc-a-label
070000             move spaces to rc-a-text
070100             string ws-pck-name(j)     delimited by '  '
070200                    ' ('               delimited by size
070300                    ws-pck-relation(j) delimited by '  '
070400                    ') - COURT ORDER ' delimited by size
070500                    ws-pck-order(j)    delimited by '  '
070600                 into rc-a-text
070700             end-string
070800             write reuncard-line from rc-alert-line
070900         end-if
071000     end-perform
071100     perform varying j from 1 by 1 until j > ws-cnd-count
071200         if ws-cnd-student(j) = rst-id(ws-rst-row)
071300             move 'MEDICAL:' to rc-a-label
071400             move spaces to rc-a-text
071500             string ws-cnd-code(j)   delimited by size
071600                    ' - '            delimited by size
071700                    ws-cnd-action(j) delimited by size
071800                 into rc-a-text
071900             end-string
072000             write reuncard-line from rc-alert-line
072100         end-if
072200     end-perform
072300     write reuncard-line from rc-form-line
072400     add 1 to ws-cards-printed
072500     .
072600 PRINT-CARD-GUARDIANS.
072700******************************************************************
072800*    THE STUDENT'S GUARDVS CONTACTS IN GU-CONTACT-SEQ ORDER,     *
072900*    LESS ANY WHO MATCH A PROHIBITED PERSON FOR THE STUDENT.     *
073000******************************************************************
073100     move rst-id(ws-rst-row) to gu-student-id
073200     move zero               to gu-contact-seq
073300     start guardian-file key >= gu-guard-key
073400     if ws-guardian-file-status = '00'
073500         move 'N' to ws-guard-done
073600         perform until ws-guard-done = 'Y'
073700             read guardian-file next record
073800             if ws-guardian-file-status not = '00'
073900                 or gu-student-id not = rst-id(ws-rst-row)
074000                 move 'Y' to ws-guard-done
074100             else
074200                 move gu-guardian-name to ws-file-name
074300                 perform check-prohibited-person
074400                 if ws-prohib-hit = 'N'
074500                     add 1 to ws-priority
074600                     move ws-priority      to rc-p-priority
074700                     move gu-guardian-name to rc-p-name
074800                     move gu-relationship  to rc-p-relation
074900                     move gu-phone         to rc-p-phone
075000                     move 'GUARDIAN'       to rc-p-source
075100                     write reuncard-line from rc-person-line
075200                 end-if
075300             end-if
075400         end-perform
075500     end-if
075600     .
075700 CHECK-PROHIBITED-PERSON.
075800******************************************************************
075900*    SETS WS-PROHIB-HIT 'Y' WHEN WS-FILE-NAME IS A PROHIBITED    *
076000*    PERSON ON FILE FOR THE STUDENT IN ROW WS-RST-ROW.           *
076100******************************************************************
076200     move 'N' to ws-prohib-hit
076300     inspect ws-file-name
076400         converting 'abcdefghijklmnopqrstuvwxyz'
076500         to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
076600     perform varying k from 1 by 1 until k > ws-pck-count
076700         if ws-pck-student(k) = rst-id(ws-rst-row)
076800             and ws-pck-type(k) = 'P'
076900             move ws-pck-name(k) to ws-adult-name
077000             inspect ws-adult-name
077100                 converting 'abcdefghijklmnopqrstuvwxyz'
077200                 to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
077300             if ws-adult-name = ws-file-name
077400                 move 'Y' to ws-prohib-hit
077500             end-if
077600         end-if
077700     end-perform
077800     .
077900 LOAD-RELEASE-LOG.
078000******************************************************************
078100*    THE WHOLE RELEASE LOG. NO REUNLOG YET (BEFORE THE FIRST     *
078200*    EVENT IS EVER KEYED) IS AN EMPTY ONE.                       *
078300******************************************************************
078400     move zero to ws-log-count
078500     open input reunification-log-file
078600     if ws-reunlog-status not = '00'
078700         and ws-reunlog-status not = '35'
078800         display 'COULD NOT OPEN REUNLOG - STATUS '
078900             ws-reunlog-status
079000         move 16 to return-code
079100         stop run
079200     end-if
079300     if ws-reunlog-status = '00'
079400         perform until ws-reunlog-status not = '00'
079500             read reunification-log-file next record
079600             if ws-reunlog-status = '00'
079700                 if ws-log-count < ws-log-max
079800                     add 1 to ws-log-count
079900                     move rl-event-date
080000                         to log-event(ws-log-count)
080100                     move rl-school-code
080200                         to log-school(ws-log-count)
080300                     move rl-student-id
080400                         to log-student(ws-log-count)
080500                     move rl-released-to
080600                         to log-released-to(ws-log-count)
080700                     move rl-id-checked
080800                         to log-id-checked(ws-log-count)
080900                     move rl-release-time
081000                         to log-time(ws-log-count)
081100                     move rl-staff-initials
081200                         to log-staff(ws-log-count)
081300                     move rl-on-file to log-on-file(ws-log-count)
081400                     move rl-posted-date
081500                         to log-posted(ws-log-count)
081600                 else
081700                     move 'Y' to ws-log-full
081800                 end-if
081900             end-if
082000         end-perform
082100         close reunification-log-file
082200     end-if
082300     if ws-log-full = 'Y'
082400         display 'REUNLOG - RELEASE TABLE FULL AT ' ws-log-max
082500     end-if
082600     perform sort-release-log
082700     .
082800 SORT-RELEASE-LOG.
082900     if ws-log-count > 1
083000         sort log-row on ascending key log-event log-school
083100             log-student
083200     end-if
083300     .
083400 POST-TRANSACTIONS.
083500******************************************************************
083600*    ONE PASS OF REUNTRN, EACH CARD ADDED TO LOG-TABLE AT ONCE   *
083700*    SO A CARD KEYED TWICE IN THE SAME BATCH IS CAUGHT.          *
083800******************************************************************
083900     open input transaction-file
084000     if ws-reuntrn-status not = '00'
084100         display 'COULD NOT OPEN REUNTRN - STATUS '
084200             ws-reuntrn-status
084300         move 16 to return-code
084400         stop run
084500     end-if
084600     write reunrpt-line from rpt-heading
084700     move spaces to reunrpt-line
084800     write reunrpt-line
084900     write reunrpt-line from rpt-columns
085000     perform until ws-reuntrn-status not = '00'
085100         read transaction-file next record
085200         if ws-reuntrn-status = '00'
085300             add 1 to ws-cards-read
085400             perform edit-release
085500             if ws-edit-reason = spaces
085600                 perform post-release
085700             end-if
085800             if ws-edit-reason not = spaces
085900                 perform reject-transaction
086000             end-if
086100         end-if
086200     end-perform
086300     close transaction-file
086400     if ws-cards-rejected = zero
086500         move 'NO CARDS REJECTED' to reunrpt-line
086600         write reunrpt-line
086700     end-if
086800     move spaces to reunrpt-line
086900     write reunrpt-line
087000     move 'REUNTRN CARDS READ' to rt-label
087100     move ws-cards-read to rt-value
087200     write reunrpt-line from run-total-line
087300     move 'RELEASES POSTED' to rt-label
087400     move ws-releases-posted to rt-value
087500     write reunrpt-line from run-total-line
087600     move 'CARDS REJECTED' to rt-label
087700     move ws-cards-rejected to rt-value
087800     write reunrpt-line from run-total-line
087900     .
088000 EDIT-RELEASE.
088100******************************************************************
088200*    FIRST FAILURE WINS - 'BADDT' THE EVENT DATE IS NOT A DATE   *
088300*    OR IS AFTER TODAY, 'BADST' THE STUDENT IS NOT ENROLLED,     *
088400*    'BADSC' NOT IN THAT BUILDING, 'NOADL' NO ADULT, 'BADID' THE *
088500*    ID CHECK IS NOT Y OR N, 'BADTM' THE TIME IS NOT HHMM,       *
088600*    'NOSTF' NO STAFF INITIALS, 'DUPE' THE STUDENT IS ALREADY    *
088700*    LOGGED AS RELEASED AT THAT EVENT. THE STUDENT'S ROSTER ROW  *
088800*    IS LEFT IN WS-RST-ROW.                                      *
088900******************************************************************
089000     move spaces to ws-edit-reason
089100     move spaces to ws-edit-text
089200     move zero to ws-rst-row
089300     move tr-event-date to ws-check-date
089400     perform check-date
089500     if ws-date-ok = 'Y'
089600         and ws-check-date > ws-business-date
089700         move 'N' to ws-date-ok
089800     end-if
089900     if ws-date-ok = 'N'
090000         move 'BADDT' to ws-edit-reason
090100         move 'EVENT DATE NOT VALID' to ws-edit-text
090200     end-if
090300     if ws-edit-reason = spaces
090400         if tr-student-id is numeric
090500             search all rst-row
090600                 when rst-id(rst-idx) = tr-student-id
090700                     set ws-rst-row to rst-idx
090800             end-search
090900         end-if
091000         if ws-rst-row = zero
091100             move 'BADST' to ws-edit-reason
091200             move 'STUDENT NOT ENROLLED' to ws-edit-text
091300         end-if
091400     end-if
091500     if ws-edit-reason = spaces
091600         and rst-school(ws-rst-row) not = tr-school-code
091700         move 'BADSC' to ws-edit-reason
091800         move 'NOT ENROLLED IN THAT BUILDING' to ws-edit-text
092000     end-if
092100     if ws-edit-reason = spaces
092200         and tr-released-to = spaces
092300         move 'NOADL' to ws-edit-reason
092400         move 'NO ADULT RELEASED TO' to ws-edit-text
092500     end-if
092600     if ws-edit-reason = spaces
092700         and tr-id-checked not = 'Y'
092800         and tr-id-checked not = 'N'
092900         move 'BADID' to ws-edit-reason
093000         move 'ID CHECKED NOT Y OR N' to ws-edit-text
093100     end-if
093200     if ws-edit-reason = spaces
093300         perform check-release-time
093400     end-if
093500     if ws-edit-reason = spaces
093600         and tr-staff-initials = spaces
093700         move 'NOSTF' to ws-edit-reason
093800         move 'NO STAFF INITIALS' to ws-edit-text
093900     end-if
094000     if ws-edit-reason = spaces
094100         move zero to ws-log-row
094200         search all log-row
094300             when log-event(log-idx) = tr-event-date
094400              and log-school(log-idx) = tr-school-code
094500              and log-student(log-idx) = tr-student-id
094600                 set ws-log-row to log-idx
094700         end-search
094800         if ws-log-row not = zero
094900             move 'DUPE' to ws-edit-reason
095000             move 'ALREADY LOGGED AS RELEASED' to ws-edit-text
095100         end-if
095200     end-if
095300     .
095400 CHECK-RELEASE-TIME.
095500     if tr-release-time is not numeric
095600         move 'BADTM' to ws-edit-reason
095700     else
095800         move tr-release-time to ws-check-time
095900         if ws-check-hh > 23 or ws-check-mm > 59
096000             move 'BADTM' to ws-edit-reason
096100         end-if
096200     end-if
096300     if ws-edit-reason not = spaces
096400         move 'TIME RELEASED NOT HHMM' to ws-edit-text
096500     end-if
096600     .
096700 POST-RELEASE.
096800     if ws-log-count < ws-log-max
096900         perform set-on-file
097000         move tr-released-to to ws-adult-name
097100         inspect ws-adult-name
097200             converting 'abcdefghijklmnopqrstuvwxyz'
097300             to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
097400         add 1 to ws-log-count
097500         move tr-event-date     to log-event(ws-log-count)
097600         move tr-school-code    to log-school(ws-log-count)
097700         move tr-student-id     to log-student(ws-log-count)
097800         move ws-adult-name     to log-released-to(ws-log-count)
097900         move tr-id-checked     to log-id-checked(ws-log-count)
098000         move tr-release-time   to log-time(ws-log-count)
098100         move tr-staff-initials to log-staff(ws-log-count)
098200         move ws-on-file        to log-on-file(ws-log-count)
098300         move ws-business-date  to log-posted(ws-log-count)
098400         add 1 to ws-releases-posted
098500         perform sort-release-log
098600     else
098700         move 'Y' to ws-log-full
098800         move 'FULL' to ws-edit-reason
098900         move 'RELEASE TABLE FULL - NOT POSTED' to ws-edit-text
099000     end-if
099100     .
099200 SET-ON-FILE.
099300******************************************************************
099400*    WHO THE ADULT ON THE CARD IS ON FILE AS FOR THE STUDENT -   *
099500*    'P' A PROHIBITED PERSON (WHATEVER ELSE THEY ARE), 'G' A     *
099600*    GUARDVS GUARDIAN, 'A' AN AUTHORIZED PICKUP, 'N' NOT ON FILE.*
099700******************************************************************
099800     move 'N' to ws-on-file
099900     move tr-released-to to ws-file-name
100000     perform check-prohibited-person
100100     if ws-prohib-hit = 'Y'
100200         move 'P' to ws-on-file
100300     end-if
100400     if ws-on-file = 'N'
100500         move tr-student-id to gu-student-id
100600         move zero          to gu-contact-seq
100700         start guardian-file key >= gu-guard-key
100800         if ws-guardian-file-status = '00'
100900             move 'N' to ws-guard-done
101000             perform until ws-guard-done = 'Y'
101100                 read guardian-file next record
101200                 if ws-guardian-file-status not = '00'
101300                     or gu-student-id not = tr-student-id
101400                     move 'Y' to ws-guard-done
101500                 else
101600                     move gu-guardian-name to ws-adult-name
101700                     inspect ws-adult-name
101800                         converting 'abcdefghijklmnopqrstuvwxyz'
101900                         to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
102000                     if ws-adult-name = ws-file-name
102100                         move 'G' to ws-on-file
102200                     end-if
102300                 end-if
102400             end-perform
102500         end-if
102600     end-if
102700     if ws-on-file = 'N'
102800         perform varying k from 1 by 1 until k > ws-pck-count
102900             if ws-pck-student(k) = tr-student-id
103000                 and ws-pck-type(k) = 'A'
103100                 move ws-pck-name(k) to ws-adult-name
103200                 inspect ws-adult-name
103300                     converting 'abcdefghijklmnopqrstuvwxyz'
103400                     to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
103500                 if ws-adult-name = ws-file-name
103600                     move 'A' to ws-on-file
103700                 end-if
103800             end-if
103900         end-perform
104000     end-if
104100     .
104200 CHECK-DATE.
104300     move 'Y' to ws-date-ok
104400     if ws-check-date is not numeric
104500         move 'N' to ws-date-ok
104600     else
104700         if ws-check-month < 1 or ws-check-month > 12
104800             or ws-check-day < 1 or ws-check-day > 31
104900             move 'N' to ws-date-ok
105000         end-if
105100     end-if
105200     .
105300 REJECT-TRANSACTION.
105400     add 1 to ws-cards-rejected
105500     move transaction-record(1:8)   to rpt-d-event
105600     move tr-school-code            to rpt-d-school
105700     move transaction-record(13:7)  to rpt-d-student
105800     move tr-released-to            to rpt-d-released-to
105900     move ws-edit-reason            to rpt-d-reason
106000     move ws-edit-text              to rpt-d-text
106100     write reunrpt-line from rpt-detail-line
106200     .
106300 SAVE-RELEASE-LOG.
106400     open output reunification-log-file
106500     if ws-reunlog-status not = '00'
106600         display 'COULD NOT REWRITE REUNLOG - STATUS '
106700             ws-reunlog-status
106800         move 16 to return-code
106900         stop run
107000     end-if
107100     perform varying i from 1 by 1 until i > ws-log-count
107200         move spaces to reunification-log-record
107300         move log-event(i)       to rl-event-date
107400         move log-school(i)      to rl-school-code
107500         move log-student(i)     to rl-student-id
107600         move log-released-to(i) to rl-released-to
107700         move log-id-checked(i)  to rl-id-checked
107800         move log-time(i)        to rl-release-time
107900         move log-staff(i)       to rl-staff-initials
108000         move log-on-file(i)     to rl-on-file
108100         move log-posted(i)      to rl-posted-date
108200         write reunification-log-record
108300     end-perform
108400     close reunification-log-file
108500     .
108600 PRINT-EVENT-REPORT.
108700******************************************************************
108800*    THE BUILDINGS OF THE EVENT - THE ONE ON THE RUNMODE CARD,   *
108900*    OR EVERY ONE WITH A RELEASE LOGGED FOR THE EVENT DATE. THE  *
109000*    ROSTER IS RE-SORTED INTO CLASS ORDER FOR THE LISTS.         *
109100******************************************************************
109200     move zero to ws-evb-count
109300     if ws-event-school not = spaces
109400         move 1 to ws-evb-count
109500         move ws-event-school to ws-evb-school(1)
109600     else
109700         perform varying i from 1 by 1 until i > ws-log-count
109800             if log-event(i) = ws-event-date
109900                 perform note-event-building
110000             end-if
110100         end-perform
110200     end-if
110300     if ws-rst-count > 1
110400         sort rst-row on ascending key rst-school rst-grade
110500             rst-section rst-last-name rst-first-name
110600     end-if
110700     move spaces to reunrpt-line
110800     write reunrpt-line
110900     move ws-event-date to ev-h-date
111000     write reunrpt-line from ev-heading
111100     if ws-evb-count = zero
111200         move 'NO RELEASE LOGGED FOR THE EVENT' to reunrpt-line
111300         write reunrpt-line
111400     end-if
111500     perform varying ws-evb-row from 1 by 1
111600             until ws-evb-row > ws-evb-count
111700         perform print-event-building
111800     end-perform
111900     .
112000 NOTE-EVENT-BUILDING.
112100     move 'N' to ws-found
112200     perform varying j from 1 by 1 until j > ws-evb-count
112300         if ws-evb-school(j) = log-school(i)
112400             move 'Y' to ws-found
112500         end-if
112600     end-perform
112700     if ws-found = 'N'
112800         and ws-evb-count < ws-evb-max
112900         add 1 to ws-evb-count
113000         move log-school(i) to ws-evb-school(ws-evb-count)
113100     end-if
113200     .
113300 PRINT-EVENT-BUILDING.
113400     move zero to ws-bldg-enrolled
113500     move zero to ws-bldg-released
113600     move zero to ws-bldg-not-on-file
113700     move zero to ws-bldg-unreleased
113800     move spaces to reunrpt-line
113900     write reunrpt-line
114000     move ws-evb-school(ws-evb-row) to ev-b-school
114100     write reunrpt-line from ev-bldg-heading
114200     write reunrpt-line from ev-not-on-file-heading
114300     write reunrpt-line from ev-not-on-file-columns
114400     perform varying i from 1 by 1 until i > ws-log-count
114500         if log-event(i) = ws-event-date
114600             and log-school(i) = ws-evb-school(ws-evb-row)
114700             add 1 to ws-bldg-released
114800             if log-on-file(i) = 'N'
114900                 or log-on-file(i) = 'P'
115000                 perform print-not-on-file
115100             end-if
115200         end-if
115300     end-perform
115400     if ws-bldg-not-on-file = zero
115500         move 'NONE' to ev-n-text
115600         write reunrpt-line from ev-none-line
115700     end-if
115800     write reunrpt-line from ev-unreleased-heading
115900     write reunrpt-line from ev-unreleased-columns
116000     perform varying ws-rst-row from 1 by 1
116100             until ws-rst-row > ws-rst-count
116200         if rst-school(ws-rst-row) = ws-evb-school(ws-evb-row)
116300             add 1 to ws-bldg-enrolled
116400             perform check-student-released
116500         end-if
116600     end-perform
116700     if ws-bldg-unreleased = zero
116800         move 'NONE' to ev-n-text
116900         write reunrpt-line from ev-none-line
117000     end-if
117100     move ws-bldg-enrolled    to ev-t-enrolled
117200     move ws-bldg-released    to ev-t-released
117300     move ws-bldg-not-on-file to ev-t-not-on-file
117400     move ws-bldg-unreleased  to ev-t-unreleased
117500     write reunrpt-line from ev-bldg-total-line
117600     .
117700 PRINT-NOT-ON-FILE.
117800     add 1 to ws-bldg-not-on-file
117900     add 1 to ws-not-on-file-count
118000     move log-student(i) to ev-r-student
118100     move 'NOT ENROLLED NOW' to ev-r-name
118200     move spaces to ev-r-grade
118300     perform varying j from 1 by 1 until j > ws-rst-count
118400         if rst-id(j) = log-student(i)
118500             move spaces to ev-r-name
118600             string rst-last-name(j)  delimited by '  '
118700                    ', '              delimited by size
118800                    rst-first-name(j) delimited by '  '
118900                 into ev-r-name
119000             end-string
119100             move rst-grade(j) to ev-r-grade
119200         end-if
119300     end-perform
119400     move log-released-to(i) to ev-r-released-to
119500     move log-time(i)        to ev-r-time
119600     move log-staff(i)       to ev-r-staff
119700     move log-id-checked(i)  to ev-r-id-checked
119800     move 'NOT ON FILE' to ev-r-on-file
119900     if log-on-file(i) = 'P'
120000         move '** PROHIBITED **' to ev-r-on-file
120100     end-if
120200     write reunrpt-line from ev-release-line
120300     .
120400 CHECK-STUDENT-RELEASED.
120500     move zero to ws-log-row
120600     search all log-row
120700         when log-event(log-idx) = ws-event-date
120800          and log-school(log-idx) = rst-school(ws-rst-row)
120900          and log-student(log-idx) = rst-id(ws-rst-row)
121000             set ws-log-row to log-idx
121100     end-search
121200     if ws-log-row = zero
121300         add 1 to ws-bldg-unreleased
121400         add 1 to ws-unreleased-count
121500         move rst-id(ws-rst-row) to ev-u-student
121600         move spaces to ev-u-name
121700         string rst-last-name(ws-rst-row)  delimited by '  '
121800                ', '                       delimited by size
121900                rst-first-name(ws-rst-row) delimited by '  '
122000             into ev-u-name
122100         end-string
122200         move rst-grade(ws-rst-row)   to ev-u-grade
122300         move rst-section(ws-rst-row) to ev-u-section
122400         write reunrpt-line from ev-unreleased-line
122500     end-if
122600     .
122700 READ-BUSINESS-DATE.
122800******************************************************************
122900*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
123000*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
123100*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
123200******************************************************************
123300     open input business-date-file
123400     if ws-busdate-status not = '00'
123500         display 'COULD NOT OPEN BUSDATE - STATUS '
123600             ws-busdate-status
123700         move 16 to return-code
123800         stop run
123900     end-if
124000     read business-date-file next record
124100     if ws-busdate-status not = '00'
124200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
124300             ws-busdate-status
124400         move 16 to return-code
124500         stop run
124600     end-if
124700     close business-date-file
124800     move bd-business-date to ws-business-date
124900     if bd-override-date not = zero
125000         move bd-override-date to ws-business-date
125100         move 'Y' to ws-bus-date-override
125200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
125300             bd-override-date ' SET BY ' bd-override-operator
125400         display '    REASON: ' bd-override-reason
125500     end-if
125600     move ws-business-date to bdh-date
125700     if ws-bus-date-override = 'Y'
125800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
125900             to bdh-override
126000     end-if
126100     .
