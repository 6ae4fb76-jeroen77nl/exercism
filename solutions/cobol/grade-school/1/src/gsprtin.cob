000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPRTIN.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PARENT-PORTAL CHANGE REQUESTS, INBOUND. A PARENT WHO FIXES  *
000900*    A PHONE NUMBER, EMAIL OR ADDRESS, OR EXCUSES AN ABSENCE, IN *
001000*    THE PORTAL NO LONGER HAS IT RE-KEYED FROM A VENDOR EMAIL -  *
001100*    THE VENDOR'S DAILY FILE (PORTIN) IS QUEUED ON PORTREQ (COPY *
001200*    PREQREC) FOR THE REGISTRAR, AND AN APPROVED REQUEST BECOMES *
001300*    THE SAME MAINTENANCE INPUT THE OFFICE WOULD HAVE KEYED.     *
001400*    TWO LEGS, BY THE RUNMODE CARD:                              *
001500*      NIGHTLY (RUNMODE EMPTY) - IN THE STREAM AFTER GSNIGHT.    *
001600*        EVERY PORTIN REQUEST IS QUEUED. ONE THAT FAILS THE      *
001700*        EDITS (UNKNOWN STUDENT OR CONTACT, NOTHING PROPOSED, AN *
001800*        ABSENCE IN THE FUTURE OR UNDER AN UNKNOWN REASON) IS    *
001900*        QUEUED ALREADY DENIED, SO THE PARENT HEARS WHY. A       *
002000*        REQUEST ID ALREADY ON THE QUEUE (A VENDOR RESEND) IS    *
002100*        NOT LOADED AGAIN. PRRPT THEN LISTS EVERY REQUEST STILL  *
002200*        PENDING, BY BUILDING AND STUDENT, WITH THE VALUE ON     *
002300*        FILE TODAY AGAINST THE VALUE PROPOSED AND THE DECISION  *
002400*        CARD TO KEY FOR EACH.                                   *
002500*      APPROVE (RUNMODE 'APPROVE') - THE REGISTRAR'S DECISION    *
002600*        CARDS (PRDECIDE, COPY PDECREC). AN APPROVED REQUEST     *
002700*        BECOMES                                                 *
002800*          PHONE/EMAIL - AN ADDG CARD (PRCARDS) REPLACING THE    *
002900*                        CONTACT WITH ITS NEW VALUE - APPEND IT  *
003000*                        TO CTLCARDS,                            *
003100*          ADDRESS     - A 'C' CHANGE TRANSACTION (PRTRANS) -    *
003200*                        APPEND IT TO TRANFILE,                  *
003300*          ABSENCE     - A 'C' ATTENDANCE CORRECTION (PRATTN)    *
003400*                        POSTING THE DAY ABSENT UNDER AN EXCUSED *
003500*                        ABSREASN CODE - APPEND IT TO ATTNDTRN,  *
003600*        ALL AHEAD OF THE NEXT NIGHTLY RUN. A DENIED REQUEST     *
003700*        KEEPS THE REGISTRAR'S REASON, WHICH GSPORTAL SENDS BACK *
003800*        TO THE VENDOR ON ITS NEXT EXTRACT (PORTDENY).           *
003900*    RETURN CODES: 0 CLEAN, 4 A DECISION WAS REFUSED OR A TABLE  *
004000*    WAS CUT SHORT, 16 A FILE THAT COULD NOT BE READ OR WRITTEN, *
004100*    20 GSNIGHT HAS NOT ENDED CLEANLY (NIGHTLY LEG).             *
004200*    SEE JCL/GSPRTIN.JCL AND GSPRTAP.JCL.                        *
004300******************************************************************
004400*    MOD-LOG
004500*    DATE       INIT  DESCRIPTION
004600*    2026-10-15  RVM  ORIGINAL VERSION.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BUSDATE-STATUS.
005400     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RUNMODE-STATUS.
005700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNCTL-STATUS.
006000     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS ST-ID
006400         FILE STATUS IS WS-ROSTER-FILE-STATUS.
006500     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS GU-GUARD-KEY
006900         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
007000     SELECT PORTAL-REQUEST-FILE ASSIGN TO PORTREQ
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS PQ-REQUEST-ID
007400         FILE STATUS IS WS-PORTREQ-STATUS.
007500     SELECT PORTAL-INBOUND-FILE ASSIGN TO PORTIN
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PORTIN-STATUS.
007800     SELECT ATTENDANCE-FILE ASSIGN TO ATTNDLOG
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-ATTENDANCE-STATUS.
008100     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-CODETBL-STATUS.
008400     SELECT DECISION-FILE ASSIGN TO PRDECIDE
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-PRDECIDE-STATUS.
008700     SELECT CHANGE-TRANS-FILE ASSIGN TO PRTRANS
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-PRTRANS-STATUS.
009000     SELECT CHANGE-CARD-FILE ASSIGN TO PRCARDS
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-PRCARDS-STATUS.
009300     SELECT ATTEND-TRANS-FILE ASSIGN TO PRATTN
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-PRATTN-STATUS.
009600     SELECT PORTAL-REQUEST-RPT ASSIGN TO PRRPT
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-PRRPT-STATUS.
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  BUSINESS-DATE-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  BUSINESS-DATE-RECORD.
010400     COPY BDATREC.
010500 FD  RUN-MODE-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  RUN-MODE-RECORD.
010800     05  RM-MODE                 PIC X(08).
010900 FD  RUN-CONTROL-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  RUN-CONTROL-RECORD          PIC X(50).
011200 FD  ROSTER-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  ROSTER-FILE-RECORD.
011500     COPY ROSTERREC.
011600 FD  GUARDIAN-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  GUARDIAN-FILE-RECORD.
011900     COPY GUARDREC.
012000 FD  PORTAL-REQUEST-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  PORTAL-REQUEST-RECORD.
012300     COPY PREQREC.
012400******************************************************************
012500*    THE VENDOR'S DAILY FILE - ONE RECORD PER REQUEST SUBMITTED, *
012600*    IN THE QUEUE'S OWN TERMS (SEE PREQREC FOR PI-PROPOSED BY    *
012700*    REQUEST TYPE). PI-SUBMITTED IS THE PORTAL'S TIMESTAMP.      *
012800******************************************************************
012900 FD  PORTAL-INBOUND-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  PORTAL-INBOUND-RECORD.
013200     05  PI-REQUEST-ID           PIC X(12).
013300     05  PI-REQUEST-TYPE         PIC X(02).
013400     05  PI-STUDENT-ID           PIC 9(07).
013500     05  PI-GUARD-KEY.
013600         10  PI-GUARD-STUDENT-ID PIC 9(07).
013700         10  PI-GUARD-SEQ        PIC 9(02).
013800     05  PI-PROPOSED             PIC X(80).
013900     05  PI-SUBMITTED.
014000         10  PI-SUBMITTED-DATE   PIC 9(08).
014100         10  PI-SUBMITTED-TIME   PIC 9(06).
014200 FD  ATTENDANCE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  ATTENDANCE-RECORD.
014500     COPY ATTNDREC.
014600 FD  CODE-TABLE-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  CODE-TABLE-RECORD.
014900     COPY CODEREC.
015000 FD  DECISION-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  PORTAL-DECISION-RECORD.
015300     COPY PDECREC.
015400******************************************************************
015500*    SAME RECORD SHAPE AS THE NIGHTLY PROGRAM'S TRANFILE FD - A  *
015600*    'C' TRANSACTION CHANGES ONLY THE FIELDS IT CARRIES.         *
015700******************************************************************
015800 FD  CHANGE-TRANS-FILE
015900     LABEL RECORDS ARE STANDARD.
016000 01  CHANGE-TRANS-RECORD.
016100     05  TR-LAST-NAME            PIC X(30).
016200     05  TR-FIRST-NAME           PIC X(20).
016300     05  TR-MIDDLE-NAME          PIC X(20).
016400     05  TR-GRADE                PIC X(02).
016500     05  TR-SCHOOL-CODE          PIC X(04).
016600     05  TR-DOB                  PIC 9(08).
016700     05  TR-SECTION              PIC X(01).
016800     05  TR-MEAL-STATUS          PIC X(01).
016900     05  TR-ADDRESS              PIC X(30).
017000     05  TR-CITY                 PIC X(20).
017100     05  TR-STATE                PIC X(02).
017200     05  TR-ZIP                  PIC X(05).
017300     05  TR-BUS-ROUTE            PIC X(04).
017400     05  TR-IEP-STATUS           PIC X(01).
017500     05  TR-DIRECTORY-OPTOUT     PIC X(01).
017600     05  TR-TRANS-TYPE           PIC X(01).
017700     05  TR-STUDENT-ID           PIC 9(07).
017800     05  TR-GUARDIAN-NAME        PIC X(40).
017900     05  TR-RELATIONSHIP         PIC X(10).
018000     05  TR-PHONE                PIC X(12).
018100     05  TR-EMAIL                PIC X(40).
018200     05  TR-DEMOGRAPHICS         PIC X(11).
018300******************************************************************
018400*    SAME FIELDS AS THE NIGHTLY PROGRAM'S CTLCARDS FD THROUGH    *
018500*    CC-CONTACT-PRIORITY, AND CC-LANGUAGE IN ITS OWN PLACE - AN  *
018600*    ADDG CARD REPLACES THE WHOLE CONTACT, SO IT CARRIES EVERY   *
018700*    FIELD OF IT.                                                *
018800******************************************************************
018900 FD  CHANGE-CARD-FILE
019000     LABEL RECORDS ARE STANDARD.
019100 01  CHANGE-CARD-RECORD.
019200     05  CC-MODE                 PIC X(04).
019300     05  CC-STUDENT-ID           PIC 9(07).
019400     05  CC-SCHOOL-CODE          PIC X(04).
019500     05  CC-PROMO-HOLD           PIC X(01).
019600     05  CC-GUARDIAN-NAME        PIC X(40).
019700     05  CC-RELATIONSHIP         PIC X(10).
019800     05  CC-PHONE                PIC X(12).
019900     05  CC-EMAIL                PIC X(40).
020000     05  CC-CONTACT-PRIORITY     PIC 9(02).
020100     05  FILLER                  PIC X(163).
020200     05  CC-LANGUAGE             PIC X(02).
020300******************************************************************
020400*    SAME RECORD SHAPE AS THE NIGHTLY PROGRAM'S ATTNDTRN FD.     *
020500******************************************************************
020600 FD  ATTEND-TRANS-FILE
020700     LABEL RECORDS ARE STANDARD.
020800 01  ATTENDANCE-TRANS-RECORD.
020900     05  ATTN-STUDENT-ID         PIC 9(07).
021000     05  ATTN-DATE               PIC 9(08).
021100     05  ATTN-STATUS-CODE        PIC X(01).
021200     05  ATTN-TRANS-TYPE         PIC X(01).
021300     05  ATTN-PERIOD             PIC 9(02).
021400     05  ATTN-REASON-CODE        PIC X(02).
021500 FD  PORTAL-REQUEST-RPT
021600     LABEL RECORDS ARE STANDARD.
021700 01  PORTAL-REQUEST-LINE         PIC X(110).
021800 WORKING-STORAGE SECTION.
021900******************************************************************
022000*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
022100*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
022200*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
022300*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
022400*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING. GSNIGHT MUST    *
022500*    HAVE POSTED THE DAY FIRST, SO THE LISTING SHOWS WHAT IS ON  *
022600*    FILE NOW. THE APPROVE LEG RUNS OUTSIDE THE STREAM.          *
022700******************************************************************
022800 01  RUN-CONTROL-EVENT.
022900     COPY JRUNREC.
023000 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSPRTIN'.
023100 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
023200 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
023300     'GSNIGHT                 '.
023400 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
023500     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
023600 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
023700 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
023800 01  WS-RUNCTL-STATUS         PIC X(02).
023900 01  WS-RUN-BUS-DATE          PIC 9(08).
024000 01  WS-RUN-PX                PIC 9(02).
024100 01  WS-RUN-PRED-STATE        PIC X.
024200 01  WS-RUN-BLOCKER           PIC X(08).
024300 01  WS-RUNMODE-STATUS        PIC X(02).
024400 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
024500 01  WS-ROSTER-FILE-STATUS    PIC X(02).
024600 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
024700 01  WS-PORTREQ-STATUS        PIC X(02).
024800 01  WS-PORTIN-STATUS         PIC X(02).
024900 01  WS-ATTENDANCE-STATUS     PIC X(02).
025000 01  WS-CODETBL-STATUS        PIC X(02).
025100 01  WS-PRDECIDE-STATUS       PIC X(02).
025200 01  WS-PRTRANS-STATUS        PIC X(02).
025300 01  WS-PRCARDS-STATUS        PIC X(02).
025400 01  WS-PRATTN-STATUS         PIC X(02).
025500 01  WS-PRRPT-STATUS          PIC X(02).
025600 01  i                        PIC 9(05).
025700 01  j                        PIC 9(05).
025800 01  k                        PIC 9(05).
025900******************************************************************
026000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
026100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
026200******************************************************************
026300 01  WS-BUSDATE-STATUS        PIC X(02).
026400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
026500 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
026600 01  BUS-DATE-HEADING.
026700     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
026800     05  BDH-DATE             PIC 9(08).
026900     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
027000******************************************************************
027100*    THE ABSREASN ROWS OF CODETBL - AN ABSENCE EXCUSE IS QUEUED  *
027200*    ONLY UNDER A CODE IN FORCE ON THE DAY EXCUSED, AND POSTED   *
027300*    ONLY UNDER ONE OF CLASS 'E' (EXCUSED).                      *
027400******************************************************************
027500 77  WS-RSN-MAX               PIC 9(03) VALUE 100.
027600 01  WS-RSN-COUNT             PIC 9(03) VALUE ZERO.
027700 01  RSN-TABLE.
027800     05  RSN-ROW              OCCURS 100 TIMES.
027900         10  RSN-CODE         PIC X(02).
028000         10  RSN-EFFECTIVE    PIC 9(08).
028100         10  RSN-EXPIRY       PIC 9(08).
028200         10  RSN-CLASS        PIC X(01).
028300 01  WS-RSN-FULL              PIC X VALUE 'N'.
028400 01  WS-RSN-LOOK-CODE         PIC X(02).
028500 01  WS-RSN-LOOK-DATE         PIC 9(08).
028600 01  WS-RSN-FOUND             PIC X.
028700 01  WS-RSN-EXCUSED           PIC X.
028800******************************************************************
028900*    EVERY REQUEST STILL PENDING ON THE QUEUE, WITH WHO IT IS    *
029000*    FOR AND THE VALUE ON FILE TODAY, SORTED BY BUILDING,        *
029100*    STUDENT AND SUBMISSION FOR THE LISTING.                     *
029200******************************************************************
029300 77  WS-PND-MAX               PIC 9(05) VALUE 02000.
029400 01  WS-PND-COUNT             PIC 9(05) VALUE ZERO.
029500 01  PND-TABLE.
029600     05  PND-ROW              OCCURS 0 TO 2000 TIMES
029700                              DEPENDING ON WS-PND-COUNT.
029800         10  PND-SCHOOL       PIC X(04).
029900         10  PND-STUDENT-ID   PIC 9(07).
030000         10  PND-SUBMITTED    PIC 9(14).
030100         10  PND-REQUEST-ID   PIC X(12).
030200         10  PND-TYPE         PIC X(02).
030300         10  PND-GUARD-SEQ    PIC 9(02).
030400         10  PND-STUDENT-NAME PIC X(31).
030500         10  PND-GUARD-NAME   PIC X(40).
030600         10  PND-RELATIONSHIP PIC X(10).
030700         10  PND-CURRENT      PIC X(60).
030800         10  PND-PROPOSED     PIC X(80).
030900         10  PND-ABS-DATE     PIC 9(08).
031000         10  PND-NOTE         PIC X(60).
031100         10  PND-ATT-STATUS   PIC X(01).
031200         10  PND-ATT-REASON   PIC X(02).
031300         10  PND-ATT-CORRECTED PIC X(01).
031400 01  WS-PND-FULL              PIC X VALUE 'N'.
031500 01  WS-PREV-SCHOOL           PIC X(04).
031600******************************************************************
031700*    THE PENDING ABSENCE EXCUSES BY STUDENT AND DATE, POINTING   *
031800*    BACK INTO PND-TABLE, SO ONE PASS OF ATTNDLOG FINDS WHAT     *
031900*    EACH DAY STANDS AT - A 'C' CORRECTION OUTRANKS THE DAY'S    *
032000*    FIRST POSTING, AND THE LAST OF SEVERAL WINS.                *
032100******************************************************************
032200 01  WS-ABX-COUNT             PIC 9(05) VALUE ZERO.
032300 01  ABX-TABLE.
032400     05  ABX-ROW              OCCURS 0 TO 2000 TIMES
032500                              DEPENDING ON WS-ABX-COUNT
032600                              ASCENDING KEY IS ABX-ID ABX-DATE
032700                              INDEXED BY ABX-IDX.
032800         10  ABX-ID           PIC 9(07).
032900         10  ABX-DATE         PIC 9(08).
033000         10  ABX-PND-ROW      PIC 9(05).
033100 01  WS-ABX-FOUND             PIC X.
033200******************************************************************
033300*    ONE REQUEST IN HAND - THE EDIT THAT TURNED IT AWAY, AND THE *
033400*    DISPOSITION OF A DECISION CARD.                             *
033500******************************************************************
033600 01  WS-DENY-REASON           PIC X(40).
033700 01  WS-DISPOSITION           PIC X(40).
033800 01  WS-REFUSED               PIC X.
033900 01  WS-AT-COUNT              PIC 9(03).
034000 01  WS-POST-REASON           PIC X(02).
034100 01  WS-STATUS-WORD           PIC X(12).
034200 01  WS-PTR                   PIC 9(03).
034300 01  WS-LD-HEADED             PIC X VALUE 'N'.
034400 01  WS-CARD-IMAGE.
034500     05  WS-CI-REQUEST-ID     PIC X(12).
034600     05  WS-CI-DECISION       PIC X(01).
034700 01  WS-ADDR-TEXT             PIC X(60).
034800 01  WS-ADDR-NEW.
034900     05  WS-NEW-ADDRESS       PIC X(30).
035000     05  WS-NEW-CITY          PIC X(20).
035100     05  WS-NEW-STATE         PIC X(02).
035200     05  WS-NEW-ZIP           PIC X(05).
035300 01  WS-INBOUND-READ          PIC 9(05) VALUE ZERO.
035400 01  WS-QUEUED-PENDING        PIC 9(05) VALUE ZERO.
035500 01  WS-QUEUED-DENIED         PIC 9(05) VALUE ZERO.
035600 01  WS-NOT-QUEUED            PIC 9(05) VALUE ZERO.
035700 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
035800 01  WS-APPROVED              PIC 9(05) VALUE ZERO.
035900 01  WS-DENIED                PIC 9(05) VALUE ZERO.
036000 01  WS-REFUSED-COUNT         PIC 9(05) VALUE ZERO.
036100 01  WS-TRANS-WRITTEN         PIC 9(05) VALUE ZERO.
036200 01  WS-ADDG-WRITTEN          PIC 9(05) VALUE ZERO.
036300 01  WS-ATTN-WRITTEN          PIC 9(05) VALUE ZERO.
036400 01  PR-HEADING.
036500     05  FILLER               PIC X(50) VALUE
036600         'PARENT-PORTAL REQUESTS - REGISTRAR REVIEW'.
036700 01  PR-CARD-HEADING.
036800     05  FILLER               PIC X(43) VALUE
036900         'DECISION CARD (PRDECIDE): 1-12 REQUEST ID, '.
037000     05  FILLER               PIC X(43) VALUE
037100         '13 A OR D, 14-15 EXCUSED REASON, 16-18 BY, '.
037200     05  FILLER               PIC X(19) VALUE
037300         '19-58 DENIAL REASON'.
037400 01  PR-BLDG-HEADING.
037500     05  FILLER               PIC X(06) VALUE 'BLDG: '.
037600     05  PR-H-SCHOOL          PIC X(04).
037700 01  PR-COLUMN-HEADING.
037800     05  FILLER               PIC X(14) VALUE 'REQUEST'.
037900     05  FILLER               PIC X(16) VALUE 'TYPE'.
038000     05  FILLER               PIC X(09) VALUE 'ID'.
038100     05  FILLER               PIC X(33) VALUE 'STUDENT'.
038200     05  FILLER               PIC X(20) VALUE 'SUBMITTED'.
038300 01  PR-DETAIL-LINE.
038400     05  PR-D-REQUEST-ID      PIC X(12).
038500     05  FILLER               PIC X(02) VALUE SPACES.
038600     05  PR-D-TYPE            PIC X(14).
038700     05  FILLER               PIC X(02) VALUE SPACES.
038800     05  PR-D-STUDENT-ID      PIC 9(07).
038900     05  FILLER               PIC X(02) VALUE SPACES.
039000     05  PR-D-NAME            PIC X(31).
039100     05  FILLER               PIC X(02) VALUE SPACES.
039200     05  PR-D-SUB-DATE        PIC 9(08).
039300     05  FILLER               PIC X(01) VALUE SPACES.
039400     05  PR-D-SUB-TIME        PIC 9(06).
039500 01  PR-VALUE-LINE.
039600     05  FILLER               PIC X(04) VALUE SPACES.
039700     05  PR-V-LABEL           PIC X(10).
039800     05  PR-V-TEXT            PIC X(80).
039900 01  PR-CARD-LINE.
040000     05  FILLER               PIC X(04) VALUE SPACES.
040100     05  FILLER               PIC X(10) VALUE 'CARD:'.
040200     05  PR-C-APPROVE         PIC X(13).
040300     05  FILLER               PIC X(12) VALUE ' TO APPROVE,'.
040400     05  PR-C-DENY            PIC X(13).
040500     05  FILLER               PIC X(28) VALUE
040600         ' AND A REASON TO DENY'.
040700 01  LD-HEADING.
040800     05  FILLER               PIC X(52) VALUE
040900         'REQUESTS TURNED AWAY ON LOAD - DENIED OR NOT QUEUED'.
041000 01  LD-COLUMN-HEADING.
041100     05  FILLER               PIC X(14) VALUE 'REQUEST'.
041200     05  FILLER               PIC X(04) VALUE 'TYP'.
041300     05  FILLER               PIC X(09) VALUE 'ID'.
041400     05  FILLER               PIC X(40) VALUE 'REASON'.
041500 01  LD-DETAIL-LINE.
041600     05  LD-D-REQUEST-ID      PIC X(12).
041700     05  FILLER               PIC X(02) VALUE SPACES.
041800     05  LD-D-TYPE            PIC X(02).
041900     05  FILLER               PIC X(02) VALUE SPACES.
042000     05  LD-D-STUDENT-ID      PIC X(07).
042100     05  FILLER               PIC X(02) VALUE SPACES.
042200     05  LD-D-REASON          PIC X(40).
042300 01  AP-HEADING.
042400     05  FILLER               PIC X(60) VALUE
042500         'REGISTRAR DECISIONS - PRTRANS, PRCARDS AND PRATTN'.
042600 01  AP-COLUMN-HEADING.
042700     05  FILLER               PIC X(14) VALUE 'REQUEST'.
042800     05  FILLER               PIC X(04) VALUE 'TYP'.
042900     05  FILLER               PIC X(09) VALUE 'ID'.
043000     05  FILLER               PIC X(04) VALUE 'DEC'.
043100     05  FILLER               PIC X(05) VALUE 'BY'.
043200     05  FILLER               PIC X(40) VALUE 'DISPOSITION'.
043300 01  AP-DETAIL-LINE.
043400     05  AP-D-REQUEST-ID      PIC X(12).
043500     05  FILLER               PIC X(02) VALUE SPACES.
043600     05  AP-D-TYPE            PIC X(02).
043700     05  FILLER               PIC X(02) VALUE SPACES.
043800     05  AP-D-STUDENT-ID      PIC X(07).
043900     05  FILLER               PIC X(02) VALUE SPACES.
044000     05  AP-D-DECISION        PIC X(01).
044100     05  FILLER               PIC X(03) VALUE SPACES.
044200     05  AP-D-REGISTRAR       PIC X(03).
044300     05  FILLER               PIC X(02) VALUE SPACES.
044400     05  AP-D-DISPOSITION     PIC X(40).
044500 01  RUN-TOTAL-LINE.
044600     05  RT-LABEL             PIC X(44).
044700     05  RT-VALUE             PIC ZZZZZZ9.
044800 PROCEDURE DIVISION.
044900 MAINLINE.
045000******************************************************************
045100*    NIGHTLY: QUEUE THE DAY'S PORTAL REQUESTS AND LIST EVERY ONE *
045200*    STILL PENDING. APPROVE: THE REGISTRAR'S DECISIONS TURNED    *
045300*    INTO MAINTENANCE INPUT.                                     *
045400******************************************************************
045500     perform read-business-date
045600     perform read-run-mode
045700     if ws-run-mode not = spaces
045800         and ws-run-mode not = 'APPROVE '
045900         display 'RUNMODE ' ws-run-mode
046000             ' IS NOT APPROVE OR EMPTY - NOTHING RUN'
046100         move 16 to return-code
046200         stop run
046300     end-if
046400     if ws-run-mode = spaces
046500         perform start-run-control
046600     end-if
046700     open output portal-request-rpt
046800     if ws-prrpt-status not = '00'
046900         display 'COULD NOT OPEN PRRPT - STATUS '
047000             ws-prrpt-status
047100         move 16 to return-code
047200         stop run
047300     end-if
047400     write portal-request-line from bus-date-heading
047500     perform load-absence-reasons
047600     perform open-master-files
047700     if ws-run-mode = 'APPROVE '
047800         perform process-decisions
047900     else
048000         write portal-request-line from pr-heading
048100         perform load-inbound-requests
048200         perform list-pending-requests
048300     end-if
048400     perform print-run-totals
048500     close roster-file
048600     close guardian-file
048700     close portal-request-rpt
048800     if ws-run-mode = 'APPROVE '
048900         display 'DECISIONS READ ' ws-cards-read
049000             ' APPROVED ' ws-approved
049100             ' DENIED ' ws-denied
049200             ' REFUSED ' ws-refused-count
049300     else
049400         display 'PORTAL REQUESTS READ ' ws-inbound-read
049500             ' QUEUED ' ws-queued-pending
049600             ' DENIED ON LOAD ' ws-queued-denied
049700             ' NOT QUEUED ' ws-not-queued
049800             ' PENDING ' ws-pnd-count
049900     end-if
050000     if ws-refused-count > zero
050100         or ws-pnd-full = 'Y'
050200         or ws-rsn-full = 'Y'
050300         move 4 to return-code
050400     end-if
050500     if ws-run-mode = spaces
050600         perform end-run-control
050700     end-if
050800     stop run
050900     .
051000 READ-RUN-MODE.
051100******************************************************************
051200*    THE OPTIONAL RUNMODE CARD. 'APPROVE' APPLIES THE            *
051300*    REGISTRAR'S DECISIONS; MISSING OR EMPTY RUNS THE NIGHTLY    *
051400*    LOAD AND LISTING.                                           *
051500******************************************************************
051600     open input run-mode-file
051700     if ws-runmode-status = '00'
051800         read run-mode-file next record
051900         if ws-runmode-status = '00'
052000             move rm-mode to ws-run-mode
052100         end-if
052200         close run-mode-file
052300     end-if
052400     .
052500 LOAD-ABSENCE-REASONS.
052600     move zero to ws-rsn-count
052700     open input code-table-file
052800     if ws-codetbl-status not = '00'
052900         display 'COULD NOT OPEN CODETBL - STATUS '
053000             ws-codetbl-status
053100         move 16 to return-code
053200         stop run
053300     end-if
053400     perform until ws-codetbl-status not = '00'
053500         read code-table-file next record
053600         if ws-codetbl-status = '00'
053700             and ct-table-name = 'ABSREASN'
053800             if ws-rsn-count < ws-rsn-max
053900                 add 1 to ws-rsn-count
054000                 move ws-rsn-count to k
054100                 move ct-code           to rsn-code(k)
054200                 move ct-effective-date to rsn-effective(k)
054300                 move ct-expiry-date    to rsn-expiry(k)
054400                 move ct-class          to rsn-class(k)
054500             else
054600                 move 'Y' to ws-rsn-full
054700             end-if
054800         end-if
054900     end-perform
055000     close code-table-file
055100     if ws-rsn-full = 'Y'
055200         display 'CODETBL - ABSREASN TABLE FULL AT ' ws-rsn-max
055300     end-if
055400     .
055500 LOOK-UP-ABSENCE-REASON.
055600******************************************************************
055700*    WS-RSN-LOOK-CODE AS OF WS-RSN-LOOK-DATE - WS-RSN-FOUND 'Y'  *
055800*    WHEN IT IS AN ABSREASN CODE IN FORCE THAT DAY, AND          *
055900*    WS-RSN-EXCUSED 'Y' WHEN IT IS ALSO OF CLASS 'E'.            *
056000******************************************************************
056100     move 'N' to ws-rsn-found
056200     move 'N' to ws-rsn-excused
056300     perform varying k from 1 by 1 until k > ws-rsn-count
056400         if rsn-code(k) = ws-rsn-look-code
056500             and rsn-effective(k) <= ws-rsn-look-date
056600             and (rsn-expiry(k) = zero
056700                  or rsn-expiry(k) >= ws-rsn-look-date)
056800             move 'Y' to ws-rsn-found
056900             if rsn-class(k) = 'E'
057000                 move 'Y' to ws-rsn-excused
057100             end-if
057200         end-if
057300     end-perform
057400     .
057500 OPEN-MASTER-FILES.
057600     open input roster-file
057700     if ws-roster-file-status not = '00'
057800         display 'COULD NOT OPEN ROSTERVS - STATUS '
057900             ws-roster-file-status
058000         move 16 to return-code
058100         stop run
058200     end-if
058300     open input guardian-file
058400     if ws-guardian-file-status not = '00'
058500         display 'COULD NOT OPEN GUARDVS - STATUS '
058600             ws-guardian-file-status
058700         move 16 to return-code
058800         stop run
058900     end-if
059000     .
059100 LOAD-INBOUND-REQUESTS.
059200******************************************************************
059300*    EVERY PORTIN REQUEST ONTO THE QUEUE - PENDING, OR DENIED BY *
059400*    'SYS' WHEN IT FAILS AN EDIT. THE FIRST RUN BUILDS THE       *
059500*    QUEUE. NO PORTIN MEANS THE VENDOR SENT NOTHING TODAY.       *
059600******************************************************************
059700     open i-o portal-request-file
059800     if ws-portreq-status not = '00'
059900         open output portal-request-file
060000         close portal-request-file
060100         open i-o portal-request-file
060200     end-if
060300     if ws-portreq-status not = '00'
060400         display 'COULD NOT OPEN PORTREQ - STATUS '
060500             ws-portreq-status
060600         move 16 to return-code
060700         stop run
060800     end-if
060900     open input portal-inbound-file
061000     if ws-portin-status not = '00'
061100         display 'NO PORTIN - STATUS ' ws-portin-status
061200             ' - NO NEW REQUESTS'
061300     else
061400         perform until ws-portin-status not = '00'
061500             read portal-inbound-file next record
061600             if ws-portin-status = '00'
061700                 add 1 to ws-inbound-read
061800                 perform take-inbound-request
061900             end-if
062000         end-perform
062100         close portal-inbound-file
062200     end-if
062300     close portal-request-file
062400     .
062500 TAKE-INBOUND-REQUEST.
062600     if pi-request-id = spaces
062700         move 'NO REQUEST ID - NOT QUEUED' to ld-d-reason
062800         add 1 to ws-not-queued
062900         perform print-load-line
063000     else
063100         move pi-request-id to pq-request-id
063200         read portal-request-file record key is pq-request-id
063300         if ws-portreq-status = '00'
063400             move 'ALREADY ON THE QUEUE - NOT LOADED AGAIN'
063500                 to ld-d-reason
063600             add 1 to ws-not-queued
063700             perform print-load-line
063800         else
063900             perform queue-inbound-request
064000         end-if
064100     end-if
064200     .
064300 QUEUE-INBOUND-REQUEST.
064400     move spaces            to portal-request-record
064500     move pi-request-id     to pq-request-id
064600     move pi-request-type   to pq-request-type
064700     move zero              to pq-student-id
064800     if pi-student-id is numeric
064900         move pi-student-id to pq-student-id
065000     end-if
065100     move zero              to pq-guard-student-id
065200     move zero              to pq-guard-seq
065300     if pi-guard-student-id is numeric
065400         and pi-guard-seq is numeric
065500         move pi-guard-key  to pq-guard-key
065600     end-if
065700     move pi-proposed       to pq-proposed
065800     move zero              to pq-submitted-date
065900     move zero              to pq-submitted-time
066000     if pi-submitted-date is numeric
066100         and pi-submitted-time is numeric
066200         move pi-submitted  to pq-submitted
066300     end-if
066400     move ws-business-date  to pq-loaded-date
066500     move zero              to pq-decided-date
066600     move zero              to pq-notice-date
066700     perform edit-inbound-request
066800     if ws-deny-reason = spaces
066900         move 'P' to pq-status
067000         add 1 to ws-queued-pending
067100     else
067200         move 'D'              to pq-status
067300         move ws-business-date to pq-decided-date
067400         move 'SYS'            to pq-decided-by
067500         move ws-deny-reason   to pq-deny-reason
067600         add 1 to ws-queued-denied
067700         move ws-deny-reason   to ld-d-reason
067800         perform print-load-line
067900     end-if
068000     write portal-request-record
068100     if ws-portreq-status not = '00'
068200         display 'COULD NOT WRITE PORTREQ - STATUS '
068300             ws-portreq-status ' REQUEST ' pq-request-id
068400         move 16 to return-code
068500         stop run
068600     end-if
068700     .
068800 EDIT-INBOUND-REQUEST.
068900******************************************************************
069000*    THE FIRST EDIT A REQUEST FAILS IS THE REASON IT GOES BACK   *
069100*    DENIED. A REQUEST THAT PASSES THEM ALL WAITS FOR THE        *
069200*    REGISTRAR.                                                  *
069300******************************************************************
069400     move spaces to ws-deny-reason
069500     if not pq-is-phone
069600         and not pq-is-email
069700         and not pq-is-address
069800         and not pq-is-absence
069900         move 'REQUEST TYPE NOT RECOGNIZED' to ws-deny-reason
070000     end-if
070100     if ws-deny-reason = spaces
070200         perform edit-request-student
070300     end-if
070400     if ws-deny-reason = spaces
070500         perform edit-request-contact
070600     end-if
070700     if ws-deny-reason = spaces
070800         perform edit-proposed-value
070900     end-if
071000     .
071100 EDIT-REQUEST-STUDENT.
071200     move pq-student-id to st-id
071300     read roster-file record key is st-id
071400     if ws-roster-file-status not = '00'
071500         move 'STUDENT NOT FOUND' to ws-deny-reason
071600     else
071700         if st-withdraw-date not = zero
071800             move 'STUDENT NO LONGER ENROLLED' to ws-deny-reason
071900         end-if
072000     end-if
072100     .
072200 EDIT-REQUEST-CONTACT.
072300     if pq-guard-student-id not = pq-student-id
072400         move 'PARENT IS NOT A CONTACT OF THIS STUDENT'
072500             to ws-deny-reason
072600     else
072700         move pq-guard-key to gu-guard-key
072800         read guardian-file record key is gu-guard-key
072900         if ws-guardian-file-status not = '00'
073000             move 'PARENT IS NOT A CONTACT OF THIS STUDENT'
073100                 to ws-deny-reason
073200         end-if
073300     end-if
073400     .
073500 EDIT-PROPOSED-VALUE.
073600     evaluate true
073700         when pq-is-phone
073800             if pq-new-phone = spaces
073900                 move 'NO NEW PHONE NUMBER GIVEN'
074000                     to ws-deny-reason
074100             end-if
074200         when pq-is-email
074300             move zero to ws-at-count
074400             inspect pq-new-email tallying ws-at-count
074500                 for all '@'
074600             if pq-new-email = spaces
074700                 or ws-at-count not = 1
074800                 move 'NO USABLE EMAIL ADDRESS GIVEN'
074900                     to ws-deny-reason
075000             end-if
075100         when pq-is-address
075200             if pq-new-address = spaces
075300                 and pq-new-city = spaces
075400                 and pq-new-state = spaces
075500                 and pq-new-zip = spaces
075600                 move 'NO NEW ADDRESS GIVEN' to ws-deny-reason
075700             end-if
075800         when pq-is-absence
075900             perform edit-absence-excuse
076000     end-evaluate
076100     .
076200 EDIT-ABSENCE-EXCUSE.
076300     if pq-absence-date is not numeric
076400         move 'NO ABSENCE DATE GIVEN' to ws-deny-reason
076500     else
076600         if pq-absence-date = zero
076700             move 'NO ABSENCE DATE GIVEN' to ws-deny-reason
076800         else
076900             if pq-absence-date > ws-business-date
077000                 move 'ABSENCE DATE IS STILL TO COME'
077100                     to ws-deny-reason
077200             else
077300                 if pq-absence-reason not = spaces
077400                     move pq-absence-reason to ws-rsn-look-code
077500                     move pq-absence-date   to ws-rsn-look-date
077600                     perform look-up-absence-reason
077700                     if ws-rsn-found = 'N'
077800                         move 'ABSENCE REASON NOT RECOGNIZED'
077900                             to ws-deny-reason
078000                     end-if
078100                 end-if
078200             end-if
078300         end-if
078400     end-if
078500     .
078600 PRINT-LOAD-LINE.
078700     if ws-ld-headed = 'N'
078800         move spaces to portal-request-line
078900         write portal-request-line
079000         write portal-request-line from ld-heading
079100         write portal-request-line from ld-column-heading
079200         move 'Y' to ws-ld-headed
079300     end-if
079400     move pi-request-id   to ld-d-request-id
079500     move pi-request-type to ld-d-type
079600     move pi-student-id   to ld-d-student-id
079700     write portal-request-line from ld-detail-line
079800     .
079900 LIST-PENDING-REQUESTS.
080000******************************************************************
080100*    EVERY REQUEST STILL PENDING, WHENEVER IT CAME IN, BY        *
080200*    BUILDING, STUDENT AND SUBMISSION - WHAT IS ON FILE TODAY,   *
080300*    WHAT THE PARENT PROPOSED, AND THE CARD THAT DECIDES IT.     *
080400******************************************************************
080500     move zero to ws-pnd-count
080600     open input portal-request-file
080700     if ws-portreq-status not = '00'
080800         display 'COULD NOT OPEN PORTREQ - STATUS '
080900             ws-portreq-status
081000         move 16 to return-code
081100         stop run
081200     end-if
081300     perform until ws-portreq-status not = '00'
081400         read portal-request-file next record
081500         if ws-portreq-status = '00'
081600             and pq-pending
081700             if ws-pnd-count < ws-pnd-max
081800                 add 1 to ws-pnd-count
081900                 move ws-pnd-count to i
082000                 perform note-pending-request
082100             else
082200                 move 'Y' to ws-pnd-full
082300             end-if
082400         end-if
082500     end-perform
082600     close portal-request-file
082700     if ws-pnd-full = 'Y'
082800         display 'PORTREQ - PENDING TABLE FULL AT ' ws-pnd-max
082900             ' - LATER REQUESTS NOT LISTED'
083000     end-if
083100     if ws-pnd-count > 1
083200         sort pnd-row on ascending key pnd-school pnd-student-id
083300             pnd-submitted
083400     end-if
083500     perform find-current-absences
083600     perform print-pending-requests
083700     .
083800 NOTE-PENDING-REQUEST.
083900     move pq-request-id   to pnd-request-id(i)
084000     move pq-request-type to pnd-type(i)
084100     move pq-student-id   to pnd-student-id(i)
084200     move pq-guard-seq    to pnd-guard-seq(i)
084300     move pq-submitted    to pnd-submitted(i)
084400     move spaces          to pnd-current(i)
084500     move spaces          to pnd-proposed(i)
084600     move zero            to pnd-abs-date(i)
084700     move spaces          to pnd-note(i)
084800     move space           to pnd-att-status(i)
084900     move spaces          to pnd-att-reason(i)
085000     move 'N'             to pnd-att-corrected(i)
085100     move pq-student-id to st-id
085200     read roster-file record key is st-id
085300     if ws-roster-file-status = '00'
085400         move st-school-code to pnd-school(i)
085500         move spaces to pnd-student-name(i)
085600         string st-last-name  delimited by '  '
085700                ', '          delimited by size
085800                st-first-name delimited by '  '
085900                into pnd-student-name(i)
086000         end-string
086100     else
086200         move spaces to pnd-school(i)
086300         move '** NOT ON ROSTERVS **' to pnd-student-name(i)
086400         move spaces to st-address
086500         move spaces to st-city
086600         move spaces to st-state
086700         move spaces to st-zip
086800     end-if
086900     move pq-guard-key to gu-guard-key
087000     read guardian-file record key is gu-guard-key
087100     if ws-guardian-file-status = '00'
087200         move gu-guardian-name to pnd-guard-name(i)
087300         move gu-relationship  to pnd-relationship(i)
087400     else
087500         move '** CONTACT NO LONGER ON GUARDVS **'
087600             to pnd-guard-name(i)
087700         move spaces to pnd-relationship(i)
087800         move spaces to gu-phone
087900         move spaces to gu-email
088000     end-if
088100     evaluate true
088200         when pq-is-phone
088300             move gu-phone     to pnd-current(i)
088400             move pq-new-phone to pnd-proposed(i)
088500         when pq-is-email
088600             move gu-email     to pnd-current(i)
088700             move pq-new-email to pnd-proposed(i)
088800         when pq-is-address
088900             move st-address to ws-new-address
089000             move st-city    to ws-new-city
089100             move st-state   to ws-new-state
089200             move st-zip     to ws-new-zip
089300             perform format-address
089400             move ws-addr-text to pnd-current(i)
089500             if pq-new-address not = spaces
089600                 move pq-new-address to ws-new-address
089700             end-if
089800             if pq-new-city not = spaces
089900                 move pq-new-city to ws-new-city
090000             end-if
090100             if pq-new-state not = spaces
090200                 move pq-new-state to ws-new-state
090300             end-if
090400             if pq-new-zip not = spaces
090500                 move pq-new-zip to ws-new-zip
090600             end-if
090700             perform format-address
090800             move ws-addr-text to pnd-proposed(i)
090900         when pq-is-absence
091000             move pq-absence-date to pnd-abs-date(i)
091100             move pq-parent-note  to pnd-note(i)
091200             move 1 to ws-ptr
091300             string 'ON '             delimited by size
091400                    pq-absence-date   delimited by size
091500                    ' - ABSENT, EXCUSED, REASON '
091600                                      delimited by size
091700                    into pnd-proposed(i) with pointer ws-ptr
091800             end-string
091900             if pq-absence-reason = spaces
092000                 string 'TO BE GIVEN' delimited by size
092100                     into pnd-proposed(i) with pointer ws-ptr
092200                 end-string
092300             else
092400                 string pq-absence-reason delimited by size
092500                     into pnd-proposed(i) with pointer ws-ptr
092600                 end-string
092700             end-if
092800     end-evaluate
092900     .
093000 FORMAT-ADDRESS.
093100     move spaces to ws-addr-text
093200     string ws-new-address delimited by '  '
093300            ', '           delimited by size
093400            ws-new-city    delimited by '  '
093500            ' '            delimited by size
093600            ws-new-state   delimited by size
093700            ' '            delimited by size
093800            ws-new-zip     delimited by size
093900            into ws-addr-text
094000     end-string
094100     .
094200 FIND-CURRENT-ABSENCES.
094300******************************************************************
094400*    WHAT EACH PENDING ABSENCE EXCUSE'S DAY STANDS AT ON         *
094500*    ATTNDLOG TODAY - ITS PERIOD-00 POSTING, THE LAST 'C'        *
094600*    CORRECTION WINNING. A DAY NOT YET POSTED SHOWS AS SUCH.     *
094700******************************************************************
094800     move zero to ws-abx-count
094900     perform varying i from 1 by 1 until i > ws-pnd-count
095000         if pnd-type(i) = 'AB'
095100             add 1 to ws-abx-count
095200             move pnd-student-id(i) to abx-id(ws-abx-count)
095300             move pnd-abs-date(i)   to abx-date(ws-abx-count)
095400             move i                 to abx-pnd-row(ws-abx-count)
095500         end-if
095600     end-perform
095700     if ws-abx-count > zero
095800         if ws-abx-count > 1
095900             sort abx-row on ascending key abx-id abx-date
096000         end-if
096100         open input attendance-file
096200         if ws-attendance-status not = '00'
096300             display 'NO ATTNDLOG - STATUS ' ws-attendance-status
096400                 ' - ABSENCES LISTED AS NOT POSTED'
096500         else
096600             perform until ws-attendance-status not = '00'
096700                 read attendance-file next record
096800                 if ws-attendance-status = '00'
096900                     and att-period = zero
097000                     perform find-absence-row
097100                     if ws-abx-found = 'Y'
097200                         perform note-absence-posting
097300                     end-if
097400                 end-if
097500             end-perform
097600             close attendance-file
097700         end-if
097800     end-if
097900     .
098000 FIND-ABSENCE-ROW.
098100     move 'N' to ws-abx-found
098200     search all abx-row
098300         when abx-id(abx-idx) = att-student-id
098400             and abx-date(abx-idx) = att-date
098500             move 'Y' to ws-abx-found
098600             set j to abx-idx
098700     end-search
098800     .
098900 NOTE-ABSENCE-POSTING.
099000     move abx-pnd-row(j) to k
099100     if att-correction-flag = 'C'
099200         or pnd-att-corrected(k) not = 'Y'
099300         move att-status-code to pnd-att-status(k)
099400         move att-reason-code to pnd-att-reason(k)
099500         if att-correction-flag = 'C'
099600             move 'Y' to pnd-att-corrected(k)
099700         end-if
099800     end-if
099900     .
100000 PRINT-PENDING-REQUESTS.
100100     move spaces to portal-request-line
100200     write portal-request-line
100300     write portal-request-line from pr-card-heading
100400     move high-values to ws-prev-school
100500     perform varying i from 1 by 1 until i > ws-pnd-count
100600         perform print-one-pending
100700     end-perform
100800     if ws-pnd-count = zero
100900         move spaces to portal-request-line
101000         write portal-request-line
101100         move '    NO REQUEST IS WAITING FOR A DECISION'
101200             to portal-request-line
101300         write portal-request-line
101400     end-if
101500     .
101600 PRINT-ONE-PENDING.
101700     if pnd-school(i) not = ws-prev-school
101800         move pnd-school(i) to ws-prev-school
101900         move pnd-school(i) to pr-h-school
102000         move spaces to portal-request-line
102100         write portal-request-line
102200         write portal-request-line from pr-bldg-heading
102300         write portal-request-line from pr-column-heading
102400     end-if
102500     move spaces to portal-request-line
102600     write portal-request-line
102700     move pnd-request-id(i) to pr-d-request-id
102800     evaluate pnd-type(i)
102900         when 'PH'
103000             move 'GUARDIAN PHONE' to pr-d-type
103100         when 'EM'
103200             move 'GUARDIAN EMAIL' to pr-d-type
103300         when 'AD'
103400             move 'HOME ADDRESS' to pr-d-type
103500         when 'AB'
103600             move 'ABSENCE EXCUSE' to pr-d-type
103700     end-evaluate
103800     move pnd-student-id(i)   to pr-d-student-id
103900     move pnd-student-name(i) to pr-d-name
104000     move pnd-submitted(i)(1:8) to pr-d-sub-date
104100     move pnd-submitted(i)(9:6) to pr-d-sub-time
104200     write portal-request-line from pr-detail-line
104300     move 'FROM:' to pr-v-label
104400     move spaces  to pr-v-text
104500     if pnd-relationship(i) = spaces
104600         move pnd-guard-name(i) to pr-v-text
104700     else
104800         string pnd-guard-name(i)   delimited by '  '
104900                ' ('                delimited by size
105000                pnd-relationship(i) delimited by '  '
105100                ')'                 delimited by size
105200                into pr-v-text
105300         end-string
105400     end-if
105500     write portal-request-line from pr-value-line
105600     if pnd-type(i) = 'AB'
105700         perform format-current-absence
105800     end-if
105900     move 'ON FILE:'        to pr-v-label
106000     move pnd-current(i)    to pr-v-text
106100     write portal-request-line from pr-value-line
106200     move 'PROPOSED:'       to pr-v-label
106300     move pnd-proposed(i)   to pr-v-text
106400     write portal-request-line from pr-value-line
106500     if pnd-note(i) not = spaces
106600         move 'NOTE:'       to pr-v-label
106700         move pnd-note(i)   to pr-v-text
106800         write portal-request-line from pr-value-line
106900     end-if
107000     move pnd-request-id(i) to ws-ci-request-id
107100     move 'A' to ws-ci-decision
107200     move ws-card-image to pr-c-approve
107300     move 'D' to ws-ci-decision
107400     move ws-card-image to pr-c-deny
107500     write portal-request-line from pr-card-line
107600     .
107700 FORMAT-CURRENT-ABSENCE.
107800     evaluate pnd-att-status(i)
107900         when space
108000             move 'NOT POSTED' to ws-status-word
108100         when 'P'
108200             move 'PRESENT' to ws-status-word
108300         when 'A'
108400             move 'ABSENT' to ws-status-word
108500         when 'T'
108600             move 'TARDY' to ws-status-word
108700         when 'E'
108800             move 'LEFT EARLY' to ws-status-word
108900         when other
109000             move 'STATUS ?' to ws-status-word
109100     end-evaluate
109200     move spaces to pnd-current(i)
109300     move 1 to ws-ptr
109400     string 'ON '             delimited by size
109500            pnd-abs-date(i)   delimited by size
109600            ' - '             delimited by size
109700            ws-status-word    delimited by '  '
109800            into pnd-current(i) with pointer ws-ptr
109900     end-string
110000     if pnd-att-reason(i) not = spaces
110100         string ', REASON '       delimited by size
110200                pnd-att-reason(i) delimited by size
110300                into pnd-current(i) with pointer ws-ptr
110400         end-string
110500     end-if
110600     if pnd-att-corrected(i) = 'Y'
110700         string ' (CORRECTED)' delimited by size
110800                into pnd-current(i) with pointer ws-ptr
110900         end-string
111000     end-if
111100     .
111200 PROCESS-DECISIONS.
111300******************************************************************
111400*    ONE DECISION CARD PER REQUEST. AN APPROVAL BECOMES THE      *
111500*    MAINTENANCE INPUT FOR ITS TYPE; A DENIAL KEEPS ITS REASON   *
111600*    FOR THE NEXT PORTAL EXTRACT. A CARD FOR A REQUEST NOT ON    *
111700*    THE QUEUE, ALREADY DECIDED, OR THAT CAN NO LONGER BE        *
111800*    APPLIED IS REFUSED AND THE REQUEST LEFT AS IT WAS.          *
111900******************************************************************
112000     open i-o portal-request-file
112100     if ws-portreq-status not = '00'
112200         display 'COULD NOT OPEN PORTREQ - STATUS '
112300             ws-portreq-status
112400         move 16 to return-code
112500         stop run
112600     end-if
112700     open input decision-file
112800     if ws-prdecide-status not = '00'
112900         display 'COULD NOT OPEN PRDECIDE - STATUS '
113000             ws-prdecide-status
113100         move 16 to return-code
113200         stop run
113300     end-if
113400     open output change-trans-file
113500     open output change-card-file
113600     open output attend-trans-file
113700     if ws-prtrans-status not = '00'
113800         or ws-prcards-status not = '00'
113900         or ws-prattn-status not = '00'
114000         display 'COULD NOT OPEN PRTRANS/PRCARDS/PRATTN - STATUS '
114100             ws-prtrans-status ' ' ws-prcards-status ' '
114200             ws-prattn-status
114300         move 16 to return-code
114400         stop run
114500     end-if
114600     write portal-request-line from ap-heading
114700     move spaces to portal-request-line
114800     write portal-request-line
114900     write portal-request-line from ap-column-heading
115000     perform until ws-prdecide-status not = '00'
115100         read decision-file next record
115200         if ws-prdecide-status = '00'
115300             add 1 to ws-cards-read
115400             perform take-decision
115500         end-if
115600     end-perform
115700     close decision-file
115800     close change-trans-file
115900     close change-card-file
116000     close attend-trans-file
116100     close portal-request-file
116200     .
116300 TAKE-DECISION.
116400     move pd-request-id to ap-d-request-id
116500     move spaces        to ap-d-type
116600     move spaces        to ap-d-student-id
116700     move pd-decision   to ap-d-decision
116800     move pd-registrar  to ap-d-registrar
116900     move 'Y' to ws-refused
117000     move pd-request-id to pq-request-id
117100     read portal-request-file record key is pq-request-id
117200     if ws-portreq-status not = '00'
117300         move 'NOT ON THE QUEUE - REFUSED' to ws-disposition
117400     else
117500         move pq-request-type to ap-d-type
117600         move pq-student-id   to ap-d-student-id
117700         evaluate true
117800             when not pq-pending
117900                 move 'ALREADY DECIDED - REFUSED'
118000                     to ws-disposition
118100             when pd-decision = 'D'
118200                 perform deny-request
118300             when pd-decision = 'A'
118400                 perform approve-request
118500             when other
118600                 move 'DECISION IS NOT A OR D - REFUSED'
118700                     to ws-disposition
118800         end-evaluate
118900     end-if
119000     if ws-refused = 'Y'
119100         add 1 to ws-refused-count
119200     end-if
119300     move ws-disposition to ap-d-disposition
119400     write portal-request-line from ap-detail-line
119500     .
119600 DENY-REQUEST.
119700     if pd-deny-reason = spaces
119800         move 'DENIAL NEEDS A REASON - REFUSED' to ws-disposition
119900     else
120000         move 'D'              to pq-status
120100         move ws-business-date to pq-decided-date
120200         move pd-registrar     to pq-decided-by
120300         move pd-deny-reason   to pq-deny-reason
120400         move zero             to pq-notice-date
120500         perform rewrite-request
120600         move 'N' to ws-refused
120700         add 1 to ws-denied
120800         move 'DENIED - REASON GOES BACK TO THE PORTAL'
120900             to ws-disposition
121000     end-if
121100     .
121200 APPROVE-REQUEST.
121300     evaluate true
121400         when pq-is-phone
121500             perform write-contact-card
121600         when pq-is-email
121700             perform write-contact-card
121800         when pq-is-address
121900             perform write-address-change
122000         when pq-is-absence
122100             perform write-absence-excuse
122200         when other
122300             move 'REQUEST TYPE NOT RECOGNIZED - REFUSED'
122400                 to ws-disposition
122500     end-evaluate
122600     if ws-refused = 'N'
122700         move 'A'              to pq-status
122800         move ws-business-date to pq-decided-date
122900         move pd-registrar     to pq-decided-by
123000         move spaces           to pq-deny-reason
123100         perform rewrite-request
123200         add 1 to ws-approved
123300     end-if
123400     .
123500 WRITE-CONTACT-CARD.
123600******************************************************************
123700*    ADDG REPLACES THE CONTACT'S WHOLE GUARDVS RECORD, SO THE    *
123800*    CARD CARRIES EVERY FIELD AS IT STANDS TODAY WITH ONLY THE   *
123900*    PHONE OR EMAIL CHANGED, IN THE CONTACT'S OWN PRIORITY SLOT. *
124000******************************************************************
124100     move pq-guard-key to gu-guard-key
124200     read guardian-file record key is gu-guard-key
124300     if ws-guardian-file-status not = '00'
124400         move 'CONTACT NO LONGER ON FILE - REFUSED'
124500             to ws-disposition
124600     else
124700         move spaces           to change-card-record
124800         move 'ADDG'           to cc-mode
124900         move gu-student-id    to cc-student-id
125000         move gu-guardian-name to cc-guardian-name
125100         move gu-relationship  to cc-relationship
125200         move gu-phone         to cc-phone
125300         move gu-email         to cc-email
125400         move gu-contact-seq   to cc-contact-priority
125500         move gu-language      to cc-language
125600         if pq-is-phone
125700             move pq-new-phone to cc-phone
125800         else
125900             move pq-new-email to cc-email
126000         end-if
126100         write change-card-record
126200         if ws-prcards-status not = '00'
126300             display 'COULD NOT WRITE PRCARDS - STATUS '
126400                 ws-prcards-status
126500             move 16 to return-code
126600             stop run
126700         end-if
126800         move 'N' to ws-refused
126900         add 1 to ws-addg-written
127000         move 'ADDG CARD WRITTEN' to ws-disposition
127100     end-if
127200     .
127300 WRITE-ADDRESS-CHANGE.
127400     move pq-student-id to st-id
127500     read roster-file record key is st-id
127600     if ws-roster-file-status not = '00'
127700         move 'STUDENT NOT ENROLLED - REFUSED' to ws-disposition
127800     else
127900         if st-withdraw-date not = zero
128000             move 'STUDENT NOT ENROLLED - REFUSED'
128100                 to ws-disposition
128200         else
128300             move spaces         to change-trans-record
128400             move 'C'            to tr-trans-type
128500             move pq-student-id  to tr-student-id
128600             move zero           to tr-dob
128700             move pq-new-address to tr-address
128800             move pq-new-city    to tr-city
128900             move pq-new-state   to tr-state
129000             move pq-new-zip     to tr-zip
129100             write change-trans-record
129200             if ws-prtrans-status not = '00'
129300                 display 'COULD NOT WRITE PRTRANS - STATUS '
129400                     ws-prtrans-status
129500                 move 16 to return-code
129600                 stop run
129700             end-if
129800             move 'N' to ws-refused
129900             add 1 to ws-trans-written
130000             move 'CHANGE TRANSACTION WRITTEN' to ws-disposition
130100         end-if
130200     end-if
130300     .
130400 WRITE-ABSENCE-EXCUSE.
130500******************************************************************
130600*    THE DAY IS POSTED AGAIN AS A PERIOD-00 'C' CORRECTION,      *
130700*    ABSENT UNDER THE REGISTRAR'S CODE OR ELSE THE PARENT'S -    *
130800*    WHICHEVER IT IS, IT MUST BE AN EXCUSED ABSREASN CODE IN     *
130900*    FORCE THAT DAY. THE CODE POSTED IS KEPT ON THE REQUEST.     *
131000******************************************************************
131100     move pd-reason-code to ws-post-reason
131200     if ws-post-reason = spaces
131300         move pq-absence-reason to ws-post-reason
131400     end-if
131500     if ws-post-reason = spaces
131600         move 'NO EXCUSED REASON GIVEN - REFUSED'
131700             to ws-disposition
131800     else
131900         move ws-post-reason  to ws-rsn-look-code
132000         move pq-absence-date to ws-rsn-look-date
132100         perform look-up-absence-reason
132200         if ws-rsn-excused not = 'Y'
132300             move 'REASON IS NOT AN EXCUSED CODE - REFUSED'
132400                 to ws-disposition
132500         else
132600             move pq-student-id   to attn-student-id
132700             move pq-absence-date to attn-date
132800             move 'A'             to attn-status-code
132900             move 'C'             to attn-trans-type
133000             move zero            to attn-period
133100             move ws-post-reason  to attn-reason-code
133200             write attendance-trans-record
133300             if ws-prattn-status not = '00'
133400                 display 'COULD NOT WRITE PRATTN - STATUS '
133500                     ws-prattn-status
133600                 move 16 to return-code
133700                 stop run
133800             end-if
133900             move ws-post-reason to pq-absence-reason
134000             move 'N' to ws-refused
134100             add 1 to ws-attn-written
134200             move 'ATTENDANCE CORRECTION WRITTEN'
134300                 to ws-disposition
134400         end-if
134500     end-if
134600     .
134700 REWRITE-REQUEST.
134800     rewrite portal-request-record
134900     if ws-portreq-status not = '00'
135000         display 'COULD NOT REWRITE PORTREQ - STATUS '
135100             ws-portreq-status ' REQUEST ' pq-request-id
135200         move 16 to return-code
135300         stop run
135400     end-if
135500     .
135600 PRINT-RUN-TOTALS.
135700     move spaces to portal-request-line
135800     write portal-request-line
135900     if ws-run-mode = 'APPROVE '
136000         move 'DECISION CARDS READ' to rt-label
136100         move ws-cards-read to rt-value
136200         write portal-request-line from run-total-line
136300         move 'REQUESTS APPROVED' to rt-label
136400         move ws-approved to rt-value
136500         write portal-request-line from run-total-line
136600         move 'REQUESTS DENIED' to rt-label
136700         move ws-denied to rt-value
136800         write portal-request-line from run-total-line
136900         move 'DECISIONS REFUSED' to rt-label
137000         move ws-refused-count to rt-value
137100         write portal-request-line from run-total-line
137200         move 'ADDG CARDS WRITTEN (PRCARDS)' to rt-label
137300         move ws-addg-written to rt-value
137400         write portal-request-line from run-total-line
137500         move 'CHANGE TRANSACTIONS WRITTEN (PRTRANS)' to rt-label
137600         move ws-trans-written to rt-value
137700         write portal-request-line from run-total-line
137800         move 'ATTENDANCE CORRECTIONS WRITTEN (PRATTN)'
137900             to rt-label
138000         move ws-attn-written to rt-value
138100         write portal-request-line from run-total-line
138200     else
138300         move 'PORTAL REQUESTS READ (PORTIN)' to rt-label
138400         move ws-inbound-read to rt-value
138500         write portal-request-line from run-total-line
138600         move 'QUEUED FOR REVIEW' to rt-label
138700         move ws-queued-pending to rt-value
138800         write portal-request-line from run-total-line
138900         move 'QUEUED DENIED - FAILED THE LOAD EDITS' to rt-label
139000         move ws-queued-denied to rt-value
139100         write portal-request-line from run-total-line
139200         move 'NOT QUEUED - NO REQUEST ID OR A RESEND' to rt-label
139300         move ws-not-queued to rt-value
139400         write portal-request-line from run-total-line
139500         move 'REQUESTS PENDING ON THE LISTING' to rt-label
139600         move ws-pnd-count to rt-value
139700         write portal-request-line from run-total-line
139800     end-if
139900     if ws-rsn-full = 'Y'
140000         move '** CODETBL ABSREASN CUT SHORT - TABLE FULL'
140100             to portal-request-line
140200         write portal-request-line
140300     end-if
140400     if ws-pnd-full = 'Y'
140500         move '** PENDING REQUESTS CUT SHORT - TABLE FULL'
140600             to portal-request-line
140700         write portal-request-line
140800     end-if
140900     .
141000 START-RUN-CONTROL.
141100******************************************************************
141200*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
141300*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
141400*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
141500*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
141600******************************************************************
141700     move spaces to run-control-event
141800     move ws-business-date to ws-run-bus-date
141900     move spaces to ws-run-blocker
142000     perform varying ws-run-px from 1 by 1
142100         until ws-run-px > ws-run-pred-count
142200            or ws-run-blocker not = spaces
142300         perform check-one-predecessor
142400     end-perform
142500     if ws-run-blocker not = spaces
142600         move 'B' to jr-event
142700         perform write-run-control-event
142800         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
142900             ' HAS NOT COMPLETED FOR BUSINESS DATE '
143000             ws-run-bus-date
143100         move ws-run-blocked-rc to return-code
143200         stop run
143300     end-if
143400     move 'S' to jr-event
143500     perform write-run-control-event
143600     .
143700 CHECK-ONE-PREDECESSOR.
143800******************************************************************
143900*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
144000*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
144100*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
144200******************************************************************
144300     move 'N' to ws-run-pred-state
144400     open input run-control-file
144500     if ws-runctl-status = '00'
144600         perform until ws-runctl-status not = '00'
144700             read run-control-file next record
144800                 into run-control-event
144900             if ws-runctl-status = '00'
145000                 and jr-business-date = ws-run-bus-date
145100                 and jr-job-name = ws-run-pred(ws-run-px)
145200                 move 'N' to ws-run-pred-state
145300                 if jr-event = 'E'
145400                     and jr-completion-code <= ws-run-max-rc
145500                     move 'Y' to ws-run-pred-state
145600                 end-if
145700             end-if
145800         end-perform
145900         close run-control-file
146000     end-if
146100     if ws-run-pred-state not = 'Y'
146200         move ws-run-pred(ws-run-px) to ws-run-blocker
146300     end-if
146400     .
146500 END-RUN-CONTROL.
146600******************************************************************
146700*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
146800*    RETURN CODE THE JOB IS ENDING WITH.                         *
146900******************************************************************
147000     move 'E' to jr-event
147100     perform write-run-control-event
147200     .
147300 WRITE-RUN-CONTROL-EVENT.
147400     move ws-run-bus-date to jr-business-date
147500     move ws-run-job-name to jr-job-name
147600     accept jr-event-date from date yyyymmdd
147700     accept jr-event-time from time
147800     move return-code     to jr-completion-code
147900     move ws-run-blocker  to jr-blocked-by
148000     open extend run-control-file
148100     if ws-runctl-status not = '00'
148200         open output run-control-file
148300     end-if
148400     if ws-runctl-status not = '00'
148500         display 'COULD NOT OPEN RUNCTL - STATUS '
148600             ws-runctl-status
148700     else
148800         write run-control-record from run-control-event
148900         close run-control-file
149000     end-if
149100     .
149200 READ-BUSINESS-DATE.
149300******************************************************************
149400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
149500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
149600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
149700******************************************************************
149800     open input business-date-file
149900     if ws-busdate-status not = '00'
150000         display 'COULD NOT OPEN BUSDATE - STATUS '
150100             ws-busdate-status
150200         move 16 to return-code
150300         stop run
150400     end-if
150500     read business-date-file next record
150600     if ws-busdate-status not = '00'
150700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
150800             ws-busdate-status
150900         move 16 to return-code
151000         stop run
151100     end-if
151200     close business-date-file
151300     move bd-business-date to ws-business-date
151400     if bd-override-date not = zero
151500         move bd-override-date to ws-business-date
151600         move 'Y' to ws-bus-date-override
151700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
151800             bd-override-date ' SET BY ' bd-override-operator
151900         display '    REASON: ' bd-override-reason
152000     end-if
152100     move ws-business-date to bdh-date
152200     if ws-bus-date-override = 'Y'
152300         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
152400             to bdh-override
152500     end-if
152600     .
