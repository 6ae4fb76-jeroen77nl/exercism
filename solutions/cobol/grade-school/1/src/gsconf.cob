000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCONF.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PARENT-TEACHER CONFERENCE SCHEDULER - REPLACES THE PAPER    *
000900*    SIGN-UP SHEETS. THE CONFCTL CARDS SET UP EACH BUILDING'S    *
001000*    CONFERENCE NIGHTS (FIRST AND LAST SLOT, SLOT LENGTH), THE   *
001100*    INTERPRETERS BOOKED PER LANGUAGE PER NIGHT, AND THE TIMES A *
001200*    TEACHER IS NOT AVAILABLE. EVERY TEACHER OF THE BUILDING -   *
001300*    HOMEROOM TEACHERS ON TEACHFIL, SECTION TEACHERS ON MSTSCHED *
001400*    FOR THE DEPARTMENTALIZED GRADES - IS OPEN IN EVERY OTHER    *
001500*    SLOT. THE FAMILIES' REQUESTS (CONFREQ) ARE EDITED AGAINST   *
001600*    ROSTERVS AND THE STUDENT'S OWN TEACHERS (HOMEROOM, OR A     *
001700*    SECTION ON STSCHED), THEN SCHEDULED HOUSEHOLD BY HOUSEHOLD  *
001800*    (ST-HOUSEHOLD-ID), LARGEST FIRST:                           *
001900*      - A HOUSEHOLD'S CONFERENCES IN ONE BUILDING ARE FIRST     *
002000*        TRIED AS ONE BACK-TO-BACK BLOCK OF SLOTS ON ONE NIGHT,  *
002100*      - FAILING THAT EACH IS PLACED IN THE FREE SLOT CLOSEST TO *
002200*        THE HOUSEHOLD'S OTHER CONFERENCES, NEVER OVERLAPPING,   *
002300*      - A GUARDIAN WHOSE GU-LANGUAGE IS NOT ENGLISH IS ONLY     *
002400*        GIVEN A SLOT WHERE AN INTERPRETER FOR THE LANGUAGE IS   *
002500*        STILL FREE.                                             *
002600*    OUTPUTS: ONE CONFIRMATION LETTER PER HOUSEHOLD (CONFLTRS,   *
002700*    LTRTMPL TYPE 'CONF' IN THE GUARDIAN'S LANGUAGE), ONE        *
002800*    SCHEDULE SHEET PER TEACHER PER NIGHT (CONFSHT), AND THE     *
002900*    REJECTED CARDS, REJECTED REQUESTS AND UNASSIGNED REQUESTS   *
003000*    (CONFRPT). A RUN SCHEDULES FROM SCRATCH, SO IT IS RERUN     *
003100*    WHOLE WHEN REQUESTS ARRIVE LATE. RETURN CODES: 0 CLEAN, 4 A *
003200*    CARD OR REQUEST WAS REJECTED OR A TABLE WAS CUT SHORT, 16 A *
003300*    FILE COULD NOT BE READ OR WRITTEN. SEE JCL/GSCONF.JCL.      *
003400******************************************************************
003500*    MOD-LOG
003600*    DATE       INIT  DESCRIPTION
003700*    2026-10-15  RVM  ORIGINAL VERSION.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500     SELECT CONFERENCE-CONTROL-FILE ASSIGN TO CONFCTL
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CONFCTL-STATUS.
004800     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS ST-ID
005200         FILE STATUS IS WS-ROSTER-FILE-STATUS.
005300     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-TEACHFIL-STATUS.
005600     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-MSTSCHED-STATUS.
005900     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-STSCHED-STATUS.
006200     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS GU-GUARD-KEY
006600         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
006700     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LTRTMPL-STATUS.
007000     SELECT REQUEST-FILE ASSIGN TO CONFREQ
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CONFREQ-STATUS.
007300     SELECT LETTER-FILE ASSIGN TO CONFLTRS
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CONFLTRS-STATUS.
007600     SELECT SHEET-RPT ASSIGN TO CONFSHT
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CONFSHT-STATUS.
007900     SELECT CONFERENCE-RPT ASSIGN TO CONFRPT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-CONFRPT-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  BUSINESS-DATE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  BUSINESS-DATE-RECORD.
008700     COPY BDATREC.
008800******************************************************************
008900*    CONFCTL - ONE CARD PER LINE, TYPE IN COLUMN 1:              *
009000*      N  CONFERENCE NIGHT - COL 2-5 BUILDING, 6-13 DATE, 14-17  *
009100*         FIRST SLOT HHMM, 18-21 END OF NIGHT HHMM, 22-23 SLOT   *
009200*         MINUTES (05-60; AT MOST 40 SLOTS A NIGHT),             *
009300*      I  INTERPRETERS - COL 2-5 BUILDING, 6-13 DATE, 14-15      *
009400*         LANGUAGE (AS GU-LANGUAGE), 16-17 INTERPRETERS BOOKED,  *
009500*      B  TEACHER NOT AVAILABLE - COL 2-6 TEACHER ID, 7-14 DATE, *
009600*         15-18 FROM HHMM, 19-22 UNTIL HHMM.                     *
009700*    I AND B CARDS MUST NAME A NIGHT SET UP BY AN N CARD.        *
009800******************************************************************
009900 FD  CONFERENCE-CONTROL-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  CONFERENCE-CONTROL-RECORD.
010200     05  CC-CARD-TYPE            PIC X(01).
010300     05  CC-NIGHT-CARD.
010400         10  CC-N-SCHOOL         PIC X(04).
010500         10  CC-N-DATE           PIC 9(08).
010600         10  CC-N-START          PIC 9(04).
010700         10  CC-N-END            PIC 9(04).
010800         10  CC-N-MINUTES        PIC 9(02).
010900         10  FILLER              PIC X(57).
011000     05  CC-INTERPRETER-CARD REDEFINES CC-NIGHT-CARD.
011100         10  CC-I-SCHOOL         PIC X(04).
011200         10  CC-I-DATE           PIC 9(08).
011300         10  CC-I-LANGUAGE       PIC X(02).
011400         10  CC-I-COUNT          PIC 9(02).
011500         10  FILLER              PIC X(63).
011600     05  CC-BLOCK-CARD REDEFINES CC-NIGHT-CARD.
011700         10  CC-B-TEACHER        PIC 9(05).
011800         10  CC-B-DATE           PIC 9(08).
011900         10  CC-B-FROM           PIC 9(04).
012000         10  CC-B-UNTIL          PIC 9(04).
012100         10  FILLER              PIC X(58).
012200 FD  ROSTER-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  ROSTER-FILE-RECORD.
012500     COPY ROSTERREC.
012600 FD  TEACHER-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  TEACHER-FILE-RECORD.
012900     COPY TEACHASN.
013000 FD  MASTER-SCHEDULE-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  MASTER-SCHEDULE-RECORD.
013300     COPY MSTSREC.
013400 FD  STUDENT-SCHEDULE-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  STUDENT-SCHEDULE-RECORD.
013700     COPY STSCREC.
013800 FD  GUARDIAN-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  GUARDIAN-FILE-RECORD.
014100     COPY GUARDREC.
014200 FD  LETTER-TEMPLATE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  LETTER-TEMPLATE-RECORD.
014500     COPY LTRTREC.
014600******************************************************************
014700*    CONFREQ - ONE CARD PER CONFERENCE A FAMILY ASKS FOR:        *
014800*      COL 1-7   STUDENT ID                                      *
014900*      COL 8-12  TEACHER ID, BLANK FOR THE HOMEROOM TEACHER      *
015000*      COL 13-20 NIGHT WANTED, BLANK FOR ANY                     *
015100*      COL 21-24 EARLIEST START HHMM, BLANK FOR ANY              *
015200*      COL 25-28 LATEST START HHMM, BLANK FOR ANY                *
015300******************************************************************
015400 FD  REQUEST-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 01  REQUEST-RECORD.
015700     05  RQ-IN-STUDENT-ID        PIC 9(07).
015800     05  RQ-IN-TEACHER-ID        PIC 9(05).
015900     05  RQ-IN-TEACHER-TEXT REDEFINES RQ-IN-TEACHER-ID
016000                                 PIC X(05).
016100     05  RQ-IN-DATE              PIC 9(08).
016200     05  RQ-IN-DATE-TEXT REDEFINES RQ-IN-DATE
016300                                 PIC X(08).
016400     05  RQ-IN-EARLIEST          PIC 9(04).
016500     05  RQ-IN-EARLIEST-TEXT REDEFINES RQ-IN-EARLIEST
016600                                 PIC X(04).
016700     05  RQ-IN-LATEST            PIC 9(04).
016800     05  RQ-IN-LATEST-TEXT REDEFINES RQ-IN-LATEST
016900                                 PIC X(04).
017000 FD  LETTER-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  LETTER-LINE                 PIC X(80).
017300 FD  SHEET-RPT
017400     LABEL RECORDS ARE STANDARD.
017500 01  SHEET-LINE                  PIC X(100).
017600 FD  CONFERENCE-RPT
017700     LABEL RECORDS ARE STANDARD.
017800 01  CONFERENCE-LINE             PIC X(100).
017900 WORKING-STORAGE SECTION.
018000 01  WS-CONFCTL-STATUS        PIC X(02).
018100 01  WS-ROSTER-FILE-STATUS    PIC X(02).
018200 01  WS-TEACHFIL-STATUS       PIC X(02).
018300 01  WS-MSTSCHED-STATUS       PIC X(02).
018400 01  WS-STSCHED-STATUS        PIC X(02).
018500 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
018600 01  WS-LTRTMPL-STATUS        PIC X(02).
018700 01  WS-CONFREQ-STATUS        PIC X(02).
018800 01  WS-CONFLTRS-STATUS       PIC X(02).
018900 01  WS-CONFSHT-STATUS        PIC X(02).
019000 01  WS-CONFRPT-STATUS        PIC X(02).
019100 01  WS-GUARDIAN-OPEN         PIC X.
019200 01  i                        PIC 9(05).
019300 01  j                        PIC 9(05).
019400 01  k                        PIC 9(05).
019500 01  p                        PIC 9(05).
019600******************************************************************
019700*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
019800*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
019900******************************************************************
020000 01  WS-BUSDATE-STATUS        PIC X(02).
020100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020200 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
020300 01  BUS-DATE-HEADING.
020400     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
020500     05  BDH-DATE             PIC 9(08).
020600     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
020700******************************************************************
020800*    THE CONFERENCE NIGHTS FROM THE N CARDS, IN BUILDING AND     *
020900*    DATE ORDER. TIMES ARE HELD AS MINUTES AFTER MIDNIGHT; SLOT  *
021000*    S OF NIGHT G STARTS AT NGT-START(G) + (S - 1) * NGT-LENGTH. *
021100*    THE TABLE IS NOT RESORTED ONCE THE TEACHER NIGHTS ARE BUILT *
021200*    - THEY CARRY ITS ROW NUMBER.                                *
021300******************************************************************
021400 77  WS-NGT-MAX               PIC 9(03) VALUE 100.
021500 01  WS-NGT-COUNT             PIC 9(03) VALUE ZERO.
021600 01  NGT-TABLE.
021700     05  NGT-ROW              OCCURS 0 TO 100 TIMES
021800                              DEPENDING ON WS-NGT-COUNT.
021900         10  NGT-SCHOOL       PIC X(04).
022000         10  NGT-DATE         PIC 9(08).
022100         10  NGT-START        PIC 9(04).
022200         10  NGT-LENGTH       PIC 9(02).
022300         10  NGT-SLOTS        PIC 9(02).
022400 01  WS-NGT-FULL              PIC X VALUE 'N'.
022500 77  WS-SLOT-MAX              PIC 9(02) VALUE 40.
022600******************************************************************
022700*    THE INTERPRETERS BOOKED PER NIGHT AND LANGUAGE, AND HOW     *
022800*    MANY ARE ALREADY IN A CONFERENCE IN EACH SLOT.              *
022900******************************************************************
023000 77  WS-IPT-MAX               PIC 9(03) VALUE 200.
023100 01  WS-IPT-COUNT             PIC 9(03) VALUE ZERO.
023200 01  WS-IPT-TABLE.
023300     05  WS-IPT-ENTRY         OCCURS 200 TIMES.
023400         10  WS-IPT-NIGHT     PIC 9(03).
023500         10  WS-IPT-LANGUAGE  PIC X(02).
023600         10  WS-IPT-BOOKED    PIC 9(02).
023700         10  WS-IPT-USED      OCCURS 40 TIMES PIC 9(02).
023800 01  WS-IPT-FULL              PIC X VALUE 'N'.
023900 01  WS-IPT-ROW               PIC 9(03).
024000 01  WS-IPT-USED-COUNT        PIC 9(05) VALUE ZERO.
024100******************************************************************
024200*    EVERY ENROLLED STUDENT ON ROSTERVS, IN ID ORDER.            *
024300******************************************************************
024400 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
024500 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
024600 01  RST-TABLE.
024700     05  RST-ROW              OCCURS 0 TO 2000 TIMES
024800                              DEPENDING ON WS-RST-COUNT
024900                              ASCENDING KEY IS RST-ID
025000                              INDEXED BY RST-IDX.
025100         10  RST-ID           PIC 9(07).
025200         10  RST-LAST-NAME    PIC X(30).
025300         10  RST-FIRST-NAME   PIC X(20).
025400         10  RST-GRADE        PIC X(02).
025500         10  RST-SCHOOL       PIC X(04).
025600         10  RST-SECTION      PIC X(01).
025700         10  RST-HOUSEHOLD    PIC 9(05).
025800         10  RST-ADDRESS      PIC X(30).
025900         10  RST-CITY         PIC X(20).
026000         10  RST-STATE        PIC X(02).
026100         10  RST-ZIP          PIC X(05).
026200 01  WS-RST-FULL              PIC X VALUE 'N'.
026300******************************************************************
026400*    EVERY TEACHER OF EVERY BUILDING - A TEACHFIL ROW (WITH THE  *
026500*    GRADE/SECTION THEY HOMEROOM) OR A MSTSCHED SECTION TEACHER  *
026600*    NOT ALREADY LISTED FOR THAT BUILDING (GRADE BLANK).         *
026700******************************************************************
026800 77  WS-TCH-MAX               PIC 9(04) VALUE 1000.
026900 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
027000 01  WS-TCH-TABLE.
027100     05  WS-TCH-ENTRY         OCCURS 1000 TIMES.
027200         10  WS-TCH-ID        PIC 9(05).
027300         10  WS-TCH-SCHOOL    PIC X(04).
027400         10  WS-TCH-GRADE     PIC X(02).
027500         10  WS-TCH-SECTION   PIC X(01).
027600         10  WS-TCH-LAST-NAME PIC X(30).
027700         10  WS-TCH-FIRST-NAME PIC X(20).
027800 01  WS-TCH-FULL              PIC X VALUE 'N'.
027900 01  WS-TCH-ROW               PIC 9(04).
028000******************************************************************
028100*    THE MASTER SCHEDULE - WHO TEACHES EACH SECTION.             *
028200******************************************************************
028300 77  WS-MST-MAX               PIC 9(03) VALUE 500.
028400 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
028500 01  WS-MST-TABLE.
028600     05  WS-MST-ENTRY         OCCURS 500 TIMES.
028700         10  WS-MST-SCHOOL    PIC X(04).
028800         10  WS-MST-COURSE    PIC X(06).
028900         10  WS-MST-SECTION   PIC 9(02).
029000         10  WS-MST-TEACHER   PIC 9(05).
029100 01  WS-MST-FULL              PIC X VALUE 'N'.
029200******************************************************************
029300*    ONE ROW PER TEACHER PER CONFERENCE NIGHT OF THEIR BUILDING  *
029400*    - THE TEACHER'S SHEET. TN-FLAG(S) IS SPACE WHILE SLOT S IS  *
029500*    OPEN, 'B' NOT AVAILABLE, 'A' BOOKED FOR REQUEST TN-REQ(S).  *
029600*    KEPT IN TEACHER/NIGHT ORDER FOR THE SEARCH ALL WHILE        *
029700*    SCHEDULING, THEN RESORTED BY BUILDING AND NAME TO PRINT.    *
029800******************************************************************
029900 77  WS-TN-MAX                PIC 9(05) VALUE 03000.
030000 01  WS-TN-COUNT              PIC 9(05) VALUE ZERO.
030100 01  TN-TABLE.
030200     05  TN-ROW               OCCURS 0 TO 3000 TIMES
030300                              DEPENDING ON WS-TN-COUNT
030400                              ASCENDING KEY IS TN-TEACHER TN-NIGHT
030500                              INDEXED BY TN-IDX.
030600         10  TN-TEACHER       PIC 9(05).
030700         10  TN-NIGHT         PIC 9(03).
030800         10  TN-SCHOOL        PIC X(04).
030900         10  TN-DATE          PIC 9(08).
031000         10  TN-LAST-NAME     PIC X(30).
031100         10  TN-FIRST-NAME    PIC X(20).
031200         10  TN-FLAG          OCCURS 40 TIMES PIC X(01).
031300         10  TN-REQ           OCCURS 40 TIMES PIC 9(05).
031400 01  WS-TN-FULL               PIC X VALUE 'N'.
031500 01  WS-TN-ROW                PIC 9(05).
031600******************************************************************
031700*    THE REQUESTS. RQ-STATUS 'P' WAITING TO BE SCHEDULED, 'A'    *
031800*    SCHEDULED, 'U' UNASSIGNED (RQ-REASON SAYS WHY), 'R'         *
031900*    REJECTED BY THE EDITS (RQ-EDIT). RQ-HH-KEY GROUPS A         *
032000*    HOUSEHOLD - 'H' AND ST-HOUSEHOLD-ID, OR 'S' AND THE STUDENT *
032100*    ID FOR A STUDENT WITH NO HOUSEHOLD ON FILE.                 *
032200******************************************************************
032300 77  WS-RQ-MAX                PIC 9(05) VALUE 03000.
032400 01  WS-RQ-COUNT              PIC 9(05) VALUE ZERO.
032500 01  RQ-TABLE.
032600     05  RQ-ROW               OCCURS 0 TO 3000 TIMES
032700                              DEPENDING ON WS-RQ-COUNT
032800                              ASCENDING KEY IS RQ-STUDENT
032900                                               RQ-TEACHER
033000                              INDEXED BY RQ-IDX.
033100         10  RQ-STUDENT       PIC 9(07).
033200         10  RQ-TEACHER       PIC 9(05).
033300         10  RQ-SEQ           PIC 9(05).
033400         10  RQ-CARD          PIC X(28).
033500         10  RQ-STATUS        PIC X(01).
033600         10  RQ-EDIT          PIC X(05).
033700         10  RQ-TEACHES       PIC X(01).
033800         10  RQ-RST           PIC 9(05).
033900         10  RQ-SCHOOL        PIC X(04).
034000         10  RQ-HH-KEY        PIC X(08).
034100         10  RQ-HH-SIZE       PIC 9(03).
034200         10  RQ-WANT-DATE     PIC 9(08).
034300         10  RQ-EARLIEST      PIC 9(04).
034400         10  RQ-LATEST        PIC 9(04).
034500         10  RQ-LANGUAGE      PIC X(02).
034600         10  RQ-GUARDIAN      PIC X(40).
034700         10  RQ-TCH-NAME      PIC X(30).
034800         10  RQ-DATE          PIC 9(08).
034900         10  RQ-START         PIC 9(04).
035000         10  RQ-END           PIC 9(04).
035100         10  RQ-REASON        PIC X(34).
035200 01  WS-RQ-FULL               PIC X VALUE 'N'.
035300 01  WS-EDIT-TEXT             PIC X(36).
035400******************************************************************
035500*    THE LETTER-TEMPLATE FILE LOADED ONCE. NO 'CONF' BODY IN ANY *
035600*    LANGUAGE PRINTS THE ENGLISH DEFAULT LINES BELOW.            *
035700******************************************************************
035800 77  WS-TMPL-MAX              PIC 9(03) VALUE 500.
035900 01  WS-TMPL-COUNT            PIC 9(03) VALUE ZERO.
036000 01  WS-TMPL-TABLE.
036100     05  WS-TMPL-ENTRY        OCCURS 500 TIMES.
036200         10  WS-TMPL-TYPE     PIC X(04).
036300         10  WS-TMPL-LANG     PIC X(02).
036400         10  WS-TMPL-TEXT     PIC X(60).
036500 01  WS-BODY-TYPE             PIC X(04).
036600 01  WS-LETTER-LANG           PIC X(02).
036700 01  WS-BODY-LINES            PIC 9(03).
036800 01  WS-FALLBACK-COUNT        PIC 9(05) VALUE ZERO.
036900******************************************************************
037000*    SCHEDULING WORK AREAS. A BLOCK IS ONE HOUSEHOLD'S REQUESTS  *
037100*    IN ONE BUILDING (ROWS WS-BLK-FIRST THRU WS-BLK-LAST); THE   *
037200*    HOUSEHOLD ITSELF IS ROWS WS-HH-FIRST THRU WS-HH-LAST.       *
037300******************************************************************
037400 01  WS-HH-FIRST              PIC 9(05).
037500 01  WS-HH-LAST               PIC 9(05).
037600 01  WS-BLK-FIRST             PIC 9(05).
037700 01  WS-BLK-LAST              PIC 9(05).
037800 01  WS-BLK-SIZE              PIC 9(05).
037900 01  WS-TRY-REQ               PIC 9(05).
038000 01  WS-TRY-NIGHT             PIC 9(03).
038100 01  WS-TRY-SLOT              PIC 9(02).
038200 01  WS-TRY-START             PIC 9(04).
038300 01  WS-TRY-END               PIC 9(04).
038400 01  WS-SLOT-OK               PIC X.
038500 01  WS-BLOCK-OK              PIC X.
038600 01  WS-BLOCK-NIGHT           PIC 9(03).
038700 01  WS-BLOCK-SLOT            PIC 9(02).
038800 01  WS-NIGHT-FITS            PIC X.
038900 01  WS-GAP                   PIC 9(05).
039000 01  WS-SCORE                 PIC 9(05).
039100 01  WS-BEST-SCORE            PIC 9(05).
039200 01  WS-BEST-NIGHT            PIC 9(03).
039300 01  WS-BEST-SLOT             PIC 9(02).
039400 01  WS-NIGHT-SEEN            PIC X.
039500 01  WS-TEACHER-SEEN          PIC X.
039600 01  WS-INTERP-SEEN           PIC X.
039700 01  WS-LAST-SLOT             PIC 9(02).
039800 01  WS-FOUND                 PIC X.
039900******************************************************************
040000*    TIME CONVERSIONS - WS-HHMM TO AND FROM WS-MINUTES, AND      *
040100*    WS-MINUTES TO THE PRINTED WS-TIME-TEXT (' 4:40 PM').        *
040200******************************************************************
040300 01  WS-HHMM                  PIC 9(04).
040400 01  WS-HHMM-PARTS REDEFINES WS-HHMM.
040500     05  WS-HHMM-HH           PIC 9(02).
040600     05  WS-HHMM-MM           PIC 9(02).
040700 01  WS-MINUTES               PIC 9(04).
040800 01  WS-TIME-OK               PIC X.
040900 01  WS-TIME-TEXT.
041000     05  WS-TT-HOUR           PIC Z9.
041100     05  FILLER               PIC X(01) VALUE ':'.
041200     05  WS-TT-MINUTE         PIC 9(02).
041300     05  FILLER               PIC X(01) VALUE SPACE.
041400     05  WS-TT-AMPM           PIC X(02).
041500 01  WS-HOUR                  PIC 9(02).
041600 01  WS-CHECK-DATE            PIC 9(08).
041700 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
041800     05  WS-CHECK-YEAR        PIC 9(04).
041900     05  WS-CHECK-MONTH       PIC 9(02).
042000     05  WS-CHECK-DAY         PIC 9(02).
042100 01  WS-DATE-OK               PIC X.
042200 01  WS-CARD-REASON           PIC X(36).
042300 01  WS-END-MINUTES           PIC 9(04).
042400 01  WS-UNTIL-MINUTES         PIC 9(04).
042500 01  WS-SLOT-COUNT            PIC 9(04).
042600 01  WS-GUARDIAN-NAME         PIC X(40).
042700 01  WS-LETTER-ROW            PIC 9(05).
042800 01  WS-ANY-BOOKED            PIC X.
042900 01  WS-CARDS-READ            PIC 9(05) VALUE ZERO.
043000 01  WS-CARDS-REJECTED        PIC 9(05) VALUE ZERO.
043100 01  WS-ROWS-READ             PIC 9(05) VALUE ZERO.
043200 01  WS-ROWS-REJECTED         PIC 9(05) VALUE ZERO.
043300 01  WS-SCHEDULED-COUNT       PIC 9(05) VALUE ZERO.
043400 01  WS-UNASSIGNED-COUNT      PIC 9(05) VALUE ZERO.
043500 01  WS-BLOCK-COUNT           PIC 9(05) VALUE ZERO.
043600 01  WS-SPLIT-COUNT           PIC 9(05) VALUE ZERO.
043700 01  WS-LETTER-COUNT          PIC 9(05) VALUE ZERO.
043800 01  WS-SHEET-COUNT           PIC 9(05) VALUE ZERO.
043900******************************************************************
044000*    CONFRPT LINES.                                              *
044100******************************************************************
044200 01  CR-HEADING.
044300     05  FILLER               PIC X(40) VALUE
044400         'CONFERENCE SCHEDULER - CONFCTL REJECTED'.
044500 01  CR-DETAIL-LINE.
044600     05  CR-D-CARD            PIC X(23).
044700     05  FILLER               PIC X(02) VALUE SPACES.
044800     05  CR-D-REASON          PIC X(36).
044900 01  RPT-HEADING.
045000     05  FILLER               PIC X(40) VALUE
045100         'CONFERENCE REQUESTS - REJECTED'.
045200 01  RPT-COLUMNS.
045300     05  FILLER               PIC X(30) VALUE 'CARD'.
045400     05  FILLER               PIC X(06) VALUE 'EDIT'.
045500     05  FILLER               PIC X(36) VALUE 'REASON'.
045600 01  RPT-DETAIL-LINE.
045700     05  RPT-D-CARD           PIC X(28).
045800     05  FILLER               PIC X(02) VALUE SPACES.
045900     05  RPT-D-EDIT           PIC X(05).
046000     05  FILLER               PIC X(01) VALUE SPACES.
046100     05  RPT-D-TEXT           PIC X(36).
046200 01  UN-HEADING.
046300     05  FILLER               PIC X(40) VALUE
046400         'CONFERENCE REQUESTS - NOT SCHEDULED'.
046500 01  UN-COLUMNS.
046600     05  FILLER               PIC X(09) VALUE 'ID'.
046700     05  FILLER               PIC X(22) VALUE 'LAST NAME'.
046800     05  FILLER               PIC X(04) VALUE 'GR'.
046900     05  FILLER               PIC X(06) VALUE 'BLDG'.
047000     05  FILLER               PIC X(07) VALUE 'TCHR'.
047100     05  FILLER               PIC X(10) VALUE 'HOUSEHOLD'.
047200     05  FILLER               PIC X(06) VALUE 'LANG'.
047300     05  FILLER               PIC X(34) VALUE 'REASON'.
047400 01  UN-DETAIL-LINE.
047500     05  UN-D-ID              PIC 9(07).
047600     05  FILLER               PIC X(02) VALUE SPACES.
047700     05  UN-D-LAST-NAME       PIC X(20).
047800     05  FILLER               PIC X(02) VALUE SPACES.
047900     05  UN-D-GRADE           PIC X(02).
048000     05  FILLER               PIC X(02) VALUE SPACES.
048100     05  UN-D-SCHOOL          PIC X(04).
048200     05  FILLER               PIC X(02) VALUE SPACES.
048300     05  UN-D-TEACHER         PIC 9(05).
048400     05  FILLER               PIC X(02) VALUE SPACES.
048500     05  UN-D-HOUSEHOLD       PIC X(08).
048600     05  FILLER               PIC X(02) VALUE SPACES.
048700     05  UN-D-LANGUAGE        PIC X(02).
048800     05  FILLER               PIC X(04) VALUE SPACES.
048900     05  UN-D-REASON          PIC X(34).
049000 01  RUN-TOTAL-LINE.
049100     05  RT-LABEL             PIC X(44).
049200     05  RT-VALUE             PIC ZZZZ9.
049300******************************************************************
049400*    CONFSHT LINES - ONE SHEET PER TEACHER PER NIGHT.            *
049500******************************************************************
049600 01  SH-HEADING.
049700     05  FILLER               PIC X(11) VALUE 'TEACHER:   '.
049800     05  SH-H-TEACHER         PIC 9(05).
049900     05  FILLER               PIC X(02) VALUE SPACES.
050000     05  SH-H-NAME            PIC X(40).
050100     05  FILLER               PIC X(06) VALUE 'BLDG: '.
050200     05  SH-H-SCHOOL          PIC X(04).
050300     05  FILLER               PIC X(13) VALUE '  CONFERENCES'.
050400     05  FILLER               PIC X(01) VALUE SPACE.
050500     05  SH-H-DATE            PIC 9(08).
050600 01  SH-COLUMNS.
050700     05  FILLER               PIC X(12) VALUE '  TIME'.
050800     05  FILLER               PIC X(09) VALUE 'ID'.
050900     05  FILLER               PIC X(32) VALUE 'STUDENT'.
051000     05  FILLER               PIC X(04) VALUE 'GR'.
051100     05  FILLER               PIC X(22) VALUE 'INTERPRETER'.
051200 01  SH-DETAIL-LINE.
051300     05  FILLER               PIC X(02) VALUE SPACES.
051400     05  SH-D-TIME            PIC X(08).
051500     05  FILLER               PIC X(02) VALUE SPACES.
051600     05  SH-D-ID              PIC X(07).
051700     05  FILLER               PIC X(02) VALUE SPACES.
051800     05  SH-D-NAME            PIC X(30).
051900     05  FILLER               PIC X(02) VALUE SPACES.
052000     05  SH-D-GRADE           PIC X(02).
052100     05  FILLER               PIC X(02) VALUE SPACES.
052200     05  SH-D-INTERP          PIC X(22).
052300 01  SH-TOTAL-LINE.
052400     05  FILLER               PIC X(12) VALUE '  BOOKED    '.
052500     05  SH-T-BOOKED          PIC Z9.
052600     05  FILLER               PIC X(10) VALUE '  OPEN    '.
052700     05  SH-T-OPEN            PIC Z9.
052800 01  WS-SH-BOOKED             PIC 9(02).
052900 01  WS-SH-OPEN               PIC 9(02).
053000******************************************************************
053100*    CONFLTRS LINES - ONE LETTER PER HOUSEHOLD.                  *
053200******************************************************************
053300 01  LT-ADDRESS-LINE-1.
053400     05  LT-A1-GUARDIAN       PIC X(40).
053500 01  LT-ADDRESS-LINE-2.
053600     05  LT-A2-ADDRESS        PIC X(30).
053700 01  LT-ADDRESS-LINE-3.
053800     05  LT-A3-CITY           PIC X(20).
053900     05  FILLER               PIC X(02) VALUE SPACES.
054000     05  LT-A3-STATE          PIC X(02).
054100     05  FILLER               PIC X(02) VALUE SPACES.
054200     05  LT-A3-ZIP            PIC X(05).
054300 01  LT-SUBJECT-LINE.
054400     05  FILLER               PIC X(40) VALUE
054500         'RE: PARENT-TEACHER CONFERENCES'.
054600 01  LT-BODY-DEFAULT-1.
054700     05  FILLER               PIC X(60) VALUE
054800         'THANK YOU FOR SIGNING UP FOR PARENT-TEACHER'.
054900 01  LT-BODY-DEFAULT-2.
055000     05  FILLER               PIC X(60) VALUE
055100         'CONFERENCES. YOUR CONFERENCES ARE SCHEDULED AS SHOWN'.
055200 01  LT-BODY-DEFAULT-3.
055300     05  FILLER               PIC X(60) VALUE
055400         'BELOW. PLEASE CALL THE SCHOOL OFFICE IF YOU CANNOT'.
055500 01  LT-BODY-DEFAULT-4.
055600     05  FILLER               PIC X(60) VALUE
055700         'ATTEND.'.
055800 01  LT-CONF-LINE.
055900     05  LT-C-DATE            PIC 9(08).
056000     05  FILLER               PIC X(02) VALUE SPACES.
056100     05  LT-C-TIME            PIC X(08).
056200     05  FILLER               PIC X(02) VALUE SPACES.
056300     05  LT-C-STUDENT         PIC X(16).
056400     05  FILLER               PIC X(06) VALUE ' WITH '.
056500     05  LT-C-TEACHER         PIC X(24).
056600     05  FILLER               PIC X(01) VALUE SPACE.
056700     05  LT-C-SCHOOL          PIC X(04).
056800 01  LT-INTERP-LINE.
056900     05  FILLER               PIC X(20) VALUE SPACES.
057000     05  FILLER               PIC X(37) VALUE
057100         'AN INTERPRETER WILL BE PRESENT - LANG'.
057200     05  FILLER               PIC X(01) VALUE SPACE.
057300     05  LT-I-LANGUAGE        PIC X(02).
057400 01  LT-UNSCHED-LINE.
057500     05  FILLER               PIC X(20) VALUE SPACES.
057600     05  LT-U-STUDENT         PIC X(16).
057700     05  FILLER               PIC X(06) VALUE ' WITH '.
057800     05  LT-U-TEACHER         PIC X(05).
057900     05  FILLER               PIC X(33) VALUE
058000         ' - THE SCHOOL WILL CALL YOU'.
058100 01  LT-SEPARATOR.
058200     05  FILLER               PIC X(40) VALUE ALL '-'.
058300 PROCEDURE DIVISION.
058400 MAINLINE.
058500******************************************************************
058600*    ONE RUN SCHEDULES EVERY CONFERENCE NIGHT ON CONFCTL FROM    *
058700*    SCRATCH. THE SHEETS PRINT BEFORE THE LETTERS BECAUSE THE    *
058800*    LETTERS RESORT THE REQUESTS THE SHEETS POINT AT.            *
058900******************************************************************
059000     perform read-business-date
059100     open output conference-rpt
059200     if ws-confrpt-status not = '00'
059300         display 'COULD NOT OPEN CONFRPT - STATUS '
059400             ws-confrpt-status
059500         move 16 to return-code
059600         stop run
059700     end-if
059800     write conference-line from bus-date-heading
059900     write conference-line from cr-heading
060000     perform load-nights
060100     perform load-roster-table
060200     perform load-teachers
060300     perform load-master-schedule
060400     perform build-teacher-nights
060500     perform load-night-extras
060600     if ws-cards-rejected = zero
060700         move 'NO CARDS REJECTED' to conference-line
060800         write conference-line
060900     end-if
061000     perform load-letter-templates
061100     perform load-requests
061200     perform mark-scheduled-teachers
061300     perform finish-request-edits
061400     perform find-guardians
061500     perform schedule-requests
061600     perform print-teacher-sheets
061700     perform print-unassigned
061800     perform write-letters
061900     perform print-run-totals
062000     close conference-rpt
062100     display 'CONFERENCES - REQUESTS ' ws-rows-read
062200         ' SCHEDULED ' ws-scheduled-count
062300         ' UNASSIGNED ' ws-unassigned-count
062400         ' REJECTED ' ws-rows-rejected
062500     if ws-fallback-count not = zero
062600         display 'LETTERS FELL BACK TO ENGLISH - NO '
062700             'TRANSLATION ON FILE: ' ws-fallback-count
062800     end-if
062900     if ws-cards-rejected > zero
063000         or ws-rows-rejected > zero
063100         or ws-ngt-full = 'Y'
063200         or ws-ipt-full = 'Y'
063300         or ws-rst-full = 'Y'
063400         or ws-tch-full = 'Y'
063500         or ws-mst-full = 'Y'
063600         or ws-tn-full = 'Y'
063700         or ws-rq-full = 'Y'
063800         move 4 to return-code
063900     end-if
064000     stop run
064100     .
064200 LOAD-NIGHTS.
064300******************************************************************
064400*    FIRST PASS OF CONFCTL - THE N CARDS. THE I AND B CARDS ARE  *
064500*    READ ON THE SECOND PASS, ONCE EVERY NIGHT IS KNOWN.         *
064600******************************************************************
064700     move zero to ws-ngt-count
064800     open input conference-control-file
064900     if ws-confctl-status not = '00'
065000         display 'COULD NOT OPEN CONFCTL - STATUS '
065100             ws-confctl-status
065200         move 16 to return-code
065300         stop run
065400     end-if
065500     perform until ws-confctl-status not = '00'
065600         read conference-control-file next record
065700         if ws-confctl-status = '00'
065800             add 1 to ws-cards-read
065900             evaluate cc-card-type
066000                 when 'N'
066100                     perform edit-night-card
066200                 when 'I'
066300                     continue
066400                 when 'B'
066500                     continue
066600                 when other
066700                     move 'CARD TYPE NOT N, I OR B'
066800                         to ws-card-reason
066900                     perform reject-card
067000             end-evaluate
067100         end-if
067200     end-perform
067300     close conference-control-file
067400     if ws-ngt-full = 'Y'
067500         display 'CONFCTL - NIGHT TABLE FULL AT ' ws-ngt-max
067600     end-if
067700     if ws-ngt-count > 1
067800         sort ngt-row on ascending key ngt-school ngt-date
067900     end-if
068000     .
068100 EDIT-NIGHT-CARD.
068200     move spaces to ws-card-reason
068300     move cc-n-date to ws-check-date
068400     perform check-date
068500     if cc-n-school = spaces or ws-date-ok = 'N'
068600         move 'NIGHT - BUILDING OR DATE MISSING'
068700             to ws-card-reason
068800     end-if
068900     if ws-card-reason = spaces
069000         move cc-n-end to ws-hhmm
069100         perform hhmm-to-minutes
069200         move ws-minutes to ws-end-minutes
069300         if ws-time-ok = 'Y'
069400             move cc-n-start to ws-hhmm
069500             perform hhmm-to-minutes
069600         end-if
069700         if ws-time-ok = 'N'
069800             or ws-minutes not < ws-end-minutes
069900             move 'NIGHT - START/END NOT TIMES IN ORDER'
070000                 to ws-card-reason
070100         end-if
070200     end-if
070300     if ws-card-reason = spaces
070400         if cc-n-minutes is not numeric
070500             or cc-n-minutes < 5
070600             or cc-n-minutes > 60
070700             move 'NIGHT - SLOT MINUTES NOT 05-60'
070800                 to ws-card-reason
070900         else
071000             compute ws-slot-count =
071100                 (ws-end-minutes - ws-minutes) / cc-n-minutes
071200             if ws-slot-count < 1 or ws-slot-count > ws-slot-max
071300                 move 'NIGHT - NOT 1 TO 40 SLOTS'
071400                     to ws-card-reason
071500             end-if
071600         end-if
071700     end-if
071800     if ws-card-reason = spaces
071900         perform varying i from 1 by 1 until i > ws-ngt-count
072000             if ngt-school(i) = cc-n-school
072100                 and ngt-date(i) = cc-n-date
072200                 move 'NIGHT - ALREADY SET UP' to ws-card-reason
072300             end-if
072400         end-perform
072500     end-if
072600     if ws-card-reason not = spaces
072700         perform reject-card
072800     else
072900         if ws-ngt-count < ws-ngt-max
073000             add 1 to ws-ngt-count
073100             move cc-n-school   to ngt-school(ws-ngt-count)
073200             move cc-n-date     to ngt-date(ws-ngt-count)
073300             move ws-minutes    to ngt-start(ws-ngt-count)
073400             move cc-n-minutes  to ngt-length(ws-ngt-count)
073500             move ws-slot-count to ngt-slots(ws-ngt-count)
073600         else
073700             move 'Y' to ws-ngt-full
073800         end-if
073900     end-if
074000     .
074100 REJECT-CARD.
074200     add 1 to ws-cards-rejected
074300     move conference-control-record to cr-d-card
074400     move ws-card-reason            to cr-d-reason
074500     write conference-line from cr-detail-line
074600     .
074700 HHMM-TO-MINUTES.
074800     move 'Y' to ws-time-ok
074900     move zero to ws-minutes
075000     if ws-hhmm is not numeric
075100         move 'N' to ws-time-ok
075200     else
075300         if ws-hhmm-hh > 23 or ws-hhmm-mm > 59
075400             move 'N' to ws-time-ok
075500         else
075600             compute ws-minutes = ws-hhmm-hh * 60 + ws-hhmm-mm
075700         end-if
075800     end-if
075900     .
076000 FORMAT-TIME.
076100******************************************************************
076200*    WS-MINUTES AS A 12-HOUR CLOCK TIME IN WS-TIME-TEXT.         *
076300******************************************************************
076400     divide ws-minutes by 60 giving ws-hour
076500         remainder ws-tt-minute
076600     move 'AM' to ws-tt-ampm
076700     if ws-hour > 11
076800         move 'PM' to ws-tt-ampm
076900     end-if
077000     if ws-hour > 12
077100         subtract 12 from ws-hour
077200     end-if
077300     if ws-hour = zero
077400         move 12 to ws-hour
077500     end-if
077600     move ws-hour to ws-tt-hour
077700     .
077800 CHECK-DATE.
077900     move 'Y' to ws-date-ok
078000     if ws-check-date is not numeric
078100         move 'N' to ws-date-ok
078200     else
078300         if ws-check-month < 1 or ws-check-month > 12
078400             or ws-check-day < 1 or ws-check-day > 31
078500             move 'N' to ws-date-ok
078600         end-if
078700     end-if
078800     .
078900 LOAD-ROSTER-TABLE.
079000     move zero to ws-rst-count
079100     open input roster-file
079200     if ws-roster-file-status not = '00'
079300         display 'COULD NOT OPEN ROSTERVS - STATUS '
079400             ws-roster-file-status
079500         move 16 to return-code
079600         stop run
079700     end-if
079800     perform until ws-roster-file-status not = '00'
079900         read roster-file next record
080000         if ws-roster-file-status = '00'
080100             and st-withdraw-date = zero
080200             if ws-rst-count < ws-rst-max
080300                 add 1 to ws-rst-count
080400                 move ws-rst-count to i
080500                 move st-id           to rst-id(i)
080600                 move st-last-name    to rst-last-name(i)
080700                 move st-first-name   to rst-first-name(i)
080800                 move st-grade        to rst-grade(i)
080900                 move st-school-code  to rst-school(i)
081000                 move st-section      to rst-section(i)
081100                 move st-household-id to rst-household(i)
081200                 move st-address      to rst-address(i)
081300                 move st-city         to rst-city(i)
081400                 move st-state        to rst-state(i)
081500                 move st-zip          to rst-zip(i)
081600             else
081700                 move 'Y' to ws-rst-full
081800             end-if
081900         end-if
082000     end-perform
082100     close roster-file
082200     if ws-rst-full = 'Y'
082300         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
082400     end-if
082500     if ws-rst-count > 1
082600         sort rst-row on ascending key rst-id
082700     end-if
082800     .
082900 LOAD-TEACHERS.
083000     move zero to ws-tch-count
083100     open input teacher-file
083200     if ws-teachfil-status not = '00'
083300         display 'COULD NOT OPEN TEACHFIL - STATUS '
083400             ws-teachfil-status
083500         move 16 to return-code
083600         stop run
083700     end-if
083800     perform until ws-teachfil-status not = '00'
083900         read teacher-file next record
084000         if ws-teachfil-status = '00'
084100             if ws-tch-count < ws-tch-max
084200                 add 1 to ws-tch-count
084300                 move ta-teacher-id  to ws-tch-id(ws-tch-count)
084400                 move ta-school-code
084500                     to ws-tch-school(ws-tch-count)
084600                 move ta-grade       to ws-tch-grade(ws-tch-count)
084700                 move ta-section
084800                     to ws-tch-section(ws-tch-count)
084900                 move ta-last-name
085000                     to ws-tch-last-name(ws-tch-count)
085100                 move ta-first-name
085200                     to ws-tch-first-name(ws-tch-count)
085300             else
085400                 move 'Y' to ws-tch-full
085500             end-if
085600         end-if
085700     end-perform
085800     close teacher-file
085900     .
086000 LOAD-MASTER-SCHEDULE.
086100******************************************************************
086200*    NO MSTSCHED (A BUILDING WITH NO DEPARTMENTALIZED GRADES)    *
086300*    LEAVES THE HOMEROOM TEACHERS ONLY. A SECTION TEACHER NOT    *
086400*    YET LISTED FOR THE BUILDING IS ADDED, NAMED FROM THEIR      *
086500*    TEACHFIL ROW WHEN THEY HAVE ONE.                            *
086600******************************************************************
086700     move zero to ws-mst-count
086800     open input master-schedule-file
086900     if ws-mstsched-status = '00'
087000         perform until ws-mstsched-status not = '00'
087100             read master-schedule-file next record
087200             if ws-mstsched-status = '00'
087300                 perform add-master-section
087400             end-if
087500         end-perform
087600         close master-schedule-file
087700     end-if
087800     if ws-tch-full = 'Y'
087900         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
088000     end-if
088100     if ws-mst-full = 'Y'
088200         display 'MSTSCHED - SECTION TABLE FULL AT ' ws-mst-max
088300     end-if
088400     .
088500 ADD-MASTER-SECTION.
088600     if ws-mst-count < ws-mst-max
088700         add 1 to ws-mst-count
088800         move ms-school-code to ws-mst-school(ws-mst-count)
088900         move ms-course-code to ws-mst-course(ws-mst-count)
089000         move ms-section-no  to ws-mst-section(ws-mst-count)
089100         move ms-teacher-id  to ws-mst-teacher(ws-mst-count)
089200     else
089300         move 'Y' to ws-mst-full
089400     end-if
089500     move zero to ws-tch-row
089600     move zero to k
089700     perform varying j from 1 by 1 until j > ws-tch-count
089800         if ws-tch-id(j) = ms-teacher-id
089900             move j to k
090000             if ws-tch-school(j) = ms-school-code
090100                 move j to ws-tch-row
090200             end-if
090300         end-if
090400     end-perform
090500     if ws-tch-row = zero
090600         if ws-tch-count < ws-tch-max
090700             add 1 to ws-tch-count
090800             move ms-teacher-id  to ws-tch-id(ws-tch-count)
090900             move ms-school-code to ws-tch-school(ws-tch-count)
091000             move spaces to ws-tch-grade(ws-tch-count)
091100                            ws-tch-section(ws-tch-count)
091200             if k > zero
091300                 move ws-tch-last-name(k)
091400                     to ws-tch-last-name(ws-tch-count)
091500                 move ws-tch-first-name(k)
091600                     to ws-tch-first-name(ws-tch-count)
091700             else
091800                 move 'TEACHER NOT ON TEACHFIL'
091900                     to ws-tch-last-name(ws-tch-count)
092000                 move spaces to ws-tch-first-name(ws-tch-count)
092100             end-if
092200         else
092300             move 'Y' to ws-tch-full
092400         end-if
092500     end-if
092600     .
092700 BUILD-TEACHER-NIGHTS.
092800******************************************************************
092900*    A SHEET FOR EVERY TEACHER FOR EVERY NIGHT OF THEIR BUILDING,*
093000*    EVERY SLOT OPEN UNTIL THE B CARDS AND THE BOOKINGS FILL IT. *
093100******************************************************************
093200     move zero to ws-tn-count
093300     perform varying i from 1 by 1 until i > ws-tch-count
093400         perform varying j from 1 by 1 until j > ws-ngt-count
093500             if ngt-school(j) = ws-tch-school(i)
093600                 if ws-tn-count < ws-tn-max
093700                     add 1 to ws-tn-count
093800                     move ws-tn-count to p
093900                     move ws-tch-id(i)     to tn-teacher(p)
094000                     move j                to tn-night(p)
094100                     move ngt-school(j)    to tn-school(p)
094200                     move ngt-date(j)      to tn-date(p)
094300                     move ws-tch-last-name(i) to tn-last-name(p)
094400                     move ws-tch-first-name(i)
094500                         to tn-first-name(p)
094600                     perform varying k from 1 by 1
094700                             until k > ws-slot-max
094800                         move space to tn-flag(p, k)
094900                         move zero  to tn-req(p, k)
095000                     end-perform
095100                 else
095200                     move 'Y' to ws-tn-full
095300                 end-if
095400             end-if
095500         end-perform
095600     end-perform
095700     if ws-tn-full = 'Y'
095800         display 'TEACHER NIGHT TABLE FULL AT ' ws-tn-max
095900     end-if
096000     if ws-tn-count > 1
096100         sort tn-row on ascending key tn-teacher tn-night
096200     end-if
096300     .
096400 LOAD-NIGHT-EXTRAS.
096500******************************************************************
096600*    SECOND PASS OF CONFCTL - THE I AND B CARDS.                 *
096700******************************************************************
096800     move zero to ws-ipt-count
096900     open input conference-control-file
097000     if ws-confctl-status not = '00'
097100         display 'COULD NOT OPEN CONFCTL - STATUS '
097200             ws-confctl-status
097300         move 16 to return-code
097400         stop run
097500     end-if
097600     perform until ws-confctl-status not = '00'
097700         read conference-control-file next record
097800         if ws-confctl-status = '00'
097900             evaluate cc-card-type
098000                 when 'I'
098100                     perform edit-interpreter-card
098200                 when 'B'
098300                     perform edit-block-card
098400             end-evaluate
098500         end-if
098600     end-perform
098700     close conference-control-file
098800     if ws-ipt-full = 'Y'
098900         display 'CONFCTL - INTERPRETER TABLE FULL AT ' ws-ipt-max
099000     end-if
099100     .
099200 EDIT-INTERPRETER-CARD.
099300     move spaces to ws-card-reason
099400     move zero to ws-try-night
099500     perform varying j from 1 by 1 until j > ws-ngt-count
099600         if ngt-school(j) = cc-i-school
099700             and ngt-date(j) = cc-i-date
099800             move j to ws-try-night
099900         end-if
100000     end-perform
100100     if ws-try-night = zero
100200         move 'INTERPRETER - NO SUCH NIGHT' to ws-card-reason
100300     end-if
100400     if ws-card-reason = spaces
100500         if cc-i-language = spaces or cc-i-language = 'EN'
100600             or cc-i-count is not numeric or cc-i-count = zero
100700             move 'INTERPRETER - LANGUAGE OR COUNT BAD'
100800                 to ws-card-reason
100900         end-if
101000     end-if
101100     if ws-card-reason = spaces
101200         perform varying j from 1 by 1 until j > ws-ipt-count
101300             if ws-ipt-night(j) = ws-try-night
101400                 and ws-ipt-language(j) = cc-i-language
101500                 move 'INTERPRETER - ALREADY SET UP'
101600                     to ws-card-reason
101700             end-if
101800         end-perform
101900     end-if
102000     if ws-card-reason not = spaces
102100         perform reject-card
102200     else
102300         if ws-ipt-count < ws-ipt-max
102400             add 1 to ws-ipt-count
102500             move ws-try-night  to ws-ipt-night(ws-ipt-count)
102600             move cc-i-language to ws-ipt-language(ws-ipt-count)
102700             move cc-i-count    to ws-ipt-booked(ws-ipt-count)
102800             perform varying k from 1 by 1 until k > ws-slot-max
102900                 move zero to ws-ipt-used(ws-ipt-count, k)
103000             end-perform
103100         else
103200             move 'Y' to ws-ipt-full
103300         end-if
103400     end-if
103500     .
103600 EDIT-BLOCK-CARD.
103700******************************************************************
103800*    EVERY SLOT OF THE TEACHER'S NIGHTS ON THE DATE THAT STARTS  *
103900*    AT OR AFTER THE FROM TIME AND BEFORE THE UNTIL TIME IS SET  *
104000*    NOT AVAILABLE.                                              *
104100******************************************************************
104200     move spaces to ws-card-reason
104300     move cc-b-until to ws-hhmm
104400     perform hhmm-to-minutes
104500     move ws-minutes to ws-until-minutes
104600     if ws-time-ok = 'Y'
104700         move cc-b-from to ws-hhmm
104800         perform hhmm-to-minutes
104900     end-if
105000     if ws-time-ok = 'N'
105100         or ws-minutes not < ws-until-minutes
105200         move 'NOT AVAILABLE - FROM/UNTIL NOT IN ORDER'
105300             to ws-card-reason
105400     end-if
105500     move 'N' to ws-found
105600     if ws-card-reason = spaces
105700         and cc-b-teacher is numeric
105800         perform varying p from 1 by 1 until p > ws-tn-count
105900             if tn-teacher(p) = cc-b-teacher
106000                 and tn-date(p) = cc-b-date
106100                 move 'Y' to ws-found
106200                 move tn-night(p) to j
106300                 perform varying k from 1 by 1
106400                         until k > ngt-slots(j)
106500                     compute ws-try-start =
106600                         ngt-start(j) + (k - 1) * ngt-length(j)
106700                     if ws-try-start not < ws-minutes
106800                         and ws-try-start < ws-until-minutes
106900                         move 'B' to tn-flag(p, k)
107000                     end-if
107100                 end-perform
107200             end-if
107300         end-perform
107400         if ws-found = 'N'
107500             move 'NOT AVAILABLE - NO NIGHT FOR TEACHER'
107600                 to ws-card-reason
107700         end-if
107800     end-if
107900     if ws-card-reason not = spaces
108000         perform reject-card
108100     end-if
108200     .
108300 LOAD-LETTER-TEMPLATES.
108400     move zero to ws-tmpl-count
108500     open input letter-template-file
108600     if ws-ltrtmpl-status = '00'
108700         perform until ws-ltrtmpl-status not = '00'
108800             read letter-template-file next record
108900             if ws-ltrtmpl-status = '00'
109000                 and ws-tmpl-count < ws-tmpl-max
109100                 add 1 to ws-tmpl-count
109200                 move lt-letter-type
109300                     to ws-tmpl-type(ws-tmpl-count)
109400                 move lt-language
109500                     to ws-tmpl-lang(ws-tmpl-count)
109600                 move lt-text
109700                     to ws-tmpl-text(ws-tmpl-count)
109800             end-if
109900         end-perform
110000         close letter-template-file
110100     end-if
110200     .
110300 LOAD-REQUESTS.
110400******************************************************************
110500*    EVERY CONFREQ CARD, EDITED AS IT IS READ - FIRST FAILURE    *
110600*    WINS: 'NOSTU' NOT AN ENROLLED STUDENT, 'BADDT' THE NIGHT    *
110700*    WANTED IS NOT A DATE, 'BADTM' THE TIMES ARE NOT TIMES OR    *
110800*    OUT OF ORDER, 'NOTCH' NO TEACHER GIVEN AND NO HOMEROOM      *
110900*    TEACHER ON TEACHFIL. THE TEACHER AND DUPLICATE EDITS FOLLOW *
111000*    IN FINISH-REQUEST-EDITS.                                    *
111100******************************************************************
111200     move zero to ws-rq-count
111300     open input request-file
111400     if ws-confreq-status not = '00'
111500         display 'COULD NOT OPEN CONFREQ - STATUS '
111600             ws-confreq-status
111700         move 16 to return-code
111800         stop run
111900     end-if
112000     perform until ws-confreq-status not = '00'
112100         read request-file next record
112200         if ws-confreq-status = '00'
112300             add 1 to ws-rows-read
112400             if ws-rq-count < ws-rq-max
112500                 add 1 to ws-rq-count
112600                 move ws-rq-count to i
112700                 perform edit-request
112800             else
112900                 move 'Y' to ws-rq-full
113000             end-if
113100         end-if
113200     end-perform
113300     close request-file
113400     if ws-rq-full = 'Y'
113500         display 'CONFREQ - REQUEST TABLE FULL AT ' ws-rq-max
113600     end-if
113700     if ws-rq-count > 1
113800         sort rq-row on ascending key rq-student rq-teacher rq-seq
113900     end-if
114000     .
114100 EDIT-REQUEST.
114200     move spaces to rq-row(i)
114300     move request-record to rq-card(i)
114400     move i              to rq-seq(i)
114500     move 'P'            to rq-status(i)
114600     move 'N'            to rq-teaches(i)
114700     move zero to rq-student(i) rq-teacher(i) rq-rst(i)
114800                  rq-hh-size(i) rq-want-date(i) rq-earliest(i)
114900                  rq-date(i) rq-start(i) rq-end(i)
115000     move 9999 to rq-latest(i)
115100     if rq-in-student-id is numeric
115200         move rq-in-student-id to rq-student(i)
115300     end-if
115400     move 'N' to ws-found
115500     if rq-student(i) > zero
115600         search all rst-row
115700             when rst-id(rst-idx) = rq-student(i)
115800                 move 'Y' to ws-found
115900                 set rq-rst(i) to rst-idx
116000         end-search
116100     end-if
116200     if ws-found = 'N'
116300         move 'NOSTU' to rq-edit(i)
116400     else
116500         move rst-school(rq-rst(i)) to rq-school(i)
116600     end-if
116700     if rq-edit(i) = spaces
116800         and rq-in-date-text not = spaces
116900         move rq-in-date to ws-check-date
117000         perform check-date
117100         if ws-date-ok = 'N'
117200             move 'BADDT' to rq-edit(i)
117300         else
117400             move rq-in-date to rq-want-date(i)
117500         end-if
117600     end-if
117700     if rq-edit(i) = spaces
117800         and rq-in-earliest-text not = spaces
117900         move rq-in-earliest to ws-hhmm
118000         perform hhmm-to-minutes
118100         if ws-time-ok = 'N'
118200             move 'BADTM' to rq-edit(i)
118300         else
118400             move ws-minutes to rq-earliest(i)
118500         end-if
118600     end-if
118700     if rq-edit(i) = spaces
118800         and rq-in-latest-text not = spaces
118900         move rq-in-latest to ws-hhmm
119000         perform hhmm-to-minutes
119100         if ws-time-ok = 'N'
119200             or ws-minutes < rq-earliest(i)
119300             move 'BADTM' to rq-edit(i)
119400         else
119500             move ws-minutes to rq-latest(i)
119600         end-if
119700     end-if
119800     if rq-edit(i) = spaces
119900         perform find-homeroom-teacher
120000         if rq-in-teacher-text = spaces
120100             or rq-in-teacher-id = zero
120200             if ws-tch-row = zero
120300                 move 'NOTCH' to rq-edit(i)
120400             else
120500                 move ws-tch-id(ws-tch-row) to rq-teacher(i)
120600                 move 'Y' to rq-teaches(i)
120700             end-if
120800         else
120900             if rq-in-teacher-id is numeric
121000                 move rq-in-teacher-id to rq-teacher(i)
121100                 if ws-tch-row > zero
121200                     and ws-tch-id(ws-tch-row) = rq-teacher(i)
121300                     move 'Y' to rq-teaches(i)
121400                 end-if
121500             else
121600                 move 'NOTCH' to rq-edit(i)
121700             end-if
121800         end-if
121900     end-if
122000     if rq-edit(i) not = spaces
122100         move 'R' to rq-status(i)
122200     end-if
122300     .
122400 FIND-HOMEROOM-TEACHER.
122500     move zero to ws-tch-row
122600     move rq-rst(i) to p
122700     perform varying j from 1 by 1
122800             until j > ws-tch-count or ws-tch-row > zero
122900         if ws-tch-school(j) = rst-school(p)
123000             and ws-tch-grade(j) = rst-grade(p)
123100             and ws-tch-section(j) = rst-section(p)
123200             move j to ws-tch-row
123300         end-if
123400     end-perform
123500     .
123600 MARK-SCHEDULED-TEACHERS.
123700******************************************************************
123800*    A TEACHER NAMED ON A REQUEST TEACHES THE STUDENT WHEN THEY  *
123900*    TEACH A SECTION THE STUDENT CARRIES ON STSCHED. NO STSCHED  *
124000*    LEAVES HOMEROOM TEACHERS ONLY.                              *
124100******************************************************************
124200     open input student-schedule-file
124300     if ws-stsched-status = '00'
124400         perform until ws-stsched-status not = '00'
124500             read student-schedule-file next record
124600             if ws-stsched-status = '00'
124700                 perform varying j from 1 by 1
124800                         until j > ws-mst-count
124900                     if ws-mst-school(j) = sc-school-code
125000                         and ws-mst-course(j) = sc-course-code
125100                         and ws-mst-section(j) = sc-section-no
125200                         search all rq-row
125300                             when rq-student(rq-idx)
125400                                  = sc-student-id
125500                              and rq-teacher(rq-idx)
125600                                  = ws-mst-teacher(j)
125700                                 move 'Y' to rq-teaches(rq-idx)
125800                         end-search
125900                     end-if
126000                 end-perform
126100             end-if
126200         end-perform
126300         close student-schedule-file
126400     end-if
126500     perform varying i from 2 by 1 until i > ws-rq-count
126600         if rq-student(i) = rq-student(i - 1)
126700             and rq-teacher(i) = rq-teacher(i - 1)
126800             and rq-teaches(i - 1) = 'Y'
126900             move 'Y' to rq-teaches(i)
127000         end-if
127100     end-perform
127200     perform varying i from ws-rq-count by -1 until i < 2
127300         if rq-student(i) = rq-student(i - 1)
127400             and rq-teacher(i) = rq-teacher(i - 1)
127500             and rq-teaches(i) = 'Y'
127600             move 'Y' to rq-teaches(i - 1)
127700         end-if
127800     end-perform
127900     .
128000 FINISH-REQUEST-EDITS.
128100******************************************************************
128200*    'NOTCH' THE TEACHER NAMED DOES NOT TEACH THE STUDENT,       *
128300*    'DUPRQ' THE SAME STUDENT AND TEACHER WERE ALREADY ASKED FOR.*
128400*    THE REJECTS ARE THEN LISTED IN CARD ORDER.                  *
128500******************************************************************
128600     perform varying i from 1 by 1 until i > ws-rq-count
128700         if rq-status(i) = 'P'
128800             if rq-teaches(i) = 'N'
128900                 move 'NOTCH' to rq-edit(i)
129000                 move 'R' to rq-status(i)
129100             else
129200                 if i > 1
129300                     and rq-student(i - 1) = rq-student(i)
129400                     and rq-teacher(i - 1) = rq-teacher(i)
129500                     and rq-status(i - 1) not = 'R'
129600                     move 'DUPRQ' to rq-edit(i)
129700                     move 'R' to rq-status(i)
129800                 end-if
129900             end-if
130000         end-if
130100     end-perform
130200     if ws-rq-count > 1
130300         sort rq-row on ascending key rq-seq
130400     end-if
130500     move spaces to conference-line
130600     write conference-line
130700     write conference-line from rpt-heading
130800     move spaces to conference-line
130900     write conference-line
131000     write conference-line from rpt-columns
131100     perform varying i from 1 by 1 until i > ws-rq-count
131200         if rq-status(i) = 'R'
131300             perform reject-request
131400         end-if
131500     end-perform
131600     if ws-rows-rejected = zero
131700         move 'NO REQUESTS REJECTED' to conference-line
131800         write conference-line
131900     end-if
132000     .
132100 REJECT-REQUEST.
132200     add 1 to ws-rows-rejected
132300     evaluate rq-edit(i)
132400         when 'NOSTU'
132500             move 'STUDENT NOT ENROLLED ON ROSTERVS'
132600                 to ws-edit-text
132700         when 'BADDT'
132800             move 'NIGHT WANTED IS NOT A DATE' to ws-edit-text
132900         when 'BADTM'
133000             move 'START TIMES NOT TIMES OR OUT OF ORDER'
133100                 to ws-edit-text
133200         when 'NOTCH'
133300             move 'NOT ONE OF THE STUDENT''S TEACHERS'
133400                 to ws-edit-text
133500         when other
133600             move 'SAME STUDENT AND TEACHER ASKED TWICE'
133700                 to ws-edit-text
133800     end-evaluate
133900     move rq-card(i)   to rpt-d-card
134000     move rq-edit(i)   to rpt-d-edit
134100     move ws-edit-text to rpt-d-text
134200     write conference-line from rpt-detail-line
134300     .
134400 FIND-GUARDIANS.
134500******************************************************************
134600*    EACH REQUEST'S HOUSEHOLD KEY, GUARDIAN AND LANGUAGE - THE   *
134700*    PRIORITY-1 GUARDVS CONTACT, 'PARENT/GUARDIAN OF' THE        *
134800*    STUDENT AND ENGLISH WHEN THERE IS NONE.                     *
134900******************************************************************
135000     open input guardian-file
135100     if ws-guardian-file-status = '00'
135200         move 'Y' to ws-guardian-open
135300     else
135400         move 'N' to ws-guardian-open
135500     end-if
135600     perform varying i from 1 by 1 until i > ws-rq-count
135700         if rq-status(i) = 'R'
135800             move high-values to rq-hh-key(i)
135900         else
136000             perform find-one-guardian
136100         end-if
136200     end-perform
136300     if ws-guardian-open = 'Y'
136400         close guardian-file
136500     end-if
136600     .
136700 FIND-ONE-GUARDIAN.
136800     move rq-rst(i) to p
136900     if rst-household(p) = zero
137000         move 'S'           to rq-hh-key(i)
137100         move rst-id(p)     to rq-hh-key(i)(2:7)
137200     else
137300         move 'H'           to rq-hh-key(i)
137400         move rst-household(p) to rq-hh-key(i)(2:5)
137500     end-if
137600     move rst-id(p) to gu-student-id
137700     move zero to gu-contact-seq
137800     move '23' to ws-guardian-file-status
137900     if ws-guardian-open = 'Y'
138000         start guardian-file key >= gu-guard-key
138100         if ws-guardian-file-status = '00'
138200             read guardian-file next record
138300             if ws-guardian-file-status = '00'
138400                 and gu-student-id not = rst-id(p)
138500                 move '23' to ws-guardian-file-status
138600             end-if
138700         end-if
138800     end-if
138900     if ws-guardian-file-status = '00'
139000         move gu-guardian-name to rq-guardian(i)
139100         if gu-language = spaces
139200             move 'EN' to rq-language(i)
139300         else
139400             move gu-language to rq-language(i)
139500         end-if
139600     else
139700         move 'EN' to rq-language(i)
139800         string 'PARENT/GUARDIAN OF '    delimited by size
139900             rst-first-name(p)           delimited by space
140000             ' '                         delimited by size
140100             rst-last-name(p)            delimited by size
140200             into rq-guardian(i)
140300         end-string
140400     end-if
140500     .
140600 SCHEDULE-REQUESTS.
140700******************************************************************
140800*    LARGEST HOUSEHOLDS FIRST - THEY ARE THE HARDEST TO SEAT     *
140900*    BACK-TO-BACK - THEN HOUSEHOLD BY HOUSEHOLD, BUILDING BY     *
141000*    BUILDING. THE REJECTS CARRY HIGH-VALUES AND SIZE ZERO AND   *
141100*    SORT TO THE END, UNTOUCHED.                                 *
141200******************************************************************
141300     if ws-rq-count > 1
141400         sort rq-row on ascending key rq-hh-key rq-school
141500             rq-student rq-teacher
141600     end-if
141700     move 1 to i
141800     perform until i > ws-rq-count
141900         move i to j
142000         perform until j = ws-rq-count
142100                 or rq-hh-key(j + 1) not = rq-hh-key(i)
142200             add 1 to j
142300         end-perform
142400         perform varying k from i by 1 until k > j
142500             if rq-status(k) = 'R'
142600                 move zero to rq-hh-size(k)
142700             else
142800                 compute rq-hh-size(k) = j - i + 1
142900             end-if
143000         end-perform
143100         compute i = j + 1
143200     end-perform
143300     if ws-rq-count > 1
143400         sort rq-row on descending key rq-hh-size
143500             ascending key rq-hh-key rq-school rq-student
143600             rq-teacher
143700     end-if
143800     move 1 to i
143900     perform until i > ws-rq-count
144000         move i to ws-hh-last
144100         perform until ws-hh-last = ws-rq-count
144200                 or rq-hh-key(ws-hh-last + 1) not = rq-hh-key(i)
144300             add 1 to ws-hh-last
144400         end-perform
144500         move i to ws-hh-first
144600         if rq-status(i) = 'P'
144700             perform schedule-household
144800         end-if
144900         compute i = ws-hh-last + 1
145000     end-perform
145100     .
145200 SCHEDULE-HOUSEHOLD.
145300     move ws-hh-first to ws-blk-first
145400     perform until ws-blk-first > ws-hh-last
145500         move ws-blk-first to ws-blk-last
145600         perform until ws-blk-last = ws-hh-last
145700                 or rq-school(ws-blk-last + 1)
145800                    not = rq-school(ws-blk-first)
145900             add 1 to ws-blk-last
146000         end-perform
146100         compute ws-blk-size = ws-blk-last - ws-blk-first + 1
146200         move 'N' to ws-block-ok
146300         if ws-blk-size > 1
146400             perform try-block
146500             if ws-block-ok = 'Y'
146600                 add 1 to ws-block-count
146700             else
146800                 add 1 to ws-split-count
146900             end-if
147000         end-if
147100         if ws-block-ok = 'N'
147200             perform varying k from ws-blk-first by 1
147300                     until k > ws-blk-last
147400                 move k to ws-try-req
147500                 perform place-one-request
147600             end-perform
147700         end-if
147800         compute ws-blk-first = ws-blk-last + 1
147900     end-perform
148000     .
148100 TRY-BLOCK.
148200******************************************************************
148300*    THE WHOLE BLOCK IN CONSECUTIVE SLOTS OF ONE NIGHT, IN BLOCK *
148400*    ORDER - THE FIRST NIGHT AND FIRST STARTING SLOT WHERE EVERY *
148500*    CONFERENCE FITS. NOTHING IS BOOKED UNLESS ALL OF IT FITS.   *
148600******************************************************************
148700     perform varying ws-block-night from 1 by 1
148800             until ws-block-night > ws-ngt-count
148900                or ws-block-ok = 'Y'
149000         if ngt-school(ws-block-night) = rq-school(ws-blk-first)
149100             and ngt-slots(ws-block-night) not < ws-blk-size
149200             compute ws-last-slot =
149300                 ngt-slots(ws-block-night) - ws-blk-size + 1
149400             perform varying ws-block-slot from 1 by 1
149500                     until ws-block-slot > ws-last-slot
149600                        or ws-block-ok = 'Y'
149700                 move 'Y' to ws-night-fits
149800                 perform varying k from ws-blk-first by 1
149900                         until k > ws-blk-last
150000                            or ws-night-fits = 'N'
150100                     move k to ws-try-req
150200                     move ws-block-night to ws-try-night
150300                     compute ws-try-slot =
150400                         ws-block-slot + k - ws-blk-first
150500                     perform check-slot
150600                     if ws-slot-ok = 'N'
150700                         move 'N' to ws-night-fits
150800                     end-if
150900                 end-perform
151000                 if ws-night-fits = 'Y'
151100                     move 'Y' to ws-block-ok
151200                     perform varying k from ws-blk-first by 1
151300                             until k > ws-blk-last
151400                         move k to ws-try-req
151500                         move ws-block-night to ws-try-night
151600                         compute ws-try-slot =
151700                             ws-block-slot + k - ws-blk-first
151800                         perform check-slot
151900                         perform book-slot
152000                     end-perform
152100                 end-if
152200             end-perform
152300         end-if
152400     end-perform
152500     .
152600 PLACE-ONE-REQUEST.
152700******************************************************************
152800*    THE OPEN SLOT CLOSEST TO THE HOUSEHOLD'S CONFERENCES        *
152900*    ALREADY BOOKED THAT NIGHT; WITH NONE, THE EARLIEST OPEN SLOT*
153000*    OF THE EARLIEST NIGHT. THE FIRST SLOT WITH THE LOWEST SCORE *
153100*    WINS. A REQUEST THAT FITS NOWHERE IS LEFT UNASSIGNED WITH   *
153200*    THE FIRST OBSTACLE FOUND.                                   *
153300******************************************************************
153400     move 99999 to ws-best-score
153500     move 'N' to ws-night-seen
153600     move 'N' to ws-teacher-seen
153700     move 'N' to ws-interp-seen
153800     perform varying ws-try-night from 1 by 1
153900             until ws-try-night > ws-ngt-count
154000         if ngt-school(ws-try-night) = rq-school(ws-try-req)
154100             and (rq-want-date(ws-try-req) = zero
154200                  or rq-want-date(ws-try-req)
154300                     = ngt-date(ws-try-night))
154400             move 'Y' to ws-night-seen
154500             perform varying ws-try-slot from 1 by 1
154600                     until ws-try-slot > ngt-slots(ws-try-night)
154700                 perform check-slot
154800                 if ws-slot-ok = 'Y'
154900                     perform score-slot
155000                     if ws-score < ws-best-score
155100                         move ws-score to ws-best-score
155200                         move ws-try-night to ws-best-night
155300                         move ws-try-slot to ws-best-slot
155400                     end-if
155500                 end-if
155600             end-perform
155700         end-if
155800     end-perform
155900     if ws-best-score < 99999
156000         move ws-best-night to ws-try-night
156100         move ws-best-slot  to ws-try-slot
156200         perform check-slot
156300         perform book-slot
156400     else
156500         move 'U' to rq-status(ws-try-req)
156600         evaluate true
156700             when ws-night-seen = 'N'
156800                 move 'NO CONFERENCE NIGHT FOR BLDG/DATE'
156900                     to rq-reason(ws-try-req)
157000             when ws-teacher-seen = 'N'
157100                 move 'TEACHER HAS NO SHEET THAT NIGHT'
157200                     to rq-reason(ws-try-req)
157300             when rq-language(ws-try-req) not = 'EN'
157400               and ws-interp-seen = 'N'
157500                 move 'NO INTERPRETER BOOKED FOR LANGUAGE'
157600                     to rq-reason(ws-try-req)
157700             when other
157800                 move 'NO OPEN SLOT IN THE TIMES ASKED'
157900                     to rq-reason(ws-try-req)
158000         end-evaluate
158100         add 1 to ws-unassigned-count
158200     end-if
158300     .
158400 SCORE-SLOT.
158500     move 50000 to ws-score
158600     perform varying p from ws-hh-first by 1 until p > ws-hh-last
158700         if rq-status(p) = 'A'
158800             and rq-date(p) = ngt-date(ws-try-night)
158900             if ws-try-start not < rq-end(p)
159000                 compute ws-gap = ws-try-start - rq-end(p)
159100             else
159200                 compute ws-gap = rq-start(p) - ws-try-end
159300             end-if
159400             if ws-gap < ws-score
159500                 move ws-gap to ws-score
159600             end-if
159700         end-if
159800     end-perform
159900     .
160000 CHECK-SLOT.
160100******************************************************************
160200*    CAN REQUEST WS-TRY-REQ TAKE SLOT WS-TRY-SLOT OF NIGHT       *
160300*    WS-TRY-NIGHT? THE TEACHER'S SLOT MUST BE OPEN, THE START IN *
160400*    THE REQUEST'S TIMES, AN INTERPRETER FREE WHEN THE GUARDIAN  *
160500*    NEEDS ONE, AND NO OTHER CONFERENCE OF THE HOUSEHOLD THAT    *
160600*    NIGHT MAY OVERLAP IT. LEAVES WS-TN-ROW AND WS-IPT-ROW SET.  *
160700******************************************************************
160800     move 'N' to ws-slot-ok
160900     compute ws-try-start = ngt-start(ws-try-night)
161000         + (ws-try-slot - 1) * ngt-length(ws-try-night)
161100     compute ws-try-end = ws-try-start + ngt-length(ws-try-night)
161200     move zero to ws-tn-row
161300     search all tn-row
161400         when tn-teacher(tn-idx) = rq-teacher(ws-try-req)
161500          and tn-night(tn-idx) = ws-try-night
161600             set ws-tn-row to tn-idx
161700     end-search
161800     move zero to ws-ipt-row
161900     if ws-tn-row > zero
162000         move 'Y' to ws-teacher-seen
162100         if tn-flag(ws-tn-row, ws-try-slot) = space
162200             and (rq-want-date(ws-try-req) = zero
162300                  or rq-want-date(ws-try-req)
162400                     = ngt-date(ws-try-night))
162500             and ws-try-start not < rq-earliest(ws-try-req)
162600             and ws-try-start not > rq-latest(ws-try-req)
162700             move 'Y' to ws-slot-ok
162800         end-if
162900     end-if
163000     if ws-slot-ok = 'Y'
163100         and rq-language(ws-try-req) not = 'EN'
163200         perform varying j from 1 by 1 until j > ws-ipt-count
163300             if ws-ipt-night(j) = ws-try-night
163400                 and ws-ipt-language(j) = rq-language(ws-try-req)
163500                 move j to ws-ipt-row
163600                 move 'Y' to ws-interp-seen
163700             end-if
163800         end-perform
163900         if ws-ipt-row = zero
164000             move 'N' to ws-slot-ok
164100         else
164200             if ws-ipt-used(ws-ipt-row, ws-try-slot)
164300                 not < ws-ipt-booked(ws-ipt-row)
164400                 move 'N' to ws-slot-ok
164500             end-if
164600         end-if
164700     end-if
164800     if ws-slot-ok = 'Y'
164900         perform varying p from ws-hh-first by 1
165000                 until p > ws-hh-last
165100             if rq-status(p) = 'A'
165200                 and rq-date(p) = ngt-date(ws-try-night)
165300                 and ws-try-start < rq-end(p)
165400                 and rq-start(p) < ws-try-end
165500                 move 'N' to ws-slot-ok
165600             end-if
165700         end-perform
165800     end-if
165900     .
166000 BOOK-SLOT.
166100     move 'A'           to tn-flag(ws-tn-row, ws-try-slot)
166200     move ws-try-req    to tn-req(ws-tn-row, ws-try-slot)
166300     if ws-ipt-row > zero
166400         add 1 to ws-ipt-used(ws-ipt-row, ws-try-slot)
166500         add 1 to ws-ipt-used-count
166600     end-if
166700     move 'A'                     to rq-status(ws-try-req)
166800     move ngt-date(ws-try-night)  to rq-date(ws-try-req)
166900     move ws-try-start            to rq-start(ws-try-req)
167000     move ws-try-end              to rq-end(ws-try-req)
167100     move spaces                  to rq-tch-name(ws-try-req)
167200     if tn-first-name(ws-tn-row) = spaces
167300         move tn-last-name(ws-tn-row) to rq-tch-name(ws-try-req)
167400     else
167500         string tn-first-name(ws-tn-row) delimited by space
167600             ' '                         delimited by size
167700             tn-last-name(ws-tn-row)     delimited by size
167800             into rq-tch-name(ws-try-req)
167900         end-string
168000     end-if
168100     add 1 to ws-scheduled-count
168200     .
168300 PRINT-TEACHER-SHEETS.
168400******************************************************************
168500*    ONE SHEET PER TEACHER PER NIGHT, BUILDING AND NAME ORDER,   *
168600*    EVERY SLOT LISTED - BOOKED, OPEN OR NOT AVAILABLE.          *
168700******************************************************************
168800     open output sheet-rpt
168900     if ws-confsht-status not = '00'
169000         display 'COULD NOT OPEN CONFSHT - STATUS '
169100             ws-confsht-status
169200         move 16 to return-code
169300         stop run
169400     end-if
169500     write sheet-line from bus-date-heading
169600     if ws-tn-count > 1
169700         sort tn-row on ascending key tn-school tn-last-name
169800             tn-first-name tn-teacher tn-date
169900     end-if
170000     perform varying p from 1 by 1 until p > ws-tn-count
170100         perform print-one-sheet
170200     end-perform
170300     if ws-tn-count = zero
170400         move 'NO CONFERENCE NIGHTS SET UP' to sheet-line
170500         write sheet-line
170600     end-if
170700     close sheet-rpt
170800     .
170900 PRINT-ONE-SHEET.
171000     add 1 to ws-sheet-count
171100     move spaces to sheet-line
171200     write sheet-line
171300     move tn-teacher(p) to sh-h-teacher
171400     move spaces to sh-h-name
171500     string tn-last-name(p)  delimited by '  '
171600         ', '                delimited by size
171700         tn-first-name(p)    delimited by size
171800         into sh-h-name
171900     end-string
172000     move tn-school(p) to sh-h-school
172100     move tn-date(p)   to sh-h-date
172200     write sheet-line from sh-heading
172300     write sheet-line from sh-columns
172400     move zero to ws-sh-booked ws-sh-open
172500     move tn-night(p) to j
172600     perform varying k from 1 by 1 until k > ngt-slots(j)
172700         compute ws-minutes =
172800             ngt-start(j) + (k - 1) * ngt-length(j)
172900         perform format-time
173000         move ws-time-text to sh-d-time
173100         move spaces to sh-d-id sh-d-name sh-d-grade sh-d-interp
173200         evaluate tn-flag(p, k)
173300             when 'A'
173400                 add 1 to ws-sh-booked
173500                 move tn-req(p, k) to i
173600                 move rq-rst(i) to ws-letter-row
173700                 move rq-student(i) to sh-d-id
173800                 string rst-last-name(ws-letter-row)
173900                                     delimited by '  '
174000                     ', '            delimited by size
174100                     rst-first-name(ws-letter-row)
174200                                     delimited by size
174300                     into sh-d-name
174400                 end-string
174500                 move rst-grade(ws-letter-row) to sh-d-grade
174600                 if rq-language(i) not = 'EN'
174700                     move 'INTERPRETER - ' to sh-d-interp
174800                     move rq-language(i) to sh-d-interp(15:2)
174900                 end-if
175000             when 'B'
175100                 move 'NOT AVAILABLE' to sh-d-name
175200             when other
175300                 add 1 to ws-sh-open
175400                 move 'OPEN' to sh-d-name
175500         end-evaluate
175600         write sheet-line from sh-detail-line
175700     end-perform
175800     move ws-sh-booked to sh-t-booked
175900     move ws-sh-open   to sh-t-open
176000     write sheet-line from sh-total-line
176100     .
176200 PRINT-UNASSIGNED.
176300     move spaces to conference-line
176400     write conference-line
176500     write conference-line from un-heading
176600     move spaces to conference-line
176700     write conference-line
176800     write conference-line from un-columns
176900     if ws-rq-count > 1
177000         sort rq-row on ascending key rq-school rq-hh-key
177100             rq-student rq-teacher
177200     end-if
177300     perform varying i from 1 by 1 until i > ws-rq-count
177400         if rq-status(i) = 'U'
177500             move rq-rst(i) to p
177600             move rq-student(i)     to un-d-id
177700             move rst-last-name(p)  to un-d-last-name
177800             move rst-grade(p)      to un-d-grade
177900             move rq-school(i)      to un-d-school
178000             move rq-teacher(i)     to un-d-teacher
178100             move rq-hh-key(i)      to un-d-household
178200             move rq-language(i)    to un-d-language
178300             move rq-reason(i)      to un-d-reason
178400             write conference-line from un-detail-line
178500         end-if
178600     end-perform
178700     if ws-unassigned-count = zero
178800         move 'EVERY REQUEST WAS SCHEDULED' to conference-line
178900         write conference-line
179000     end-if
179100     .
179200 WRITE-LETTERS.
179300******************************************************************
179400*    ONE LETTER PER HOUSEHOLD WITH AT LEAST ONE CONFERENCE       *
179500*    BOOKED, TO THE GUARDIAN OF ITS FIRST CONFERENCE AT THAT     *
179600*    STUDENT'S ROSTER ADDRESS: THE 'CONF' BODY IN THE GUARDIAN'S *
179700*    LANGUAGE, EVERY CONFERENCE IN TIME ORDER, THEN ANY REQUEST  *
179800*    OF THE HOUSEHOLD THAT COULD NOT BE BOOKED. A HOUSEHOLD WITH *
179900*    NOTHING BOOKED IS ON THE UNASSIGNED LIST ONLY - THE OFFICE  *
180000*    CALLS THEM.                                                 *
180100******************************************************************
180200     open output letter-file
180300     if ws-confltrs-status not = '00'
180400         display 'COULD NOT OPEN CONFLTRS - STATUS '
180500             ws-confltrs-status
180600         move 16 to return-code
180700         stop run
180800     end-if
180900     if ws-rq-count > 1
181000         sort rq-row on ascending key rq-hh-key rq-status
181100             rq-date rq-start rq-student
181200     end-if
181300     move 1 to i
181400     perform until i > ws-rq-count
181500         move i to ws-hh-last
181600         perform until ws-hh-last = ws-rq-count
181700                 or rq-hh-key(ws-hh-last + 1) not = rq-hh-key(i)
181800             add 1 to ws-hh-last
181900         end-perform
182000         if rq-status(i) = 'A'
182100             perform write-household-letter
182200         end-if
182300         compute i = ws-hh-last + 1
182400     end-perform
182500     close letter-file
182600     .
182700 WRITE-HOUSEHOLD-LETTER.
182800     add 1 to ws-letter-count
182900     move rq-rst(i) to ws-letter-row
183000     move rq-guardian(i)               to lt-a1-guardian
183100     move rst-address(ws-letter-row)   to lt-a2-address
183200     move rst-city(ws-letter-row)      to lt-a3-city
183300     move rst-state(ws-letter-row)     to lt-a3-state
183400     move rst-zip(ws-letter-row)       to lt-a3-zip
183500     write letter-line from lt-address-line-1
183600     write letter-line from lt-address-line-2
183700     write letter-line from lt-address-line-3
183800     move spaces to letter-line
183900     write letter-line
184000     write letter-line from lt-subject-line
184100     move spaces to letter-line
184200     write letter-line
184300     move rq-language(i) to ws-letter-lang
184400     move 'CONF' to ws-body-type
184500     perform print-template-body
184600     if ws-body-lines = zero
184700         write letter-line from lt-body-default-1
184800         write letter-line from lt-body-default-2
184900         write letter-line from lt-body-default-3
185000         write letter-line from lt-body-default-4
185100     end-if
185200     move spaces to letter-line
185300     write letter-line
185400     perform varying k from i by 1 until k > ws-hh-last
185500         move rq-rst(k) to p
185600         evaluate rq-status(k)
185700             when 'A'
185800                 move rq-date(k)         to lt-c-date
185900                 move rq-start(k)        to ws-minutes
186000                 perform format-time
186100                 move ws-time-text       to lt-c-time
186200                 move rst-first-name(p)  to lt-c-student
186300                 move rq-tch-name(k)     to lt-c-teacher
186400                 move rq-school(k)       to lt-c-school
186500                 write letter-line from lt-conf-line
186600                 if rq-language(k) not = 'EN'
186700                     move rq-language(k) to lt-i-language
186800                     write letter-line from lt-interp-line
186900                 end-if
187000             when 'U'
187100                 move rst-first-name(p)  to lt-u-student
187200                 move rq-teacher(k)      to lt-u-teacher
187300                 write letter-line from lt-unsched-line
187400         end-evaluate
187500     end-perform
187600     write letter-line from lt-separator
187700     .
187800 PRINT-TEMPLATE-BODY.
187900******************************************************************
188000*    WRITES THE BODY LINES OF WS-BODY-TYPE IN WS-LETTER-LANG     *
188100*    (FILE ORDER - LTRTMPL IS KEPT IN LT-LINE-SEQ ORDER). NO     *
188200*    LINES IN THAT LANGUAGE FALLS BACK TO 'EN' AND COUNTS THE    *
188300*    GAP. WS-BODY-LINES REPORTS HOW MANY LINES PRINTED.          *
188400******************************************************************
188500     move zero to ws-body-lines
188600     perform varying k from 1 by 1 until k > ws-tmpl-count
188700         if ws-tmpl-type(k) = ws-body-type
188800             and ws-tmpl-lang(k) = ws-letter-lang
188900             add 1 to ws-body-lines
189000             write letter-line from ws-tmpl-text(k)
189100         end-if
189200     end-perform
189300     if ws-body-lines = zero
189400         and ws-letter-lang not = 'EN'
189500         add 1 to ws-fallback-count
189600         move 'EN' to ws-letter-lang
189700         perform varying k from 1 by 1
189800                 until k > ws-tmpl-count
189900             if ws-tmpl-type(k) = ws-body-type
190000                 and ws-tmpl-lang(k) = 'EN'
190100                 add 1 to ws-body-lines
190200                 write letter-line from ws-tmpl-text(k)
190300             end-if
190400         end-perform
190500     end-if
190600     .
190700 PRINT-RUN-TOTALS.
190800     move spaces to conference-line
190900     write conference-line
191000     move 'CONFCTL CARDS READ' to rt-label
191100     move ws-cards-read to rt-value
191200     write conference-line from run-total-line
191300     move 'CONFCTL CARDS REJECTED' to rt-label
191400     move ws-cards-rejected to rt-value
191500     write conference-line from run-total-line
191600     move 'CONFREQ REQUESTS READ' to rt-label
191700     move ws-rows-read to rt-value
191800     write conference-line from run-total-line
191900     move 'REQUESTS REJECTED' to rt-label
192000     move ws-rows-rejected to rt-value
192100     write conference-line from run-total-line
192200     move 'CONFERENCES SCHEDULED' to rt-label
192300     move ws-scheduled-count to rt-value
192400     write conference-line from run-total-line
192500     move 'REQUESTS NOT SCHEDULED' to rt-label
192600     move ws-unassigned-count to rt-value
192700     write conference-line from run-total-line
192800     move 'SIBLING BLOCKS SEATED BACK-TO-BACK' to rt-label
192900     move ws-block-count to rt-value
193000     write conference-line from run-total-line
193100     move 'SIBLING BLOCKS SPLIT' to rt-label
193200     move ws-split-count to rt-value
193300     write conference-line from run-total-line
193400     move 'CONFERENCES WITH AN INTERPRETER' to rt-label
193500     move ws-ipt-used-count to rt-value
193600     write conference-line from run-total-line
193700     move 'HOUSEHOLD LETTERS' to rt-label
193800     move ws-letter-count to rt-value
193900     write conference-line from run-total-line
194000     move 'TEACHER SHEETS' to rt-label
194100     move ws-sheet-count to rt-value
194200     write conference-line from run-total-line
194300     .
194400 READ-BUSINESS-DATE.
194500******************************************************************
194600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
194700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
194800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
194900******************************************************************
195000     open input business-date-file
195100     if ws-busdate-status not = '00'
195200         display 'COULD NOT OPEN BUSDATE - STATUS '
195300             ws-busdate-status
195400         move 16 to return-code
195500         stop run
195600     end-if
195700     read business-date-file next record
195800     if ws-busdate-status not = '00'
195900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
196000             ws-busdate-status
196100         move 16 to return-code
196200         stop run
196300     end-if
196400     close business-date-file
196500     move bd-business-date to ws-business-date
196600     if bd-override-date not = zero
196700         move bd-override-date to ws-business-date
196800         move 'Y' to ws-bus-date-override
196900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
197000             bd-override-date ' SET BY ' bd-override-operator
197100         display '    REASON: ' bd-override-reason
197200     end-if
197300     move ws-business-date to bdh-date
197400     if ws-bus-date-override = 'Y'
197500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
197600             to bdh-override
197700     end-if
197800     .
