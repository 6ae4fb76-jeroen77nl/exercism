000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMEALAP.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    FREE AND REDUCED-PRICE MEAL APPLICATIONS. THE FOOD-SERVICE  *
000900*    OFFICE KEYS EACH FAMILY APPLICATION (MEALAPIN, COPY         *
001000*    MAPPREC) AND THIS RUN MAKES THE DETERMINATION, SO EVERY     *
001100*    STATUS CAN BE SHOWN TO THE STATE REVIEWER FROM THE PAPER    *
001200*    TRAIL. TWO LEGS, BY THE RUNMODE CARD:                       *
001300*      DAILY (RUNMODE EMPTY) - RUN AHEAD OF GSNIGHT:             *
001400*        1. EACH APPLICATION IS EDITED AND DETERMINED - 'F' ON A *
001500*           SNAP/TANF/FDPIR CASE NUMBER; OTHERWISE EVERY         *
001600*           MEMBER'S INCOME IS ANNUALIZED BY ITS FREQUENCY AND   *
001700*           HELD TO THE FEDERAL GUIDELINE FOR THE HOUSEHOLD SIZE *
001800*           (MEALGUID, COPY MGDLREC) - 'F' AT OR UNDER THE FREE  *
001900*           LIMIT, 'R' AT OR UNDER THE REDUCED LIMIT, ELSE 'P'.  *
002000*        2. THE STATUS GOES TO EVERY ENROLLED CHILD OF THE       *
002100*           ST-HOUSEHOLD-ID AND EVERY MEMBER NAMED WITH A        *
002200*           STUDENT ID: A 'C' TRANFILE TRANSACTION (MATRANS)     *
002300*           WHERE ST-MEAL-STATUS CHANGES - APPEND IT TO TRANFILE *
002400*           AHEAD OF THE NIGHTLY RUN, AS WITH GSMCKV - AND A     *
002500*           DETERMINATION-SOURCE RECORD (MEALSRC, COPY MDETREC)  *
002600*           FOR EVERY CHILD, SOURCE 'CN' OR 'AP'. A CHILD WITH A *
002700*           BETTER STATUS ALREADY DETERMINED THIS SCHOOL YEAR    *
002800*           KEEPS IT.                                            *
002900*        3. THE DETERMINED APPLICATION IS APPENDED TO MEALAPP    *
003000*           AND A NOTICE LETTER (MEALNTC) GOES TO THE FIRST      *
003100*           CHILD'S PRIORITY-1 GUARDIAN IN THAT GUARDIAN'S       *
003200*           LANGUAGE (LTRTMPL TYPE MAPF, MAPR OR MAPP).          *
003300*        4. CARRY-OVER - LAST YEAR'S 'F' OR 'R' STANDS FOR THE   *
003400*           FIRST 30 OPERATING DAYS OF THE SCHOOL YEAR ON THE    *
003500*           DISTRICT CALENDAR (SCHCALND). AFTER THE 30TH DAY A   *
003600*           CHILD WITH NO DETERMINATION LOGGED THIS SCHOOL YEAR  *
003700*           GOES TO 'P' (SOURCE 'CO') AND THE HOUSEHOLD GETS A   *
003800*           NOTICE (LTRTMPL TYPE MAPX).                          *
003900*        MEALRPT LISTS THE REJECTED APPLICATIONS, EVERY          *
004000*        DETERMINATION AND EVERY CARRY-OVER ENDED.               *
004100*      SAMPLE (RUNMODE 'SAMPLE') - THE STATE VERIFICATION        *
004200*        SAMPLE ON MEALRPT: 3 PERCENT (ROUNDED UP, AT MOST 3000) *
004300*        OF THE YEAR'S APPROVED APPLICATIONS ON FILE AT 1        *
004400*        OCTOBER, ERROR-PRONE ONES FIRST (INCOME WITHIN $1,200 A *
004500*        YEAR OF ITS LIMIT, CLOSEST FIRST), THE REST TAKEN AT AN *
004600*        EVEN INTERVAL THROUGH THE OTHERS IN APPLICATION ORDER.  *
004700*    THE SCHOOL YEAR RUNS 1 JULY - 30 JUNE, THE YEAR THE         *
004800*    BUSINESS DATE FALLS IN.                                     *
004900*    RETURN CODES: 0 CLEAN, 4 AN APPLICATION WAS REJECTED, A     *
005000*    TABLE WAS CUT SHORT OR THE CARRY-OVER END IS NOT ON THE     *
005100*    CALENDAR, 16 A FILE THAT COULD NOT BE READ OR WRITTEN.      *
005200*    SEE JCL/GSMEALAP.JCL AND GSMEALVS.JCL.                      *
005300******************************************************************
005400*    MOD-LOG
005500*    DATE       INIT  DESCRIPTION
005600*    2026-10-15  RVM  ORIGINAL VERSION.
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-BUSDATE-STATUS.
006400     SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RUNMODE-STATUS.
006700     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS ST-ID
007100         FILE STATUS IS WS-ROSTER-FILE-STATUS.
007200     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS GU-GUARD-KEY
007600         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
007700     SELECT APPLICATION-IN-FILE ASSIGN TO MEALAPIN
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MEALAPIN-STATUS.
008000     SELECT APPLICATION-FILE ASSIGN TO MEALAPP
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-MEALAPP-STATUS.
008300     SELECT GUIDELINE-FILE ASSIGN TO MEALGUID
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-MEALGUID-STATUS.
008600     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO SCHCALND
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-CALENDAR-STATUS.
008900     SELECT CHANGE-TRANS-FILE ASSIGN TO MATRANS
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-MATRANS-STATUS.
009200     SELECT MEAL-SOURCE-FILE ASSIGN TO MEALSRC
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-MEALSRC-STATUS.
009500     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-LTRTMPL-STATUS.
009800     SELECT NOTICE-FILE ASSIGN TO MEALNTC
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-MEALNTC-STATUS.
010100     SELECT MEAL-RPT ASSIGN TO MEALRPT
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-MEALRPT-STATUS.
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  BUSINESS-DATE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  BUSINESS-DATE-RECORD.
010900     COPY BDATREC.
011000 FD  RUN-MODE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  RUN-MODE-RECORD.
011300     05  RM-MODE                 PIC X(08).
011400 FD  ROSTER-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  ROSTER-FILE-RECORD.
011700     COPY ROSTERREC.
011800 FD  GUARDIAN-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  GUARDIAN-FILE-RECORD.
012100     COPY GUARDREC.
012200 FD  APPLICATION-IN-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  APPLICATION-IN-LINE         PIC X(100).
012500 FD  APPLICATION-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  APPLICATION-LINE            PIC X(100).
012800 FD  GUIDELINE-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  MEAL-GUIDELINE-RECORD.
013100     COPY MGDLREC.
013200 FD  SCHOOL-CALENDAR-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  CALENDAR-RECORD.
013500     COPY CALNREC.
013600******************************************************************
013700*    SAME RECORD SHAPE AS THE NIGHTLY PROGRAM'S TRANFILE FD -    *
013800*    A 'C' TRANSACTION WITH ONLY THE SUPPLIED FIELDS FILLED.     *
013900******************************************************************
014000 FD  CHANGE-TRANS-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  CHANGE-TRANS-RECORD.
014300     05  TR-LAST-NAME            PIC X(30).
014400     05  TR-FIRST-NAME           PIC X(20).
014500     05  TR-MIDDLE-NAME          PIC X(20).
014600     05  TR-GRADE                PIC X(02).
014700     05  TR-SCHOOL-CODE          PIC X(04).
014800     05  TR-DOB                  PIC 9(08).
014900     05  TR-SECTION              PIC X(01).
015000     05  TR-MEAL-STATUS          PIC X(01).
015100     05  TR-ADDRESS              PIC X(30).
015200     05  TR-CITY                 PIC X(20).
015300     05  TR-STATE                PIC X(02).
015400     05  TR-ZIP                  PIC X(05).
015500     05  TR-BUS-ROUTE            PIC X(04).
015600     05  TR-IEP-STATUS           PIC X(01).
015700     05  TR-DIRECTORY-OPTOUT     PIC X(01).
015800     05  TR-TRANS-TYPE           PIC X(01).
015900     05  TR-STUDENT-ID           PIC 9(07).
016000     05  TR-GUARDIAN-NAME        PIC X(40).
016100     05  TR-RELATIONSHIP         PIC X(10).
016200     05  TR-PHONE                PIC X(12).
016300     05  TR-EMAIL                PIC X(40).
016400     05  TR-DEMOGRAPHICS         PIC X(11).
016500 FD  MEAL-SOURCE-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 01  MEAL-SOURCE-RECORD.
016800     COPY MDETREC.
016900 FD  LETTER-TEMPLATE-FILE
017000     LABEL RECORDS ARE STANDARD.
017100 01  LETTER-TEMPLATE-RECORD.
017200     COPY LTRTREC.
017300 FD  NOTICE-FILE
017400     LABEL RECORDS ARE STANDARD.
017500 01  NOTICE-LINE                 PIC X(80).
017600 FD  MEAL-RPT
017700     LABEL RECORDS ARE STANDARD.
017800 01  MEAL-LINE                   PIC X(100).
017900 WORKING-STORAGE SECTION.
018000 01  WS-RUNMODE-STATUS        PIC X(02).
018100 01  WS-RUN-MODE              PIC X(08) VALUE SPACES.
018200 01  WS-ROSTER-FILE-STATUS    PIC X(02).
018300 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
018400 01  WS-MEALAPIN-STATUS       PIC X(02).
018500 01  WS-MEALAPP-STATUS        PIC X(02).
018600 01  WS-MEALGUID-STATUS       PIC X(02).
018700 01  WS-CALENDAR-STATUS       PIC X(02).
018800 01  WS-MATRANS-STATUS        PIC X(02).
018900 01  WS-MEALSRC-STATUS        PIC X(02).
019000 01  WS-LTRTMPL-STATUS        PIC X(02).
019100 01  WS-MEALNTC-STATUS        PIC X(02).
019200 01  WS-MEALRPT-STATUS        PIC X(02).
019300 01  WS-GUARDIAN-OPEN         PIC X.
019400 01  i                        PIC 9(05).
019500 01  j                        PIC 9(05).
019600 01  k                        PIC 9(05).
019700 01  p                        PIC 9(05).
019800******************************************************************
019900*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
020000*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
020100******************************************************************
020200 01  WS-BUSDATE-STATUS        PIC X(02).
020300 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020400 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
020500     05  WS-BUS-YEAR          PIC 9(04).
020600     05  WS-BUS-MONTH         PIC 9(02).
020700     05  WS-BUS-DAY           PIC 9(02).
020800 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
020900 01  BUS-DATE-HEADING.
021000     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
021100     05  BDH-DATE             PIC 9(08).
021200     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
021300******************************************************************
021400*    THE SCHOOL YEAR - 1 JULY THROUGH 30 JUNE, THE YEAR THE      *
021500*    BUSINESS DATE FALLS IN - AND ITS VERIFICATION CUT-OFF, THE  *
021600*    1 OCTOBER IN IT.                                            *
021700******************************************************************
021800 01  WS-YEAR-START            PIC 9(08).
021900 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
022000     05  WS-YS-YEAR           PIC 9(04).
022100     05  WS-YS-MMDD           PIC 9(04).
022200 01  WS-YEAR-END              PIC 9(08).
022300 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END.
022400     05  WS-YE-YEAR           PIC 9(04).
022500     05  WS-YE-MMDD           PIC 9(04).
022600 01  WS-OCTOBER-DATE          PIC 9(08).
022700 01  WS-OCTOBER-PARTS REDEFINES WS-OCTOBER-DATE.
022800     05  WS-OC-YEAR           PIC 9(04).
022900     05  WS-OC-MMDD           PIC 9(04).
023000 01  WS-CHECK-DATE            PIC 9(08).
023100 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
023200     05  WS-CHECK-YEAR        PIC 9(04).
023300     05  WS-CHECK-MONTH       PIC 9(02).
023400     05  WS-CHECK-DAY         PIC 9(02).
023500 01  WS-DATE-OK               PIC X.
023600******************************************************************
023700*    EVERY STUDENT ON ROSTERVS, IN ID ORDER. RST-YEAR-DET 'Y'    *
023800*    WHEN A DETERMINATION HAS BEEN LOGGED ON MEALSRC THIS SCHOOL *
023900*    YEAR (OR IS MADE IN THIS RUN) - WITHOUT ONE AN 'F' OR 'R'   *
024000*    IS LAST YEAR'S, CARRIED OVER. RST-KID MARKS THE CHILDREN OF *
024100*    THE APPLICATION IN HAND; RST-EXPIRE THE CARRY-OVERS ENDED.  *
024200******************************************************************
024300 77  WS-RST-MAX               PIC 9(05) VALUE 03000.
024400 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
024500 01  RST-TABLE.
024600     05  RST-ROW              OCCURS 0 TO 3000 TIMES
024700                              DEPENDING ON WS-RST-COUNT
024800                              ASCENDING KEY IS RST-ID
024900                              INDEXED BY RST-IDX.
025000         10  RST-ID           PIC 9(07).
025100         10  RST-LAST-NAME    PIC X(30).
025200         10  RST-FIRST-NAME   PIC X(20).
025300         10  RST-GRADE        PIC X(02).
025400         10  RST-SCHOOL       PIC X(04).
025500         10  RST-HOUSEHOLD    PIC 9(05).
025600         10  RST-MEAL-STATUS  PIC X(01).
025700         10  RST-ENROLLED     PIC X(01).
025800         10  RST-ADDRESS      PIC X(30).
025900         10  RST-CITY         PIC X(20).
026000         10  RST-STATE        PIC X(02).
026100         10  RST-ZIP          PIC X(05).
026200         10  RST-YEAR-DET     PIC X(01).
026300         10  RST-KID          PIC X(01).
026400         10  RST-EXPIRE       PIC X(01).
026500 01  WS-RST-FULL              PIC X VALUE 'N'.
026600 01  WS-FIND-ID               PIC 9(07).
026700 01  WS-RST-ROW               PIC 9(05).
026800******************************************************************
026900*    THE YEAR'S INCOME GUIDELINES BY HOUSEHOLD SIZE, AND THE     *
027000*    "EACH ADDITIONAL MEMBER" AMOUNTS.                           *
027100******************************************************************
027200 77  WS-GL-MAX                PIC 9(02) VALUE 20.
027300 01  WS-GL-COUNT              PIC 9(02) VALUE ZERO.
027400 01  WS-GL-TABLE.
027500     05  WS-GL-ENTRY          OCCURS 20 TIMES.
027600         10  WS-GL-SIZE       PIC 9(02).
027700         10  WS-GL-FREE       PIC 9(07).
027800         10  WS-GL-REDUCED    PIC 9(07).
027900 01  WS-GL-ADD-FREE           PIC 9(07) VALUE ZERO.
028000 01  WS-GL-ADD-REDUCED        PIC 9(07) VALUE ZERO.
028100 01  WS-GL-TOP                PIC 9(02).
028200 01  WS-FREE-LIMIT            PIC 9(07).
028300 01  WS-REDUCED-LIMIT         PIC 9(07).
028400******************************************************************
028500*    THE DISTRICT CALENDAR'S OPERATING DAYS THIS SCHOOL YEAR, IN *
028600*    DATE ORDER - THE 30TH IS THE LAST DAY OF THE CARRY-OVER.    *
028700******************************************************************
028800 77  WS-CARRY-DAYS            PIC 9(03) VALUE 030.
028900 77  WS-OPDAY-MAX             PIC 9(03) VALUE 400.
029000 01  WS-OPDAY-COUNT           PIC 9(03) VALUE ZERO.
029100 01  WS-OPDAY-TABLE.
029200     05  WS-OPDAY-ROW         OCCURS 0 TO 400 TIMES
029300                              DEPENDING ON WS-OPDAY-COUNT
029400                              ASCENDING KEY IS WS-OPDAY-DATE.
029500         10  WS-OPDAY-DATE    PIC 9(08).
029600 01  WS-CARRY-END             PIC 9(08) VALUE ZERO.
029700 01  WS-CARRY-UNKNOWN         PIC X VALUE 'N'.
029800******************************************************************
029900*    THE APPLICATION IN HAND - ITS 'A' RECORD AND MEMBER         *
030000*    RECORDS AS KEYED, AND THE ENROLLED CHILDREN IT COVERS.      *
030100******************************************************************
030200 01  MEAL-APPLICATION-RECORD.
030300     COPY MAPPREC.
030400 77  WS-GRP-MAX               PIC 9(02) VALUE 21.
030500 01  WS-GRP-COUNT             PIC 9(02) VALUE ZERO.
030600 01  WS-GRP-TABLE.
030700     05  WS-GRP-LINE          OCCURS 21 TIMES PIC X(100).
030800 01  WS-GRP-OPEN              PIC X VALUE 'N'.
030900 01  WS-GRP-ID                PIC 9(06).
031000 01  WS-GRP-REASON            PIC X(36).
031100 01  WS-GRP-HOUSEHOLD         PIC 9(05).
031200 01  WS-GRP-CASE              PIC X(12).
031300 77  WS-KID-MAX               PIC 9(02) VALUE 20.
031400 01  WS-KID-COUNT             PIC 9(02) VALUE ZERO.
031500 01  WS-KID-TABLE.
031600     05  WS-KID-ROW           OCCURS 20 TIMES PIC 9(05).
031700 01  WS-RESULT                PIC X(01).
031800 01  WS-BASIS                 PIC X(02).
031900 01  WS-HH-SIZE               PIC 9(02).
032000 01  WS-ANNUAL-INCOME         PIC 9(09)V99.
032100 01  WS-INCOME-DOLLARS        PIC 9(07).
032200 01  WS-USED-LIMIT            PIC 9(07).
032300 01  WS-FACTOR                PIC 9(02).
032400 01  WS-INC                   PIC 9(01).
032500 01  WS-NEW-STATUS            PIC X(01).
032600 01  WS-OLD-RANK              PIC 9(01).
032700 01  WS-NEW-RANK              PIC 9(01).
032800 01  WS-RANK-STATUS           PIC X(01).
032900 01  WS-RANK                  PIC 9(01).
033000 01  WS-KID-ACTION            PIC X(14).
033100 01  WS-SOURCE                PIC X(02).
033200 01  WS-REFERENCE             PIC X(08).
033300 01  WS-REF-PARTS REDEFINES WS-REFERENCE.
033400     05  WS-REF-PREFIX        PIC X(02).
033500     05  WS-REF-APP-ID        PIC 9(06).
033600******************************************************************
033700*    APPLICATION IDS ALREADY ON MEALAPP - AN APPLICATION KEYED   *
033800*    AGAIN IS REJECTED RATHER THAN DETERMINED TWICE.             *
033900******************************************************************
034000 77  WS-DONE-MAX              PIC 9(05) VALUE 20000.
034100 01  WS-DONE-COUNT            PIC 9(05) VALUE ZERO.
034200 01  WS-DONE-TABLE.
034300     05  WS-DONE-ROW          OCCURS 0 TO 20000 TIMES
034400                              DEPENDING ON WS-DONE-COUNT
034500                              ASCENDING KEY IS WS-DONE-ID
034600                              INDEXED BY WS-DONE-IDX.
034700         10  WS-DONE-ID       PIC 9(06).
034800 01  WS-DONE-FULL             PIC X VALUE 'N'.
034900 01  WS-DONE-FOUND            PIC X.
035000******************************************************************
035100*    SAMPLE LEG - THE YEAR'S APPROVED APPLICATIONS ON FILE AT 1  *
035200*    OCTOBER. SMP-MARGIN IS HOW FAR THE INCOME FELL UNDER ITS    *
035300*    LIMIT (9999999 FOR A CASE-NUMBER APPROVAL).                 *
035400******************************************************************
035500 77  WS-SMP-MAX               PIC 9(05) VALUE 10000.
035600 77  WS-SMP-CAP               PIC 9(05) VALUE 03000.
035700 77  WS-ERROR-PRONE-BAND      PIC 9(07) VALUE 0001200.
035800 01  WS-SMP-COUNT             PIC 9(05) VALUE ZERO.
035900 01  SMP-TABLE.
036000     05  SMP-ROW              OCCURS 0 TO 10000 TIMES
036100                              DEPENDING ON WS-SMP-COUNT.
036200         10  SMP-MARGIN       PIC 9(07).
036300         10  SMP-APP-ID       PIC 9(06).
036400         10  SMP-HOUSEHOLD    PIC 9(05).
036500         10  SMP-SIGNER       PIC X(30).
036600         10  SMP-RESULT       PIC X(01).
036700         10  SMP-BASIS        PIC X(02).
036800         10  SMP-SIZE         PIC 9(02).
036900         10  SMP-INCOME       PIC 9(07).
037000         10  SMP-LIMIT        PIC 9(07).
037100         10  SMP-PICK         PIC X(01).
037200 01  WS-SMP-FULL              PIC X VALUE 'N'.
037300 01  WS-SAMPLE-SIZE           PIC 9(05) VALUE ZERO.
037400 01  WS-PICKED                PIC 9(05) VALUE ZERO.
037500 01  WS-ERROR-PRONE-PICKED    PIC 9(05) VALUE ZERO.
037600 01  WS-LEFT                  PIC 9(05).
037700 01  WS-NEEDED                PIC 9(05).
037800 01  WS-INTERVAL              PIC 9(05).
037900 01  WS-STEP                  PIC 9(05).
038000******************************************************************
038100*    LETTER TEMPLATES (LTRTMPL, COPY LTRTREC). A NOTICE TYPE     *
038200*    WITH NO LINES PRINTS THE ENGLISH TEXT BELOW.                *
038300******************************************************************
038400 77  WS-TMPL-MAX              PIC 9(03) VALUE 500.
038500 01  WS-TMPL-COUNT            PIC 9(03) VALUE ZERO.
038600 01  WS-TMPL-TABLE.
038700     05  WS-TMPL-ENTRY        OCCURS 500 TIMES.
038800         10  WS-TMPL-TYPE     PIC X(04).
038900         10  WS-TMPL-LANG     PIC X(02).
039000         10  WS-TMPL-TEXT     PIC X(60).
039100 01  WS-BODY-TYPE             PIC X(04).
039200 01  WS-LETTER-LANG           PIC X(02).
039300 01  WS-BODY-LINES            PIC 9(03).
039400 01  WS-FALLBACK-COUNT        PIC 9(05) VALUE ZERO.
039500 01  WS-STUDENT-NAME          PIC X(40).
039600 01  WS-NOTICE-HOUSEHOLD      PIC 9(05).
039700******************************************************************
039800*    RUN TOTALS.                                                 *
039900******************************************************************
040000 01  WS-APPS-READ             PIC 9(05) VALUE ZERO.
040100 01  WS-APPS-REJECTED         PIC 9(05) VALUE ZERO.
040200 01  WS-LINES-REJECTED        PIC 9(05) VALUE ZERO.
040300 01  WS-APPS-FREE             PIC 9(05) VALUE ZERO.
040400 01  WS-APPS-REDUCED          PIC 9(05) VALUE ZERO.
040500 01  WS-APPS-PAID             PIC 9(05) VALUE ZERO.
040600 01  WS-STATUS-CHANGES        PIC 9(05) VALUE ZERO.
040700 01  WS-STATUS-KEPT           PIC 9(05) VALUE ZERO.
040800 01  WS-CARRIED-COUNT         PIC 9(05) VALUE ZERO.
040900 01  WS-EXPIRED-COUNT         PIC 9(05) VALUE ZERO.
041000 01  WS-NOTICE-COUNT          PIC 9(05) VALUE ZERO.
041100******************************************************************
041200*    MEALNTC LINES - ONE NOTICE PER APPLICATION, AND ONE PER     *
041300*    HOUSEHOLD WHOSE CARRY-OVER ENDED.                           *
041400******************************************************************
041500 01  MN-SEPARATOR.
041600     05  FILLER               PIC X(70) VALUE ALL '='.
041700 01  MN-TITLE-LINE.
041800     05  FILLER               PIC X(44) VALUE
041900         'FREE AND REDUCED-PRICE SCHOOL MEALS - NOTICE'.
042000     05  FILLER               PIC X(08) VALUE '  DATED '.
042100     05  MN-T-DATE            PIC 9(08).
042200 01  MN-ADDRESS-LINE-1.
042300     05  MN-A1-GUARDIAN       PIC X(40).
042400 01  MN-ADDRESS-LINE-2.
042500     05  MN-A2-ADDRESS        PIC X(30).
042600 01  MN-ADDRESS-LINE-3.
042700     05  MN-A3-CITY           PIC X(20).
042800     05  FILLER               PIC X(02) VALUE SPACES.
042900     05  MN-A3-STATE          PIC X(02).
043000     05  FILLER               PIC X(02) VALUE SPACES.
043100     05  MN-A3-ZIP            PIC X(05).
043200 01  MN-APP-LINE.
043300     05  FILLER               PIC X(20) VALUE
043400         'YOUR APPLICATION NO.'.
043500     05  MN-P-APP-ID          PIC 9(06).
043600     05  FILLER               PIC X(11) VALUE ', SIGNED ON'.
043700     05  FILLER               PIC X(01) VALUE SPACE.
043800     05  MN-P-SIGNED          PIC 9(08).
043900 01  MN-FREE-1.
044000     05  FILLER               PIC X(60) VALUE
044100         'THE CHILDREN LISTED BELOW ARE APPROVED FOR FREE MEALS'.
044200 01  MN-FREE-2.
044300     05  FILLER               PIC X(60) VALUE
044400         'FOR THE REST OF THE SCHOOL YEAR.'.
044500 01  MN-REDUCED-1.
044600     05  FILLER               PIC X(60) VALUE
044700         'THE CHILDREN BELOW ARE APPROVED FOR REDUCED-PRICE'.
044800 01  MN-REDUCED-2.
044900     05  FILLER               PIC X(60) VALUE
045000         'MEALS FOR THE REST OF THE SCHOOL YEAR.'.
045100 01  MN-PAID-1.
045200     05  FILLER               PIC X(60) VALUE
045300         'YOUR APPLICATION IS NOT APPROVED - HOUSEHOLD INCOME'.
045400 01  MN-PAID-2.
045500     05  FILLER               PIC X(60) VALUE
045600         'IS OVER THE FEDERAL LIMIT FOR ITS SIZE. YOU MAY APPLY'.
045700 01  MN-PAID-3.
045800     05  FILLER               PIC X(60) VALUE
045900         'AGAIN AT ANY TIME IF YOUR INCOME OR HOUSEHOLD CHANGES.'.
046000 01  MN-EXPIRED-1.
046100     05  FILLER               PIC X(60) VALUE
046200         'LAST YEAR''S MEAL BENEFITS HAVE ENDED FOR THE CHILDREN'.
046300 01  MN-EXPIRED-2.
046400     05  FILLER               PIC X(60) VALUE
046500         'LISTED BELOW. SEND A NEW APPLICATION TO CONTINUE'.
046600 01  MN-EXPIRED-3.
046700     05  FILLER               PIC X(60) VALUE
046800         'FREE OR REDUCED-PRICE MEALS THIS SCHOOL YEAR.'.
046900 01  MN-INCOME-LINE.
047000     05  FILLER               PIC X(17) VALUE 'HOUSEHOLD SIZE:  '.
047100     05  MN-I-SIZE            PIC Z9.
047200     05  FILLER               PIC X(19) VALUE
047300         '   YEARLY INCOME: $'.
047400     05  MN-I-INCOME          PIC Z,ZZZ,ZZ9.
047500     05  FILLER               PIC X(10) VALUE '   LIMIT $'.
047600     05  MN-I-LIMIT           PIC Z,ZZZ,ZZ9.
047700 01  MN-CHILD-LINE.
047800     05  FILLER               PIC X(04) VALUE SPACES.
047900     05  MN-C-NAME            PIC X(40).
048000     05  FILLER               PIC X(02) VALUE SPACES.
048100     05  MN-C-SCHOOL          PIC X(04).
048200     05  FILLER               PIC X(02) VALUE SPACES.
048300     05  MN-C-STATUS          PIC X(14).
048400******************************************************************
048500*    MEALRPT LINES.                                              *
048600******************************************************************
048700 01  RJ-DETAIL-LINE.
048800     05  RJ-D-APP-ID          PIC X(06).
048900     05  FILLER               PIC X(02) VALUE SPACES.
049000     05  RJ-D-TYPE            PIC X(01).
049100     05  FILLER               PIC X(02) VALUE SPACES.
049200     05  RJ-D-DATA            PIC X(40).
049300     05  FILLER               PIC X(02) VALUE SPACES.
049400     05  RJ-D-REASON          PIC X(36).
049500 01  DT-HEADING.
049600     05  FILLER               PIC X(45) VALUE
049700         'MEAL APPLICATIONS (MEALAPIN)                 '.
049800 01  DT-COLUMNS.
049900     05  FILLER               PIC X(08) VALUE 'APP'.
050000     05  FILLER               PIC X(07) VALUE 'HHOLD'.
050100     05  FILLER               PIC X(05) VALUE 'SIZE'.
050200     05  FILLER               PIC X(11) VALUE '     INCOME'.
050300     05  FILLER               PIC X(10) VALUE '     LIMIT'.
050400     05  FILLER               PIC X(07) VALUE '  BASIS'.
050500     05  FILLER               PIC X(08) VALUE '  RESULT'.
050600 01  DT-DETAIL-LINE.
050700     05  DT-D-APP-ID          PIC 9(06).
050800     05  FILLER               PIC X(02) VALUE SPACES.
050900     05  DT-D-HOUSEHOLD       PIC Z(04)9.
051000     05  FILLER               PIC X(02) VALUE SPACES.
051100     05  DT-D-SIZE            PIC Z9.
051200     05  FILLER               PIC X(02) VALUE SPACES.
051300     05  DT-D-INCOME          PIC Z,ZZZ,ZZ9.
051400     05  FILLER               PIC X(01) VALUE SPACES.
051500     05  DT-D-LIMIT           PIC Z,ZZZ,ZZ9.
051600     05  FILLER               PIC X(05) VALUE SPACES.
051700     05  DT-D-BASIS           PIC X(02).
051800     05  FILLER               PIC X(07) VALUE SPACES.
051900     05  DT-D-RESULT          PIC X(01).
052000 01  DT-CHILD-LINE.
052100     05  FILLER               PIC X(08) VALUE SPACES.
052200     05  DT-C-ID              PIC 9(07).
052300     05  FILLER               PIC X(02) VALUE SPACES.
052400     05  DT-C-NAME            PIC X(30).
052500     05  FILLER               PIC X(02) VALUE SPACES.
052600     05  DT-C-SCHOOL          PIC X(04).
052700     05  FILLER               PIC X(02) VALUE SPACES.
052800     05  DT-C-OLD             PIC X(01).
052900     05  FILLER               PIC X(04) VALUE ' -> '.
053000     05  DT-C-NEW             PIC X(01).
053100     05  FILLER               PIC X(02) VALUE SPACES.
053200     05  DT-C-ACTION          PIC X(14).
053300 01  CO-HEADING.
053400     05  FILLER               PIC X(30) VALUE
053500         'CARRY-OVER OF LAST YEAR''S MEAL'.
053600     05  FILLER               PIC X(30) VALUE
053700         ' STATUS - LAST DAY            '.
053800     05  CO-H-END             PIC 9(08).
053900 01  CO-DETAIL-LINE.
054000     05  FILLER               PIC X(08) VALUE SPACES.
054100     05  CO-D-ID              PIC 9(07).
054200     05  FILLER               PIC X(02) VALUE SPACES.
054300     05  CO-D-NAME            PIC X(30).
054400     05  FILLER               PIC X(02) VALUE SPACES.
054500     05  CO-D-SCHOOL          PIC X(04).
054600     05  FILLER               PIC X(02) VALUE SPACES.
054700     05  CO-D-OLD             PIC X(01).
054800     05  FILLER               PIC X(04) VALUE ' -> '.
054900     05  CO-D-NEW             PIC X(01).
055000 01  VS-HEADING.
055100     05  FILLER               PIC X(45) VALUE
055200         'MEAL APPLICATION VERIFICATION SAMPLE - YEAR  '.
055300     05  VS-H-YEAR            PIC 9(04).
055400     05  FILLER               PIC X(14) VALUE ' - ON FILE AT '.
055500     05  VS-H-CUTOFF          PIC 9(08).
055600 01  VS-COLUMNS.
055700     05  FILLER               PIC X(08) VALUE 'APP'.
055800     05  FILLER               PIC X(07) VALUE 'HHOLD'.
055900     05  FILLER               PIC X(32) VALUE 'SIGNED BY'.
056000     05  FILLER               PIC X(05) VALUE 'SIZE'.
056100     05  FILLER               PIC X(11) VALUE '     INCOME'.
056200     05  FILLER               PIC X(10) VALUE '     LIMIT'.
056300     05  FILLER               PIC X(04) VALUE '  RS'.
056400     05  FILLER               PIC X(14) VALUE '  SELECTED AS'.
056500 01  VS-DETAIL-LINE.
056600     05  VS-D-APP-ID          PIC 9(06).
056700     05  FILLER               PIC X(02) VALUE SPACES.
056800     05  VS-D-HOUSEHOLD       PIC Z(04)9.
056900     05  FILLER               PIC X(02) VALUE SPACES.
057000     05  VS-D-SIGNER          PIC X(30).
057100     05  FILLER               PIC X(02) VALUE SPACES.
057200     05  VS-D-SIZE            PIC Z9.
057300     05  FILLER               PIC X(02) VALUE SPACES.
057400     05  VS-D-INCOME          PIC Z,ZZZ,ZZ9.
057500     05  FILLER               PIC X(01) VALUE SPACES.
057600     05  VS-D-LIMIT           PIC Z,ZZZ,ZZ9.
057700     05  FILLER               PIC X(02) VALUE SPACES.
057800     05  VS-D-RESULT          PIC X(01).
057900     05  VS-D-BASIS           PIC X(02).
058000     05  FILLER               PIC X(02) VALUE SPACES.
058100     05  VS-D-HOW             PIC X(12).
058200 01  RUN-TOTAL-LINE.
058300     05  RT-LABEL             PIC X(44).
058400     05  RT-VALUE             PIC ZZZZ9.
058500 PROCEDURE DIVISION.
058600 MAINLINE.
058700******************************************************************
058800*    DAILY: TODAY'S APPLICATIONS DETERMINED AND THE CARRY-OVER   *
058900*    ENDED WHEN ITS TIME IS UP. SAMPLE: THE YEAR'S VERIFICATION  *
059000*    SAMPLE.                                                     *
059100******************************************************************
059200     perform read-business-date
059300     perform read-run-mode
059400     if ws-run-mode not = spaces
059500         and ws-run-mode not = 'SAMPLE  '
059600         display 'RUNMODE ' ws-run-mode
059700             ' IS NOT SAMPLE OR EMPTY - NOTHING RUN'
059800         move 16 to return-code
059900         stop run
060000     end-if
060100     perform set-school-year
060200     open output meal-rpt
060300     if ws-mealrpt-status not = '00'
060400         display 'COULD NOT OPEN MEALRPT - STATUS '
060500             ws-mealrpt-status
060600         move 16 to return-code
060700         stop run
060800     end-if
060900     write meal-line from bus-date-heading
061000     if ws-run-mode = spaces
061100         perform load-roster-table
061200         perform load-year-determinations
061300         perform load-guidelines
061400         perform load-carry-over-end
061500         perform load-done-applications
061600         perform load-letter-templates
061700         perform open-daily-outputs
061800         perform process-applications
061900         perform end-carry-over
062000         perform close-daily-outputs
062100     else
062200         perform select-verification-sample
062300     end-if
062400     perform print-run-totals
062500     close meal-rpt
062600     display 'MEAL APPLICATIONS - READ ' ws-apps-read
062700         ' REJECTED ' ws-apps-rejected
062800         ' STATUS CHANGES ' ws-status-changes
062900         ' CARRY-OVERS ENDED ' ws-expired-count
063000     if ws-apps-rejected > zero
063100         or ws-lines-rejected > zero
063200         or ws-done-full = 'Y'
063300         or ws-carry-unknown = 'Y'
063400         or ws-smp-full = 'Y'
063500         move 4 to return-code
063600     end-if
063700     stop run
063800     .
063900 READ-RUN-MODE.
064000******************************************************************
064100*    THE OPTIONAL RUNMODE CARD. 'SAMPLE' PICKS THE VERIFICATION  *
064200*    SAMPLE; MISSING OR EMPTY RUNS THE DAILY LEG.                *
064300******************************************************************
064400     open input run-mode-file
064500     if ws-runmode-status = '00'
064600         read run-mode-file next record
064700         if ws-runmode-status = '00'
064800             move rm-mode to ws-run-mode
064900         end-if
065000         close run-mode-file
065100     end-if
065200     .
065300 SET-SCHOOL-YEAR.
065400     move ws-business-date to ws-year-start
065500     if ws-bus-month < 7
065600         subtract 1 from ws-ys-year
065700     end-if
065800     move 0701 to ws-ys-mmdd
065900     compute ws-ye-year = ws-ys-year + 1
066000     move 0630 to ws-ye-mmdd
066100     move ws-ys-year to ws-oc-year
066200     move 1001 to ws-oc-mmdd
066300     .
066400 LOAD-ROSTER-TABLE.
066500******************************************************************
066600*    EVERY ROSTER STUDENT. A ROSTER TOO BIG FOR THE TABLE STOPS  *
066700*    THE RUN - A DETERMINATION THAT MISSED A CHILD OF THE        *
066800*    HOUSEHOLD WOULD BE WRONG ON ITS FACE.                       *
066900******************************************************************
067000     move zero to ws-rst-count
067100     open input roster-file
067200     if ws-roster-file-status not = '00'
067300         display 'COULD NOT OPEN ROSTERVS - STATUS '
067400             ws-roster-file-status
067500         move 16 to return-code
067600         stop run
067700     end-if
067800     perform until ws-roster-file-status not = '00'
067900         read roster-file next record
068000         if ws-roster-file-status = '00'
068100             if ws-rst-count not < ws-rst-max
068200                 display 'ROSTERVS - STUDENT TABLE FULL AT '
068300                     ws-rst-max ' - NOTHING DETERMINED'
068400                 move 16 to return-code
068500                 stop run
068600             end-if
068700             add 1 to ws-rst-count
068800             move ws-rst-count to i
068900             move st-id           to rst-id(i)
069000             move st-last-name    to rst-last-name(i)
069100             move st-first-name   to rst-first-name(i)
069200             move st-grade        to rst-grade(i)
069300             move st-school-code  to rst-school(i)
069400             move st-household-id to rst-household(i)
069500             move st-meal-status  to rst-meal-status(i)
069600             move st-address      to rst-address(i)
069700             move st-city         to rst-city(i)
069800             move st-state        to rst-state(i)
069900             move st-zip          to rst-zip(i)
070000             if st-withdraw-date = zero
070100                 move 'Y' to rst-enrolled(i)
070200             else
070300                 move 'N' to rst-enrolled(i)
070400             end-if
070500             move 'N' to rst-year-det(i)
070600             move 'N' to rst-kid(i)
070700             move 'N' to rst-expire(i)
070800         end-if
070900     end-perform
071000     close roster-file
071100     if ws-rst-count > 1
071200         sort rst-row on ascending key rst-id
071300     end-if
071400     .
071500 FIND-STUDENT.
071600     move zero to ws-rst-row
071700     search all rst-row
071800         when rst-id(rst-idx) = ws-find-id
071900             set ws-rst-row to rst-idx
072000     end-search
072100     .
072200 LOAD-YEAR-DETERMINATIONS.
072300******************************************************************
072400*    A STUDENT WITH ANY MEALSRC RECORD LOGGED THIS SCHOOL YEAR   *
072500*    HAS A DETERMINATION OF THIS YEAR - BY APPLICATION, CASE     *
072600*    NUMBER OR THE LIAISON (GSMCKV). NO MEALSRC YET MEANS NONE.  *
072700******************************************************************
072800     open input meal-source-file
072900     if ws-mealsrc-status not = '00'
073000         and ws-mealsrc-status not = '35'
073100         display 'COULD NOT OPEN MEALSRC - STATUS '
073200             ws-mealsrc-status
073300         move 16 to return-code
073400         stop run
073500     end-if
073600     if ws-mealsrc-status = '00'
073700         perform until ws-mealsrc-status not = '00'
073800             read meal-source-file next record
073900             if ws-mealsrc-status = '00'
074000                 and md-logged-date not < ws-year-start
074100                 and md-logged-date not > ws-year-end
074200                 move md-student-id to ws-find-id
074300                 perform find-student
074400                 if ws-rst-row not = zero
074500                     move 'Y' to rst-year-det(ws-rst-row)
074600                 end-if
074700             end-if
074800         end-perform
074900         close meal-source-file
075000     end-if
075100     .
075200 LOAD-GUIDELINES.
075300******************************************************************
075400*    THIS SCHOOL YEAR'S ROWS OF MEALGUID. WITHOUT THEM AN INCOME *
075500*    APPLICATION CANNOT BE DETERMINED AND IS REJECTED; A         *
075600*    CASE-NUMBER APPLICATION STILL IS.                           *
075700******************************************************************
075800     move zero to ws-gl-count ws-gl-top
075900     open input guideline-file
076000     if ws-mealguid-status = '00'
076100         perform until ws-mealguid-status not = '00'
076200             read guideline-file next record
076300             if ws-mealguid-status = '00'
076400                 and mg-school-year = ws-ys-year
076500                 if mg-hh-size = zero
076600                     move mg-free-limit    to ws-gl-add-free
076700                     move mg-reduced-limit to ws-gl-add-reduced
076800                 else
076900                     if ws-gl-count < ws-gl-max
077000                         add 1 to ws-gl-count
077100                         move mg-hh-size
077200                             to ws-gl-size(ws-gl-count)
077300                         move mg-free-limit
077400                             to ws-gl-free(ws-gl-count)
077500                         move mg-reduced-limit
077600                             to ws-gl-reduced(ws-gl-count)
077700                         if mg-hh-size > ws-gl-top
077800                             move mg-hh-size to ws-gl-top
077900                         end-if
078000                     end-if
078100                 end-if
078200             end-if
078300         end-perform
078400         close guideline-file
078500     end-if
078600     if ws-gl-count = zero
078700         display 'NO MEALGUID ROWS FOR SCHOOL YEAR ' ws-ys-year
078800             ' - INCOME APPLICATIONS WILL BE REJECTED'
078900     end-if
079000     .
079100 LOAD-CARRY-OVER-END.
079200******************************************************************
079300*    THE DISTRICT DEFAULT CALENDAR'S OPERATING DAYS ('I' AND     *
079400*    'E') THIS SCHOOL YEAR; THE 30TH IS THE CARRY-OVER'S LAST    *
079500*    DAY. FEWER THAN 30 ON THE CALENDAR LEAVES IT UNKNOWN.       *
079600******************************************************************
079700     move zero to ws-opday-count
079800     open input school-calendar-file
079900     if ws-calendar-status = '00'
080000         perform until ws-calendar-status not = '00'
080100             read school-calendar-file next record
080200             if ws-calendar-status = '00'
080300                 and cal-school-code = spaces
080400                 and (cal-day-type = 'I' or cal-day-type = 'E')
080500                 and cal-date not < ws-year-start
080600                 and cal-date not > ws-year-end
080700                 and ws-opday-count < ws-opday-max
080800                 add 1 to ws-opday-count
080900                 move cal-date to ws-opday-date(ws-opday-count)
081000             end-if
081100         end-perform
081200         close school-calendar-file
081300     end-if
081400     if ws-opday-count > 1
081500         sort ws-opday-row on ascending key ws-opday-date
081600     end-if
081700     if ws-opday-count < ws-carry-days
081800         move 'Y' to ws-carry-unknown
081900         move zero to ws-carry-end
082000         display 'SCHCALND HAS ' ws-opday-count
082100             ' OPERATING DAYS THIS YEAR - CARRY-OVER END UNKNOWN'
082200     else
082300         move ws-opday-date(ws-carry-days) to ws-carry-end
082400     end-if
082500     .
082600 LOAD-DONE-APPLICATIONS.
082700     move zero to ws-done-count
082800     open input application-file
082900     if ws-mealapp-status not = '00'
083000         and ws-mealapp-status not = '35'
083100         display 'COULD NOT OPEN MEALAPP - STATUS '
083200             ws-mealapp-status
083300         move 16 to return-code
083400         stop run
083500     end-if
083600     if ws-mealapp-status = '00'
083700         perform until ws-mealapp-status not = '00'
083800             read application-file into meal-application-record
083900             if ws-mealapp-status = '00'
084000                 and mp-application-rec
084100                 perform add-done-application
084200             end-if
084300         end-perform
084400         close application-file
084500     end-if
084600     if ws-done-count > 1
084700         sort ws-done-row on ascending key ws-done-id
084800     end-if
084900     .
085000 ADD-DONE-APPLICATION.
085100     if ws-done-count < ws-done-max
085200         add 1 to ws-done-count
085300         move mp-app-id to ws-done-id(ws-done-count)
085400     else
085500         if ws-done-full = 'N'
085600             display 'MEALAPP - APPLICATION ID TABLE FULL AT '
085700                 ws-done-max ' - REPEATS PAST IT NOT CAUGHT'
085800         end-if
085900         move 'Y' to ws-done-full
086000     end-if
086100     .
086200 OPEN-DAILY-OUTPUTS.
086300     open output change-trans-file
086400     open extend meal-source-file
086500     if ws-mealsrc-status not = '00'
086600         open output meal-source-file
086700     end-if
086800     open extend application-file
086900     if ws-mealapp-status not = '00'
087000         open output application-file
087100     end-if
087200     open output notice-file
087300     if ws-matrans-status not = '00'
087400         or ws-mealsrc-status not = '00'
087500         or ws-mealapp-status not = '00'
087600         or ws-mealntc-status not = '00'
087700         display 'COULD NOT OPEN MATRANS/MEALSRC/MEALAPP/MEALNTC'
087800             ' - STATUS ' ws-matrans-status ' ' ws-mealsrc-status
087900             ' ' ws-mealapp-status ' ' ws-mealntc-status
088000         move 16 to return-code
088100         stop run
088200     end-if
088300     open input guardian-file
088400     if ws-guardian-file-status = '00'
088500         move 'Y' to ws-guardian-open
088600     else
088700         move 'N' to ws-guardian-open
088800     end-if
088900     .
089000 CLOSE-DAILY-OUTPUTS.
089100     close change-trans-file
089200     close meal-source-file
089300     close application-file
089400     close notice-file
089500     if ws-guardian-open = 'Y'
089600         close guardian-file
089700     end-if
089800     .
089900 PROCESS-APPLICATIONS.
090000******************************************************************
090100*    MEALAPIN IN FILE ORDER - AN 'A' RECORD OPENS AN APPLICATION *
090200*    AND ITS 'M' RECORDS FOLLOW; THE NEXT 'A' (OR END OF FILE)   *
090300*    CLOSES IT FOR DETERMINATION.                                *
090400******************************************************************
090500     move spaces to meal-line
090600     write meal-line
090700     write meal-line from dt-heading
090800     write meal-line from dt-columns
090900     open input application-in-file
091000     if ws-mealapin-status not = '00'
091100         and ws-mealapin-status not = '35'
091200         display 'COULD NOT OPEN MEALAPIN - STATUS '
091300             ws-mealapin-status
091400         move 16 to return-code
091500         stop run
091600     end-if
091700     if ws-mealapin-status = '00'
091800         perform until ws-mealapin-status not = '00'
091900             read application-in-file
092000                 into meal-application-record
092100             if ws-mealapin-status = '00'
092200                 perform take-application-line
092300             end-if
092400         end-perform
092500         close application-in-file
092600         if ws-grp-open = 'Y'
092700             perform determine-application
092800         end-if
092900     end-if
093000     if ws-apps-read = zero
093100         and ws-lines-rejected = zero
093200         move 'NO APPLICATIONS TODAY' to meal-line
093300         write meal-line
093400     end-if
093500     .
093600 TAKE-APPLICATION-LINE.
093700     evaluate true
093800         when mp-application-rec
093900             if ws-grp-open = 'Y'
094000                 perform determine-application
094100                 move application-in-line
094200                     to meal-application-record
094300             end-if
094400             add 1 to ws-apps-read
094500             move 'Y' to ws-grp-open
094600             move 1 to ws-grp-count
094700             move meal-application-record to ws-grp-line(1)
094800             move spaces to ws-grp-reason
094900             if mp-app-id is numeric
095000                 move mp-app-id to ws-grp-id
095100             else
095200                 move zero to ws-grp-id
095300             end-if
095400         when mp-member-rec
095500             if ws-grp-open = 'N'
095600                 or mp-app-id not = ws-grp-id
095700                 move 'MEMBER WITH NO APPLICATION AHEAD'
095800                     to rj-d-reason
095900                 perform reject-line
096000             else
096100                 if ws-grp-count < ws-grp-max
096200                     add 1 to ws-grp-count
096300                     move meal-application-record
096400                         to ws-grp-line(ws-grp-count)
096500                 else
096600                     move 'MORE THAN 20 HOUSEHOLD MEMBERS'
096700                         to ws-grp-reason
096800                 end-if
096900             end-if
097000         when other
097100             move 'RECORD TYPE NOT A OR M' to rj-d-reason
097200             perform reject-line
097300     end-evaluate
097400     .
097500 REJECT-LINE.
097600******************************************************************
097700*    ONE MEALAPIN RECORD (IN MEAL-APPLICATION-RECORD) LISTED     *
097800*    WITH THE REASON ALREADY IN RJ-D-REASON.                     *
097900******************************************************************
098000     add 1 to ws-lines-rejected
098100     move mp-app-id      to rj-d-app-id
098200     move mp-rec-type    to rj-d-type
098300     move mp-rec-data    to rj-d-data
098400     write meal-line from rj-detail-line
098500     .
098600 DETERMINE-APPLICATION.
098700******************************************************************
098800*    THE APPLICATION IN WS-GRP-LINE 1 THRU WS-GRP-COUNT. ONE     *
098900*    THAT FAILS ITS EDITS IS LISTED AND MUST BE KEYED AGAIN; ONE *
099000*    THAT PASSES IS DETERMINED, APPLIED TO ITS CHILDREN, FILED   *
099100*    ON MEALAPP AND ANSWERED WITH A NOTICE.                      *
099200******************************************************************
099300     move 'N' to ws-grp-open
099400     perform edit-application
099500     move ws-grp-line(1) to meal-application-record
099600     if ws-grp-reason not = spaces
099700         add 1 to ws-apps-rejected
099800         add 1 to ws-lines-rejected
099900         move mp-app-id      to rj-d-app-id
100000         move mp-rec-type    to rj-d-type
100100         move mp-rec-data    to rj-d-data
100200         move ws-grp-reason  to rj-d-reason
100300         write meal-line from rj-detail-line
100400     else
100500         perform decide-status
100600         move ws-grp-id        to dt-d-app-id
100700         move ws-grp-household to dt-d-household
100800         move ws-hh-size       to dt-d-size
100900         move ws-income-dollars to dt-d-income
101000         move ws-used-limit    to dt-d-limit
101100         move ws-basis         to dt-d-basis
101200         move ws-result        to dt-d-result
101300         write meal-line from dt-detail-line
101400         perform apply-to-children
101500         perform write-application-history
101600         perform print-application-notice
101700         perform add-done-application
101800         if ws-done-count > 1
101900             sort ws-done-row on ascending key ws-done-id
102000         end-if
102100     end-if
102200     .
102300 EDIT-APPLICATION.
102400     move ws-grp-line(1) to meal-application-record
102500     move zero to ws-annual-income
102600     if ws-grp-reason = spaces
102700         and ws-grp-id = zero
102800         move 'APPLICATION ID NOT NUMERIC OR ZERO'
102900             to ws-grp-reason
103000     end-if
103100     if ws-grp-reason = spaces
103200         move 'N' to ws-done-found
103300         search all ws-done-row
103400             when ws-done-id(ws-done-idx) = ws-grp-id
103500                 move 'Y' to ws-done-found
103600         end-search
103700         if ws-done-found = 'Y'
103800             move 'APPLICATION ALREADY DETERMINED'
103900                 to ws-grp-reason
104000         end-if
104100     end-if
104200     if ws-grp-reason = spaces
104300         move mp-signed-date to ws-check-date
104400         perform check-date
104500         if ws-date-ok = 'N'
104600             or mp-signed-date > ws-business-date
104700             or mp-signed-date < ws-year-start
104800             move 'SIGNED DATE NOT A DATE THIS YEAR'
104900                 to ws-grp-reason
105000         end-if
105100     end-if
105200     if ws-grp-reason = spaces
105300         and mp-signer-name = spaces
105400         move 'NOT SIGNED BY AN ADULT MEMBER' to ws-grp-reason
105500     end-if
105600     if ws-grp-reason = spaces
105700         and mp-household-id is not numeric
105800         move 'HOUSEHOLD ID NOT NUMERIC' to ws-grp-reason
105900     end-if
106000     if ws-grp-reason = spaces
106100         and ws-grp-count < 2
106200         move 'NO HOUSEHOLD MEMBERS' to ws-grp-reason
106300     end-if
106400     if ws-grp-reason = spaces
106500         move mp-household-id to ws-grp-household
106600         move mp-case-number  to ws-grp-case
106700         perform clear-children
106800         perform varying j from 2 by 1 until j > ws-grp-count
106900             move ws-grp-line(j) to meal-application-record
107000             perform edit-member
107100         end-perform
107200     end-if
107300     if ws-grp-reason = spaces
107400         and ws-kid-count = zero
107500         move 'NO ENROLLED CHILD ON THE APPLICATION'
107600             to ws-grp-reason
107700     end-if
107800     if ws-grp-reason = spaces
107900         compute ws-hh-size = ws-grp-count - 1
108000         move zero to ws-free-limit ws-reduced-limit
108100         if ws-grp-case = spaces
108200             perform find-limits
108300             if ws-free-limit = zero
108400                 move 'NO INCOME GUIDELINE FOR THE SIZE'
108500                     to ws-grp-reason
108600             end-if
108700         end-if
108800     end-if
108900     .
109000 CLEAR-CHILDREN.
109100******************************************************************
109200*    THE ENROLLED CHILDREN OF THE HOUSEHOLD FIRST; MEMBERS NAMED *
109300*    WITH A STUDENT ID ARE ADDED BY EDIT-MEMBER.                 *
109400******************************************************************
109500     perform varying k from 1 by 1 until k > ws-kid-count
109600         move ws-kid-row(k) to p
109700         move 'N' to rst-kid(p)
109800     end-perform
109900     move zero to ws-kid-count
110000     if ws-grp-household not = zero
110100         perform varying i from 1 by 1 until i > ws-rst-count
110200             if rst-household(i) = ws-grp-household
110300                 and rst-enrolled(i) = 'Y'
110400                 move i to ws-rst-row
110500                 perform add-child
110600             end-if
110700         end-perform
110800     end-if
110900     .
111000 ADD-CHILD.
111100     if rst-kid(ws-rst-row) = 'N'
111200         and ws-kid-count < ws-kid-max
111300         add 1 to ws-kid-count
111400         move ws-rst-row to ws-kid-row(ws-kid-count)
111500         move 'Y' to rst-kid(ws-rst-row)
111600     end-if
111700     .
111800 EDIT-MEMBER.
111900******************************************************************
112000*    ONE 'M' RECORD - ITS STUDENT ID, AND EACH INCOME SOURCE     *
112100*    ANNUALIZED: WEEKLY X 52, EVERY TWO WEEKS X 26, TWICE A      *
112200*    MONTH X 24, MONTHLY X 12, YEARLY AS IT STANDS.              *
112300******************************************************************
112400     if mp-member-student is not numeric
112500         move 'MEMBER STUDENT ID NOT NUMERIC' to ws-grp-reason
112600     else
112700         if mp-member-student not = zero
112800             move mp-member-student to ws-find-id
112900             perform find-student
113000             if ws-rst-row not = zero
113100                 if rst-enrolled(ws-rst-row) = 'Y'
113200                     perform add-child
113300                 end-if
113400             end-if
113500         end-if
113600     end-if
113700     perform varying ws-inc from 1 by 1 until ws-inc > 3
113800         if mp-inc-amount(ws-inc) is not numeric
113900             move 'INCOME AMOUNT NOT NUMERIC' to ws-grp-reason
114000         else
114100             if mp-inc-amount(ws-inc) > zero
114200                 evaluate mp-inc-freq(ws-inc)
114300                     when 'W'
114400                         move 52 to ws-factor
114500                     when 'B'
114600                         move 26 to ws-factor
114700                     when 'T'
114800                         move 24 to ws-factor
114900                     when 'M'
115000                         move 12 to ws-factor
115100                     when 'A'
115200                         move 1 to ws-factor
115300                     when other
115400                         move zero to ws-factor
115500                         move 'INCOME FREQUENCY NOT W, B, T, M, A'
115600                             to ws-grp-reason
115700                 end-evaluate
115800                 compute ws-annual-income = ws-annual-income
115900                     + (mp-inc-amount(ws-inc) * ws-factor)
116000             end-if
116100         end-if
116200     end-perform
116300     .
116400 FIND-LIMITS.
116500******************************************************************
116600*    THE YEAR'S LIMITS FOR WS-HH-SIZE - ITS OWN ROW, OR THE      *
116700*    LARGEST SIZE KEYED PLUS THE "EACH ADDITIONAL MEMBER" AMOUNT *
116800*    FOR EVERY MEMBER ABOVE IT. ZERO WHEN NEITHER IS ON FILE.    *
116900******************************************************************
117000     move zero to ws-free-limit ws-reduced-limit
117100     perform varying k from 1 by 1 until k > ws-gl-count
117200         if ws-gl-size(k) = ws-hh-size
117300             move ws-gl-free(k)    to ws-free-limit
117400             move ws-gl-reduced(k) to ws-reduced-limit
117500         end-if
117600     end-perform
117700     if ws-free-limit = zero
117800         and ws-gl-top > zero
117900         and ws-hh-size > ws-gl-top
118000         and ws-gl-add-free > zero
118100         perform varying k from 1 by 1 until k > ws-gl-count
118200             if ws-gl-size(k) = ws-gl-top
118300                 compute ws-free-limit = ws-gl-free(k)
118400                     + ((ws-hh-size - ws-gl-top) * ws-gl-add-free)
118500                 compute ws-reduced-limit = ws-gl-reduced(k)
118600                     + ((ws-hh-size - ws-gl-top)
118700                        * ws-gl-add-reduced)
118800             end-if
118900         end-perform
119000     end-if
119100     .
119200 DECIDE-STATUS.
119300******************************************************************
119400*    A CASE NUMBER IS FREE WITHOUT INCOME. OTHERWISE THE YEARLY  *
119500*    INCOME, TO THE WHOLE DOLLAR ABOVE, IS HELD TO THE LIMITS.   *
119600******************************************************************
119700     move zero to ws-income-dollars ws-used-limit
119800     if ws-grp-case not = spaces
119900         move 'F'  to ws-result
120000         move 'CN' to ws-basis
120100     else
120200         move 'IN' to ws-basis
120300         compute ws-income-dollars = ws-annual-income + .99
120400         if ws-income-dollars not > ws-free-limit
120500             move 'F' to ws-result
120600             move ws-free-limit to ws-used-limit
120700         else
120800             move ws-reduced-limit to ws-used-limit
120900             if ws-income-dollars not > ws-reduced-limit
121000                 move 'R' to ws-result
121100             else
121200                 move 'P' to ws-result
121300             end-if
121400         end-if
121500     end-if
121600     evaluate ws-result
121700         when 'F'
121800             add 1 to ws-apps-free
121900         when 'R'
122000             add 1 to ws-apps-reduced
122100         when other
122200             add 1 to ws-apps-paid
122300     end-evaluate
122400     .
122500 APPLY-TO-CHILDREN.
122600******************************************************************
122700*    EACH CHILD TAKES THE RESULT UNLESS A BETTER STATUS WAS      *
122800*    ALREADY DETERMINED FOR THEM THIS SCHOOL YEAR - A CARRIED-   *
122900*    OVER STATUS IS REPLACED EITHER WAY. A CHILD WHOSE STATUS    *
123000*    CHANGES GETS THE 'C' TRANSACTION; EVERY CHILD DETERMINED    *
123100*    GETS A MEALSRC RECORD.                                      *
123200******************************************************************
123300     move ws-grp-id to ws-ref-app-id
123400     move 'AP' to ws-ref-prefix
123500     if ws-basis = 'CN'
123600         move 'CN' to ws-source
123700     else
123800         move 'AP' to ws-source
123900     end-if
124000     perform varying k from 1 by 1 until k > ws-kid-count
124100         move ws-kid-row(k) to p
124200         move ws-result to ws-new-status
124300         move rst-meal-status(p) to ws-rank-status
124400         perform get-rank
124500         move ws-rank to ws-old-rank
124600         move ws-result to ws-rank-status
124700         perform get-rank
124800         move ws-rank to ws-new-rank
124900         move rst-meal-status(p) to dt-c-old
125000         if rst-year-det(p) = 'Y'
125100             and ws-old-rank < ws-new-rank
125200             move rst-meal-status(p) to ws-new-status
125300             move 'KEPT - BETTER' to ws-kid-action
125400             add 1 to ws-status-kept
125500         else
125600             if rst-meal-status(p) not = ws-new-status
125700                 perform write-status-change
125800                 move 'STATUS SET' to ws-kid-action
125900             else
126000                 move 'NO CHANGE' to ws-kid-action
126100             end-if
126200             perform write-source-record
126300             move ws-new-status to rst-meal-status(p)
126400             move 'Y' to rst-year-det(p)
126500         end-if
126600         move rst-id(p)         to dt-c-id
126700         move rst-last-name(p)  to dt-c-name
126800         move rst-school(p)     to dt-c-school
126900         move ws-new-status     to dt-c-new
127000         move ws-kid-action     to dt-c-action
127100         write meal-line from dt-child-line
127200     end-perform
127300     .
127400 GET-RANK.
127500     evaluate ws-rank-status
127600         when 'F'
127700             move 1 to ws-rank
127800         when 'R'
127900             move 2 to ws-rank
128000         when other
128100             move 3 to ws-rank
128200     end-evaluate
128300     .
128400 WRITE-STATUS-CHANGE.
128500******************************************************************
128600*    ROSTER ROW P TO WS-NEW-STATUS.                              *
128700******************************************************************
128800     add 1 to ws-status-changes
128900     move spaces        to change-trans-record
129000     move 'C'           to tr-trans-type
129100     move rst-id(p)     to tr-student-id
129200     move zero          to tr-dob
129300     move ws-new-status to tr-meal-status
129400     write change-trans-record
129500     .
129600 WRITE-SOURCE-RECORD.
129700     move spaces             to meal-source-record
129800     move rst-id(p)          to md-student-id
129900     move ws-business-date   to md-logged-date
130000     move ws-new-status      to md-meal-status
130100     move rst-meal-status(p) to md-prior-status
130200     move ws-source          to md-source
130300     move ws-reference       to md-reference
130400     move ws-business-date   to md-determined-date
130500     move 'GSMEALAP'         to md-job-name
130600     write meal-source-record
130700     .
130800 WRITE-APPLICATION-HISTORY.
130900     move ws-grp-line(1) to meal-application-record
131000     move ws-result         to mp-determination
131100     move ws-business-date  to mp-determined-date
131200     move ws-basis          to mp-basis
131300     move ws-hh-size        to mp-hh-size
131400     move ws-income-dollars to mp-annual-income
131500     move ws-used-limit     to mp-limit
131600     write application-line from meal-application-record
131700     perform varying j from 2 by 1 until j > ws-grp-count
131800         write application-line from ws-grp-line(j)
131900     end-perform
132000     .
132100 PRINT-APPLICATION-NOTICE.
132200******************************************************************
132300*    TO THE FIRST CHILD'S GUARDIAN - THE RESULT, THE INCOME HELD *
132400*    TO THE LIMIT WHEN INCOME DECIDED IT, AND EACH CHILD'S       *
132500*    STATUS NOW.                                                 *
132600******************************************************************
132700     move ws-kid-row(1) to p
132800     perform print-notice-heading
132900     move ws-grp-id to mn-p-app-id
133000     move ws-grp-line(1) to meal-application-record
133100     move mp-signed-date to mn-p-signed
133200     write notice-line from mn-app-line
133300     move spaces to notice-line
133400     write notice-line
133500     evaluate ws-result
133600         when 'F'
133700             move 'MAPF' to ws-body-type
133800         when 'R'
133900             move 'MAPR' to ws-body-type
134000         when other
134100             move 'MAPP' to ws-body-type
134200     end-evaluate
134300     perform print-template-body
134400     if ws-body-lines = zero
134500         evaluate ws-result
134600             when 'F'
134700                 write notice-line from mn-free-1
134800                 write notice-line from mn-free-2
134900             when 'R'
135000                 write notice-line from mn-reduced-1
135100                 write notice-line from mn-reduced-2
135200             when other
135300                 write notice-line from mn-paid-1
135400                 write notice-line from mn-paid-2
135500                 write notice-line from mn-paid-3
135600         end-evaluate
135700     end-if
135800     if ws-basis = 'IN'
135900         move spaces to notice-line
136000         write notice-line
136100         move ws-hh-size        to mn-i-size
136200         move ws-income-dollars to mn-i-income
136300         move ws-used-limit     to mn-i-limit
136400         write notice-line from mn-income-line
136500     end-if
136600     move spaces to notice-line
136700     write notice-line
136800     perform varying k from 1 by 1 until k > ws-kid-count
136900         move ws-kid-row(k) to ws-rst-row
137000         perform print-notice-child
137100     end-perform
137200     .
137300 PRINT-NOTICE-HEADING.
137400******************************************************************
137500*    SEPARATOR, TITLE AND ADDRESS FOR ROSTER ROW P'S GUARDIAN.   *
137600******************************************************************
137700     add 1 to ws-notice-count
137800     perform find-guardian
137900     write notice-line from mn-separator
138000     move ws-business-date to mn-t-date
138100     write notice-line from mn-title-line
138200     move spaces to notice-line
138300     write notice-line
138400     move rst-address(p) to mn-a2-address
138500     move rst-city(p)    to mn-a3-city
138600     move rst-state(p)   to mn-a3-state
138700     move rst-zip(p)     to mn-a3-zip
138800     write notice-line from mn-address-line-1
138900     write notice-line from mn-address-line-2
139000     write notice-line from mn-address-line-3
139100     move spaces to notice-line
139200     write notice-line
139300     .
139400 PRINT-NOTICE-CHILD.
139500     move spaces to ws-student-name
139600     string rst-first-name(ws-rst-row) delimited by space
139700         ' '                           delimited by size
139800         rst-last-name(ws-rst-row)     delimited by size
139900         into ws-student-name
140000     end-string
140100     move ws-student-name        to mn-c-name
140200     move rst-school(ws-rst-row) to mn-c-school
140300     evaluate rst-meal-status(ws-rst-row)
140400         when 'F'
140500             move 'FREE MEALS' to mn-c-status
140600         when 'R'
140700             move 'REDUCED PRICE' to mn-c-status
140800         when other
140900             move 'PAID MEALS' to mn-c-status
141000     end-evaluate
141100     write notice-line from mn-child-line
141200     .
141300 END-CARRY-OVER.
141400******************************************************************
141500*    UNTIL THE CARRY-OVER'S LAST DAY HAS PASSED THE STUDENTS ON  *
141600*    LAST YEAR'S 'F' OR 'R' ARE ONLY COUNTED. AFTER IT, EACH     *
141700*    ENROLLED ONE WITH NO DETERMINATION THIS YEAR GOES TO 'P'    *
141800*    AND ONE NOTICE GOES TO EACH HOUSEHOLD. A STUDENT ENDED ONCE *
141900*    HAS A MEALSRC RECORD THIS YEAR, SO IS NOT ENDED AGAIN.      *
142000******************************************************************
142100     move spaces to meal-line
142200     write meal-line
142300     move ws-carry-end to co-h-end
142400     write meal-line from co-heading
142500     if ws-carry-unknown = 'Y'
142600         move 'CARRY-OVER END NOT ON THE DISTRICT CALENDAR'
142700             to meal-line
142800         write meal-line
142900     else
143000         perform varying i from 1 by 1 until i > ws-rst-count
143100             if rst-enrolled(i) = 'Y'
143200                 and rst-year-det(i) = 'N'
143300                 and (rst-meal-status(i) = 'F'
143400                      or rst-meal-status(i) = 'R')
143500                 add 1 to ws-carried-count
143600                 if ws-business-date > ws-carry-end
143700                     move 'Y' to rst-expire(i)
143800                 end-if
143900             end-if
144000         end-perform
144100         if ws-business-date > ws-carry-end
144200             move 'CARRY-OVER ENDED - BACK TO PAID' to meal-line
144300             write meal-line
144400             move 'CARRYOVR' to ws-reference
144500             move 'CO' to ws-source
144600             move 'P'  to ws-new-status
144700             perform varying i from 1 by 1 until i > ws-rst-count
144800                 if rst-expire(i) = 'Y'
144900                     perform expire-household
145000                 end-if
145100             end-perform
145200         else
145300             move 'CARRY-OVER IN FORCE' to meal-line
145400             write meal-line
145500         end-if
145600     end-if
145700     .
145800 EXPIRE-HOUSEHOLD.
145900******************************************************************
146000*    ROW I IS THE FIRST STUDENT OF ITS HOUSEHOLD TO END (ID      *
146100*    ORDER) - THE NOTICE GOES TO THAT STUDENT'S GUARDIAN AND     *
146200*    LISTS EVERY CHILD OF THE HOUSEHOLD ENDED WITH THEM. A       *
146300*    STUDENT WITH NO HOUSEHOLD IS A HOUSEHOLD ALONE.             *
146400******************************************************************
146500     move i to p
146600     move rst-household(i) to ws-notice-household
146700     perform print-notice-heading
146800     move 'MAPX' to ws-body-type
146900     perform print-template-body
147000     if ws-body-lines = zero
147100         write notice-line from mn-expired-1
147200         write notice-line from mn-expired-2
147300         write notice-line from mn-expired-3
147400     end-if
147500     move spaces to notice-line
147600     write notice-line
147700     perform varying k from i by 1 until k > ws-rst-count
147800         if rst-expire(k) = 'Y'
147900             and (k = i
148000                  or (ws-notice-household not = zero
148100                      and rst-household(k) = ws-notice-household))
148200             move k to p
148300             perform expire-one-student
148400         end-if
148500     end-perform
148600     .
148700 EXPIRE-ONE-STUDENT.
148800     add 1 to ws-expired-count
148900     move rst-meal-status(p) to co-d-old
149000     perform write-status-change
149100     perform write-source-record
149200     move 'P' to rst-meal-status(p)
149300     move 'Y' to rst-year-det(p)
149400     move 'N' to rst-expire(p)
149500     move rst-id(p)         to co-d-id
149600     move rst-last-name(p)  to co-d-name
149700     move rst-school(p)     to co-d-school
149800     move 'P'               to co-d-new
149900     write meal-line from co-detail-line
150000     move p to ws-rst-row
150100     perform print-notice-child
150200     .
150300 FIND-GUARDIAN.
150400******************************************************************
150500*    THE STUDENT'S PRIORITY-1 GUARDIAN AND LANGUAGE FOR ROSTER   *
150600*    ROW P; ENGLISH AND 'PARENT/GUARDIAN OF' WITH NONE ON FILE.  *
150700******************************************************************
150800     move rst-id(p) to gu-student-id
150900     move zero to gu-contact-seq
151000     move '23' to ws-guardian-file-status
151100     if ws-guardian-open = 'Y'
151200         start guardian-file key >= gu-guard-key
151300         if ws-guardian-file-status = '00'
151400             read guardian-file next record
151500             if ws-guardian-file-status = '00'
151600                 and gu-student-id not = rst-id(p)
151700                 move '23' to ws-guardian-file-status
151800             end-if
151900         end-if
152000     end-if
152100     move spaces to mn-a1-guardian
152200     if ws-guardian-file-status = '00'
152300         move gu-guardian-name to mn-a1-guardian
152400         if gu-language = spaces
152500             move 'EN' to ws-letter-lang
152600         else
152700             move gu-language to ws-letter-lang
152800         end-if
152900     else
153000         move 'EN' to ws-letter-lang
153100         string 'PARENT/GUARDIAN OF '    delimited by size
153200             rst-first-name(p)           delimited by space
153300             ' '                         delimited by size
153400             rst-last-name(p)            delimited by size
153500             into mn-a1-guardian
153600         end-string
153700     end-if
153800     .
153900 LOAD-LETTER-TEMPLATES.
154000     move zero to ws-tmpl-count
154100     open input letter-template-file
154200     if ws-ltrtmpl-status = '00'
154300         perform until ws-ltrtmpl-status not = '00'
154400             read letter-template-file next record
154500             if ws-ltrtmpl-status = '00'
154600                 and ws-tmpl-count < ws-tmpl-max
154700                 add 1 to ws-tmpl-count
154800                 move lt-letter-type
154900                     to ws-tmpl-type(ws-tmpl-count)
155000                 move lt-language
155100                     to ws-tmpl-lang(ws-tmpl-count)
155200                 move lt-text
155300                     to ws-tmpl-text(ws-tmpl-count)
155400             end-if
155500         end-perform
155600         close letter-template-file
155700     end-if
155800     .
155900 PRINT-TEMPLATE-BODY.
156000******************************************************************
156100*    WRITES THE BODY LINES OF WS-BODY-TYPE IN WS-LETTER-LANG     *
156200*    (FILE ORDER - LTRTMPL IS KEPT IN LT-LINE-SEQ ORDER). NO     *
156300*    LINES IN THAT LANGUAGE FALLS BACK TO 'EN' AND COUNTS THE    *
156400*    GAP. WS-BODY-LINES REPORTS HOW MANY LINES PRINTED.          *
156500******************************************************************
156600     move zero to ws-body-lines
156700     perform varying j from 1 by 1 until j > ws-tmpl-count
156800         if ws-tmpl-type(j) = ws-body-type
156900             and ws-tmpl-lang(j) = ws-letter-lang
157000             add 1 to ws-body-lines
157100             write notice-line from ws-tmpl-text(j)
157200         end-if
157300     end-perform
157400     if ws-body-lines = zero
157500         and ws-letter-lang not = 'EN'
157600         add 1 to ws-fallback-count
157700         display 'NO ' ws-body-type ' LETTER IN LANGUAGE '
157800             ws-letter-lang ' - STUDENT ' rst-id(p)
157900             ' SENT IN ENGLISH'
158000         move 'EN' to ws-letter-lang
158100         perform varying j from 1 by 1
158200                 until j > ws-tmpl-count
158300             if ws-tmpl-type(j) = ws-body-type
158400                 and ws-tmpl-lang(j) = 'EN'
158500                 add 1 to ws-body-lines
158600                 write notice-line from ws-tmpl-text(j)
158700             end-if
158800         end-perform
158900     end-if
159000     .
159100 SELECT-VERIFICATION-SAMPLE.
159200******************************************************************
159300*    THE YEAR'S 'F' AND 'R' APPLICATIONS DETERMINED BY 1         *
159400*    OCTOBER. 3 PERCENT OF THEM, ROUNDED UP AND AT MOST 3000,    *
159500*    ARE PICKED - ERROR-PRONE ONES FIRST, CLOSEST TO THEIR LIMIT *
159600*    FIRST, THEN EVERY N-TH OF THE REST IN APPLICATION ORDER.    *
159700*    THE SAME FILE ALWAYS GIVES THE SAME SAMPLE.                 *
159800******************************************************************
159900     move zero to ws-smp-count
160000     open input application-file
160100     if ws-mealapp-status not = '00'
160200         and ws-mealapp-status not = '35'
160300         display 'COULD NOT OPEN MEALAPP - STATUS '
160400             ws-mealapp-status
160500         move 16 to return-code
160600         stop run
160700     end-if
160800     if ws-mealapp-status = '00'
160900         perform until ws-mealapp-status not = '00'
161000             read application-file into meal-application-record
161100             if ws-mealapp-status = '00'
161200                 and mp-application-rec
161300                 and (mp-determination = 'F'
161400                      or mp-determination = 'R')
161500                 and mp-determined-date not < ws-year-start
161600                 and mp-determined-date not > ws-october-date
161700                 perform add-sample-row
161800             end-if
161900         end-perform
162000         close application-file
162100     end-if
162200     move zero to ws-sample-size
162300     if ws-smp-count > zero
162400         compute ws-sample-size = ((ws-smp-count * 3) + 99) / 100
162500         if ws-sample-size > ws-smp-cap
162600             move ws-smp-cap to ws-sample-size
162700         end-if
162800     end-if
162900     if ws-smp-count > 1
163000         sort smp-row on ascending key smp-margin smp-app-id
163100     end-if
163200     perform varying i from 1 by 1
163300             until i > ws-smp-count
163400                or ws-picked = ws-sample-size
163500         if smp-basis(i) = 'IN'
163600             and smp-margin(i) not > ws-error-prone-band
163700             move 'E' to smp-pick(i)
163800             add 1 to ws-picked
163900             add 1 to ws-error-prone-picked
164000         end-if
164100     end-perform
164200     if ws-smp-count > 1
164300         sort smp-row on ascending key smp-app-id
164400     end-if
164500     if ws-picked < ws-sample-size
164600         compute ws-left = ws-smp-count - ws-picked
164700         compute ws-needed = ws-sample-size - ws-picked
164800         compute ws-interval = ws-left / ws-needed
164900         if ws-interval = zero
165000             move 1 to ws-interval
165100         end-if
165200         move zero to ws-step
165300         perform varying i from 1 by 1
165400                 until i > ws-smp-count
165500                    or ws-picked = ws-sample-size
165600             if smp-pick(i) = space
165700                 add 1 to ws-step
165800                 if ws-step = ws-interval
165900                     move 'R' to smp-pick(i)
166000                     add 1 to ws-picked
166100                     move zero to ws-step
166200                 end-if
166300             end-if
166400         end-perform
166500     end-if
166600     perform print-sample
166700     .
166800 ADD-SAMPLE-ROW.
166900     if ws-smp-count < ws-smp-max
167000         add 1 to ws-smp-count
167100         move ws-smp-count to i
167200         move mp-app-id          to smp-app-id(i)
167300         move mp-household-id    to smp-household(i)
167400         move mp-signer-name     to smp-signer(i)
167500         move mp-determination   to smp-result(i)
167600         move mp-basis           to smp-basis(i)
167700         move mp-hh-size         to smp-size(i)
167800         move mp-annual-income   to smp-income(i)
167900         move mp-limit           to smp-limit(i)
168000         move space              to smp-pick(i)
168100         if mp-basis = 'IN'
168200             and mp-annual-income not > mp-limit
168300             compute smp-margin(i) = mp-limit - mp-annual-income
168400         else
168500             move 9999999 to smp-margin(i)
168600         end-if
168700     else
168800         if ws-smp-full = 'N'
168900             display 'MEALAPP - SAMPLE TABLE FULL AT ' ws-smp-max
169000         end-if
169100         move 'Y' to ws-smp-full
169200     end-if
169300     .
169400 PRINT-SAMPLE.
169500     move spaces to meal-line
169600     write meal-line
169700     move ws-ys-year      to vs-h-year
169800     move ws-october-date to vs-h-cutoff
169900     write meal-line from vs-heading
170000     if ws-business-date < ws-october-date
170100         move 'TAKEN BEFORE 1 OCTOBER - APPLICATIONS TO DATE ONLY'
170200             to meal-line
170300         write meal-line
170400     end-if
170500     move spaces to meal-line
170600     write meal-line
170700     move 'APPROVED APPLICATIONS ON FILE' to rt-label
170800     move ws-smp-count to rt-value
170900     write meal-line from run-total-line
171000     move 'SAMPLE SIZE (3 PERCENT, ROUNDED UP)' to rt-label
171100     move ws-sample-size to rt-value
171200     write meal-line from run-total-line
171300     move 'PICKED AS ERROR-PRONE' to rt-label
171400     move ws-error-prone-picked to rt-value
171500     write meal-line from run-total-line
171600     move 'PICKED AT THE INTERVAL' to rt-label
171700     compute rt-value = ws-picked - ws-error-prone-picked
171800     write meal-line from run-total-line
171900     move spaces to meal-line
172000     write meal-line
172100     write meal-line from vs-columns
172200     perform varying i from 1 by 1 until i > ws-smp-count
172300         if smp-pick(i) not = space
172400             move smp-app-id(i)    to vs-d-app-id
172500             move smp-household(i) to vs-d-household
172600             move smp-signer(i)    to vs-d-signer
172700             move smp-size(i)      to vs-d-size
172800             move smp-income(i)    to vs-d-income
172900             move smp-limit(i)     to vs-d-limit
173000             move smp-result(i)    to vs-d-result
173100             move smp-basis(i)     to vs-d-basis
173200             if smp-pick(i) = 'E'
173300                 move 'ERROR-PRONE' to vs-d-how
173400             else
173500                 move 'INTERVAL' to vs-d-how
173600             end-if
173700             write meal-line from vs-detail-line
173800         end-if
173900     end-perform
174000     if ws-picked = zero
174100         move 'NO APPROVED APPLICATIONS ON FILE' to meal-line
174200         write meal-line
174300     end-if
174400     .
174500 CHECK-DATE.
174600     move 'Y' to ws-date-ok
174700     if ws-check-date is not numeric
174800         move 'N' to ws-date-ok
174900     else
175000         if ws-check-month < 1 or ws-check-month > 12
175100             or ws-check-day < 1 or ws-check-day > 31
175200             move 'N' to ws-date-ok
175300         end-if
175400     end-if
175500     .
175600 PRINT-RUN-TOTALS.
175700     if ws-run-mode = spaces
175800         move spaces to meal-line
175900         write meal-line
176000         move 'APPLICATIONS READ' to rt-label
176100         move ws-apps-read to rt-value
176200         write meal-line from run-total-line
176300         move 'APPLICATIONS REJECTED' to rt-label
176400         move ws-apps-rejected to rt-value
176500         write meal-line from run-total-line
176600         move 'MEALAPIN RECORDS REJECTED' to rt-label
176700         move ws-lines-rejected to rt-value
176800         write meal-line from run-total-line
176900         move 'DETERMINED FREE' to rt-label
177000         move ws-apps-free to rt-value
177100         write meal-line from run-total-line
177200         move 'DETERMINED REDUCED' to rt-label
177300         move ws-apps-reduced to rt-value
177400         write meal-line from run-total-line
177500         move 'DETERMINED PAID (NOT APPROVED)' to rt-label
177600         move ws-apps-paid to rt-value
177700         write meal-line from run-total-line
177800         move 'STUDENT STATUS CHANGES (MATRANS)' to rt-label
177900         move ws-status-changes to rt-value
178000         write meal-line from run-total-line
178100         move 'STUDENTS KEEPING A BETTER STATUS' to rt-label
178200         move ws-status-kept to rt-value
178300         write meal-line from run-total-line
178400         move 'STUDENTS ON LAST YEAR''S STATUS' to rt-label
178500         move ws-carried-count to rt-value
178600         write meal-line from run-total-line
178700         move 'CARRY-OVERS ENDED' to rt-label
178800         move ws-expired-count to rt-value
178900         write meal-line from run-total-line
179000         move 'NOTICES PRINTED (MEALNTC)' to rt-label
179100         move ws-notice-count to rt-value
179200         write meal-line from run-total-line
179300         move 'NOT IN THE CONTACT LANGUAGE - SENT IN ENGLISH'
179400             to rt-label
179500         move ws-fallback-count to rt-value
179600         write meal-line from run-total-line
179700     end-if
179800     .
179900 READ-BUSINESS-DATE.
180000******************************************************************
180100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
180200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
180300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
180400******************************************************************
180500     open input business-date-file
180600     if ws-busdate-status not = '00'
180700         display 'COULD NOT OPEN BUSDATE - STATUS '
180800             ws-busdate-status
180900         move 16 to return-code
181000         stop run
181100     end-if
181200     read business-date-file next record
181300     if ws-busdate-status not = '00'
181400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
181500             ws-busdate-status
181600         move 16 to return-code
181700         stop run
181800     end-if
181900     close business-date-file
182000     move bd-business-date to ws-business-date
182100     if bd-override-date not = zero
182200         move bd-override-date to ws-business-date
182300         move 'Y' to ws-bus-date-override
182400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
182500             bd-override-date ' SET BY ' bd-override-operator
182600         display '    REASON: ' bd-override-reason
182700     end-if
182800     move ws-business-date to bdh-date
182900     if ws-bus-date-override = 'Y'
183000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
183100             to bdh-override
183200     end-if
183300     .
