000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCERT.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TEACHER CERTIFICATION AND OUT-OF-FIELD ASSIGNMENT CHECK.    *
000900*    TEACHFIL AND MSTSCHED SAY WHO TEACHES WHAT; THE             *
001000*    CERTIFICATION FILE (CERTFILE, COPY CERTREC) SAYS WHAT EACH  *
001100*    TEACHER IS LICENSED FOR. THIS RUN COMPARES THEM:            *
001200*      - EVERY TEACHFIL HOMEROOM IN GRADES KG-05 (THE            *
001300*        SELF-CONTAINED ELEMENTARY CLASSROOM) NEEDS AN 'ELEM'    *
001400*        AREA WHOSE GRADE BAND COVERS TA-GRADE,                  *
001500*      - EVERY MSTSCHED SECTION NEEDS AN AREA IN THE COURSE'S    *
001600*        CAT-SUBJECT-AREA (CRSECAT) WHOSE BAND COVERS THE GRADE  *
001700*        OF EVERY ENROLLED STUDENT ON STSCHED (ANY BAND WHEN NO  *
001800*        ONE IS ENROLLED YET, OR FOR AN UNGRADED STUDENT).       *
001900*    A TEACHER WITH NO CERTFILE RECORD, OR WHOSE LICENSE IS NOT  *
002000*    YET IN EFFECT OR HAS EXPIRED, IS OUT OF FIELD FOR ALL OF    *
002100*    IT. THE FINDINGS:                                           *
002200*      NOCRT - NO CERTIFICATION RECORD FOR THE TEACHER,          *
002300*      NOTYT - THE LICENSE'S ISSUE DATE IS STILL TO COME,        *
002400*      EXPRD - THE LICENSE HAS EXPIRED,                          *
002500*      NOSUB - NO CERTIFICATION AREA IN THE SUBJECT,             *
002600*      NOGRD - CERTIFIED IN THE SUBJECT BUT NOT FOR A GRADE IN   *
002700*              THE CLASS,                                        *
002800*      NOARA - THE COURSE IS NOT ON CRSECAT OR HAS NO SUBJECT    *
002900*              AREA, SO THE SECTION COULD NOT BE CHECKED.        *
003000*    THE FIRST FIVE ARE OUT-OF-FIELD ASSIGNMENTS, NOARA A        *
003100*    WARNING. CERTRPT LISTS THEM BY BUILDING, THEN EVERY LICENSE *
003200*    EXPIRING WITHIN WS-EXPIRY-DAYS.                             *
003300*    FEDERAL RULES REQUIRE THE PARENTS OF A CLASS TAUGHT FOR     *
003400*    FOUR OR MORE CONSECUTIVE WEEKS BY A TEACHER NOT CERTIFIED   *
003500*    FOR IT TO BE TOLD SO. THE SPELL FILE (OOFSPELL, COPY        *
003600*    OOFSREC) CARRIES THE DATE EACH CLASS WAS FIRST FOUND OUT OF *
003700*    FIELD, RUN TO RUN; ONCE WS-NOTICE-DAYS HAVE PASSED, THE     *
003800*    CLASS'S STUDENTS AND THEIR PRIORITY-1 GUARDVS CONTACT ARE   *
003900*    PRINTED ON THE PARENT-NOTIFICATION LIST (CERTNTFY) - ONCE   *
004000*    PER SPELL. A CLASS FOUND IN FIELD AGAIN ENDS ITS SPELL. RUN *
004100*    IT WEEKLY, AND WHENEVER TEACHFIL, MSTSCHED OR CERTFILE      *
004200*    CHANGE. RETURN CODES: 0 EVERY CLASS IN FIELD, 4 AN          *
004300*    OUT-OF-FIELD OR UNCHECKED CLASS OR A TABLE CUT SHORT, 16 A  *
004400*    FILE COULD NOT BE READ OR WRITTEN. SEE JCL/GSCERT.JCL.      *
004500******************************************************************
004600*    MOD-LOG
004700*    DATE       INIT  DESCRIPTION
004800*    2026-10-15  RVM  ORIGINAL VERSION.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CERTFILE-STATUS.
005600     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-TEACHFIL-STATUS.
005900     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-MSTSCHED-STATUS.
006200     SELECT COURSE-CATALOG-FILE ASSIGN TO CRSECAT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CATALOG-STATUS.
006500     SELECT STUDENT-SCHEDULE-FILE ASSIGN TO STSCHED
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-STSCHED-STATUS.
006800     SELECT ROSTER-FILE ASSIGN TO ROSTERVS
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS ST-ID
007200         FILE STATUS IS WS-ROSTER-FILE-STATUS.
007300     SELECT GUARDIAN-FILE ASSIGN TO GUARDVS
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS GU-GUARD-KEY
007700         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
007800     SELECT SPELL-FILE ASSIGN TO OOFSPELL
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-OOFSPELL-STATUS.
008100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-BUSDATE-STATUS.
008400     SELECT CERTIFICATION-RPT ASSIGN TO CERTRPT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CERTRPT-STATUS.
008700     SELECT NOTIFICATION-RPT ASSIGN TO CERTNTFY
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-CERTNTFY-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CERTIFICATION-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  CERTIFICATION-RECORD.
009500     COPY CERTREC.
009600 FD  TEACHER-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  TEACHER-FILE-RECORD.
009900     COPY TEACHASN.
010000 FD  MASTER-SCHEDULE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  MASTER-SCHEDULE-RECORD.
010300     COPY MSTSREC.
010400 FD  COURSE-CATALOG-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  COURSE-CATALOG-RECORD.
010700     COPY CRSEREC.
010800 FD  STUDENT-SCHEDULE-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  STUDENT-SCHEDULE-RECORD.
011100     COPY STSCREC.
011200 FD  ROSTER-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  ROSTER-FILE-RECORD.
011500     COPY ROSTERREC.
011600 FD  GUARDIAN-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  GUARDIAN-FILE-RECORD.
011900     COPY GUARDREC.
012000 FD  SPELL-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  OUT-OF-FIELD-SPELL-RECORD.
012300     COPY OOFSREC.
012400 FD  BUSINESS-DATE-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  BUSINESS-DATE-RECORD.
012700     COPY BDATREC.
012800 FD  CERTIFICATION-RPT
012900     LABEL RECORDS ARE STANDARD.
013000 01  CERTIFICATION-LINE          PIC X(110).
013100 FD  NOTIFICATION-RPT
013200     LABEL RECORDS ARE STANDARD.
013300 01  NOTIFICATION-LINE           PIC X(110).
013400 WORKING-STORAGE SECTION.
013500 01  WS-CERTFILE-STATUS       PIC X(02).
013600 01  WS-TEACHFIL-STATUS       PIC X(02).
013700 01  WS-MSTSCHED-STATUS       PIC X(02).
013800 01  WS-CATALOG-STATUS        PIC X(02).
013900 01  WS-STSCHED-STATUS        PIC X(02).
014000 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014100 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
014200 01  WS-GUARDIAN-OPEN         PIC X VALUE 'N'.
014300 01  WS-OOFSPELL-STATUS       PIC X(02).
014400 01  WS-CERTRPT-STATUS        PIC X(02).
014500 01  WS-CERTNTFY-STATUS       PIC X(02).
014600 01  i                        PIC 9(05).
014700 01  j                        PIC 9(05).
014800 01  k                        PIC 9(05).
014900******************************************************************
015000*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
015100*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
015200******************************************************************
015300 01  WS-BUSDATE-STATUS        PIC X(02).
015400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
015500 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
015600 01  BUS-DATE-HEADING.
015700     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
015800     05  BDH-DATE             PIC 9(08).
015900     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
016000******************************************************************
016100*    THE WINDOWS - A LICENSE EXPIRING WITHIN WS-EXPIRY-DAYS IS   *
016200*    LISTED FOR RENEWAL; A CLASS OUT OF FIELD FOR WS-NOTICE-DAYS *
016300*    (FOUR CONSECUTIVE WEEKS) GOES ON THE NOTIFICATION LIST. A   *
016400*    HOMEROOM IN A GRADE UP TO WS-ELEM-TOP-RANK IS A             *
016500*    SELF-CONTAINED CLASSROOM AND NEEDS ELEMENTARY               *
016600*    CERTIFICATION.                                              *
016700******************************************************************
016800 77  WS-EXPIRY-DAYS           PIC 9(03) VALUE 90.
016900 77  WS-NOTICE-DAYS           PIC 9(03) VALUE 28.
017000 77  WS-ELEM-TOP-RANK         PIC 9(02) VALUE 05.
017100 77  WS-ELEM-SUBJECT          PIC X(04) VALUE 'ELEM'.
017200 01  WS-EXPIRY-HORIZON        PIC 9(08).
017300******************************************************************
017400*    CALENDAR ARITHMETIC - STEP-TO-NEXT-DAY MOVES WS-NEXT-DATE   *
017500*    ON ONE CALENDAR DAY.                                        *
017600******************************************************************
017700 01  WS-NEXT-DATE             PIC 9(08).
017800 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
017900     05  WS-NEXT-YEAR         PIC 9(04).
018000     05  WS-NEXT-MONTH        PIC 9(02).
018100     05  WS-NEXT-DAY          PIC 9(02).
018200 01  WS-MONTH-DAYS-LIST       PIC X(24)
018300     VALUE '312831303130313130313031'.
018400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
018500     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
018600 01  WS-MONTH-END             PIC 9(02).
018700 01  WS-LEAP-QUOTIENT         PIC 9(04).
018800 01  WS-LEAP-REM-4            PIC 9(04).
018900 01  WS-LEAP-REM-100          PIC 9(04).
019000 01  WS-LEAP-REM-400          PIC 9(04).
019100******************************************************************
019200*    GRADE RANK - KG 00, 01-12 AS NUMBERED, UG 13. SET-GRADE-    *
019300*    RANK TURNS WS-RANK-GRADE INTO WS-GRADE-RANK; ANY OTHER CODE *
019400*    IS 99. A CLASS GRADE ABOVE 12 IS NOT HELD TO A BAND.        *
019500******************************************************************
019600 01  WS-RANK-GRADE            PIC X(02).
019700 01  WS-GRADE-RANK            PIC 9(02).
019800******************************************************************
019900*    EVERY TEACHER ON CERTFILE, IN ID ORDER FOR THE SEARCH ALL,  *
020000*    WITH EACH AREA'S BAND AS GRADE RANKS. A BLANK LOW GRADE IS  *
020100*    KG, A BLANK HIGH GRADE 12.                                  *
020200******************************************************************
020300 77  WS-CRT-MAX               PIC 9(04) VALUE 2000.
020400 01  WS-CRT-COUNT             PIC 9(04) VALUE ZERO.
020500 01  CRT-TABLE.
020600     05  CRT-ROW              OCCURS 0 TO 2000 TIMES
020700                              DEPENDING ON WS-CRT-COUNT
020800                              ASCENDING KEY IS CRT-ID
020900                              INDEXED BY CRT-IDX.
021000         10  CRT-ID           PIC 9(05).
021100         10  CRT-LICENSE      PIC X(12).
021200         10  CRT-ISSUE        PIC 9(08).
021300         10  CRT-EXPIRE       PIC 9(08).
021400         10  CRT-AREA         OCCURS 8 TIMES.
021500             15  CRT-SUBJECT  PIC X(04).
021600             15  CRT-LOW      PIC 9(02).
021700             15  CRT-HIGH     PIC 9(02).
021800 01  WS-CRT-FULL              PIC X VALUE 'N'.
021900 01  WS-AREA                  PIC 9(01).
022000******************************************************************
022100*    EVERY ROW ON TEACHFIL - THE HOMEROOMS CHECKED, AND THE      *
022200*    NAMES PRINTED FOR A SECTION'S TEACHER.                      *
022300******************************************************************
022400 77  WS-TCH-MAX               PIC 9(04) VALUE 2000.
022500 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
022600 01  WS-TCH-TABLE.
022700     05  WS-TCH-ENTRY         OCCURS 2000 TIMES.
022800         10  WS-TCH-ID        PIC 9(05).
022900         10  WS-TCH-LAST      PIC X(30).
023000         10  WS-TCH-FIRST     PIC X(20).
023100         10  WS-TCH-SCHOOL    PIC X(04).
023200         10  WS-TCH-GRADE     PIC X(02).
023300         10  WS-TCH-SECTION   PIC X(01).
023400 01  WS-TCH-FULL              PIC X VALUE 'N'.
023500 01  WS-TCH-ROW               PIC 9(04).
023600 01  WS-FIND-TEACHER          PIC 9(05).
023700******************************************************************
023800*    EVERY SECTION ON THE MASTER SCHEDULE.                       *
023900******************************************************************
024000 77  WS-MST-MAX               PIC 9(03) VALUE 500.
024100 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
024200 01  WS-MST-TABLE.
024300     05  WS-MST-ENTRY         OCCURS 500 TIMES.
024400         10  WS-MST-SCHOOL    PIC X(04).
024500         10  WS-MST-COURSE    PIC X(06).
024600         10  WS-MST-SECTION   PIC 9(02).
024700         10  WS-MST-PERIOD    PIC 9(02).
024800         10  WS-MST-TEACHER   PIC 9(05).
024900 01  WS-MST-FULL              PIC X VALUE 'N'.
025000******************************************************************
025100*    THE COURSE CATALOG - EACH COURSE'S SUBJECT AREA, IN COURSE  *
025200*    ORDER FOR THE SEARCH ALL.                                   *
025300******************************************************************
025400 77  WS-CATALOG-MAX           PIC 9(04) VALUE 1000.
025500 01  WS-CATALOG-COUNT         PIC 9(04) VALUE ZERO.
025600 01  CATALOG-TABLE.
025700     05  CATALOG-ROW          OCCURS 0 TO 1000 TIMES
025800                              DEPENDING ON WS-CATALOG-COUNT
025900                              ASCENDING KEY IS CATALOG-COURSE
026000                              INDEXED BY CATALOG-IDX.
026100         10  CATALOG-COURSE   PIC X(06).
026200         10  CATALOG-SUBJECT  PIC X(04).
026300 01  WS-CATALOG-FULL          PIC X VALUE 'N'.
026400******************************************************************
026500*    EVERY ENROLLED STUDENT ON ROSTERVS, IN ID ORDER, WITH THE   *
026600*    GRADE THE SECTIONS ARE CHECKED AGAINST AND THE HOMEROOM     *
026700*    (BUILDING, GRADE, ST-SECTION) THE NOTIFICATION LIST USES.   *
026800******************************************************************
026900 77  WS-RST-MAX               PIC 9(05) VALUE 02000.
027000 01  WS-RST-COUNT             PIC 9(05) VALUE ZERO.
027100 01  RST-TABLE.
027200     05  RST-ROW              OCCURS 0 TO 2000 TIMES
027300                              DEPENDING ON WS-RST-COUNT
027400                              ASCENDING KEY IS RST-ID
027500                              INDEXED BY RST-IDX.
027600         10  RST-ID           PIC 9(07).
027700         10  RST-LAST-NAME    PIC X(20).
027800         10  RST-FIRST-NAME   PIC X(12).
027900         10  RST-SCHOOL       PIC X(04).
028000         10  RST-GRADE        PIC X(02).
028100         10  RST-SECTION      PIC X(01).
028200 01  WS-RST-FULL              PIC X VALUE 'N'.
028300******************************************************************
028400*    EVERY STUDENT SECTION ENROLLMENT ON STSCHED.                *
028500******************************************************************
028600 77  WS-SCH-MAX               PIC 9(04) VALUE 8000.
028700 01  WS-SCH-COUNT             PIC 9(04) VALUE ZERO.
028800 01  WS-SCH-TABLE.
028900     05  WS-SCH-ENTRY         OCCURS 8000 TIMES.
029000         10  WS-SCH-STUDENT   PIC 9(07).
029100         10  WS-SCH-SCHOOL    PIC X(04).
029200         10  WS-SCH-COURSE    PIC X(06).
029300         10  WS-SCH-SECTION   PIC 9(02).
029400 01  WS-SCH-FULL              PIC X VALUE 'N'.
029500******************************************************************
029600*    LAST RUN'S SPELLS FROM OOFSPELL - WHEN EACH CLASS STILL OUT *
029700*    OF FIELD WAS FIRST FOUND SO, AND WHETHER ITS PARENTS HAVE   *
029800*    BEEN LISTED.                                                *
029900******************************************************************
030000 77  WS-SPL-MAX               PIC 9(04) VALUE 1000.
030100 01  WS-SPL-COUNT             PIC 9(04) VALUE ZERO.
030200 01  WS-SPL-TABLE.
030300     05  WS-SPL-ENTRY         OCCURS 1000 TIMES.
030400         10  WS-SPL-KEY       PIC X(16).
030500         10  WS-SPL-FIRST     PIC 9(08).
030600         10  WS-SPL-NOTIFIED  PIC 9(08).
030700 01  WS-SPL-FULL              PIC X VALUE 'N'.
030800 01  WS-SPL-ROW               PIC 9(04).
030900******************************************************************
031000*    THE CHECK OF ONE CLASS - TEACHER, SUBJECT AND GRADE RANK IN *
031100*    (99 FOR ANY BAND); THE FINDING CODE AND DETAIL OUT, SPACES  *
031200*    WHEN THE TEACHER IS IN FIELD.                               *
031300******************************************************************
031400 01  WS-CHK-TEACHER           PIC 9(05).
031500 01  WS-CHK-SUBJECT           PIC X(04).
031600 01  WS-CHK-RANK              PIC 9(02).
031700 01  WS-CHK-GRADE             PIC X(02).
031800 01  WS-CHK-CODE              PIC X(05).
031900 01  WS-CHK-DETAIL            PIC X(28).
032000 01  WS-SUBJECT-SEEN          PIC X.
032100 01  WS-BAND-OK               PIC X.
032200 01  WS-STUDENTS-SEEN         PIC X.
032300******************************************************************
032400*    THE FINDINGS - ONE PER CLASS, SORTED BY BUILDING, CODE AND  *
032500*    CLASS. OOF-KEY IS THE OOFSPELL CLASS KEY; OOF-FOUR-WEEKS    *
032600*    THE DATE THE SPELL REACHES WS-NOTICE-DAYS; OOF-NOTIFIED THE *
032700*    DATE ITS PARENTS WENT ON THE LIST (ZERO NOT YET) AND        *
032800*    OOF-LIST-NOW 'Y' WHEN THAT IS THIS RUN.                     *
032900******************************************************************
033000 77  WS-OOF-MAX               PIC 9(04) VALUE 1000.
033100 01  WS-OOF-COUNT             PIC 9(04) VALUE ZERO.
033200 01  OOF-TABLE.
033300     05  OOF-ROW              OCCURS 0 TO 1000 TIMES
033400                              DEPENDING ON WS-OOF-COUNT.
033500         10  OOF-SCHOOL       PIC X(04).
033600         10  OOF-CODE         PIC X(05).
033700         10  OOF-KEY.
033800             15  OOF-KIND     PIC X(01).
033900             15  OOF-KEY-SCHOOL
034000                              PIC X(04).
034100             15  OOF-COURSE   PIC X(06).
034200             15  OOF-SECTION  PIC 9(02).
034300             15  OOF-GRADE    PIC X(02).
034400             15  OOF-HR-SECTION
034500                              PIC X(01).
034600         10  OOF-PERIOD       PIC 9(02).
034700         10  OOF-TEACHER      PIC 9(05).
034800         10  OOF-DETAIL       PIC X(28).
034900         10  OOF-FIRST        PIC 9(08).
035000         10  OOF-FOUR-WEEKS   PIC 9(08).
035100         10  OOF-NOTIFIED     PIC 9(08).
035200         10  OOF-LIST-NOW     PIC X(01).
035300 01  WS-OOF-FULL              PIC X VALUE 'N'.
035400 01  WS-OUT-OF-FIELD          PIC 9(05) VALUE ZERO.
035500 01  WS-UNCHECKED             PIC 9(05) VALUE ZERO.
035600 01  WS-HOMEROOMS-CHECKED     PIC 9(05) VALUE ZERO.
035700 01  WS-SECTIONS-CHECKED      PIC 9(05) VALUE ZERO.
035800 01  WS-CLASSES-LISTED        PIC 9(05) VALUE ZERO.
035900 01  WS-STUDENTS-LISTED       PIC 9(05) VALUE ZERO.
036000 01  WS-EXPIRING-COUNT        PIC 9(05) VALUE ZERO.
036100 01  WS-PREV-SCHOOL           PIC X(04).
036200******************************************************************
036300*    THE FINDING CODES WITH THEIR REPORT TEXT - 'O' OUT OF       *
036400*    FIELD, 'W' A WARNING.                                       *
036500******************************************************************
036600 77  WS-CODE-MAX              PIC 9(01) VALUE 6.
036700 01  WS-CODE-VALUES.
036800     05  FILLER               PIC X(36) VALUE
036900         'NOCRTONO CERTIFICATION ON FILE'.
037000     05  FILLER               PIC X(36) VALUE
037100         'NOTYTOLICENSE NOT YET IN EFFECT'.
037200     05  FILLER               PIC X(36) VALUE
037300         'EXPRDOLICENSE EXPIRED'.
037400     05  FILLER               PIC X(36) VALUE
037500         'NOSUBONOT CERTIFIED IN SUBJECT'.
037600     05  FILLER               PIC X(36) VALUE
037700         'NOGRDONOT CERTIFIED FOR GRADE'.
037800     05  FILLER               PIC X(36) VALUE
037900         'NOARAWCOURSE HAS NO SUBJECT AREA'.
038000 01  WS-CODE-TABLE REDEFINES WS-CODE-VALUES.
038100     05  WS-CODE-ENTRY        OCCURS 6 TIMES.
038200         10  WS-CODE          PIC X(05).
038300         10  WS-CODE-SEVERITY PIC X(01).
038400         10  WS-CODE-TEXT     PIC X(30).
038500 01  WS-CODE-TALLY.
038600     05  WS-CODE-COUNT        PIC 9(05) OCCURS 6 TIMES.
038700 01  WS-CODE-ROW              PIC 9(01).
038800 01  WS-CLASS-TEXT            PIC X(18).
038900 01  WS-NAME-TEXT             PIC X(30).
039000******************************************************************
039100*    CERTRPT LINES.                                              *
039200******************************************************************
039300 01  CRT-HEADING.
039400     05  FILLER               PIC X(48) VALUE
039500         'TEACHER CERTIFICATION - OUT-OF-FIELD ASSIGNMENTS'.
039600 01  CRT-COLUMN-HEADING.
039700     05  FILLER               PIC X(06) VALUE 'BLDG'.
039800     05  FILLER               PIC X(20) VALUE 'CLASS'.
039900     05  FILLER               PIC X(08) VALUE 'TEACHER'.
040000     05  FILLER               PIC X(21) VALUE 'NAME'.
040100     05  FILLER               PIC X(07) VALUE 'CODE'.
040200     05  FILLER               PIC X(30) VALUE 'DETAIL'.
040300     05  FILLER               PIC X(10) VALUE 'SINCE'.
040400     05  FILLER               PIC X(08) VALUE '4 WEEKS'.
040500 01  CRT-DETAIL-LINE.
040600     05  CRT-D-SCHOOL         PIC X(04).
040700     05  FILLER               PIC X(02) VALUE SPACES.
040800     05  CRT-D-CLASS          PIC X(18).
040900     05  FILLER               PIC X(02) VALUE SPACES.
041000     05  CRT-D-TEACHER        PIC X(05).
041100     05  FILLER               PIC X(03) VALUE SPACES.
041200     05  CRT-D-NAME           PIC X(19).
041300     05  FILLER               PIC X(02) VALUE SPACES.
041400     05  CRT-D-CODE           PIC X(05).
041500     05  FILLER               PIC X(02) VALUE SPACES.
041600     05  CRT-D-DETAIL         PIC X(28).
041700     05  FILLER               PIC X(02) VALUE SPACES.
041800     05  CRT-D-SINCE          PIC X(08).
041900     05  FILLER               PIC X(02) VALUE SPACES.
042000     05  CRT-D-FOUR-WEEKS     PIC X(08).
042100 01  EXP-HEADING.
042200     05  FILLER               PIC X(25) VALUE
042300         'LICENSES EXPIRING WITHIN '.
042400     05  EXP-H-DAYS           PIC ZZ9.
042500     05  FILLER               PIC X(05) VALUE ' DAYS'.
042600 01  EXP-COLUMN-HEADING.
042700     05  FILLER               PIC X(08) VALUE 'TEACHER'.
042800     05  FILLER               PIC X(32) VALUE 'NAME'.
042900     05  FILLER               PIC X(14) VALUE 'LICENSE'.
043000     05  FILLER               PIC X(08) VALUE 'EXPIRES'.
043100 01  EXP-DETAIL-LINE.
043200     05  EXP-D-TEACHER        PIC 9(05).
043300     05  FILLER               PIC X(03) VALUE SPACES.
043400     05  EXP-D-NAME           PIC X(30).
043500     05  FILLER               PIC X(02) VALUE SPACES.
043600     05  EXP-D-LICENSE        PIC X(12).
043700     05  FILLER               PIC X(02) VALUE SPACES.
043800     05  EXP-D-EXPIRE         PIC 9(08).
043900 01  CRT-CODE-TOTAL-LINE.
044000     05  FILLER               PIC X(02) VALUE SPACES.
044100     05  CRT-C-CODE           PIC X(05).
044200     05  FILLER               PIC X(02) VALUE SPACES.
044300     05  CRT-C-SEVERITY       PIC X(01).
044400     05  FILLER               PIC X(02) VALUE SPACES.
044500     05  CRT-C-TEXT           PIC X(32).
044600     05  CRT-C-COUNT          PIC ZZZZ9.
044700 01  RUN-TOTAL-LINE.
044800     05  RT-LABEL             PIC X(44).
044900     05  RT-VALUE             PIC ZZZZ9.
045000******************************************************************
045100*    CERTNTFY LINES - ONE BLOCK PER CLASS REACHING FOUR WEEKS.   *
045200******************************************************************
045300 01  NTF-HEADING.
045400     05  FILLER               PIC X(46) VALUE
045500         'PARENT NOTIFICATION - TEACHER NOT CERTIFIED'.
045600 01  NTF-CLASS-LINE.
045700     05  FILLER               PIC X(06) VALUE 'BLDG '.
045800     05  NTF-C-SCHOOL         PIC X(04).
045900     05  FILLER               PIC X(02) VALUE SPACES.
046000     05  NTF-C-CLASS          PIC X(18).
046100     05  FILLER               PIC X(09) VALUE ' TEACHER '.
046200     05  NTF-C-TEACHER        PIC X(05).
046300     05  FILLER               PIC X(01) VALUE SPACE.
046400     05  NTF-C-NAME           PIC X(30).
046500 01  NTF-REASON-LINE.
046600     05  FILLER               PIC X(20) VALUE
046700         '    NOT CERTIFIED - '.
046800     05  NTF-R-DETAIL         PIC X(28).
046900     05  FILLER               PIC X(22) VALUE
047000         ' - OUT OF FIELD SINCE '.
047100     05  NTF-R-SINCE          PIC 9(08).
047200 01  NTF-COLUMN-HEADING.
047300     05  FILLER               PIC X(04) VALUE SPACES.
047400     05  FILLER               PIC X(09) VALUE 'STUDENT'.
047500     05  FILLER               PIC X(34) VALUE 'NAME'.
047600     05  FILLER               PIC X(04) VALUE 'GR'.
047700     05  FILLER               PIC X(42) VALUE 'PARENT/GUARDIAN'.
047800     05  FILLER               PIC X(05) VALUE 'PHONE'.
047900 01  NTF-DETAIL-LINE.
048000     05  FILLER               PIC X(04) VALUE SPACES.
048100     05  NTF-D-STUDENT        PIC 9(07).
048200     05  FILLER               PIC X(02) VALUE SPACES.
048300     05  NTF-D-NAME           PIC X(32).
048400     05  FILLER               PIC X(02) VALUE SPACES.
048500     05  NTF-D-GRADE          PIC X(02).
048600     05  FILLER               PIC X(02) VALUE SPACES.
048700     05  NTF-D-GUARDIAN       PIC X(40).
048800     05  FILLER               PIC X(02) VALUE SPACES.
048900     05  NTF-D-PHONE          PIC X(12).
049000 PROCEDURE DIVISION.
049100 MAINLINE.
049200******************************************************************
049300*    STANDALONE ENTRY POINT, RUN WEEKLY. LOADS THE CERTIFICATIONS*
049400*    AND WHAT THEY ARE CHECKED AGAINST, CHECKS EVERY HOMEROOM AND*
049500*    SECTION, CARRIES THE SPELLS FORWARD, THEN PRINTS THE REPORT *
049600*    AND THE NOTIFICATION LIST AND REWRITES OOFSPELL.            *
049700******************************************************************
049800     perform read-business-date
049900     perform load-certifications
050000     perform load-teacher-file
050100     perform load-master-schedule
050200     perform load-course-catalog
050300     perform load-roster-table
050400     perform load-student-schedule
050500     perform load-spells
050600     perform check-homerooms
050700     perform check-sections
050800     if ws-oof-count > 1
050900         sort oof-row on ascending key oof-school
051000                                       oof-code
051100                                       oof-key
051200     end-if
051300     perform carry-spells
051400     perform print-notification-list
051500     perform print-certification-report
051600     perform save-spells
051700     if ws-out-of-field > zero
051800         or ws-unchecked > zero
051900         or ws-crt-full = 'Y'
052000         or ws-tch-full = 'Y'
052100         or ws-mst-full = 'Y'
052200         or ws-catalog-full = 'Y'
052300         or ws-rst-full = 'Y'
052400         or ws-sch-full = 'Y'
052500         or ws-spl-full = 'Y'
052600         or ws-oof-full = 'Y'
052700         move 4 to return-code
052800     end-if
052900     stop run
053000     .
053100 LOAD-CERTIFICATIONS.
053200******************************************************************
053300*    THE CERTIFICATION FILE IS WHAT EVERY CLASS IS MEASURED      *
053400*    AGAINST - NO CERTFILE MEANS NO RUN.                         *
053500******************************************************************
053600     move zero to ws-crt-count
053700     open input certification-file
053800     if ws-certfile-status not = '00'
053900         display 'COULD NOT OPEN CERTFILE - STATUS '
054000             ws-certfile-status
054100         move 16 to return-code
054200         stop run
054300     end-if
054400     perform until ws-certfile-status not = '00'
054500         read certification-file next record
054600         if ws-certfile-status = '00'
054700             if ws-crt-count < ws-crt-max
054800                 add 1 to ws-crt-count
054900                 move ce-teacher-id  to crt-id(ws-crt-count)
055000                 move ce-license-no  to crt-license(ws-crt-count)
055100                 move ce-issue-date  to crt-issue(ws-crt-count)
055200                 move ce-expire-date to crt-expire(ws-crt-count)
055300                 perform varying ws-area from 1 by 1
055400                         until ws-area > 8
055500                     perform load-one-area
055600                 end-perform
055700             else
055800                 move 'Y' to ws-crt-full
055900             end-if
056000         end-if
056100     end-perform
056200     close certification-file
056300     if ws-crt-full = 'Y'
056400         display 'CERTFILE - CERTIFICATION TABLE FULL AT '
056500             ws-crt-max
056600     end-if
056700     if ws-crt-count > 1
056800         sort crt-row on ascending key crt-id
056900     end-if
057000     .
057100 LOAD-ONE-AREA.
057200     move ce-subject(ws-area)
057300         to crt-subject(ws-crt-count, ws-area)
057400     move zero to crt-low(ws-crt-count, ws-area)
057500     if ce-grade-low(ws-area) not = spaces
057600         move ce-grade-low(ws-area) to ws-rank-grade
057700         perform set-grade-rank
057800         move ws-grade-rank to crt-low(ws-crt-count, ws-area)
057900     end-if
058000     move 12 to crt-high(ws-crt-count, ws-area)
058100     if ce-grade-high(ws-area) not = spaces
058200         move ce-grade-high(ws-area) to ws-rank-grade
058300         perform set-grade-rank
058400         move ws-grade-rank to crt-high(ws-crt-count, ws-area)
058500     end-if
058600     .
058700 LOAD-TEACHER-FILE.
058800     move zero to ws-tch-count
058900     open input teacher-file
059000     if ws-teachfil-status not = '00'
059100         display 'COULD NOT OPEN TEACHFIL - STATUS '
059200             ws-teachfil-status
059300         move 16 to return-code
059400         stop run
059500     end-if
059600     perform until ws-teachfil-status not = '00'
059700         read teacher-file next record
059800         if ws-teachfil-status = '00'
059900             if ws-tch-count < ws-tch-max
060000                 add 1 to ws-tch-count
060100                 move ta-teacher-id  to ws-tch-id(ws-tch-count)
060200                 move ta-last-name   to ws-tch-last(ws-tch-count)
060300                 move ta-first-name  to ws-tch-first(ws-tch-count)
060400                 move ta-school-code
060500                     to ws-tch-school(ws-tch-count)
060600                 move ta-grade       to ws-tch-grade(ws-tch-count)
060700                 move ta-section
060800                     to ws-tch-section(ws-tch-count)
060900             else
061000                 move 'Y' to ws-tch-full
061100             end-if
061200         end-if
061300     end-perform
061400     close teacher-file
061500     if ws-tch-full = 'Y'
061600         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
061700     end-if
061800     .
061900 LOAD-MASTER-SCHEDULE.
062000     move zero to ws-mst-count
062100     open input master-schedule-file
062200     if ws-mstsched-status not = '00'
062300         display 'COULD NOT OPEN MSTSCHED - STATUS '
062400             ws-mstsched-status
062500         move 16 to return-code
062600         stop run
062700     end-if
062800     perform until ws-mstsched-status not = '00'
062900         read master-schedule-file next record
063000         if ws-mstsched-status = '00'
063100             if ws-mst-count < ws-mst-max
063200                 add 1 to ws-mst-count
063300                 move ms-school-code
063400                     to ws-mst-school(ws-mst-count)
063500                 move ms-course-code
063600                     to ws-mst-course(ws-mst-count)
063700                 move ms-section-no
063800                     to ws-mst-section(ws-mst-count)
063900                 move ms-period
064000                     to ws-mst-period(ws-mst-count)
064100                 move ms-teacher-id
064200                     to ws-mst-teacher(ws-mst-count)
064300             else
064400                 move 'Y' to ws-mst-full
064500             end-if
064600         end-if
064700     end-perform
064800     close master-schedule-file
064900     if ws-mst-full = 'Y'
065000         display 'MSTSCHED - SECTION TABLE FULL AT ' ws-mst-max
065100     end-if
065200     .
065300 LOAD-COURSE-CATALOG.
065400     move zero to ws-catalog-count
065500     open input course-catalog-file
065600     if ws-catalog-status not = '00'
065700         display 'COULD NOT OPEN CRSECAT - STATUS '
065800             ws-catalog-status
065900         move 16 to return-code
066000         stop run
066100     end-if
066200     perform until ws-catalog-status not = '00'
066300         read course-catalog-file next record
066400         if ws-catalog-status = '00'
066500             if ws-catalog-count < ws-catalog-max
066600                 add 1 to ws-catalog-count
066700                 move cat-course-code
066800                     to catalog-course(ws-catalog-count)
066900                 move cat-subject-area
067000                     to catalog-subject(ws-catalog-count)
067100             else
067200                 move 'Y' to ws-catalog-full
067300             end-if
067400         end-if
067500     end-perform
067600     close course-catalog-file
067700     if ws-catalog-full = 'Y'
067800         display 'CRSECAT - CATALOG TABLE FULL AT '
067900             ws-catalog-max
068000     end-if
068100     if ws-catalog-count > 1
068200         sort catalog-row on ascending key catalog-course
068300     end-if
068400     .
068500 LOAD-ROSTER-TABLE.
068600     move zero to ws-rst-count
068700     open input roster-file
068800     if ws-roster-file-status not = '00'
068900         display 'COULD NOT OPEN ROSTERVS - STATUS '
069000             ws-roster-file-status
069100         move 16 to return-code
069200         stop run
069300     end-if
069400     perform until ws-roster-file-status not = '00'
069500         read roster-file next record
069600         if ws-roster-file-status = '00'
069700             and st-withdraw-date = zero
069800             if ws-rst-count < ws-rst-max
069900                 add 1 to ws-rst-count
070000                 move st-id            to rst-id(ws-rst-count)
070100                 move st-last-name
070200                     to rst-last-name(ws-rst-count)
070300                 move st-first-name
070400                     to rst-first-name(ws-rst-count)
070500                 move st-school-code   to rst-school(ws-rst-count)
070600                 move st-grade         to rst-grade(ws-rst-count)
070700                 move st-section
070800                     to rst-section(ws-rst-count)
070900             else
071000                 move 'Y' to ws-rst-full
071100             end-if
071200         end-if
071300     end-perform
071400     close roster-file
071500     if ws-rst-full = 'Y'
071600         display 'ROSTERVS - STUDENT TABLE FULL AT ' ws-rst-max
071700     end-if
071800     if ws-rst-count > 1
071900         sort rst-row on ascending key rst-id
072000     end-if
072100     .
072200 LOAD-STUDENT-SCHEDULE.
072300******************************************************************
072400*    NO STSCHED YET (BEFORE SCHEDULING OPENS) MEANS NO SECTION   *
072500*    HAS STUDENTS - EACH IS CHECKED FOR ITS SUBJECT ONLY.        *
072600******************************************************************
072700     move zero to ws-sch-count
072800     open input student-schedule-file
072900     if ws-stsched-status = '00'
073000         perform until ws-stsched-status not = '00'
073100             read student-schedule-file next record
073200             if ws-stsched-status = '00'
073300                 if ws-sch-count < ws-sch-max
073400                     add 1 to ws-sch-count
073500                     move sc-student-id
073600                         to ws-sch-student(ws-sch-count)
073700                     move sc-school-code
073800                         to ws-sch-school(ws-sch-count)
073900                     move sc-course-code
074000                         to ws-sch-course(ws-sch-count)
074100                     move sc-section-no
074200                         to ws-sch-section(ws-sch-count)
074300                 else
074400                     move 'Y' to ws-sch-full
074500                 end-if
074600             end-if
074700         end-perform
074800         close student-schedule-file
074900     end-if
075000     if ws-sch-full = 'Y'
075100         display 'STSCHED - ENROLLMENT TABLE FULL AT ' ws-sch-max
075200     end-if
075300     .
075400 LOAD-SPELLS.
075500******************************************************************
075600*    LAST RUN'S OOFSPELL. NONE YET (THE FIRST RUN) IS NO SPELLS. *
075700******************************************************************
075800     move zero to ws-spl-count
075900     open input spell-file
076000     if ws-oofspell-status = '00'
076100         perform until ws-oofspell-status not = '00'
076200             read spell-file next record
076300             if ws-oofspell-status = '00'
076400                 if ws-spl-count < ws-spl-max
076500                     add 1 to ws-spl-count
076600                     move os-class-key
076700                         to ws-spl-key(ws-spl-count)
076800                     move os-first-date
076900                         to ws-spl-first(ws-spl-count)
077000                     move os-notified-date
077100                         to ws-spl-notified(ws-spl-count)
077200                 else
077300                     move 'Y' to ws-spl-full
077400                 end-if
077500             end-if
077600         end-perform
077700         close spell-file
077800     end-if
077900     if ws-spl-full = 'Y'
078000         display 'OOFSPELL - SPELL TABLE FULL AT ' ws-spl-max
078100     end-if
078200     .
078300 CHECK-HOMEROOMS.
078400******************************************************************
078500*    EACH KG-05 HOMEROOM AGAINST ITS TEACHER'S 'ELEM' AREAS. A   *
078600*    HOMEROOM IN A HIGHER GRADE IS AN ADVISORY PERIOD - ITS      *
078700*    TEACHING IS CHECKED SECTION BY SECTION BELOW.               *
078800******************************************************************
078900     perform varying i from 1 by 1 until i > ws-tch-count
079000         move ws-tch-grade(i) to ws-rank-grade
079100         perform set-grade-rank
079200         if ws-grade-rank not > ws-elem-top-rank
079300             add 1 to ws-homerooms-checked
079400             move ws-tch-id(i)     to ws-chk-teacher
079500             move ws-elem-subject  to ws-chk-subject
079600             move ws-grade-rank    to ws-chk-rank
079700             move ws-tch-grade(i)  to ws-chk-grade
079800             perform check-certification
079900             if ws-chk-code not = spaces
080000                 perform add-homeroom-finding
080100             end-if
080200         end-if
080300     end-perform
080400     .
080500 CHECK-SECTIONS.
080600******************************************************************
080700*    EACH SECTION AGAINST ITS TEACHER'S AREAS IN THE COURSE'S    *
080800*    SUBJECT - FOR EVERY ENROLLED STUDENT'S GRADE UNTIL ONE      *
080900*    FAILS, OR FOR ANY BAND WHEN THE SECTION HAS NO STUDENTS. A  *
081000*    SECTION WITH NO TEACHER IS GSMSTVAL'S TO REPORT.            *
081100******************************************************************
081200     perform varying i from 1 by 1 until i > ws-mst-count
081300         if ws-mst-teacher(i) not = zero
081400             add 1 to ws-sections-checked
081500             move spaces to ws-chk-subject
081600             search all catalog-row
081700                 when catalog-course(catalog-idx)
081800                         = ws-mst-course(i)
081900                     move catalog-subject(catalog-idx)
082000                         to ws-chk-subject
082100             end-search
082200             if ws-chk-subject = spaces
082300                 move 'NOARA' to ws-chk-code
082400                 move 'COURSE HAS NO SUBJECT AREA'
082500                     to ws-chk-detail
082600                 perform add-section-finding
082700             else
082800                 perform check-section-grades
082900             end-if
083000         end-if
083100     end-perform
083200     .
083300 CHECK-SECTION-GRADES.
083400     move ws-mst-teacher(i) to ws-chk-teacher
083500     move spaces to ws-chk-code
083600     move 'N' to ws-students-seen
083700     perform varying j from 1 by 1
083800             until j > ws-sch-count or ws-chk-code not = spaces
083900         if ws-sch-school(j) = ws-mst-school(i)
084000             and ws-sch-course(j) = ws-mst-course(i)
084100             and ws-sch-section(j) = ws-mst-section(i)
084200             search all rst-row
084300                 when rst-id(rst-idx) = ws-sch-student(j)
084400                     move 'Y' to ws-students-seen
084500                     move rst-grade(rst-idx) to ws-rank-grade
084600                     perform set-grade-rank
084700                     move ws-grade-rank to ws-chk-rank
084800                     move rst-grade(rst-idx) to ws-chk-grade
084900                     perform check-certification
085000             end-search
085100         end-if
085200     end-perform
085300     if ws-students-seen = 'N'
085400         move 99 to ws-chk-rank
085500         move spaces to ws-chk-grade
085600         perform check-certification
085700     end-if
085800     if ws-chk-code not = spaces
085900         perform add-section-finding
086000     end-if
086100     .
086200 CHECK-CERTIFICATION.
086300******************************************************************
086400*    WS-CHK-TEACHER AGAINST CERTFILE FOR WS-CHK-SUBJECT AT GRADE *
086500*    RANK WS-CHK-RANK. A RANK ABOVE 12 (UNGRADED, OR NO STUDENTS)*
086600*    TAKES ANY BAND. SETS WS-CHK-CODE AND WS-CHK-DETAIL; SPACES  *
086700*    IN FIELD.                                                   *
086800******************************************************************
086900     move spaces to ws-chk-code
087000     move spaces to ws-chk-detail
087100     move 'N' to ws-subject-seen
087200     move 'N' to ws-band-ok
087300     search all crt-row
087400         at end
087500             move 'NOCRT' to ws-chk-code
087600             move 'TEACHER NOT ON CERTFILE' to ws-chk-detail
087700         when crt-id(crt-idx) = ws-chk-teacher
087800             evaluate true
087900                 when crt-issue(crt-idx) > ws-business-date
088000                     move 'NOTYT' to ws-chk-code
088100                     string 'LICENSE EFFECTIVE '
088200                            crt-issue(crt-idx)
088300                            delimited by size
088400                            into ws-chk-detail
088500                     end-string
088600                 when crt-expire(crt-idx) < ws-business-date
088700                     move 'EXPRD' to ws-chk-code
088800                     string 'LICENSE EXPIRED '
088900                            crt-expire(crt-idx)
089000                            delimited by size
089100                            into ws-chk-detail
089200                     end-string
089300                 when other
089400                     perform check-areas
089500             end-evaluate
089600     end-search
089700     .
089800 CHECK-AREAS.
089900     perform varying ws-area from 1 by 1
090000             until ws-area > 8 or ws-band-ok = 'Y'
090100         if crt-subject(crt-idx, ws-area) = ws-chk-subject
090200             move 'Y' to ws-subject-seen
090300             if ws-chk-rank > 12
090400                 or (ws-chk-rank not < crt-low(crt-idx, ws-area)
090500                     and ws-chk-rank
090600                         not > crt-high(crt-idx, ws-area))
090700                 move 'Y' to ws-band-ok
090800             end-if
090900         end-if
091000     end-perform
091100     evaluate true
091200         when ws-band-ok = 'Y'
091300             continue
091400         when ws-subject-seen = 'Y'
091500             move 'NOGRD' to ws-chk-code
091600             string ws-chk-subject ' NOT FOR GRADE '
091700                    ws-chk-grade
091800                    delimited by size
091900                    into ws-chk-detail
092000             end-string
092100         when other
092200             move 'NOSUB' to ws-chk-code
092300             string 'NO ' ws-chk-subject ' CERTIFICATION'
092400                    delimited by size
092500                    into ws-chk-detail
092600             end-string
092700     end-evaluate
092800     .
092900 ADD-HOMEROOM-FINDING.
093000     if ws-oof-count < ws-oof-max
093100         add 1 to ws-oof-count
093200         move ws-tch-school(i)   to oof-school(ws-oof-count)
093300         move ws-chk-code        to oof-code(ws-oof-count)
093400         move 'H'                to oof-kind(ws-oof-count)
093500         move ws-tch-school(i)   to oof-key-school(ws-oof-count)
093600         move spaces             to oof-course(ws-oof-count)
093700         move zero               to oof-section(ws-oof-count)
093800         move ws-tch-grade(i)    to oof-grade(ws-oof-count)
093900         move ws-tch-section(i)  to oof-hr-section(ws-oof-count)
094000         move zero               to oof-period(ws-oof-count)
094100         move ws-tch-id(i)       to oof-teacher(ws-oof-count)
094200         move ws-chk-detail      to oof-detail(ws-oof-count)
094300         perform tally-finding
094400     else
094500         move 'Y' to ws-oof-full
094600     end-if
094700     .
094800 ADD-SECTION-FINDING.
094900     if ws-oof-count < ws-oof-max
095000         add 1 to ws-oof-count
095100         move ws-mst-school(i)   to oof-school(ws-oof-count)
095200         move ws-chk-code        to oof-code(ws-oof-count)
095300         move 'S'                to oof-kind(ws-oof-count)
095400         move ws-mst-school(i)   to oof-key-school(ws-oof-count)
095500         move ws-mst-course(i)   to oof-course(ws-oof-count)
095600         move ws-mst-section(i)  to oof-section(ws-oof-count)
095700         move spaces             to oof-grade(ws-oof-count)
095800         move spaces             to oof-hr-section(ws-oof-count)
095900         move ws-mst-period(i)   to oof-period(ws-oof-count)
096000         move ws-mst-teacher(i)  to oof-teacher(ws-oof-count)
096100         move ws-chk-detail      to oof-detail(ws-oof-count)
096200         perform tally-finding
096300     else
096400         move 'Y' to ws-oof-full
096500     end-if
096600     .
096700 TALLY-FINDING.
096800     move zero     to oof-first(ws-oof-count)
096900     move zero     to oof-four-weeks(ws-oof-count)
097000     move zero     to oof-notified(ws-oof-count)
097100     move 'N'      to oof-list-now(ws-oof-count)
097200     perform varying ws-code-row from 1 by 1
097300             until ws-code-row > ws-code-max
097400         if ws-code(ws-code-row) = oof-code(ws-oof-count)
097500             add 1 to ws-code-count(ws-code-row)
097600             if ws-code-severity(ws-code-row) = 'O'
097700                 add 1 to ws-out-of-field
097800             else
097900                 add 1 to ws-unchecked
098000             end-if
098100         end-if
098200     end-perform
098300     .
098400 CARRY-SPELLS.
098500******************************************************************
098600*    EACH OUT-OF-FIELD CLASS TAKES ITS SPELL'S START FROM LAST   *
098700*    RUN'S OOFSPELL, OR TODAY WHEN IT IS NEW. THE SPELL BELONGS  *
098800*    TO THE CLASS, NOT THE TEACHER - A SECOND UNCERTIFIED        *
098900*    TEACHER DOES NOT RESTART IT. A CLASS WHOSE SPELL HAS RUN    *
099000*    WS-NOTICE-DAYS AND HAS NOT BEEN LISTED IS LISTED NOW.       *
099100*    NOARA CLASSES ARE NOT KNOWN TO BE OUT OF FIELD AND CARRY NO *
099200*    SPELL.                                                      *
099300******************************************************************
099400     perform varying i from 1 by 1 until i > ws-oof-count
099500         if oof-code(i) not = 'NOARA'
099600             move ws-business-date to oof-first(i)
099700             move zero to ws-spl-row
099800             perform varying j from 1 by 1
099900                     until j > ws-spl-count
100000                        or ws-spl-row not = zero
100100                 if ws-spl-key(j) = oof-key(i)
100200                     move j to ws-spl-row
100300                 end-if
100400             end-perform
100500             if ws-spl-row not = zero
100600                 move ws-spl-first(ws-spl-row) to oof-first(i)
100700                 move ws-spl-notified(ws-spl-row)
100800                     to oof-notified(i)
100900             end-if
101000             move oof-first(i) to ws-next-date
101100             perform step-to-next-day ws-notice-days times
101200             move ws-next-date to oof-four-weeks(i)
101300             if oof-four-weeks(i) not > ws-business-date
101400                 and oof-notified(i) = zero
101500                 move ws-business-date to oof-notified(i)
101600                 move 'Y' to oof-list-now(i)
101700             end-if
101800         end-if
101900     end-perform
102000     .
102100 PRINT-CERTIFICATION-REPORT.
102200******************************************************************
102300*    CERTRPT - THE FINDINGS BY BUILDING, THEN THE LICENSES DUE   *
102400*    FOR RENEWAL, A COUNT PER FINDING CODE AND THE RUN TOTALS.   *
102500******************************************************************
102600     open output certification-rpt
102700     if ws-certrpt-status not = '00'
102800         display 'COULD NOT OPEN CERTRPT - STATUS '
102900             ws-certrpt-status
103000         move 16 to return-code
103100         stop run
103200     end-if
103300     write certification-line from bus-date-heading
103400     write certification-line from crt-heading
103500     move spaces to ws-prev-school
103600     perform varying i from 1 by 1 until i > ws-oof-count
103700         if oof-school(i) not = ws-prev-school
103800             move oof-school(i) to ws-prev-school
103900             move spaces to certification-line
104000             write certification-line
104100             write certification-line from crt-column-heading
104200         end-if
104300         perform set-class-text
104400         move oof-teacher(i) to ws-find-teacher
104500         perform set-teacher-name
104600         move oof-school(i)   to crt-d-school
104700         move ws-class-text   to crt-d-class
104800         move oof-teacher(i)  to crt-d-teacher
104900         move ws-name-text    to crt-d-name
105000         move oof-code(i)     to crt-d-code
105100         move oof-detail(i)   to crt-d-detail
105200         if oof-first(i) = zero
105300             move spaces to crt-d-since
105400             move spaces to crt-d-four-weeks
105500         else
105600             move oof-first(i) to crt-d-since
105700             if oof-list-now(i) = 'Y'
105800                 move 'NOTIFY' to crt-d-four-weeks
105900             else
106000                 move oof-four-weeks(i) to crt-d-four-weeks
106100             end-if
106200         end-if
106300         write certification-line from crt-detail-line
106400     end-perform
106500     if ws-oof-count = zero
106600         move spaces to certification-line
106700         write certification-line
106800         move 'NO FINDINGS - EVERY CLASS IS TAUGHT IN FIELD'
106900             to certification-line
107000         write certification-line
107100     end-if
107200     if ws-oof-full = 'Y'
107300         move spaces to certification-line
107400         write certification-line
107500         move '** FINDING TABLE FULL - FINDINGS ABOVE ARE SHORT'
107600             to certification-line
107700         write certification-line
107800         display 'CERTRPT - FINDING TABLE FULL AT ' ws-oof-max
107900     end-if
108000     perform print-expiring-licenses
108100     move spaces to certification-line
108200     write certification-line
108300     perform varying ws-code-row from 1 by 1
108400             until ws-code-row > ws-code-max
108500         move ws-code(ws-code-row)          to crt-c-code
108600         move ws-code-severity(ws-code-row) to crt-c-severity
108700         move ws-code-text(ws-code-row)     to crt-c-text
108800         move ws-code-count(ws-code-row)    to crt-c-count
108900         write certification-line from crt-code-total-line
109000     end-perform
109100     move spaces to certification-line
109200     write certification-line
109300     move 'HOMEROOMS CHECKED (KG-05)' to rt-label
109400     move ws-homerooms-checked to rt-value
109500     write certification-line from run-total-line
109600     move 'SECTIONS CHECKED' to rt-label
109700     move ws-sections-checked to rt-value
109800     write certification-line from run-total-line
109900     move 'OUT-OF-FIELD CLASSES' to rt-label
110000     move ws-out-of-field to rt-value
110100     write certification-line from run-total-line
110200     move 'CLASSES NOT CHECKED (NO SUBJECT AREA)' to rt-label
110300     move ws-unchecked to rt-value
110400     write certification-line from run-total-line
110500     move 'LICENSES EXPIRING' to rt-label
110600     move ws-expiring-count to rt-value
110700     write certification-line from run-total-line
110800     move 'CLASSES ON THE NOTIFICATION LIST' to rt-label
110900     move ws-classes-listed to rt-value
111000     write certification-line from run-total-line
111100     close certification-rpt
111200     .
111300 PRINT-EXPIRING-LICENSES.
111400******************************************************************
111500*    EVERY LICENSE STILL VALID TODAY THAT RUNS OUT WITHIN        *
111600*    WS-EXPIRY-DAYS, IN TEACHER ORDER.                           *
111700******************************************************************
111800     move ws-business-date to ws-next-date
111900     perform step-to-next-day ws-expiry-days times
112000     move ws-next-date to ws-expiry-horizon
112100     move spaces to certification-line
112200     write certification-line
112300     move ws-expiry-days to exp-h-days
112400     write certification-line from exp-heading
112500     write certification-line from exp-column-heading
112600     perform varying j from 1 by 1 until j > ws-crt-count
112700         if crt-expire(j) not < ws-business-date
112800             and crt-expire(j) not > ws-expiry-horizon
112900             add 1 to ws-expiring-count
113000             move crt-id(j) to ws-find-teacher
113100             perform set-teacher-name
113200             move crt-id(j)      to exp-d-teacher
113300             move ws-name-text   to exp-d-name
113400             move crt-license(j) to exp-d-license
113500             move crt-expire(j)  to exp-d-expire
113600             write certification-line from exp-detail-line
113700         end-if
113800     end-perform
113900     if ws-expiring-count = zero
114000         move '    NONE' to certification-line
114100         write certification-line
114200     end-if
114300     .
114400 SET-CLASS-TEXT.
114500     move spaces to ws-class-text
114600     if oof-kind(i) = 'H'
114700         string 'HOMEROOM GR ' oof-grade(i)
114800                '-' oof-hr-section(i)
114900                delimited by size
115000                into ws-class-text
115100         end-string
115200     else
115300         string oof-course(i) delimited by space
115400                '-' oof-section(i) ' PD ' oof-period(i)
115500                delimited by size
115600                into ws-class-text
115700         end-string
115800     end-if
115900     .
116000 SET-TEACHER-NAME.
116100     move spaces to ws-name-text
116200     move zero to ws-tch-row
116300     perform varying k from 1 by 1
116400             until k > ws-tch-count or ws-tch-row not = zero
116500         if ws-tch-id(k) = ws-find-teacher
116600             move k to ws-tch-row
116700         end-if
116800     end-perform
116900     if ws-tch-row = zero
117000         move 'NOT ON TEACHFIL' to ws-name-text
117100     else
117200         string ws-tch-last(ws-tch-row)  delimited by space
117300                ', '                      delimited by size
117400                ws-tch-first(ws-tch-row) delimited by space
117500                into ws-name-text
117600         end-string
117700     end-if
117800     .
117900 PRINT-NOTIFICATION-LIST.
118000******************************************************************
118100*    CERTNTFY - FOR EACH CLASS LISTED THIS RUN, ITS TEACHER AND  *
118200*    WHY THEY ARE NOT CERTIFIED, THEN EVERY STUDENT IN IT WITH   *
118300*    THE PRIORITY-1 GUARDVS CONTACT THE NOTICE GOES TO. A        *
118400*    HOMEROOM'S STUDENTS ARE THE ROSTER'S FOR ITS BUILDING,      *
118500*    GRADE AND SECTION; A SECTION'S ARE ITS STSCHED ENROLLMENTS. *
118600******************************************************************
118700     open output notification-rpt
118800     if ws-certntfy-status not = '00'
118900         display 'COULD NOT OPEN CERTNTFY - STATUS '
119000             ws-certntfy-status
119100         move 16 to return-code
119200         stop run
119300     end-if
119400     write notification-line from bus-date-heading
119500     write notification-line from ntf-heading
119600     open input guardian-file
119700     if ws-guardian-file-status = '00'
119800         move 'Y' to ws-guardian-open
119900     else
120000         move 'N' to ws-guardian-open
120100     end-if
120200     perform varying i from 1 by 1 until i > ws-oof-count
120300         if oof-list-now(i) = 'Y'
120400             perform print-one-class-notice
120500         end-if
120600     end-perform
120700     if ws-guardian-open = 'Y'
120800         close guardian-file
120900     end-if
121000     if ws-classes-listed = zero
121100         move spaces to notification-line
121200         write notification-line
121300         move 'NO CLASS REACHED FOUR WEEKS OUT OF FIELD THIS RUN'
121400             to notification-line
121500         write notification-line
121600     end-if
121700     close notification-rpt
121800     .
121900 PRINT-ONE-CLASS-NOTICE.
122000     add 1 to ws-classes-listed
122100     perform set-class-text
122200     move oof-teacher(i) to ws-find-teacher
122300     perform set-teacher-name
122400     move spaces to notification-line
122500     write notification-line
122600     move oof-school(i)  to ntf-c-school
122700     move ws-class-text  to ntf-c-class
122800     move oof-teacher(i) to ntf-c-teacher
122900     move ws-name-text   to ntf-c-name
123000     write notification-line from ntf-class-line
123100     move oof-detail(i)  to ntf-r-detail
123200     move oof-first(i)   to ntf-r-since
123300     write notification-line from ntf-reason-line
123400     write notification-line from ntf-column-heading
123500     if oof-kind(i) = 'H'
123600         perform varying j from 1 by 1 until j > ws-rst-count
123700             if rst-school(j) = oof-key-school(i)
123800                 and rst-grade(j) = oof-grade(i)
123900                 and rst-section(j) = oof-hr-section(i)
124000                 set rst-idx to j
124100                 perform print-one-student-notice
124200             end-if
124300         end-perform
124400     else
124500         perform varying j from 1 by 1 until j > ws-sch-count
124600             if ws-sch-school(j) = oof-key-school(i)
124700                 and ws-sch-course(j) = oof-course(i)
124800                 and ws-sch-section(j) = oof-section(i)
124900                 search all rst-row
125000                     when rst-id(rst-idx) = ws-sch-student(j)
125100                         perform print-one-student-notice
125200                 end-search
125300             end-if
125400         end-perform
125500     end-if
125600     .
125700 PRINT-ONE-STUDENT-NOTICE.
125800     add 1 to ws-students-listed
125900     move rst-id(rst-idx) to ntf-d-student
126000     move spaces to ntf-d-name
126100     string rst-last-name(rst-idx)  delimited by space
126200            ', '                    delimited by size
126300            rst-first-name(rst-idx) delimited by space
126400            into ntf-d-name
126500     end-string
126600     move rst-grade(rst-idx) to ntf-d-grade
126700     move spaces to ntf-d-phone
126800     move rst-id(rst-idx) to gu-student-id
126900     move zero to gu-contact-seq
127000     move '23' to ws-guardian-file-status
127100     if ws-guardian-open = 'Y'
127200         start guardian-file key >= gu-guard-key
127300         if ws-guardian-file-status = '00'
127400             read guardian-file next record
127500             if ws-guardian-file-status = '00'
127600                 and gu-student-id not = rst-id(rst-idx)
127700                 move '23' to ws-guardian-file-status
127800             end-if
127900         end-if
128000     end-if
128100     if ws-guardian-file-status = '00'
128200         move gu-guardian-name to ntf-d-guardian
128300         move gu-phone         to ntf-d-phone
128400     else
128500         move spaces to ntf-d-guardian
128600         string 'PARENT/GUARDIAN OF '    delimited by size
128700                rst-first-name(rst-idx) delimited by space
128800                ' '                     delimited by size
128900                rst-last-name(rst-idx)  delimited by space
129000                into ntf-d-guardian
129100         end-string
129200     end-if
129300     write notification-line from ntf-detail-line
129400     .
129500 SAVE-SPELLS.
129600******************************************************************
129700*    OOFSPELL IS REWRITTEN WHOLE FROM THIS RUN'S OUT-OF-FIELD    *
129800*    CLASSES - A CLASS NOW TAUGHT IN FIELD DROPS OFF AND ITS     *
129900*    SPELL ENDS. WHEN A TABLE WAS CUT SHORT THE FINDINGS ARE     *
130000*    INCOMPLETE, AND LAST RUN'S FILE IS LEFT AS IT WAS RATHER    *
130100*    THAN END SPELLS THAT MAY STILL BE RUNNING.                  *
130200******************************************************************
130300     if ws-oof-full = 'Y'
130400         or ws-spl-full = 'Y'
130500         or ws-crt-full = 'Y'
130600         or ws-tch-full = 'Y'
130700         or ws-mst-full = 'Y'
130800         or ws-sch-full = 'Y'
130900         display 'OOFSPELL NOT REWRITTEN - A TABLE WAS CUT SHORT'
131000     else
131100         open output spell-file
131200         if ws-oofspell-status not = '00'
131300             display 'COULD NOT OPEN OOFSPELL - STATUS '
131400                 ws-oofspell-status
131500             move 16 to return-code
131600             stop run
131700         end-if
131800         perform varying i from 1 by 1 until i > ws-oof-count
131900             if oof-code(i) not = 'NOARA'
132000                 perform write-one-spell
132100             end-if
132200         end-perform
132300         close spell-file
132400     end-if
132500     .
132600 WRITE-ONE-SPELL.
132700     move spaces          to out-of-field-spell-record
132800     move oof-key(i)      to os-class-key
132900     move oof-teacher(i)  to os-teacher-id
133000     move oof-first(i)    to os-first-date
133100     move oof-notified(i) to os-notified-date
133200     write out-of-field-spell-record
133300     if ws-oofspell-status not = '00'
133400         display 'COULD NOT WRITE OOFSPELL - STATUS '
133500             ws-oofspell-status
133600         move 16 to return-code
133700         stop run
133800     end-if
133900     .
134000 SET-GRADE-RANK.
134100     evaluate ws-rank-grade
134200         when 'KG'
134300             move zero to ws-grade-rank
134400         when 'UG'
134500             move 13 to ws-grade-rank
134600         when '01' thru '12'
134700             move ws-rank-grade to ws-grade-rank
134800         when other
134900             move 99 to ws-grade-rank
135000     end-evaluate
135100     .
135200 STEP-TO-NEXT-DAY.
135300     move ws-month-days(ws-next-month) to ws-month-end
135400     if ws-next-month = 2
135500         divide ws-next-year by 4 giving ws-leap-quotient
135600             remainder ws-leap-rem-4
135700         divide ws-next-year by 100 giving ws-leap-quotient
135800             remainder ws-leap-rem-100
135900         divide ws-next-year by 400 giving ws-leap-quotient
136000             remainder ws-leap-rem-400
136100         if ws-leap-rem-400 = zero
136200             or (ws-leap-rem-4 = zero
136300                 and ws-leap-rem-100 not = zero)
136400             move 29 to ws-month-end
136500         end-if
136600     end-if
136700     if ws-next-day < ws-month-end
136800         add 1 to ws-next-day
136900     else
137000         move 1 to ws-next-day
137100         if ws-next-month < 12
137200             add 1 to ws-next-month
137300         else
137400             move 1 to ws-next-month
137500             add 1 to ws-next-year
137600         end-if
137700     end-if
137800     .
137900 READ-BUSINESS-DATE.
138000******************************************************************
138100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
138200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
138300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
138400******************************************************************
138500     open input business-date-file
138600     if ws-busdate-status not = '00'
138700         display 'COULD NOT OPEN BUSDATE - STATUS '
138800             ws-busdate-status
138900         move 16 to return-code
139000         stop run
139100     end-if
139200     read business-date-file next record
139300     if ws-busdate-status not = '00'
139400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
139500             ws-busdate-status
139600         move 16 to return-code
139700         stop run
139800     end-if
139900     close business-date-file
140000     move bd-business-date to ws-business-date
140100     if bd-override-date not = zero
140200         move bd-override-date to ws-business-date
140300         move 'Y' to ws-bus-date-override
140400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
140500             bd-override-date ' SET BY ' bd-override-operator
140600         display '    REASON: ' bd-override-reason
140700     end-if
140800     move ws-business-date to bdh-date
140900     if ws-bus-date-override = 'Y'
141000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
141100             to bdh-override
141200     end-if
141300     .
