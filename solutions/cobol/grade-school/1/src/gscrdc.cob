002300*    AUDIT QUESTION CAN BE ANSWERED LINE BY LINE. ENROLLED       *
002400*    STUDENTS ONLY - A WITHDRAWN ROW IS OUT OF SCOPE THE SAME    *
002500*    WAY IT IS ON EVERY OTHER COUNT. SEE JCL/GSCRDC.JCL.         *
002510*    EACH BUILDING ALSO BREAKS ENROLLED, CHRONIC-ABSENT,         *
002520*    SUSPENSIONS AND EXPULSIONS OUT BY SEX AND FEDERAL RACE/     *
002530*    ETHNICITY FROM THE DEMOGRAPHICS SUPPLEMENT (DEMOGVS), WITH  *
002540*    SMALL CELLS SUPPRESSED BEFORE ANYTHING IS PUBLISHED.        *
002550*    ENROLLED, CHRONIC-ABSENT, SUSPENSIONS AND EXPULSIONS ARE    *
002560*    ALSO COUNTED FOR SECTION 504 ONLY STUDENTS - AN ACTIVE PLAN *
002570*    ON PLAN504 (GS504) AND NO IEP - AS THE CRDC DEFINES THEM.   *
002600******************************************************************
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002910*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002920*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002930*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002940*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002950*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002960*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002960*    2026-10-15  RVM  THE CHRONIC-ABSENCE DIVISOR NOW COUNTS THE
002960*                     DAYS OF THE STUDENT'S BUILDING CALENDAR ON
002960*                     SCHCALND (CAL-SCHOOL-CODE), THE DISTRICT
002960*                     DEFAULT WHEN THE BUILDING HAS NONE.
002965*    2026-10-15  RVM  SUBGROUP BREAKOUT PER BUILDING ON CRDCEXT -
002970*                     ENROLLED, CHRONIC ABSENT, SUSPENSIONS AND
002975*                     EXPULSIONS BY SEX AND BY FEDERAL RACE/
002980*                     ETHNICITY CATEGORY FROM DEMOGVS (COPY
002985*                     DEMOREC). A COUNT UNDER 10 PRINTS AS '*';
002990*                     A SECOND CELL IS HIDDEN WHERE ONE ALONE
002993*                     WOULD BE, SO NEITHER CAN BE WORKED BACK
002996*                     OUT OF THE BUILDING TOTAL.
002997*    2026-10-15  RVM  504-ONLY COUNTS ON CRDCEXT - ENROLLED,
002998*                     CHRONIC ABSENT, SUSPENSIONS AND EXPULSIONS
002999*                     FOR STUDENTS WITH AN ACTIVE PLAN ON PLAN504
003000*                     (COPY P504REC) AND NO IEP, EACH STUDENT
003000*                     LISTED ON CRDCDTL.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005100     SELECT CRDC-DETAIL-RPT ASSIGN TO CRDCDTL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CRDCDTL-STATUS.
005320     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005340         ORGANIZATION IS LINE SEQUENTIAL
005360         FILE STATUS IS WS-BUSDATE-STATUS.
005366     SELECT DEMOGRAPHIC-FILE ASSIGN TO DEMOGVS
005372         ORGANIZATION IS INDEXED
005378         ACCESS MODE IS SEQUENTIAL
005384         RECORD KEY IS DM-STUDENT-ID
005390         FILE STATUS IS WS-DEMOGVS-STATUS.
005392     SELECT PLAN-504-FILE ASSIGN TO PLAN504
005394         ORGANIZATION IS LINE SEQUENTIAL
005396         FILE STATUS IS WS-PLAN504-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ROSTER-FILE
007500 FD  CRDC-DETAIL-RPT
007600     LABEL RECORDS ARE STANDARD.
007700 01  CRDC-DETAIL-LINE-REC        PIC X(90).
007720 FD  BUSINESS-DATE-FILE
007740     LABEL RECORDS ARE STANDARD.
007760 01  BUSINESS-DATE-RECORD.
007780     COPY BDATREC.
007784 FD  DEMOGRAPHIC-FILE
007788     LABEL RECORDS ARE STANDARD.
007792 01  DEMOGRAPHIC-RECORD.
007796     COPY DEMOREC.
007797 FD  PLAN-504-FILE
007798     LABEL RECORDS ARE STANDARD.
007799 01  PLAN-504-RECORD.
007800     COPY P504REC.
007800 WORKING-STORAGE SECTION.
007900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
008000 01  WS-DISCFILE-STATUS       PIC X(02).
008200 01  WS-CALENDAR-STATUS       PIC X(02).
008300 01  WS-CRDCEXT-STATUS        PIC X(02).
008400 01  WS-CRDCDTL-STATUS        PIC X(02).
008450 01  WS-DEMOGVS-STATUS        PIC X(02).
008470 01  WS-PLAN504-STATUS        PIC X(02).
008500 01  i                        PIC 9(05).
008600 01  j                        PIC 9(05).
008650 01  k                        PIC 9(05).
008700 01  WS-TODAY-DATE            PIC 9(08).
008800******************************************************************
008900*    ONE ROW PER ENROLLED STUDENT WITH THE JOINED-IN TALLIES     *
009800         10  WS-CR-GRADE          PIC X(02).
009900         10  WS-CR-SCHOOL         PIC X(04).
010000         10  WS-CR-IEP            PIC X(01).
010050         10  WS-CR-504            PIC X(01).
010100         10  WS-CR-ENROLL-DATE    PIC 9(08).
010200         10  WS-CR-ABSENT         PIC 9(05).
010300         10  WS-CR-CHRONIC        PIC X(01).
010500         10  WS-CR-SUSPENSIONS    PIC 9(03).
010600         10  WS-CR-SUSP-DAYS      PIC 9(04).
010700         10  WS-CR-EXPULSIONS     PIC 9(03).
010730         10  WS-CR-SEX            PIC X(01).
010760         10  WS-CR-FED-CAT        PIC X(02).
010800 01  WS-CR-ROW                PIC 9(05).
010900******************************************************************
011000*    INSTRUCTIONAL DAYS ('I'/'E') FROM THE CALENDAR AND THE      *
011100*    FINAL CORRECTED ATTNDLOG STATUSES - SAME MACHINERY THE      *
011200*    ABSENTEEISM JOB RUNS ON.                                    *
011300******************************************************************
011400 77  WS-CALENDAR-MAX          PIC 9(04) VALUE 3660.
011400 01  WS-CALENDAR-COUNT        PIC 9(04) VALUE ZERO.
011400 01  WS-CALENDAR-TABLE.
011400     05  WS-CAL-ENTRY         OCCURS 3660 TIMES.
011400         10  WS-CAL-DAY       PIC 9(08).
011400         10  WS-CAL-SCHOOL    PIC X(04).
011400******************************************************************
011400*    THE BUILDINGS THAT HAVE A CALENDAR OF THEIR OWN ON SCHCALND *
011400*    (SEE CALNREC.CPY). SELECT-SCHOOL-CALENDAR TURNS A BUILDING  *
011400*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
011400*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
011400******************************************************************
011400 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
011400 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
011400 01  WS-CALB-TABLE.
011400     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
011400 01  WS-CALB-ROW              PIC 9(02).
011400 01  WS-CALB-FOUND            PIC X.
011400 01  WS-CAL-FOR-SCHOOL        PIC X(04).
011400 01  WS-CAL-KEY               PIC X(04).
011800 77  WS-CORR-MAX              PIC 9(04) VALUE 2000.
011900 01  WS-CORR-COUNT            PIC 9(04) VALUE ZERO.
012000 01  WS-CORR-TABLE.
014600 01  WS-CNT-SUSP-DAYS         PIC 9(06).
014700 01  WS-CNT-EXPUL             PIC 9(05).
014800 01  WS-CNT-EXPUL-IEP         PIC 9(05).
014810 01  WS-CNT-504               PIC 9(05).
014820 01  WS-CNT-CHRONIC-504       PIC 9(05).
014830 01  WS-CNT-SUSP-504          PIC 9(05).
014840 01  WS-CNT-EXPUL-504         PIC 9(05).
014850 01  WS-504-UNMATCHED         PIC 9(05) VALUE ZERO.
014900 01  WS-DISC-UNMATCHED        PIC 9(05) VALUE ZERO.
014902******************************************************************
014904*    SUBGROUP COUNTS FOR THE BUILDING BEING PRINTED - ONE ROW    *
014906*    PER MEASURE (ENROLLED, CHRONIC ABSENT, SUSPENSIONS,         *
014908*    EXPULSIONS), ONE COLUMN PER SUBGROUP: THE STUDENT'S SEX     *
014910*    (1-4) AND FEDERAL RACE/ETHNICITY CATEGORY (5-12), THE LAST  *
014912*    OF EACH GROUP 'NOT REPORTED'. EACH GROUP ADDS UP TO THE     *
014914*    BUILDING COUNT, WHICH IS WHY SUPPRESS-SMALL-CELLS HIDES A   *
014916*    SECOND CELL WHERE A GROUP WOULD OTHERWISE HIDE ONLY ONE.    *
014918******************************************************************
014920 77  WS-MIN-CELL              PIC 9(02) VALUE 10.
014922 01  WS-SUBGROUP-LIST         PIC X(24) VALUE
014924     'F M X   HIAMASBLPIWHTR  '.
014926 01  WS-SUBGROUP-TABLE REDEFINES WS-SUBGROUP-LIST.
014928     05  SG-CODE              OCCURS 12 TIMES PIC X(02).
014930 01  WS-SG-MEASURE-LIST.
014932     05  FILLER               PIC X(16) VALUE 'ENROLLED'.
014934     05  FILLER               PIC X(16) VALUE 'CHRONIC ABSENT'.
014936     05  FILLER               PIC X(16) VALUE 'SUSPENSIONS'.
014938     05  FILLER               PIC X(16) VALUE 'EXPULSIONS'.
014940 01  WS-SG-MEASURE-NAMES REDEFINES WS-SG-MEASURE-LIST.
014942     05  SG-MEASURE-NAME      OCCURS 4 TIMES PIC X(16).
014944 01  WS-SG-MEASURE-TABLE.
014946     05  WS-SG-MEASURE        OCCURS 4 TIMES.
014948         10  WS-SG-TALLY      PIC 9(05) OCCURS 12 TIMES.
014950 01  WS-SG-SEX                PIC X(01).
014952 01  WS-SG-CATEGORY           PIC X(02).
014954 01  WS-SEX-ROW               PIC 9(02).
014956 01  WS-RACE-ROW              PIC 9(02).
014958 01  WS-SG-ROW                PIC 9(02).
014960 01  WS-SUP-CELLS.
014962     05  WS-SUP-CELL          OCCURS 12 TIMES.
014964         10  WS-SUP-COUNT     PIC 9(05).
014966         10  WS-SUP-SHOW      PIC X(01).
014968 01  WS-SUP-FROM              PIC 9(02).
014970 01  WS-SUP-TO                PIC 9(02).
014972 01  WS-SUP-HIDDEN            PIC 9(02).
014974 01  WS-SUP-LOW               PIC 9(02).
014976 01  WS-SUP-EDIT              PIC ZZZZ9.
014978 01  WS-DEMO-UNMATCHED        PIC 9(05) VALUE ZERO.
015000 01  EXT-HEADING.
015100     05  FILLER               PIC X(44) VALUE
015200         'CRDC CIVIL RIGHTS DATA COLLECTION - COUNTS  '.
015600 01  EXT-COUNT-LINE.
015700     05  EXT-D-CATEGORY       PIC X(24).
015800     05  EXT-D-COUNT          PIC ZZZZZ9.
015805 01  EXT-SG-HEADING.
015810     05  FILLER               PIC X(52) VALUE
015815         'BY SUBGROUP (* = FEWER THAN 10, OR HIDDEN WITH ONE)'.
015820 01  EXT-SG-GROUP-HEADING.
015825     05  FILLER               PIC X(16) VALUE SPACES.
015830     05  FILLER               PIC X(20) VALUE
015835         '  -------SEX-------'.
015840     05  FILLER               PIC X(40) VALUE
015845         '  -----------RACE/ETHNICITY-------------'.
015850 01  EXT-SG-COLUMN-HEADING.
015855     05  FILLER               PIC X(16) VALUE 'CATEGORY'.
015860     05  FILLER               PIC X(20) VALUE
015865         '    F    M    X   NR'.
015870     05  FILLER               PIC X(40) VALUE
015875         '   HI   AM   AS   BL   PI   WH   TR   NR'.
015880 01  EXT-SG-LINE.
015885     05  EXT-SG-CATEGORY      PIC X(16).
015890     05  EXT-SG-CELL          PIC X(05) OCCURS 12 TIMES.
015900 01  DTL-HEADING.
016000     05  FILLER               PIC X(44) VALUE
016100         'CRDC DETAIL - ONE LINE PER COUNTED STUDENT  '.
017100     05  DTL-D-GRADE          PIC X(02).
017200     05  FILLER               PIC X(02) VALUE SPACES.
017300     05  DTL-D-EXTRA          PIC X(12).
017307******************************************************************
017314*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
017321*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
017328*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
017335******************************************************************
017342 01  WS-BUSDATE-STATUS        PIC X(02).
017349 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017356 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
017363 01  BUS-DATE-HEADING.
017370     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
017377     05  BDH-DATE             PIC 9(08).
017384     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017400 PROCEDURE DIVISION.
017500 MAINLINE.
017600******************************************************************
017800*    EVERYTHING, THEN PRINTS THE PER-BUILDING COUNTS AND THE     *
017900*    DETAIL BEHIND THEM.                                         *
018000******************************************************************
018050     perform read-business-date
018100     move ws-business-date to ws-today-date
018200     perform load-roster-table
018250     perform join-demographics
018270     perform join-504-plans
018300     perform load-instructional-days
018400     perform load-correction-table
018500     perform tally-absences
019400         display 'DISCIPLINE INCIDENTS FOR STUDENTS NOT '
019500             'ENROLLED (OUT OF SCOPE): ' ws-disc-unmatched
019600     end-if
019650     if ws-demo-unmatched not = zero
019660         display 'DEMOGRAPHIC RECORDS FOR STUDENTS NOT '
019670             'ENROLLED (OUT OF SCOPE): ' ws-demo-unmatched
019680     end-if
019684     if ws-504-unmatched not = zero
019688         display 'ACTIVE 504 PLANS FOR STUDENTS NOT '
019692             'ENROLLED (OUT OF SCOPE): ' ws-504-unmatched
019696     end-if
019700     stop run
019800     .
019900 LOAD-ROSTER-TABLE.
021200                 move st-grade       to ws-cr-grade(i)
021300                 move st-school-code to ws-cr-school(i)
021400                 move st-iep-status  to ws-cr-iep(i)
021450                 move 'N'            to ws-cr-504(i)
021500                 move st-enroll-date to ws-cr-enroll-date(i)
021600                 move zero           to ws-cr-absent(i)
021700                 move 'N'            to ws-cr-chronic(i)
021900                 move zero           to ws-cr-suspensions(i)
022000                 move zero           to ws-cr-susp-days(i)
022100                 move zero           to ws-cr-expulsions(i)
022110                 move spaces         to ws-cr-sex(i)
022120                 move spaces         to ws-cr-fed-cat(i)
022200             end-if
022300         end-perform
022400         close roster-file
022900         stop run
023000     end-if
023100     .
023102 JOIN-DEMOGRAPHICS.
023104******************************************************************
023106*    EACH STUDENT'S SEX AND FEDERAL CATEGORY FROM DEMOGVS. A     *
023108*    STUDENT WITH NO RECORD STAYS 'NOT REPORTED' IN BOTH GROUPS; *
023110*    NO DEMOGVS AT ALL PUTS EVERY STUDENT THERE.                 *
023112******************************************************************
023114     open input demographic-file
023116     if ws-demogvs-status = '00'
023118         perform until ws-demogvs-status not = '00'
023120             read demographic-file next record
023122             if ws-demogvs-status = '00'
023124                 move zero to ws-cr-row
023126                 perform varying i from 1 by 1
023128                         until i > ws-student-count
023130                     if ws-cr-id(i) = dm-student-id
023132                         move i to ws-cr-row
023134                     end-if
023136                 end-perform
023138                 if ws-cr-row = zero
023140                     add 1 to ws-demo-unmatched
023142                 else
023144                     move dm-sex to ws-cr-sex(ws-cr-row)
023146                     move dm-fed-category
023148                         to ws-cr-fed-cat(ws-cr-row)
023150                 end-if
023152             end-if
023154         end-perform
023156         close demographic-file
023158     else
023160         display 'NO DEMOGVS - STATUS ' ws-demogvs-status
023162             ' - EVERY SUBGROUP NOT REPORTED'
023164     end-if
023166     .
023167 JOIN-504-PLANS.
023168******************************************************************
023169*    A STUDENT WITH AN ACTIVE PLAN ON PLAN504 IN EFFECT TODAY IS *
023170*    COUNTED 504 ONLY UNLESS THEY ALSO HAVE AN IEP - THE CRDC    *
023171*    COUNTS A STUDENT UNDER IDEA OR UNDER 504, NEVER BOTH. NO    *
023172*    PLAN504 (NO PLAN EVER ENTERED) LEAVES EVERY COUNT AT ZERO.  *
023173******************************************************************
023174     open input plan-504-file
023175     if ws-plan504-status = '00'
023176         perform until ws-plan504-status not = '00'
023177             read plan-504-file next record
023178             if ws-plan504-status = '00'
023179                 and sp-status = 'A'
023180                 and sp-start-date not > ws-today-date
023181                 move zero to ws-cr-row
023182                 perform varying i from 1 by 1
023183                         until i > ws-student-count
023184                     if ws-cr-id(i) = sp-student-id
023185                         move i to ws-cr-row
023186                     end-if
023187                 end-perform
023188                 if ws-cr-row = zero
023189                     add 1 to ws-504-unmatched
023190                 else
023191                     if ws-cr-iep(ws-cr-row) not = 'Y'
023192                         move 'Y' to ws-cr-504(ws-cr-row)
023193                     end-if
023194                 end-if
023195             end-if
023196         end-perform
023197         close plan-504-file
023198     else
023199         display 'NO PLAN504 - STATUS ' ws-plan504-status
023200             ' - NO 504-ONLY STUDENTS COUNTED'
023200     end-if
023200     .
023200 NOTE-CALENDAR-BUILDING.
023200     move 'N' to ws-calb-found
023200     perform varying ws-calb-row from 1 by 1
023200             until ws-calb-row > ws-calb-count
023200         if ws-calb-school(ws-calb-row) = cal-school-code
023200             move 'Y' to ws-calb-found
023200         end-if
023200     end-perform
023200     if ws-calb-found = 'N'
023200         and ws-calb-count < ws-calb-max
023200         add 1 to ws-calb-count
023200         move cal-school-code to ws-calb-school(ws-calb-count)
023200     end-if
023200     .
023200 SELECT-SCHOOL-CALENDAR.
023200     move spaces to ws-cal-key
023200     perform varying ws-calb-row from 1 by 1
023200             until ws-calb-row > ws-calb-count
023200         if ws-calb-school(ws-calb-row) = ws-cal-for-school
023200             move ws-cal-for-school to ws-cal-key
023200         end-if
023200     end-perform
023200     .
023200 LOAD-INSTRUCTIONAL-DAYS.
023300     move zero to ws-calendar-count
023400     open input school-calendar-file
024000                 and ws-calendar-count < ws-calendar-max
024100                 add 1 to ws-calendar-count
024200                 move cal-date
024200                     to ws-cal-day(ws-calendar-count)
024200                 move cal-school-code
024200                     to ws-cal-school(ws-calendar-count)
024200                 if cal-school-code not = spaces
024200                     perform note-calendar-building
024200                 end-if
024200             end-if
024500         end-perform
024600         close school-calendar-file
024700     else
032000     .
032100 FLAG-CHRONIC-ABSENTEES.
032200     perform varying i from 1 by 1 until i > ws-student-count
032200         move zero to ws-enrolled-days
032200         move ws-cr-school(i) to ws-cal-for-school
032200         perform select-school-calendar
032200         perform varying j from 1 by 1
032200                 until j > ws-calendar-count
032200             if ws-cal-day(j) >= ws-cr-enroll-date(i)
032200                 and ws-cal-day(j) <= ws-today-date
032200                 and ws-cal-school(j) = ws-cal-key
032800                 add 1 to ws-enrolled-days
032900             end-if
033000         end-perform
034000 OPEN-DETAIL-REPORT.
034100     open output crdc-detail-rpt
034200     if ws-crdcdtl-status = '00'
034250         write crdc-detail-line-rec from bus-date-heading
034300         write crdc-detail-line-rec from dtl-heading
034400     else
034500         display 'COULD NOT OPEN CRDCDTL - STATUS '
041800     .
041900 PRINT-ONE-BUILDING.
042000     move zero to ws-cnt-enrolled
042010     perform varying ws-sg-row from 1 by 1 until ws-sg-row > 4
042020         perform varying k from 1 by 1 until k > 12
042030             move zero to ws-sg-tally(ws-sg-row k)
042040         end-perform
042050     end-perform
042100     move zero to ws-cnt-iep
042200     move zero to ws-cnt-chronic
042300     move zero to ws-cnt-chronic-iep
042700     move zero to ws-cnt-susp-days
042800     move zero to ws-cnt-expul
042900     move zero to ws-cnt-expul-iep
042910     move zero to ws-cnt-504
042920     move zero to ws-cnt-chronic-504
042930     move zero to ws-cnt-susp-504
042940     move zero to ws-cnt-expul-504
043000     perform varying i from 1 by 1 until i > ws-student-count
043100         if ws-cr-school(i) = ws-cur-bldg
043200             perform count-one-student
043250             perform count-student-subgroups
043300         end-if
043400     end-perform
043500     move ws-cur-bldg to ext-hb-school
044000     move 'ENROLLED - IEP'     to ext-d-category
044100     move ws-cnt-iep           to ext-d-count
044200     write crdc-extract-line from ext-count-line
044210     move 'ENROLLED - 504 ONLY' to ext-d-category
044220     move ws-cnt-504           to ext-d-count
044230     write crdc-extract-line from ext-count-line
044300     move 'CHRONIC ABSENT'     to ext-d-category
044400     move ws-cnt-chronic       to ext-d-count
044500     write crdc-extract-line from ext-count-line
044600     move 'CHRONIC ABSENT - IEP' to ext-d-category
044700     move ws-cnt-chronic-iep   to ext-d-count
044800     write crdc-extract-line from ext-count-line
044810     move 'CHRONIC ABSENT - 504'  to ext-d-category
044820     move ws-cnt-chronic-504   to ext-d-count
044830     write crdc-extract-line from ext-count-line
044900     move 'DISCIPLINE INCIDENTS' to ext-d-category
045000     move ws-cnt-incidents     to ext-d-count
045100     write crdc-extract-line from ext-count-line
045500     move 'SUSPENSIONS - IEP'  to ext-d-category
045600     move ws-cnt-susp-iep      to ext-d-count
045700     write crdc-extract-line from ext-count-line
045710     move 'SUSPENSIONS - 504'  to ext-d-category
045720     move ws-cnt-susp-504      to ext-d-count
045730     write crdc-extract-line from ext-count-line
045800     move 'SUSPENSION DAYS'    to ext-d-category
045900     move ws-cnt-susp-days     to ext-d-count
046000     write crdc-extract-line from ext-count-line
046400     move 'EXPULSIONS - IEP'   to ext-d-category
046500     move ws-cnt-expul-iep     to ext-d-count
046600     write crdc-extract-line from ext-count-line
046610     move 'EXPULSIONS - 504'   to ext-d-category
046620     move ws-cnt-expul-504     to ext-d-count
046630     write crdc-extract-line from ext-count-line
046650     perform print-building-subgroups
046700     .
046800 COUNT-ONE-STUDENT.
046900     add 1 to ws-cnt-enrolled
047000     if ws-cr-iep(i) = 'Y'
047100         add 1 to ws-cnt-iep
047200     end-if
047210     if ws-cr-504(i) = 'Y'
047220         add 1 to ws-cnt-504
047230         move 'SECTION 504 ONLY' to dtl-d-category
047240         move 'ACTIVE PLAN' to dtl-d-extra
047250         perform write-detail-line
047260     end-if
047300     if ws-cr-chronic(i) = 'Y'
047400         add 1 to ws-cnt-chronic
047500         move 'CHRONIC ABSENT' to dtl-d-category
047800         if ws-cr-iep(i) = 'Y'
047900             add 1 to ws-cnt-chronic-iep
048000         end-if
048010         if ws-cr-504(i) = 'Y'
048020             add 1 to ws-cnt-chronic-504
048030         end-if
048100     end-if
048200     if ws-cr-incidents(i) not = zero
048300         add ws-cr-incidents(i) to ws-cnt-incidents
049500         if ws-cr-iep(i) = 'Y'
049600             add ws-cr-suspensions(i) to ws-cnt-susp-iep
049700         end-if
049710         if ws-cr-504(i) = 'Y'
049720             add ws-cr-suspensions(i) to ws-cnt-susp-504
049730         end-if
049800         move 'SUSPENSION' to dtl-d-category
049900         move spaces to dtl-d-extra
050000         string 'DAYS ' delimited by size
050800         if ws-cr-iep(i) = 'Y'
050900             add ws-cr-expulsions(i) to ws-cnt-expul-iep
051000         end-if
051010         if ws-cr-504(i) = 'Y'
051020             add ws-cr-expulsions(i) to ws-cnt-expul-504
051030         end-if
051100         move 'EXPULSION' to dtl-d-category
051200         move spaces to dtl-d-extra
051300         perform write-detail-line
051400     end-if
051500     .
051501 COUNT-STUDENT-SUBGROUPS.
051502     move ws-cr-sex(i)     to ws-sg-sex
051503     move ws-cr-fed-cat(i) to ws-sg-category
051504     perform find-subgroup-rows
051505     add 1 to ws-sg-tally(1 ws-sex-row)
051506     add 1 to ws-sg-tally(1 ws-race-row)
051507     if ws-cr-chronic(i) = 'Y'
051508         add 1 to ws-sg-tally(2 ws-sex-row)
051509         add 1 to ws-sg-tally(2 ws-race-row)
051510     end-if
051511     add ws-cr-suspensions(i) to ws-sg-tally(3 ws-sex-row)
051512     add ws-cr-suspensions(i) to ws-sg-tally(3 ws-race-row)
051513     add ws-cr-expulsions(i)  to ws-sg-tally(4 ws-sex-row)
051514     add ws-cr-expulsions(i)  to ws-sg-tally(4 ws-race-row)
051515     .
051516 FIND-SUBGROUP-ROWS.
051517******************************************************************
051518*    TURNS WS-SG-SEX AND WS-SG-CATEGORY INTO THE STUDENT'S TWO   *
051519*    SUBGROUP COLUMNS - WS-SEX-ROW (1-4) AND WS-RACE-ROW (5-12). *
051520*    ANYTHING NOT ON WS-SUBGROUP-LIST IS 'NOT REPORTED' (4, 12). *
051521******************************************************************
051522     move 4 to ws-sex-row
051523     perform varying k from 1 by 1 until k > 3
051524         if sg-code(k) = ws-sg-sex
051525             move k to ws-sex-row
051526         end-if
051527     end-perform
051528     move 12 to ws-race-row
051529     perform varying k from 5 by 1 until k > 11
051530         if sg-code(k) = ws-sg-category
051531             move k to ws-race-row
051532         end-if
051533     end-perform
051534     .
051535 PRINT-BUILDING-SUBGROUPS.
051536     write crdc-extract-line from ext-sg-heading
051537     write crdc-extract-line from ext-sg-group-heading
051538     write crdc-extract-line from ext-sg-column-heading
051539     perform varying ws-sg-row from 1 by 1 until ws-sg-row > 4
051540         perform varying k from 1 by 1 until k > 12
051541             move ws-sg-tally(ws-sg-row k) to ws-sup-count(k)
051542             move 'Y' to ws-sup-show(k)
051543         end-perform
051544         perform suppress-small-cells
051545         move sg-measure-name(ws-sg-row) to ext-sg-category
051546         perform varying k from 1 by 1 until k > 12
051547             if ws-sup-show(k) = 'N'
051548                 move '    *' to ext-sg-cell(k)
051549             else
051550                 move ws-sup-count(k) to ws-sup-edit
051551                 move ws-sup-edit to ext-sg-cell(k)
051552             end-if
051553         end-perform
051554         write crdc-extract-line from ext-sg-line
051555     end-perform
051556     .
051557 SUPPRESS-SMALL-CELLS.
051558******************************************************************
051559*    SMALL-CELL SUPPRESSION FOR ONE PUBLISHED ROW OF 12 SUBGROUP *
051560*    COUNTS IN WS-SUP-COUNT. THE CALLER SETS EVERY WS-SUP-SHOW   *
051561*    TO 'Y' (OR 'N' FOR A CELL IT HAS ALREADY HIDDEN). A COUNT   *
051562*    FROM 1 TO WS-MIN-CELL - 1 IS HIDDEN. THEN, WHERE THE SEX    *
051563*    GROUP (1-4) OR THE RACE/ETHNICITY GROUP (5-12) HIDES ONLY   *
051564*    ONE CELL, ITS SMALLEST OTHER NONZERO CELL IS HIDDEN AS      *
051565*    WELL, SO THE FIRST CANNOT BE HAD BACK FROM THE GROUP TOTAL. *
051566******************************************************************
051567     perform varying k from 1 by 1 until k > 12
051568         if ws-sup-count(k) > zero
051569             and ws-sup-count(k) < ws-min-cell
051570             move 'N' to ws-sup-show(k)
051571         end-if
051572     end-perform
051573     move 1 to ws-sup-from
051574     move 4 to ws-sup-to
051575     perform suppress-complement
051576     move 5 to ws-sup-from
051577     move 12 to ws-sup-to
051578     perform suppress-complement
051579     .
051580 SUPPRESS-COMPLEMENT.
051581     move zero to ws-sup-hidden
051582     move zero to ws-sup-low
051583     perform varying k from ws-sup-from by 1 until k > ws-sup-to
051584         if ws-sup-show(k) = 'N'
051585             add 1 to ws-sup-hidden
051586         else
051587             if ws-sup-count(k) > zero
051588                 if ws-sup-low = zero
051589                     move k to ws-sup-low
051590                 else
051591                     if ws-sup-count(k) < ws-sup-count(ws-sup-low)
051592                         move k to ws-sup-low
051593                     end-if
051594                 end-if
051595             end-if
051596         end-if
051597     end-perform
051598     if ws-sup-hidden = 1
051599         and ws-sup-low not = zero
051600         move 'N' to ws-sup-show(ws-sup-low)
051600     end-if
051600     .
051600 WRITE-DETAIL-LINE.
051700     if ws-crdcdtl-status = '00'
051800         move ws-cr-school(i)    to dtl-d-school
052200         write crdc-detail-line-rec from dtl-detail-line
052300     end-if
052400     .
052500 READ-BUSINESS-DATE.
052600******************************************************************
052700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
052800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
052900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
053000******************************************************************
053100     open input business-date-file
053200     if ws-busdate-status not = '00'
053300         display 'COULD NOT OPEN BUSDATE - STATUS '
053400             ws-busdate-status
053500         move 16 to return-code
053600         stop run
053700     end-if
053800     read business-date-file next record
053900     if ws-busdate-status not = '00'
054000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
054100             ws-busdate-status
054200         move 16 to return-code
054300         stop run
054400     end-if
054500     close business-date-file
054600     move bd-business-date to ws-business-date
054700     if bd-override-date not = zero
054800         move bd-override-date to ws-business-date
054900         move 'Y' to ws-bus-date-override
055000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
055100             bd-override-date ' SET BY ' bd-override-operator
055200         display '    REASON: ' bd-override-reason
055300     end-if
055400     move ws-business-date to bdh-date
055500     if ws-bus-date-override = 'Y'
055600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
055700             to bdh-override
055800     end-if
055900     .
