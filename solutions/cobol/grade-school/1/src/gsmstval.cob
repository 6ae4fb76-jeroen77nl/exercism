000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMSTVAL.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MASTER-SCHEDULE INTEGRITY VALIDATION. MSTSCHED IS BUILT BY  *
000900*    HAND EACH SUMMER AND NOTHING CHECKED IT AGAINST THE ROOMS   *
001000*    AND THE TEACHERS IT NAMES - A ROOM BOOKED TWICE IN ONE      *
001100*    PERIOD OR A SECTION SEATED PAST THE FIRE CODE WAS FOUND ON  *
001200*    THE FIRST DAY OF SCHOOL. THIS RUN READS EVERY SECTION ON    *
001300*    MSTSCHED AGAINST THE FACILITY ROOM MASTER (ROOMMAST) AND    *
001400*    THE TEACHER FILE (TEACHFIL) AND REPORTS:                    *
001500*      RMDBL - TWO SECTIONS IN ONE ROOM IN THE SAME PERIOD,      *
001600*      TCDBL - ONE TEACHER IN TWO ROOMS IN THE SAME PERIOD,      *
001700*      OVCAP - MS-SEATS ABOVE THE ROOM'S RM-FIRE-CAPACITY,       *
001800*      NOROM - THE ROOM IS NOT ON ROOMMAST (OR IS BLANK),        *
001900*      RMBLD - THE ROOM IS ON ROOMMAST ONLY FOR ANOTHER BUILDING,*
002000*      NOPLN - THE TEACHER TEACHES EVERY PERIOD OF THE DAY,      *
002100*      NOTCH - THE SECTION'S TEACHER IS NOT ON TEACHFIL.         *
002200*    THE FIRST FIVE ARE SEVERE, THE LAST TWO WARNINGS. A         *
002300*    BUILDING'S DAY IS EVERY PERIOD ITS MSTSCHED SECTIONS MEET   *
002400*    IN; A TEACHER'S DAY IS MEASURED AT THEIR TEACHFIL BUILDING  *
002500*    (THEIR FIRST SECTION'S BUILDING IF NOT ON TEACHFIL). EVERY  *
002600*    FINDING IS PRINTED ON MSTVRPT AND WRITTEN TO THE FINDINGS   *
002700*    FILE (MSTFIND, COPY MSVFREC), WHICH EACH RUN REWRITES WHOLE *
002800*    - GSSCHED READS IT AND REFUSES NEW ENROLLMENTS INTO A       *
002900*    SECTION WITH A SEVERE FINDING UNTIL THE SCHEDULE IS FIXED   *
003000*    AND THIS IS RUN AGAIN. RETURN CODES: 0 CLEAN OR WARNINGS    *
003100*    ONLY, 4 A SEVERE FINDING OR A TABLE CUT SHORT, 16 A FILE    *
003200*    COULD NOT BE READ OR WRITTEN. SEE JCL/GSMSTVAL.JCL.         *
003300******************************************************************
003400*    MOD-LOG
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15  RVM  ORIGINAL VERSION.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MASTER-SCHEDULE-FILE ASSIGN TO MSTSCHED
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MSTSCHED-STATUS.
004400     SELECT ROOM-MASTER-FILE ASSIGN TO ROOMMAST
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ROOMMAST-STATUS.
004700     SELECT TEACHER-FILE ASSIGN TO TEACHFIL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TEACHFIL-STATUS.
005000     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BUSDATE-STATUS.
005300     SELECT MASTER-FINDING-FILE ASSIGN TO MSTFIND
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-MSTFIND-STATUS.
005600     SELECT VALIDATION-RPT ASSIGN TO MSTVRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-MSTVRPT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  MASTER-SCHEDULE-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  MASTER-SCHEDULE-RECORD.
006400     COPY MSTSREC.
006500 FD  ROOM-MASTER-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  ROOM-MASTER-RECORD.
006800     COPY ROOMREC.
006900 FD  TEACHER-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  TEACHER-FILE-RECORD.
007200     COPY TEACHASN.
007300 FD  BUSINESS-DATE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  BUSINESS-DATE-RECORD.
007600     COPY BDATREC.
007700 FD  MASTER-FINDING-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  MASTER-FINDING-RECORD.
008000     COPY MSVFREC.
008100 FD  VALIDATION-RPT
008200     LABEL RECORDS ARE STANDARD.
008300 01  VALIDATION-LINE             PIC X(100).
008400 WORKING-STORAGE SECTION.
008500 01  WS-MSTSCHED-STATUS       PIC X(02).
008600 01  WS-ROOMMAST-STATUS       PIC X(02).
008700 01  WS-TEACHFIL-STATUS       PIC X(02).
008800 01  WS-MSTFIND-STATUS        PIC X(02).
008900 01  WS-MSTVRPT-STATUS        PIC X(02).
009000 01  i                        PIC 9(05).
009100 01  j                        PIC 9(05).
009200 01  k                        PIC 9(05).
009300******************************************************************
009400*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
009500*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK.      *
009600******************************************************************
009700 01  WS-BUSDATE-STATUS        PIC X(02).
009800 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
009900 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
010000 01  BUS-DATE-HEADING.
010100     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
010200     05  BDH-DATE             PIC 9(08).
010300     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
010400******************************************************************
010500*    EVERY SECTION ON THE MASTER SCHEDULE - WHAT IS VALIDATED.   *
010600******************************************************************
010700 77  WS-MST-MAX               PIC 9(03) VALUE 500.
010800 01  WS-MST-COUNT             PIC 9(03) VALUE ZERO.
010900 01  WS-MST-TABLE.
011000     05  WS-MST-ENTRY         OCCURS 500 TIMES.
011100         10  WS-MST-SCHOOL    PIC X(04).
011200         10  WS-MST-COURSE    PIC X(06).
011300         10  WS-MST-SECTION   PIC 9(02).
011400         10  WS-MST-PERIOD    PIC 9(02).
011500         10  WS-MST-TEACHER   PIC 9(05).
011600         10  WS-MST-ROOM      PIC X(04).
011700         10  WS-MST-SEATS     PIC 9(03).
011800 01  WS-MST-FULL              PIC X VALUE 'N'.
011900******************************************************************
012000*    THE FACILITY ROOM MASTER - EVERY ROOM IN EVERY BUILDING     *
012100*    WITH ITS FIRE-CODE CAPACITY.                                *
012200******************************************************************
012300 77  WS-ROOM-MAX              PIC 9(04) VALUE 1000.
012400 01  WS-ROOM-COUNT            PIC 9(04) VALUE ZERO.
012500 01  WS-ROOM-TABLE.
012600     05  WS-ROOM-ENTRY        OCCURS 1000 TIMES.
012700         10  WS-RM-SCHOOL     PIC X(04).
012800         10  WS-RM-ROOM       PIC X(04).
012900         10  WS-RM-CAPACITY   PIC 9(03).
013000 01  WS-ROOM-FULL             PIC X VALUE 'N'.
013100 01  WS-RM-ROW                PIC 9(04).
013200 01  WS-RM-OTHER-ROW          PIC 9(04).
013300******************************************************************
013400*    EVERY TEACHER ON TEACHFIL AND THE BUILDING THEY ARE         *
013500*    ASSIGNED TO (THE FIRST ROW FOR A TEACHER WITH SEVERAL).     *
013600******************************************************************
013700 77  WS-TCH-MAX               PIC 9(04) VALUE 2000.
013800 01  WS-TCH-COUNT             PIC 9(04) VALUE ZERO.
013900 01  WS-TCH-TABLE.
014000     05  WS-TCH-ENTRY         OCCURS 2000 TIMES.
014100         10  WS-TCH-ID        PIC 9(05).
014200         10  WS-TCH-SCHOOL    PIC X(04).
014300 01  WS-TCH-FULL              PIC X VALUE 'N'.
014400 01  WS-TCH-ROW               PIC 9(04).
014500 01  WS-FIND-TEACHER          PIC 9(05).
014600******************************************************************
014700*    THE PERIODS EACH BUILDING'S SECTIONS MEET IN AND THE        *
014800*    PERIODS EACH TEACHER TEACHES - ONE BYTE PER PERIOD 01-99,   *
014900*    'Y' WHEN USED. A TEACHER WITH NO PERIOD OF THE BUILDING'S   *
015000*    DAY FREE HAS NO PLANNING PERIOD.                            *
015100******************************************************************
015200 77  WS-BLD-MAX               PIC 9(03) VALUE 100.
015300 01  WS-BLD-COUNT             PIC 9(03) VALUE ZERO.
015400 01  WS-BLD-TABLE.
015500     05  WS-BLD-ENTRY         OCCURS 100 TIMES.
015600         10  WS-BLD-SCHOOL    PIC X(04).
015700         10  WS-BLD-PERIODS   PIC X(99).
015800 01  WS-BLD-ROW               PIC 9(03).
015900 01  WS-FIND-SCHOOL           PIC X(04).
016000 77  WS-TLD-MAX               PIC 9(04) VALUE 2000.
016100 01  WS-TLD-COUNT             PIC 9(04) VALUE ZERO.
016200 01  WS-TLD-TABLE.
016300     05  WS-TLD-ENTRY         OCCURS 2000 TIMES.
016400         10  WS-TLD-ID        PIC 9(05).
016500         10  WS-TLD-SCHOOL    PIC X(04).
016600         10  WS-TLD-PERIODS   PIC X(99).
016700 01  WS-TLD-ROW               PIC 9(04).
016800 01  WS-PD                    PIC 9(02).
016900 01  WS-DAY-PERIODS           PIC 9(02).
017000 01  WS-PERIOD-FREE           PIC X.
017100******************************************************************
017200*    THE FINDINGS - SORTED BY BUILDING, SEVERITY AND CODE FOR    *
017300*    THE REPORT AND THE FINDINGS FILE.                           *
017400******************************************************************
017500 77  WS-FND-MAX               PIC 9(04) VALUE 3000.
017600 01  WS-FND-COUNT             PIC 9(04) VALUE ZERO.
017700 01  FND-TABLE.
017800     05  FND-ROW              OCCURS 0 TO 3000 TIMES
017900                              DEPENDING ON WS-FND-COUNT.
018000         10  FND-SCHOOL       PIC X(04).
018100         10  FND-SEVERITY     PIC X(01).
018200         10  FND-CODE         PIC X(05).
018300         10  FND-COURSE       PIC X(06).
018400         10  FND-SECTION      PIC 9(02).
018500         10  FND-PERIOD       PIC 9(02).
018600         10  FND-TEACHER      PIC 9(05).
018700         10  FND-ROOM         PIC X(04).
018800         10  FND-DETAIL       PIC X(40).
018900 01  WS-FND-FULL              PIC X VALUE 'N'.
019000 01  WS-NEW-CODE              PIC X(05).
019100 01  WS-NEW-DETAIL            PIC X(40).
019200 01  WS-NEW-ROW               PIC 9(03).
019300 01  WS-SEVERE-COUNT          PIC 9(05) VALUE ZERO.
019400 01  WS-WARNING-COUNT         PIC 9(05) VALUE ZERO.
019500 01  WS-PREV-SCHOOL           PIC X(04).
019600 01  WS-EDIT-NUM              PIC ZZ9.
019700 01  WS-EDIT-NUM-2            PIC ZZ9.
019800******************************************************************
019900*    THE FINDING CODES WITH THEIR SEVERITY AND REPORT TEXT - THE *
020000*    ONE PLACE A CODE IS MADE SEVERE OR A WARNING.               *
020100******************************************************************
020200 77  WS-CODE-MAX              PIC 9(01) VALUE 7.
020300 01  WS-CODE-VALUES.
020400     05  FILLER               PIC X(36) VALUE
020500         'RMDBLSROOM DOUBLE-BOOKED IN PERIOD'.
020600     05  FILLER               PIC X(36) VALUE
020700         'TCDBLSTEACHER IN TWO ROOMS IN PERIOD'.
020800     05  FILLER               PIC X(36) VALUE
020900         'OVCAPSSEATS OVER FIRE CAPACITY'.
021000     05  FILLER               PIC X(36) VALUE
021100         'NOROMSROOM NOT ON ROOMMAST'.
021200     05  FILLER               PIC X(36) VALUE
021300         'RMBLDSROOM IN ANOTHER BUILDING'.
021400     05  FILLER               PIC X(36) VALUE
021500         'NOPLNWNO PLANNING PERIOD'.
021600     05  FILLER               PIC X(36) VALUE
021700         'NOTCHWTEACHER NOT ON TEACHFIL'.
021800 01  WS-CODE-TABLE REDEFINES WS-CODE-VALUES.
021900     05  WS-CODE-ENTRY        OCCURS 7 TIMES.
022000         10  WS-CODE          PIC X(05).
022100         10  WS-CODE-SEVERITY PIC X(01).
022200         10  WS-CODE-TEXT     PIC X(30).
022300 01  WS-CODE-TALLY.
022400     05  WS-CODE-COUNT        PIC 9(05) OCCURS 7 TIMES.
022500 01  WS-CODE-ROW              PIC 9(01).
022600 01  MSV-HEADING.
022700     05  FILLER               PIC X(46) VALUE
022800         'MASTER SCHEDULE INTEGRITY VALIDATION          '.
022900 01  MSV-COLUMN-HEADING.
023000     05  FILLER               PIC X(06) VALUE 'BLDG'.
023100     05  FILLER               PIC X(05) VALUE 'SEV'.
023200     05  FILLER               PIC X(07) VALUE 'CODE'.
023300     05  FILLER               PIC X(08) VALUE 'COURSE'.
023400     05  FILLER               PIC X(06) VALUE 'SECT'.
023500     05  FILLER               PIC X(04) VALUE 'PD'.
023600     05  FILLER               PIC X(09) VALUE 'TEACHER'.
023700     05  FILLER               PIC X(06) VALUE 'ROOM'.
023800     05  FILLER               PIC X(10) VALUE 'DETAIL'.
023900 01  MSV-DETAIL-LINE.
024000     05  MSV-D-SCHOOL         PIC X(04).
024100     05  FILLER               PIC X(02) VALUE SPACES.
024200     05  MSV-D-SEVERITY       PIC X(01).
024300     05  FILLER               PIC X(04) VALUE SPACES.
024400     05  MSV-D-CODE           PIC X(05).
024500     05  FILLER               PIC X(02) VALUE SPACES.
024600     05  MSV-D-COURSE         PIC X(06).
024700     05  FILLER               PIC X(02) VALUE SPACES.
024800     05  MSV-D-SECTION        PIC X(02).
024900     05  FILLER               PIC X(04) VALUE SPACES.
025000     05  MSV-D-PERIOD         PIC X(02).
025100     05  FILLER               PIC X(02) VALUE SPACES.
025200     05  MSV-D-TEACHER        PIC X(05).
025300     05  FILLER               PIC X(04) VALUE SPACES.
025400     05  MSV-D-ROOM           PIC X(04).
025500     05  FILLER               PIC X(02) VALUE SPACES.
025600     05  MSV-D-DETAIL         PIC X(40).
025700 01  MSV-CODE-TOTAL-LINE.
025800     05  FILLER               PIC X(02) VALUE SPACES.
025900     05  MSV-C-CODE           PIC X(05).
026000     05  FILLER               PIC X(02) VALUE SPACES.
026100     05  MSV-C-SEVERITY       PIC X(01).
026200     05  FILLER               PIC X(02) VALUE SPACES.
026300     05  MSV-C-TEXT           PIC X(32).
026400     05  MSV-C-COUNT          PIC ZZZZ9.
026500 01  RUN-TOTAL-LINE.
026600     05  RT-LABEL             PIC X(44).
026700     05  RT-VALUE             PIC ZZZZ9.
026800 PROCEDURE DIVISION.
026900 MAINLINE.
027000******************************************************************
027100*    STANDALONE ENTRY POINT, RUN WHENEVER MSTSCHED CHANGES AND   *
027200*    AHEAD OF GSSCHED. LOADS THE ROOMS, THE TEACHERS AND THE     *
027300*    MASTER SCHEDULE, CHECKS EVERY SECTION, THEN REWRITES THE    *
027400*    FINDINGS FILE AND PRINTS THE REPORT.                        *
027500******************************************************************
027600     perform read-business-date
027700     perform load-room-master
027800     perform load-teacher-file
027900     perform load-master-schedule
028000     perform check-section-rooms
028100     perform check-room-bookings
028200     perform check-teacher-bookings
028300     perform check-planning-periods
028400     if ws-fnd-count > 1
028500         sort fnd-row on ascending key fnd-school
028600                                       fnd-severity
028700                                       fnd-code
028800                                       fnd-course
028900                                       fnd-section
029000                                       fnd-teacher
029100     end-if
029200     perform save-findings
029300     perform print-validation-report
029400     if ws-severe-count > zero
029500         or ws-mst-full = 'Y'
029600         or ws-room-full = 'Y'
029700         or ws-tch-full = 'Y'
029800         or ws-fnd-full = 'Y'
029900         move 4 to return-code
030000     end-if
030100     stop run
030200     .
030300 LOAD-ROOM-MASTER.
030400     move zero to ws-room-count
030500     open input room-master-file
030600     if ws-roommast-status not = '00'
030700         display 'COULD NOT OPEN ROOMMAST - STATUS '
030800             ws-roommast-status
030900         move 16 to return-code
031000         stop run
031100     end-if
031200     perform until ws-roommast-status not = '00'
031300         read room-master-file next record
031400         if ws-roommast-status = '00'
031500             if ws-room-count < ws-room-max
031600                 add 1 to ws-room-count
031700                 move rm-school-code
031800                     to ws-rm-school(ws-room-count)
031900                 move rm-room        to ws-rm-room(ws-room-count)
032000                 move rm-fire-capacity
032100                     to ws-rm-capacity(ws-room-count)
032200             else
032300                 move 'Y' to ws-room-full
032400             end-if
032500         end-if
032600     end-perform
032700     close room-master-file
032800     if ws-room-full = 'Y'
032900         display 'ROOMMAST - ROOM TABLE FULL AT ' ws-room-max
033000     end-if
033100     .
033200 LOAD-TEACHER-FILE.
033300     move zero to ws-tch-count
033400     open input teacher-file
033500     if ws-teachfil-status not = '00'
033600         display 'COULD NOT OPEN TEACHFIL - STATUS '
033700             ws-teachfil-status
033800         move 16 to return-code
033900         stop run
034000     end-if
034100     perform until ws-teachfil-status not = '00'
034200         read teacher-file next record
034300         if ws-teachfil-status = '00'
034400             move ta-teacher-id to ws-find-teacher
034500             perform find-teacher-row
034600             if ws-tch-row = zero
034700                 if ws-tch-count < ws-tch-max
034800                     add 1 to ws-tch-count
034900                     move ta-teacher-id
035000                         to ws-tch-id(ws-tch-count)
035100                     move ta-school-code
035200                         to ws-tch-school(ws-tch-count)
035300                 else
035400                     move 'Y' to ws-tch-full
035500                 end-if
035600             end-if
035700         end-if
035800     end-perform
035900     close teacher-file
036000     if ws-tch-full = 'Y'
036100         display 'TEACHFIL - TEACHER TABLE FULL AT ' ws-tch-max
036200     end-if
036300     .
036400 LOAD-MASTER-SCHEDULE.
036500     move zero to ws-mst-count
036600     open input master-schedule-file
036700     if ws-mstsched-status not = '00'
036800         display 'COULD NOT OPEN MSTSCHED - STATUS '
036900             ws-mstsched-status
037000         move 16 to return-code
037100         stop run
037200     end-if
037300     perform until ws-mstsched-status not = '00'
037400         read master-schedule-file next record
037500         if ws-mstsched-status = '00'
037600             if ws-mst-count < ws-mst-max
037700                 add 1 to ws-mst-count
037800                 move ms-school-code
037900                     to ws-mst-school(ws-mst-count)
038000                 move ms-course-code
038100                     to ws-mst-course(ws-mst-count)
038200                 move ms-section-no
038300                     to ws-mst-section(ws-mst-count)
038400                 move ms-period
038500                     to ws-mst-period(ws-mst-count)
038600                 move ms-teacher-id
038700                     to ws-mst-teacher(ws-mst-count)
038800                 move ms-room        to ws-mst-room(ws-mst-count)
038900                 move ms-seats       to ws-mst-seats(ws-mst-count)
039000             else
039100                 move 'Y' to ws-mst-full
039200             end-if
039300         end-if
039400     end-perform
039500     close master-schedule-file
039600     if ws-mst-full = 'Y'
039700         display 'MSTSCHED - SECTION TABLE FULL AT ' ws-mst-max
039800     end-if
039900     .
040000 CHECK-SECTION-ROOMS.
040100******************************************************************
040200*    EACH SECTION'S ROOM AGAINST ROOMMAST - THE ROOM IN THE      *
040300*    SECTION'S OWN BUILDING, ITS FIRE CAPACITY AGAINST THE SEATS *
040400*    OFFERED - AND ITS TEACHER AGAINST TEACHFIL.                 *
040500******************************************************************
040600     perform varying i from 1 by 1 until i > ws-mst-count
040700         move i to ws-new-row
040800         move zero to ws-rm-row
040900         move zero to ws-rm-other-row
041000         perform varying j from 1 by 1
041100                 until j > ws-room-count or ws-rm-row not = zero
041200             if ws-rm-room(j) = ws-mst-room(i)
041300                 if ws-rm-school(j) = ws-mst-school(i)
041400                     move j to ws-rm-row
041500                 else
041600                     if ws-rm-other-row = zero
041700                         move j to ws-rm-other-row
041800                     end-if
041900                 end-if
042000             end-if
042100         end-perform
042200         evaluate true
042300             when ws-mst-room(i) = spaces
042400                 move 'NOROM' to ws-new-code
042500                 move 'NO ROOM ASSIGNED' to ws-new-detail
042600                 perform add-section-finding
042700             when ws-rm-row not = zero
042800                 if ws-mst-seats(i) > ws-rm-capacity(ws-rm-row)
042900                     move ws-mst-seats(i) to ws-edit-num
043000                     move ws-rm-capacity(ws-rm-row)
043100                         to ws-edit-num-2
043200                     move 'OVCAP' to ws-new-code
043300                     move spaces to ws-new-detail
043400                     string 'SEATS ' ws-edit-num
043500                            ' - FIRE CAPACITY ' ws-edit-num-2
043600                            delimited by size
043700                            into ws-new-detail
043800                     end-string
043900                     perform add-section-finding
044000                 end-if
044100             when ws-rm-other-row not = zero
044200                 move 'RMBLD' to ws-new-code
044300                 move spaces to ws-new-detail
044400                 string 'ROOMMAST HAS THE ROOM AT '
044500                        ws-rm-school(ws-rm-other-row)
044600                        delimited by size
044700                        into ws-new-detail
044800                 end-string
044900                 perform add-section-finding
045000             when other
045100                 move 'NOROM' to ws-new-code
045200                 move 'ROOM NOT ON ROOMMAST' to ws-new-detail
045300                 perform add-section-finding
045400         end-evaluate
045500         move ws-mst-teacher(i) to ws-find-teacher
045600         perform find-teacher-row
045700         if ws-mst-teacher(i) = zero
045800             move 'NOTCH' to ws-new-code
045900             move 'NO TEACHER ASSIGNED' to ws-new-detail
046000             perform add-section-finding
046100         else
046200             if ws-tch-row = zero
046300                 move 'NOTCH' to ws-new-code
046400                 move 'TEACHER ID NOT ON TEACHFIL'
046500                     to ws-new-detail
046600                 perform add-section-finding
046700             end-if
046800         end-if
046900     end-perform
047000     .
047100 CHECK-ROOM-BOOKINGS.
047200******************************************************************
047300*    TWO SECTIONS IN ONE BUILDING, ROOM AND PERIOD. EACH SECTION *
047400*    OF THE PAIR GETS ITS OWN FINDING NAMING THE OTHER, SO BOTH  *
047500*    ARE HELD UNTIL ONE IS MOVED.                                *
047600******************************************************************
047700     perform varying i from 1 by 1 until i > ws-mst-count
047800         perform varying j from i by 1 until j > ws-mst-count
047900             if j > i
048000                 and ws-mst-room(i) not = spaces
048100                 and ws-mst-school(j) = ws-mst-school(i)
048200                 and ws-mst-room(j) = ws-mst-room(i)
048300                 and ws-mst-period(j) = ws-mst-period(i)
048400                 move 'RMDBL' to ws-new-code
048500                 move i to ws-new-row
048600                 move j to k
048700                 perform set-other-section-detail
048800                 perform add-section-finding
048900                 move j to ws-new-row
049000                 move i to k
049100                 perform set-other-section-detail
049200                 perform add-section-finding
049300             end-if
049400         end-perform
049500     end-perform
049600     .
049700 CHECK-TEACHER-BOOKINGS.
049800******************************************************************
049900*    ONE TEACHER IN TWO PLACES IN ONE PERIOD - ANOTHER ROOM OR   *
050000*    ANOTHER BUILDING. TWO SECTIONS A TEACHER COMBINES IN ONE    *
050100*    ROOM ARE A ROOM DOUBLE-BOOKING ABOVE, NOT THIS.             *
050200******************************************************************
050300     perform varying i from 1 by 1 until i > ws-mst-count
050400         perform varying j from i by 1 until j > ws-mst-count
050500             if j > i
050600                 and ws-mst-teacher(i) not = zero
050700                 and ws-mst-teacher(j) = ws-mst-teacher(i)
050800                 and ws-mst-period(j) = ws-mst-period(i)
050900                 and (ws-mst-school(j) not = ws-mst-school(i)
051000                      or ws-mst-room(j) not = ws-mst-room(i))
051100                 move 'TCDBL' to ws-new-code
051200                 move i to ws-new-row
051300                 move j to k
051400                 perform set-other-section-detail
051500                 perform add-section-finding
051600                 move j to ws-new-row
051700                 move i to k
051800                 perform set-other-section-detail
051900                 perform add-section-finding
052000             end-if
052100         end-perform
052200     end-perform
052300     .
052400 SET-OTHER-SECTION-DETAIL.
052500     move spaces to ws-new-detail
052600     string 'ALSO ' delimited by size
052700            ws-mst-course(k) delimited by space
052800            '-' ws-mst-section(k) delimited by size
052900            ' IN ' delimited by size
053000            ws-mst-school(k) delimited by space
053100            ' ' delimited by size
053200            ws-mst-room(k) delimited by space
053300            into ws-new-detail
053400     end-string
053500     .
053600 CHECK-PLANNING-PERIODS.
053700******************************************************************
053800*    MARKS THE PERIODS EVERY BUILDING AND EVERY TEACHER USE,     *
053900*    THEN FLAGS A TEACHER WHO TEACHES IN EVERY PERIOD OF THEIR   *
054000*    BUILDING'S DAY. PERIOD 00 (UNSCHEDULED) IS NOT PART OF IT.  *
054100******************************************************************
054200     perform varying i from 1 by 1 until i > ws-mst-count
054300         if ws-mst-period(i) > zero
054400             move ws-mst-school(i) to ws-find-school
054500             perform find-building-row
054600             if ws-bld-row = zero
054700                 and ws-bld-count < ws-bld-max
054800                 add 1 to ws-bld-count
054900                 move ws-bld-count to ws-bld-row
055000                 move ws-mst-school(i)
055100                     to ws-bld-school(ws-bld-row)
055200                 move spaces to ws-bld-periods(ws-bld-row)
055300             end-if
055400             if ws-bld-row not = zero
055500                 move ws-mst-period(i) to ws-pd
055600                 move 'Y' to ws-bld-periods(ws-bld-row)(ws-pd:1)
055700             end-if
055800             if ws-mst-teacher(i) not = zero
055900                 perform mark-teacher-period
056000             end-if
056100         end-if
056200     end-perform
056300     perform varying i from 1 by 1 until i > ws-tld-count
056400         move ws-tld-id(i) to ws-find-teacher
056500         perform find-teacher-row
056600         move ws-tld-school(i) to ws-find-school
056700         if ws-tch-row not = zero
056800             move ws-tch-school(ws-tch-row) to ws-find-school
056900         end-if
057000         perform find-building-row
057100         if ws-bld-row = zero
057200             move ws-tld-school(i) to ws-find-school
057300             perform find-building-row
057400         end-if
057500         if ws-bld-row not = zero
057600             move 'N' to ws-period-free
057700             perform varying j from 1 by 1
057800                     until j > 99 or ws-period-free = 'Y'
057900                 if ws-bld-periods(ws-bld-row)(j:1) = 'Y'
058000                     and ws-tld-periods(i)(j:1) not = 'Y'
058100                     move 'Y' to ws-period-free
058200                 end-if
058300             end-perform
058400             if ws-period-free = 'N'
058500                 perform add-planning-finding
058600             end-if
058700         end-if
058800     end-perform
058900     .
059000 MARK-TEACHER-PERIOD.
059100     move zero to ws-tld-row
059200     perform varying j from 1 by 1
059300             until j > ws-tld-count or ws-tld-row not = zero
059400         if ws-tld-id(j) = ws-mst-teacher(i)
059500             move j to ws-tld-row
059600         end-if
059700     end-perform
059800     if ws-tld-row = zero
059900         and ws-tld-count < ws-tld-max
060000         add 1 to ws-tld-count
060100         move ws-tld-count to ws-tld-row
060200         move ws-mst-teacher(i) to ws-tld-id(ws-tld-row)
060300         move ws-mst-school(i) to ws-tld-school(ws-tld-row)
060400         move spaces to ws-tld-periods(ws-tld-row)
060500     end-if
060600     if ws-tld-row not = zero
060700         move ws-mst-period(i) to ws-pd
060800         move 'Y' to ws-tld-periods(ws-tld-row)(ws-pd:1)
060900     end-if
061000     .
061100 ADD-PLANNING-FINDING.
061200     move zero to ws-day-periods
061300     inspect ws-bld-periods(ws-bld-row)
061400         tallying ws-day-periods for all 'Y'
061500     move ws-day-periods to ws-edit-num
061600     if ws-fnd-count < ws-fnd-max
061700         add 1 to ws-fnd-count
061800         move ws-bld-school(ws-bld-row)
061900             to fnd-school(ws-fnd-count)
062000         move 'NOPLN'      to fnd-code(ws-fnd-count)
062100         move spaces       to fnd-course(ws-fnd-count)
062200         move zero         to fnd-section(ws-fnd-count)
062300         move zero         to fnd-period(ws-fnd-count)
062400         move ws-tld-id(i) to fnd-teacher(ws-fnd-count)
062500         move spaces       to fnd-room(ws-fnd-count)
062600         move spaces       to fnd-detail(ws-fnd-count)
062700         string 'TEACHES ALL' ws-edit-num ' PERIODS OF THE DAY'
062800                delimited by size
062900                into fnd-detail(ws-fnd-count)
063000         end-string
063100         perform set-finding-severity
063200     else
063300         move 'Y' to ws-fnd-full
063400     end-if
063500     .
063600 ADD-SECTION-FINDING.
063700     if ws-fnd-count < ws-fnd-max
063800         add 1 to ws-fnd-count
063900         move ws-mst-school(ws-new-row)
064000             to fnd-school(ws-fnd-count)
064100         move ws-new-code to fnd-code(ws-fnd-count)
064200         move ws-mst-course(ws-new-row)
064300             to fnd-course(ws-fnd-count)
064400         move ws-mst-section(ws-new-row)
064500             to fnd-section(ws-fnd-count)
064600         move ws-mst-period(ws-new-row)
064700             to fnd-period(ws-fnd-count)
064800         move ws-mst-teacher(ws-new-row)
064900             to fnd-teacher(ws-fnd-count)
065000         move ws-mst-room(ws-new-row) to fnd-room(ws-fnd-count)
065100         move ws-new-detail to fnd-detail(ws-fnd-count)
065200         perform set-finding-severity
065300     else
065400         move 'Y' to ws-fnd-full
065500     end-if
065600     .
065700 SET-FINDING-SEVERITY.
065800******************************************************************
065900*    SEVERITY COMES FROM THE CODE TABLE; THE CODE'S TALLY AND    *
066000*    THE RUN'S SEVERE/WARNING COUNTS ARE KEPT AS IT IS ADDED.    *
066100******************************************************************
066200     move 'W' to fnd-severity(ws-fnd-count)
066300     perform varying ws-code-row from 1 by 1
066400             until ws-code-row > ws-code-max
066500         if ws-code(ws-code-row) = fnd-code(ws-fnd-count)
066600             move ws-code-severity(ws-code-row)
066700                 to fnd-severity(ws-fnd-count)
066800             add 1 to ws-code-count(ws-code-row)
066900         end-if
067000     end-perform
067100     if fnd-severity(ws-fnd-count) = 'S'
067200         add 1 to ws-severe-count
067300     else
067400         add 1 to ws-warning-count
067500     end-if
067600     .
067700 FIND-TEACHER-ROW.
067800     move zero to ws-tch-row
067900     perform varying k from 1 by 1
068000             until k > ws-tch-count or ws-tch-row not = zero
068100         if ws-tch-id(k) = ws-find-teacher
068200             move k to ws-tch-row
068300         end-if
068400     end-perform
068500     .
068600 FIND-BUILDING-ROW.
068700     move zero to ws-bld-row
068800     perform varying k from 1 by 1
068900             until k > ws-bld-count or ws-bld-row not = zero
069000         if ws-bld-school(k) = ws-find-school
069100             move k to ws-bld-row
069200         end-if
069300     end-perform
069400     .
069500 SAVE-FINDINGS.
069600******************************************************************
069700*    MSTFIND IS REWRITTEN WHOLE - A FINDING NOT MADE THIS RUN IS *
069800*    CLOSED, AND GSSCHED STOPS HOLDING ITS SECTION.              *
069900******************************************************************
070000     open output master-finding-file
070100     if ws-mstfind-status not = '00'
070200         display 'COULD NOT OPEN MSTFIND - STATUS '
070300             ws-mstfind-status
070400         move 16 to return-code
070500         stop run
070600     end-if
070700     perform varying i from 1 by 1 until i > ws-fnd-count
070800         move spaces to master-finding-record
070900         move fnd-school(i)   to mv-school-code
071000         move fnd-course(i)   to mv-course-code
071100         move fnd-section(i)  to mv-section-no
071200         move fnd-period(i)   to mv-period
071300         move fnd-teacher(i)  to mv-teacher-id
071400         move fnd-room(i)     to mv-room
071500         move fnd-code(i)     to mv-finding
071600         move fnd-severity(i) to mv-severity
071700         move ws-business-date to mv-run-date
071800         move fnd-detail(i)   to mv-detail
071900         write master-finding-record
072000         if ws-mstfind-status not = '00'
072100             display 'COULD NOT WRITE MSTFIND - STATUS '
072200                 ws-mstfind-status
072300             move 16 to return-code
072400             stop run
072500         end-if
072600     end-perform
072700     close master-finding-file
072800     .
072900 PRINT-VALIDATION-REPORT.
073000******************************************************************
073100*    MSTVRPT - THE FINDINGS BY BUILDING, SEVERE FIRST, THEN A    *
073200*    COUNT PER FINDING CODE AND THE RUN TOTALS.                  *
073300******************************************************************
073400     open output validation-rpt
073500     if ws-mstvrpt-status not = '00'
073600         display 'COULD NOT OPEN MSTVRPT - STATUS '
073700             ws-mstvrpt-status
073800         move 16 to return-code
073900         stop run
074000     end-if
074100     write validation-line from bus-date-heading
074200     write validation-line from msv-heading
074300     move spaces to ws-prev-school
074400     perform varying i from 1 by 1 until i > ws-fnd-count
074500         if fnd-school(i) not = ws-prev-school
074600             move fnd-school(i) to ws-prev-school
074700             move spaces to validation-line
074800             write validation-line
074900             write validation-line from msv-column-heading
075000         end-if
075100         move fnd-school(i)   to msv-d-school
075200         move fnd-severity(i) to msv-d-severity
075300         move fnd-code(i)     to msv-d-code
075400         move fnd-course(i)   to msv-d-course
075500         move fnd-room(i)     to msv-d-room
075600         move fnd-detail(i)   to msv-d-detail
075700         if fnd-course(i) = spaces
075800             move spaces to msv-d-section
075900             move spaces to msv-d-period
076000         else
076100             move fnd-section(i) to msv-d-section
076200             move fnd-period(i)  to msv-d-period
076300         end-if
076400         if fnd-teacher(i) = zero
076500             move spaces to msv-d-teacher
076600         else
076700             move fnd-teacher(i) to msv-d-teacher
076800         end-if
076900         write validation-line from msv-detail-line
077000     end-perform
077100     if ws-fnd-count = zero
077200         move spaces to validation-line
077300         write validation-line
077400         move 'NO FINDINGS - MASTER SCHEDULE IS CLEAN'
077500             to validation-line
077600         write validation-line
077700     end-if
077800     if ws-fnd-full = 'Y'
077900         move spaces to validation-line
078000         write validation-line
078100         move '** FINDING TABLE FULL - FINDINGS ABOVE ARE SHORT'
078200             to validation-line
078300         write validation-line
078400         display 'MSTVRPT - FINDING TABLE FULL AT ' ws-fnd-max
078500     end-if
078600     move spaces to validation-line
078700     write validation-line
078800     perform varying ws-code-row from 1 by 1
078900             until ws-code-row > ws-code-max
079000         move ws-code(ws-code-row)          to msv-c-code
079100         move ws-code-severity(ws-code-row) to msv-c-severity
079200         move ws-code-text(ws-code-row)     to msv-c-text
079300         move ws-code-count(ws-code-row)    to msv-c-count
079400         write validation-line from msv-code-total-line
079500     end-perform
079600     move spaces to validation-line
079700     write validation-line
079800     move 'SECTIONS VALIDATED' to rt-label
079900     move ws-mst-count to rt-value
080000     write validation-line from run-total-line
080100     move 'ROOMS ON ROOMMAST' to rt-label
080200     move ws-room-count to rt-value
080300     write validation-line from run-total-line
080400     move 'TEACHERS ON TEACHFIL' to rt-label
080500     move ws-tch-count to rt-value
080600     write validation-line from run-total-line
080700     move 'SEVERE FINDINGS (ENROLLMENT HELD)' to rt-label
080800     move ws-severe-count to rt-value
080900     write validation-line from run-total-line
081000     move 'WARNINGS' to rt-label
081100     move ws-warning-count to rt-value
081200     write validation-line from run-total-line
081300     close validation-rpt
081400     .
081500 READ-BUSINESS-DATE.
081600******************************************************************
081700*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
081800*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
081900*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
082000******************************************************************
082100     open input business-date-file
082200     if ws-busdate-status not = '00'
082300         display 'COULD NOT OPEN BUSDATE - STATUS '
082400             ws-busdate-status
082500         move 16 to return-code
082600         stop run
082700     end-if
082800     read business-date-file next record
082900     if ws-busdate-status not = '00'
083000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
083100             ws-busdate-status
083200         move 16 to return-code
083300         stop run
083400     end-if
083500     close business-date-file
083600     move bd-business-date to ws-business-date
083700     if bd-override-date not = zero
083800         move bd-override-date to ws-business-date
083900         move 'Y' to ws-bus-date-override
084000         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
084100             bd-override-date ' SET BY ' bd-override-operator
084200         display '    REASON: ' bd-override-reason
084300     end-if
084400     move ws-business-date to bdh-date
084500     if ws-bus-date-override = 'Y'
084600         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
084700             to bdh-override
084800     end-if
084900     .
