000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSBDATE.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    BUSINESS-DATE MAINTENANCE. THE ONLY PROGRAM THAT CHANGES    *
000900*    THE DISTRICT BUSINESS-DATE CONTROL RECORD (BUSDATE, COPY    *
001000*    BDATREC). ONE BDATECTL CARD PER RUN:                        *
001100*      'ADVANCE ' - THE END-OF-DAY STEP (JCL/GSEOD.JCL). MOVES   *
001200*                   THE BUSINESS DATE TO THE NEXT WEEKDAY, OR TO *
001300*                   THE LATER DATE ON THE CARD (AFTER A HOLIDAY  *
001400*                   BREAK), AND DROPS ANY RERUN OVERRIDE.        *
001500*      'OVERRIDE' - RERUN A PAST BUSINESS DAY. THE CARD DATE     *
001600*                   MUST BE EARLIER THAN THE BUSINESS DATE AND   *
001700*                   THE CARD MUST NAME THE OPERATOR AND A        *
001800*                   REASON. EVERY JOB THEN RUNS AS OF THAT DATE  *
001900*                   AND SAYS SO ON ITS REPORTS UNTIL CLEARED.    *
002000*      'CLEAR   ' - END THE RERUN - BACK TO THE BUSINESS DATE.   *
002100*      'INIT    ' - FIRST-TIME LOAD OF THE BUSINESS DATE,        *
002200*                   REFUSED ONCE BUSDATE EXISTS.                 *
002300*    A CARD THAT FAILS ITS CHECKS CHANGES NOTHING AND ENDS RC 8. *
002400*    EVERY CARD, DONE OR REFUSED, IS LOGGED TO BDATHIST.         *
002500*    SEE JCL/GSEOD.JCL AND JCL/GSBDATE.JCL.                      *
002600******************************************************************
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-10-15  RVM  ORIGINAL VERSION.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BDATE-CONTROL-FILE ASSIGN TO BDATECTL
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-BDATECTL-STATUS.
003700     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BUSDATE-STATUS.
004000     SELECT BDATE-HISTORY-FILE ASSIGN TO BDATHIST
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BDATHIST-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BDATE-CONTROL-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  BDATE-CONTROL-RECORD.
004800     05  BC-ACTION               PIC X(08).
004900     05  FILLER                  PIC X(01).
005000     05  BC-DATE                 PIC X(08).
005100     05  FILLER                  PIC X(01).
005200     05  BC-OPERATOR             PIC X(08).
005300     05  FILLER                  PIC X(01).
005400     05  BC-REASON               PIC X(30).
005500 FD  BUSINESS-DATE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  BUSINESS-DATE-RECORD.
005800     COPY BDATREC.
005900 FD  BDATE-HISTORY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  BDATE-HISTORY-RECORD.
006200     05  BH-LOG-DATE             PIC 9(08).
006300     05  BH-LOG-TIME             PIC 9(08).
006400     05  BH-ACTION               PIC X(08).
006500     05  BH-OLD-BUS-DATE         PIC 9(08).
006600     05  BH-NEW-BUS-DATE         PIC 9(08).
006700     05  BH-OVERRIDE-DATE        PIC 9(08).
006800     05  BH-OPERATOR             PIC X(08).
006900     05  BH-REASON               PIC X(30).
007000     05  BH-RESULT               PIC X(08).
007100 WORKING-STORAGE SECTION.
007200 01  WS-BDATECTL-STATUS       PIC X(02).
007300 01  WS-BUSDATE-STATUS        PIC X(02).
007400 01  WS-BDATHIST-STATUS       PIC X(02).
007500 01  WS-CARD-FOUND            PIC X VALUE 'N'.
007600 01  WS-BD-FOUND              PIC X VALUE 'N'.
007700 01  WS-REFUSAL               PIC X(50) VALUE SPACES.
007800 01  WS-OLD-BUS-DATE          PIC 9(08) VALUE ZERO.
007900 01  WS-CARD-DATE             PIC 9(08) VALUE ZERO.
008000******************************************************************
008100*    DATE ARITHMETIC FOR THE ADVANCE - THE NEXT CALENDAR DAY,    *
008200*    AND ITS DAY OF THE WEEK BY ZELLER'S RULE (0 = SATURDAY,     *
008300*    1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY).                     *
008400******************************************************************
008500 01  WS-NEXT-DATE             PIC 9(08).
008600 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
008700     05  WS-NEXT-YEAR         PIC 9(04).
008800     05  WS-NEXT-MONTH        PIC 9(02).
008900     05  WS-NEXT-DAY          PIC 9(02).
009000 01  WS-MONTH-DAYS-LIST       PIC X(24)
009100     VALUE '312831303130313130313031'.
009200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
009300     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
009400 01  WS-MONTH-END             PIC 9(02).
009500 01  WS-LEAP-QUOTIENT         PIC 9(04).
009600 01  WS-LEAP-REM-4            PIC 9(04).
009700 01  WS-LEAP-REM-100          PIC 9(04).
009800 01  WS-LEAP-REM-400          PIC 9(04).
009900 01  WS-ZEL-MONTH             PIC 9(02).
010000 01  WS-ZEL-YEAR              PIC 9(04).
010100 01  WS-ZEL-TERM-1            PIC 9(04).
010200 01  WS-ZEL-TERM-2            PIC 9(04).
010300 01  WS-ZEL-TERM-3            PIC 9(04).
010400 01  WS-ZEL-TERM-4            PIC 9(04).
010500 01  WS-ZEL-SUM               PIC 9(06).
010600 01  WS-ZEL-QUOTIENT          PIC 9(06).
010700 01  WS-WEEKDAY               PIC 9(01).
010800 PROCEDURE DIVISION.
010900 MAINLINE.
011000******************************************************************
011100*    ONE CARD, ONE CHANGE. NOTHING IS REWRITTEN UNLESS THE CARD  *
011200*    PASSES EVERY CHECK FOR ITS ACTION.                          *
011300******************************************************************
011400     perform read-control-card
011500     perform read-business-date-record
011600     if ws-card-found = 'N'
011700         move 'NO BDATECTL CARD' to ws-refusal
011800     else
011900         evaluate bc-action
012000             when 'INIT    '
012100                 perform apply-init
012200             when 'ADVANCE '
012300                 perform apply-advance
012400             when 'OVERRIDE'
012500                 perform apply-override
012600             when 'CLEAR   '
012700                 perform apply-clear
012800             when other
012900                 move 'ACTION MUST BE ADVANCE/OVERRIDE/CLEAR/INIT'
013000                     to ws-refusal
013100         end-evaluate
013200     end-if
013300     if ws-refusal = spaces
013400         perform write-business-date-record
013500     end-if
013600     perform log-bdate-history
013700     if ws-refusal = spaces
013800         display 'GSBDATE - ' bc-action ' DONE - BUSINESS DATE '
013900             bd-business-date ' OVERRIDE ' bd-override-date
014000     else
014100         display 'GSBDATE - ' bc-action ' REFUSED - ' ws-refusal
014200         move 8 to return-code
014300     end-if
014400     stop run
014500     .
014600 READ-CONTROL-CARD.
014700     move spaces to bdate-control-record
014800     open input bdate-control-file
014900     if ws-bdatectl-status = '00'
015000         read bdate-control-file next record
015100         if ws-bdatectl-status = '00'
015200             move 'Y' to ws-card-found
015300         end-if
015400         close bdate-control-file
015500     end-if
015600     if bc-date is numeric
015700         move bc-date to ws-card-date
015800     end-if
015900     .
016000 READ-BUSINESS-DATE-RECORD.
016100     open input business-date-file
016200     if ws-busdate-status = '00'
016300         read business-date-file next record
016400         if ws-busdate-status = '00'
016500             move 'Y' to ws-bd-found
016600             move bd-business-date to ws-old-bus-date
016700         end-if
016800         close business-date-file
016900     end-if
017000     .
017100 APPLY-INIT.
017200******************************************************************
017300*    FIRST-TIME LOAD ONLY - AN EXISTING BUSINESS DATE IS MOVED   *
017400*    WITH ADVANCE, NEVER RESET.                                  *
017500******************************************************************
017600     if ws-bd-found = 'Y'
017700         move 'BUSDATE ALREADY SET - USE ADVANCE OR OVERRIDE'
017800             to ws-refusal
017900     else
018000         if ws-card-date = zero
018100             move 'INIT NEEDS A YYYYMMDD DATE' to ws-refusal
018200         else
018300             move spaces to business-date-record
018400             move ws-card-date to bd-business-date
018500             move zero to bd-override-date
018600             move zero to bd-override-set-date
018700             move zero to bd-override-set-time
018800             accept bd-advanced-date from date yyyymmdd
018900             accept bd-advanced-time from time
019000         end-if
019100     end-if
019200     .
019300 APPLY-ADVANCE.
019400******************************************************************
019500*    END OF DAY. NEXT WEEKDAY BY DEFAULT; A CARD DATE, WHEN      *
019600*    GIVEN, MUST BE LATER THAN THE CURRENT BUSINESS DATE. A      *
019700*    RERUN OVERRIDE NEVER SURVIVES AN ADVANCE.                   *
019800******************************************************************
019900     if ws-bd-found = 'N'
020000         move 'NO BUSINESS DATE ON BUSDATE - RUN INIT FIRST'
020100             to ws-refusal
020200     else
020300         if bc-date not = spaces
020400             if ws-card-date = zero
020500                 or ws-card-date not > bd-business-date
020600                 move 'ADVANCE DATE NOT AFTER BUSINESS DATE'
020700                     to ws-refusal
020800             else
020900                 move ws-card-date to ws-next-date
021000             end-if
021100         else
021200             move bd-business-date to ws-next-date
021300             perform step-to-next-day
021400             perform find-weekday
021500             perform until ws-weekday > 1
021600                 perform step-to-next-day
021700                 perform find-weekday
021800             end-perform
021900         end-if
022000     end-if
022100     if ws-refusal = spaces
022200         if bd-override-date not = zero
022300             display 'GSBDATE - RERUN OVERRIDE ' bd-override-date
022400                 ' DROPPED BY ADVANCE'
022500         end-if
022600         move ws-next-date to bd-business-date
022700         move zero to bd-override-date
022800         move spaces to bd-override-reason
022900         move spaces to bd-override-operator
023000         move zero to bd-override-set-date
023100         move zero to bd-override-set-time
023200         accept bd-advanced-date from date yyyymmdd
023300         accept bd-advanced-time from time
023400     end-if
023500     .
023600 APPLY-OVERRIDE.
023700******************************************************************
023800*    RERUN OF A PAST BUSINESS DAY. NEVER A FUTURE DAY, AND NEVER *
023900*    WITHOUT A NAME AND A REASON FOR THE AUDITORS.               *
024000******************************************************************
024100     evaluate true
024200         when ws-bd-found = 'N'
024300             move 'NO BUSINESS DATE ON BUSDATE - RUN INIT FIRST'
024400                 to ws-refusal
024500         when ws-card-date = zero
024600             move 'OVERRIDE NEEDS A YYYYMMDD DATE' to ws-refusal
024700         when ws-card-date not < bd-business-date
024800             move 'OVERRIDE DATE NOT BEFORE BUSINESS DATE'
024900                 to ws-refusal
025000         when bc-operator = spaces
025100             move 'OVERRIDE NEEDS THE OPERATOR ID' to ws-refusal
025200         when bc-reason = spaces
025300             move 'OVERRIDE NEEDS A REASON' to ws-refusal
025400         when other
025500             move ws-card-date to bd-override-date
025600             move bc-reason    to bd-override-reason
025700             move bc-operator  to bd-override-operator
025800             accept bd-override-set-date from date yyyymmdd
025900             accept bd-override-set-time from time
026000     end-evaluate
026100     .
026200 APPLY-CLEAR.
026300     if ws-bd-found = 'N'
026400         move 'NO BUSINESS DATE ON BUSDATE - RUN INIT FIRST'
026500             to ws-refusal
026600     else
026700         if bd-override-date = zero
026800             display 'GSBDATE - NO OVERRIDE WAS IN EFFECT'
026900         end-if
027000         move zero to bd-override-date
027100         move spaces to bd-override-reason
027200         move spaces to bd-override-operator
027300         move zero to bd-override-set-date
027400         move zero to bd-override-set-time
027500     end-if
027600     .
027700 STEP-TO-NEXT-DAY.
027800     move ws-month-days(ws-next-month) to ws-month-end
027900     if ws-next-month = 2
028000         divide ws-next-year by 4 giving ws-leap-quotient
028100             remainder ws-leap-rem-4
028200         divide ws-next-year by 100 giving ws-leap-quotient
028300             remainder ws-leap-rem-100
028400         divide ws-next-year by 400 giving ws-leap-quotient
028500             remainder ws-leap-rem-400
028600         if ws-leap-rem-400 = zero
028700             or (ws-leap-rem-4 = zero
028800                 and ws-leap-rem-100 not = zero)
028900             move 29 to ws-month-end
029000         end-if
029100     end-if
029200     if ws-next-day < ws-month-end
029300         add 1 to ws-next-day
029400     else
029500         move 1 to ws-next-day
029600         if ws-next-month < 12
029700             add 1 to ws-next-month
029800         else
029900             move 1 to ws-next-month
030000             add 1 to ws-next-year
030100         end-if
030200     end-if
030300     .
030400 FIND-WEEKDAY.
030500     move ws-next-month to ws-zel-month
030600     move ws-next-year  to ws-zel-year
030700     if ws-zel-month < 3
030800         add 12 to ws-zel-month
030900         subtract 1 from ws-zel-year
031000     end-if
031100     compute ws-zel-term-1 = (13 * (ws-zel-month + 1)) / 5
031200     divide ws-zel-year by 4   giving ws-zel-term-2
031300     divide ws-zel-year by 100 giving ws-zel-term-3
031400     divide ws-zel-year by 400 giving ws-zel-term-4
031500     compute ws-zel-sum = ws-next-day + ws-zel-term-1
031600         + ws-zel-year + ws-zel-term-2 - ws-zel-term-3
031700         + ws-zel-term-4
031800     divide ws-zel-sum by 7 giving ws-zel-quotient
031900         remainder ws-weekday
032000     .
032100 WRITE-BUSINESS-DATE-RECORD.
032200     open output business-date-file
032300     if ws-busdate-status not = '00'
032400         display 'COULD NOT OPEN BUSDATE - STATUS '
032500             ws-busdate-status
032600         move 16 to return-code
032700         stop run
032800     end-if
032900     write business-date-record
033000     close business-date-file
033100     .
033200 LOG-BDATE-HISTORY.
033300     open extend bdate-history-file
033400     if ws-bdathist-status not = '00'
033500         open output bdate-history-file
033600     end-if
033700     if ws-bdathist-status not = '00'
033800         display 'COULD NOT OPEN BDATHIST - STATUS '
033900             ws-bdathist-status
034000         move 1 to return-code
034100     else
034200         accept bh-log-date from date yyyymmdd
034300         accept bh-log-time from time
034400         move bc-action        to bh-action
034500         move ws-old-bus-date  to bh-old-bus-date
034600         if ws-refusal = spaces
034700             move bd-business-date to bh-new-bus-date
034800             move bd-override-date to bh-override-date
034900             move 'DONE'           to bh-result
035000         else
035100             move ws-old-bus-date  to bh-new-bus-date
035200             move ws-card-date     to bh-override-date
035300             move 'REFUSED'        to bh-result
035400         end-if
035500         move bc-operator      to bh-operator
035600         move bc-reason        to bh-reason
035700         write bdate-history-record
035800         close bdate-history-file
035900     end-if
036000     .
