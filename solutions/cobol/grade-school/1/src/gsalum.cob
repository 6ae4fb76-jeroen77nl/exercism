002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-09-01  RVM  ORIGINAL VERSION.
002520*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002540*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002560*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002580*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002580*    2026-10-15  RVM  CREDIT TRANSFERRED FROM A PRIOR DISTRICT
002580*                     (TRANSFER TERM 'T', POSTED BY GSXFER) IS
002580*                     MARKED 'TRANSFER CREDIT' ON THE COURSE
002580*                     HISTORY, WITH A LEGEND LINE BELOW IT.
002580*    2026-10-15  RVM  AN ATTEMPT OF A REPEATED COURSE REPLACED BY
002580*                     THE BETTER GRADE (TRN-REPEAT-FLAG 'R') STILL
002580*                     PRINTS, MARKED 'REPEAT - NO GPA', AND A
002580*                     PASS/FAIL GRADE IS MARKED 'PASS/FAIL', EACH
002580*                     WITH A LEGEND LINE BELOW THE HISTORY.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004700     SELECT FULFILLMENT-LOG-FILE ASSIGN TO ALUMLOG
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ALUMLOG-STATUS.
004920     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-BUSDATE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REQUEST-FILE
007900     05  AL-REQUESTOR            PIC X(40).
008000     05  AL-DESTINATION          PIC X(40).
008100     05  AL-STATUS               PIC X(06).
008120 FD  BUSINESS-DATE-FILE
008140     LABEL RECORDS ARE STANDARD.
008160 01  BUSINESS-DATE-RECORD.
008180     COPY BDATREC.
008200 WORKING-STORAGE SECTION.
008300 01  WS-ALUMREQ-STATUS        PIC X(02).
008400 01  WS-GRADUATE-STATUS       PIC X(02).
009100 01  WS-HIST-DONE             PIC X.
009200 01  WS-FINAL-CUM-GPA         PIC 9V99.
009300 01  WS-COURSES-LISTED        PIC 9(03).
009300 01  WS-TRANSFERS-LISTED      PIC 9(03).
009300 01  WS-REPEATS-LISTED        PIC 9(03).
009300 01  WS-PASS-FAIL-LISTED      PIC 9(03).
009400 01  WS-SENT                  PIC 9(03) VALUE ZERO.
009500 01  WS-HELD                  PIC 9(03) VALUE ZERO.
009600 01  WS-NOT-FOUND             PIC 9(03) VALUE ZERO.
013100     05  TR-C-HOURS           PIC 9.9.
013200     05  FILLER               PIC X(04) VALUE SPACES.
013300     05  TR-C-LETTER          PIC X(01).
013300     05  FILLER               PIC X(03) VALUE SPACES.
013300     05  TR-C-NOTE            PIC X(15).
013300 01  TR-TRANSFER-LEGEND.
013300     05  FILLER               PIC X(42) VALUE
013300         'TERM YYYYT = CREDIT TRANSFERRED FROM A PRI'.
013300     05  FILLER               PIC X(34) VALUE
013300         'OR DISTRICT; GRADE P = NOT IN GPA'.
013300 01  TR-REPEAT-LEGEND.
013300     05  FILLER               PIC X(42) VALUE
013300         'REPEAT - NO GPA = COURSE RETAKEN; THE BETT'.
013300     05  FILLER               PIC X(34) VALUE
013300         'ER GRADE REPLACES THIS ATTEMPT'.
013300 01  TR-PASS-FAIL-LEGEND.
013300     05  FILLER               PIC X(42) VALUE
013300         'PASS/FAIL = P PASS (CREDIT) OR N NO PASS; '.
013300     05  FILLER               PIC X(34) VALUE
013300         'NEITHER IS IN GPA'.
013400 01  TR-GPA-LINE.
013500     05  FILLER               PIC X(21) VALUE
013600         'FINAL CUMULATIVE GPA:'.
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  TR-GPA-VALUE         PIC 9.99.
013810******************************************************************
013820*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013830*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013840*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013850******************************************************************
013860 01  WS-BUSDATE-STATUS        PIC X(02).
013870 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013880 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013900 PROCEDURE DIVISION.
014000 MAINLINE.
014100******************************************************************
014200*    WEEKLY ENTRY POINT - ONE OFFICIAL TRANSCRIPT PER PAID       *
014300*    REQUEST, EVERY REQUEST LOGGED.                              *
014400******************************************************************
014450     perform read-business-date
014500     move ws-business-date to ws-today-date
014600     open output transcript-print-file
014700     if ws-alumtrn-status not = '00'
014800         display 'COULD NOT OPEN ALUMTRN - STATUS '
023100     .
023200 LIST-COURSE-HISTORY.
023300     move zero to ws-courses-listed
023300     move zero to ws-transfers-listed
023300     move zero to ws-repeats-listed
023300     move zero to ws-pass-fail-listed
023300     open input transcript-file
023500     if ws-transcript-status = '00'
023600         perform until ws-transcript-status not = '00'
023700             read transcript-file next record
024200                 move trn-course-name  to tr-c-name
024300                 move trn-credit-hours to tr-c-hours
024400                 move trn-grade-letter to tr-c-letter
024400                 evaluate true
024400                     when trn-repeat-flag = 'R'
024400                         move 'REPEAT - NO GPA' to tr-c-note
024400                         add 1 to ws-repeats-listed
024400                     when trn-term-code = 'T'
024400                         move 'TRANSFER CREDIT' to tr-c-note
024400                         add 1 to ws-transfers-listed
024400                     when trn-grade-letter = 'P'
024400                         or trn-grade-letter = 'N'
024400                         move 'PASS/FAIL' to tr-c-note
024400                         add 1 to ws-pass-fail-listed
024400                     when other
024400                         move spaces to tr-c-note
024400                 end-evaluate
024400                 write transcript-print-line
024600                     from tr-course-line
024700                 add 1 to ws-courses-listed
024800             end-if
024900         end-perform
025000         close transcript-file
025100     end-if
025200     if ws-transfers-listed not = zero
025200         write transcript-print-line from tr-transfer-legend
025200     end-if
025200     if ws-repeats-listed not = zero
025200         write transcript-print-line from tr-repeat-legend
025200     end-if
025200     if ws-pass-fail-listed not = zero
025200         write transcript-print-line from tr-pass-fail-legend
025200     end-if
025200     if ws-courses-listed = zero
025200         display 'NO COURSE HISTORY ON TRANSCPT FOR '
025400             aq-student-id
025500             ' - CHECK THE ARCHIVED TERM CONCATENATION'
025600     end-if
029300     move aq-destination to al-destination
029400     write fulfillment-log-record
029500     .
029600 READ-BUSINESS-DATE.
029700******************************************************************
029800*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
029900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
030000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
030100******************************************************************
030200     open input business-date-file
030300     if ws-busdate-status not = '00'
030400         display 'COULD NOT OPEN BUSDATE - STATUS '
030500             ws-busdate-status
030600         move 16 to return-code
030700         stop run
030800     end-if
030900     read business-date-file next record
031000     if ws-busdate-status not = '00'
031100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
031200             ws-busdate-status
031300         move 16 to return-code
031400         stop run
031500     end-if
031600     close business-date-file
031700     move bd-business-date to ws-business-date
031800     if bd-override-date not = zero
031900         move bd-override-date to ws-business-date
032000         move 'Y' to ws-bus-date-override
032100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
032200             bd-override-date ' SET BY ' bd-override-operator
032300         display '    REASON: ' bd-override-reason
032400     end-if
032500     .
