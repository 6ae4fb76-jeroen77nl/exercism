001900*         TO THE TRACKING RECORDS.                               *
002000*      3. PRINTS THE AGING REPORT (RECAGING) OF DOCUMENTS        *
002100*         STILL OUTSTANDING PAST THE GRACE PERIOD - 20 SCHOOL    *
002100*         DAYS ON THE BUILDING'S SCHCALND CALENDAR, THE          *
002200*         DISTRICT'S WORKING EQUIVALENT OF 30 CALENDAR DAYS.     *
002300*         THE IEP COLUMN ONLY AGES FOR A STUDENT WHOSE           *
002400*         ST-IEP-STATUS IS 'Y'.                                  *
002500*    AN UNFLAGGED MISSING IMMUNIZATION RECORD USED TO BECOME     *
002600*    AN EXCLUSION-LIST SURPRISE - NOW IT AGES IN PLAIN VIEW.     *
002700*    SEE JCL/GSINBND.JCL.                                        *
002900*    MOD-LOG
003000*    DATE       INIT  DESCRIPTION
003100*    2026-09-01  RVM  ORIGINAL VERSION.
003120*    2026-10-15  RVM  LOGS START AND END ON THE RUN-CONTROL
003140*                     LEDGER (RUNCTL) AND REFUSES TO START, RC 20,
003160*                     UNTIL GSNIGHT HAS ENDED CLEANLY FOR
003180*                     THE SAME BUSINESS DATE.
003182*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
003184*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
003186*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
003188*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
003190*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
003192*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
003194*    2026-10-15  RVM  START-RUN-CONTROL NOW CLEARS THE LEDGER
003196*                     EVENT FIRST - ITS FILLER WAS NEVER SET WHEN
003198*                     NO PREDECESSOR RECORD HAD BEEN READ.
003199*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC (NOW 112
003200*                     BYTES - AUDIT SEQUENCE NUMBER AND CONTROL
003201*                     HASH ADDED AT THE END).
003201*    2026-10-15  RVM  THE 20-SCHOOL-DAY GRACE PERIOD NOW RUNS ON
003201*                     THE STUDENT'S BUILDING CALENDAR ON SCHCALND
003201*                     (CAL-SCHOOL-CODE), THE DISTRICT DEFAULT WHEN
003201*                     THE BUILDING HAS NONE.
003201*    2026-10-15  RVM  TONIGHT'S ADDS ARE THE AUDITLOG RECORDS
003201*                     DATED WITH THE BUSINESS DATE, WHICH GSNIGHT
003201*                     NOW STAMPS INSTEAD OF THE CLOCK.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005600     SELECT AGING-RPT ASSIGN TO RECAGING
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RECAGING-STATUS.
005820     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005840         ORGANIZATION IS LINE SEQUENTIAL
005860         FILE STATUS IS WS-RUNCTL-STATUS.
005870     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005880         ORGANIZATION IS LINE SEQUENTIAL
005890         FILE STATUS IS WS-BUSDATE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100******************************************************************
006500 FD  AUDIT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  AUDIT-RECORD.
006800     COPY AUDTREC.
007800 FD  RECEIPT-TRANS-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  RECEIPT-TRANS-RECORD.
010300 FD  AGING-RPT
010400     LABEL RECORDS ARE STANDARD.
010500 01  AGING-LINE                  PIC X(90).
010520 FD  RUN-CONTROL-FILE
010540     LABEL RECORDS ARE STANDARD.
010560 01  RUN-CONTROL-RECORD          PIC X(50).
010568 FD  BUSINESS-DATE-FILE
010576     LABEL RECORDS ARE STANDARD.
010584 01  BUSINESS-DATE-RECORD.
010592     COPY BDATREC.
010600 WORKING-STORAGE SECTION.
010604******************************************************************
010608*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
010612*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
010616*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
010620*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
010624*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING.                 *
010628******************************************************************
010632 01  RUN-CONTROL-EVENT.
010636     COPY JRUNREC.
010640 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSINBND '.
010644 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
010648 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
010652     'GSNIGHT                 '.
010656 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
010660     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
010664 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
010668 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
010672 01  WS-RUNCTL-STATUS         PIC X(02).
010676 01  WS-RUN-BUS-DATE          PIC 9(08).
010680 01  WS-RUN-PX                PIC 9(02).
010684 01  WS-RUN-PRED-STATE        PIC X.
010688 01  WS-RUN-BLOCKER           PIC X(08).
010700 01  WS-AUDIT-STATUS          PIC X(02).
010800 01  WS-RECVTRN-STATUS        PIC X(02).
010900 01  WS-RECTRACK-STATUS       PIC X(02).
014300         10  WS-RID-SCHOOL    PIC X(04).
014400         10  WS-RID-IEP       PIC X(01).
014500 01  WS-RID-ROW               PIC 9(05).
014600 77  WS-CAL-MAX               PIC 9(04) VALUE 3660.
014600 01  WS-CAL-COUNT             PIC 9(04) VALUE ZERO.
014600 01  WS-CAL-TABLE.
014600     05  WS-CAL-ENTRY         OCCURS 3660 TIMES.
014600         10  WS-CAL-DAY       PIC 9(08).
014600         10  WS-CAL-SCHOOL    PIC X(04).
014600******************************************************************
014600*    THE BUILDINGS THAT HAVE A CALENDAR OF THEIR OWN ON SCHCALND *
014600*    (SEE CALNREC.CPY). SELECT-SCHOOL-CALENDAR TURNS A BUILDING  *
014600*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
014600*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT. *
014600******************************************************************
014600 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
014600 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
014600 01  WS-CALB-TABLE.
014600     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
014600 01  WS-CALB-ROW              PIC 9(02).
014600 01  WS-CALB-FOUND            PIC X.
014600 01  WS-CAL-FOR-SCHOOL        PIC X(04).
014600 01  WS-CAL-KEY               PIC X(04).
015000 01  WS-OPENED-COUNT          PIC 9(03) VALUE ZERO.
015100 01  WS-RECEIPTS-APPLIED      PIC 9(03) VALUE ZERO.
015200 01  WS-AGED-ITEMS            PIC 9(03) VALUE ZERO.
018000     05  AGE-D-OPENED         PIC 9(08).
018100     05  FILLER               PIC X(02) VALUE SPACES.
018200     05  AGE-D-ITEM           PIC X(14).
018207******************************************************************
018214*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
018221*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
018228*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
018235******************************************************************
018242 01  WS-BUSDATE-STATUS        PIC X(02).
018249 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018256 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
018263 01  BUS-DATE-HEADING.
018270     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
018277     05  BDH-DATE             PIC 9(08).
018284     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
018300 PROCEDURE DIVISION.
018400 MAINLINE.
018500******************************************************************
018600*    POST-GSNIGHT ENTRY POINT. OPENS TRACKING FOR TONIGHT'S      *
018700*    TRANSFER-INS, APPLIES RECEIPTS, AGES THE REST.              *
018800******************************************************************
018820     perform read-business-date
018850     perform start-run-control
018900     move ws-business-date to ws-today-date
019000     perform load-roster-table
019100     perform load-calendar
019200     perform load-tracking-table
019900     display 'INBOUND RECORDS - OPENED ' ws-opened-count
020000         ' RECEIPTS ' ws-receipts-applied
020100         ' AGED ITEMS ' ws-aged-items
020150     perform end-run-control
020200     stop run
020300     .
020400 LOAD-ROSTER-TABLE.
024300                 and ws-cal-count < ws-cal-max
024400                 add 1 to ws-cal-count
024500                 move cal-date
024500                     to ws-cal-day(ws-cal-count)
024500                 move cal-school-code
024500                     to ws-cal-school(ws-cal-count)
024500                 if cal-school-code not = spaces
024500                     perform note-calendar-building
024500                 end-if
024500             end-if
024800         end-perform
024900         close school-calendar-file
025000     end-if
025100     .
025200 NOTE-CALENDAR-BUILDING.
025200     move 'N' to ws-calb-found
025200     perform varying ws-calb-row from 1 by 1
025200             until ws-calb-row > ws-calb-count
025200         if ws-calb-school(ws-calb-row) = cal-school-code
025200             move 'Y' to ws-calb-found
025200         end-if
025200     end-perform
025200     if ws-calb-found = 'N'
025200         and ws-calb-count < ws-calb-max
025200         add 1 to ws-calb-count
025200         move cal-school-code to ws-calb-school(ws-calb-count)
025200     end-if
025200     .
025200 SELECT-SCHOOL-CALENDAR.
025200     move spaces to ws-cal-key
025200     perform varying ws-calb-row from 1 by 1
025200             until ws-calb-row > ws-calb-count
025200         if ws-calb-school(ws-calb-row) = ws-cal-for-school
025200             move ws-cal-for-school to ws-cal-key
025200         end-if
025200     end-perform
025200     .
025200 LOAD-TRACKING-TABLE.
025300     move zero to ws-trk-count
025400     open input tracking-file
030500*    TONIGHT'S SUCCESSFUL GRADE-01-AND-UP ADDS EACH OPEN A       *
030600*    TRACKING RECORD (ONCE - A RERUN FINDS IT ALREADY OPEN)      *
030700*    AND PRINT THE REQUEST LETTER TO THE SENDING DISTRICT.       *
030710*    TONIGHT'S MEANS AUD-DATE = THE BUSINESS DATE - GSNIGHT      *
030720*    STAMPS ITS RECORDS WITH THE BUSINESS DATE, NOT THE CLOCK,   *
030730*    SO A NIGHT PAST MIDNIGHT OR AN OVERRIDE RERUN STILL MATCHES.*
030800******************************************************************
030900     open input audit-file
031000     if ws-audit-status = '00'
039500             ws-recaging-status
039600         move 1 to return-code
039700     else
039750         write aging-line from bus-date-heading
039800         write aging-line from age-heading
039900         perform varying i from 1 by 1 until i > ws-trk-count
040000             perform age-one-tracking
040300     end-if
040400     .
040500 AGE-ONE-TRACKING.
040500******************************************************************
040500*    THE GRACE PERIOD RUNS ON THE SCHOOL DAYS OF THE STUDENT'S   *
040500*    BUILDING CALENDAR - THE DISTRICT DEFAULT WHEN THE BUILDING  *
040500*    HAS NONE OF ITS OWN, OR THE STUDENT IS OFF THE ROSTER.      *
040500******************************************************************
040500     move zero to ws-days-open
040500     perform find-roster-row
040500     if ws-rid-row = zero
040500         move spaces to ws-cal-for-school
040500     else
040500         move ws-rid-school(ws-rid-row) to ws-cal-for-school
040500     end-if
040500     perform select-school-calendar
040500     perform varying j from 1 by 1 until j > ws-cal-count
040500         if ws-cal-day(j) > ws-trk-opened(i)
040500             and ws-cal-day(j) <= ws-today-date
040500             and ws-cal-school(j) = ws-cal-key
040500             add 1 to ws-days-open
040500         end-if
040500     end-perform
040500     if ws-days-open > ws-aging-school-days
040500         if ws-trk-trn(i) = zero
041600             move 'TRANSCRIPT    ' to age-d-item
041700             perform write-aging-line
041800         end-if
045000     move ws-trk-opened(i) to age-d-opened
045100     write aging-line from age-detail-line
045200     .
045300 START-RUN-CONTROL.
045400******************************************************************
045500*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
045600*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
045700*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
045800*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
045900******************************************************************
045950     move spaces to run-control-event
046000     move ws-business-date to ws-run-bus-date
046100     move spaces to ws-run-blocker
046200     perform varying ws-run-px from 1 by 1
046300         until ws-run-px > ws-run-pred-count
046400            or ws-run-blocker not = spaces
046500         perform check-one-predecessor
046600     end-perform
046700     if ws-run-blocker not = spaces
046800         move 'B' to jr-event
046900         perform write-run-control-event
047000         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
047100             ' HAS NOT COMPLETED FOR BUSINESS DATE '
047200             ws-run-bus-date
047300         move ws-run-blocked-rc to return-code
047400         stop run
047500     end-if
047600     move 'S' to jr-event
047700     perform write-run-control-event
047800     .
047900 CHECK-ONE-PREDECESSOR.
048000******************************************************************
048100*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
048200*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
048300*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
048400******************************************************************
048500     move 'N' to ws-run-pred-state
048600     open input run-control-file
048700     if ws-runctl-status = '00'
048800         perform until ws-runctl-status not = '00'
048900             read run-control-file next record
049000                 into run-control-event
049100             if ws-runctl-status = '00'
049200                 and jr-business-date = ws-run-bus-date
049300                 and jr-job-name = ws-run-pred(ws-run-px)
049400                 move 'N' to ws-run-pred-state
049500                 if jr-event = 'E'
049600                     and jr-completion-code <= ws-run-max-rc
049700                     move 'Y' to ws-run-pred-state
049800                 end-if
049900             end-if
050000         end-perform
050100         close run-control-file
050200     end-if
050300     if ws-run-pred-state not = 'Y'
050400         move ws-run-pred(ws-run-px) to ws-run-blocker
050500     end-if
050600     .
050700 END-RUN-CONTROL.
050800******************************************************************
050900*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
051000*    RETURN CODE THE JOB IS ENDING WITH.                         *
051100******************************************************************
051200     move 'E' to jr-event
051300     perform write-run-control-event
051400     .
051500 WRITE-RUN-CONTROL-EVENT.
051600     move ws-run-bus-date to jr-business-date
051700     move ws-run-job-name to jr-job-name
051800     accept jr-event-date from date yyyymmdd
051900     accept jr-event-time from time
052000     move return-code     to jr-completion-code
052100     move ws-run-blocker  to jr-blocked-by
052200     open extend run-control-file
052300     if ws-runctl-status not = '00'
052400         open output run-control-file
052500     end-if
052600     if ws-runctl-status not = '00'
052700         display 'COULD NOT OPEN RUNCTL - STATUS '
052800             ws-runctl-status
052900     else
053000         write run-control-record from run-control-event
053100         close run-control-file
053200     end-if
053300     .
053400 READ-BUSINESS-DATE.
053500******************************************************************
053600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
053700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
053800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
053900******************************************************************
054000     open input business-date-file
054100     if ws-busdate-status not = '00'
054200         display 'COULD NOT OPEN BUSDATE - STATUS '
054300             ws-busdate-status
054400         move 16 to return-code
054500         stop run
054600     end-if
054700     read business-date-file next record
054800     if ws-busdate-status not = '00'
054900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
055000             ws-busdate-status
055100         move 16 to return-code
055200         stop run
055300     end-if
055400     close business-date-file
055500     move bd-business-date to ws-business-date
055600     if bd-override-date not = zero
055700         move bd-override-date to ws-business-date
055800         move 'Y' to ws-bus-date-override
055900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
056000             bd-override-date ' SET BY ' bd-override-operator
056100         display '    REASON: ' bd-override-reason
056200     end-if
056300     move ws-business-date to bdh-date
056400     if ws-bus-date-override = 'Y'
056500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
056600             to bdh-override
056700     end-if
056800     .
