001100*      PORTDEMO - ROSTER DEMOGRAPHICS,                           *
001200*      PORTATT  - THE ATTNDVS DAY-BY-DAY MIRROR,                 *
001300*      PORTGRAD - CURRENT COURSE GRADES FROM TRANSCPT,           *
001400*      PORTBUS  - THE BUS-ROUTE ASSIGNMENT,                      *
001410*      PORTDENY - THE REASON FOR EACH PORTAL CHANGE REQUEST      *
001420*                 DENIED SINCE THE LAST EXTRACT (PORTREQ, COPY   *
001430*                 PREQREC - SEE GSPRTIN). A DENIAL GOES BACK     *
001440*                 WHATEVER THE STUDENT'S STANDING - IT CARRIES   *
001450*                 ONLY THE VENDOR'S OWN REQUEST AND THE REASON.  *
001500*    ST-DIRECTORY-OPTOUT STUDENTS ARE WITHHELD FROM EVERY        *
001600*    PORTAL FILE, THE SAME RULE THE OTHER OUTBOUND EXPORTS       *
001700*    FOLLOW. THE CONTROL-TOTALS FILE (PORTCTL) CARRIES ONE       *
002200*    MOD-LOG
002300*    DATE       INIT  DESCRIPTION
002400*    2026-09-01  RVM  ORIGINAL VERSION.
002420*    2026-10-15  RVM  LOGS START AND END ON THE RUN-CONTROL
002440*                     LEDGER (RUNCTL) AND REFUSES TO START, RC 20,
002460*                     UNTIL GSNIGHT HAS ENDED CLEANLY FOR
002480*                     THE SAME BUSINESS DATE.
002484*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002488*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002492*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002496*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002497*    2026-10-15  RVM  START-RUN-CONTROL NOW CLEARS THE LEDGER
002498*                     EVENT FIRST - ITS FILLER WAS NEVER SET WHEN
002499*                     NO PREDECESSOR RECORD HAD BEEN READ.
002499*    2026-10-15  RVM  ADDED PORTDENY - THE REASON FOR EACH PARENT
002499*                     CHANGE REQUEST DENIED (GSPRTIN) GOES BACK TO
002499*                     THE VENDOR ONCE, STAMPED AS SENT ON PORTREQ,
002499*                     WITH ITS COUNT ON PORTCTL.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005400     SELECT PORTAL-CONTROL-FILE ASSIGN TO PORTCTL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PORTCTL-STATUS.
005620     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005640         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-RUNCTL-STATUS.
005670     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005680         ORGANIZATION IS LINE SEQUENTIAL
005690         FILE STATUS IS WS-BUSDATE-STATUS.
005691     SELECT PORTAL-REQUEST-FILE ASSIGN TO PORTREQ
005692         ORGANIZATION IS INDEXED
005693         ACCESS MODE IS SEQUENTIAL
005694         RECORD KEY IS PQ-REQUEST-ID
005695         FILE STATUS IS WS-PORTREQ-STATUS.
005696     SELECT PORTAL-DENIAL-FILE ASSIGN TO PORTDENY
005697         ORGANIZATION IS LINE SEQUENTIAL
005698         FILE STATUS IS WS-PORTDENY-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ROSTER-FILE
010200     05  PC-RUN-DATE             PIC 9(08).
010300     05  PC-DOMAIN               PIC X(08).
010400     05  PC-RECORD-COUNT         PIC 9(07).
010420 FD  RUN-CONTROL-FILE
010440     LABEL RECORDS ARE STANDARD.
010460 01  RUN-CONTROL-RECORD          PIC X(50).
010468 FD  BUSINESS-DATE-FILE
010476     LABEL RECORDS ARE STANDARD.
010484 01  BUSINESS-DATE-RECORD.
010492     COPY BDATREC.
010493 FD  PORTAL-REQUEST-FILE
010494     LABEL RECORDS ARE STANDARD.
010495 01  PORTAL-REQUEST-RECORD.
010496     COPY PREQREC.
010497 FD  PORTAL-DENIAL-FILE
010498     LABEL RECORDS ARE STANDARD.
010499 01  PORTAL-DENIAL-RECORD.
010499     05  PN-REQUEST-ID           PIC X(12).
010499     05  PN-REQUEST-TYPE         PIC X(02).
010499     05  PN-STUDENT-ID           PIC 9(07).
010499     05  PN-CONTACT-SEQ          PIC 9(02).
010499     05  PN-DECIDED-DATE         PIC 9(08).
010499     05  PN-DENY-REASON          PIC X(40).
010500 WORKING-STORAGE SECTION.
010504******************************************************************
010508*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
010512*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
010516*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
010520*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
010524*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING.                 *
010528******************************************************************
010532 01  RUN-CONTROL-EVENT.
010536     COPY JRUNREC.
010540 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSPORTAL'.
010544 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
010548 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
010552     'GSNIGHT                 '.
010556 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
010560     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
010564 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
010568 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
010572 01  WS-RUNCTL-STATUS         PIC X(02).
010576 01  WS-RUN-BUS-DATE          PIC 9(08).
010580 01  WS-RUN-PX                PIC 9(02).
010584 01  WS-RUN-PRED-STATE        PIC X.
010588 01  WS-RUN-BLOCKER           PIC X(08).
010600 01  WS-ROSTER-FILE-STATUS    PIC X(02).
010700 01  WS-ATTVSAM-STATUS        PIC X(02).
010800 01  WS-TRANSCRIPT-STATUS     PIC X(02).
011100 01  WS-PORTGRAD-STATUS       PIC X(02).
011200 01  WS-PORTBUS-STATUS        PIC X(02).
011300 01  WS-PORTCTL-STATUS        PIC X(02).
011310 01  WS-PORTREQ-STATUS        PIC X(02).
011320 01  WS-PORTDENY-STATUS       PIC X(02).
011400 01  j                        PIC 9(05).
011500 01  WS-TODAY-DATE            PIC 9(08).
011600******************************************************************
012800 01  WS-ATT-COUNT             PIC 9(07) VALUE ZERO.
012900 01  WS-GRADE-COUNT           PIC 9(07) VALUE ZERO.
013000 01  WS-BUS-COUNT             PIC 9(07) VALUE ZERO.
013005 01  WS-DENY-COUNT            PIC 9(07) VALUE ZERO.
013010******************************************************************
013020*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013030*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013040*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013050******************************************************************
013060 01  WS-BUSDATE-STATUS        PIC X(02).
013070 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013080 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013100 PROCEDURE DIVISION.
013200 MAINLINE.
013300******************************************************************
013400*    POST-GSNIGHT ENTRY POINT. ONE PASS PER DOMAIN, THEN THE     *
013500*    CONTROL TOTALS THE VENDOR CONFIRMS BACK.                    *
013600******************************************************************
013620     perform read-business-date
013650     perform start-run-control
013700     move ws-business-date to ws-today-date
013800     perform extract-demographics
013900     perform extract-attendance
014000     perform extract-grades
014050     perform extract-denials
014100     perform write-control-totals
014200     display 'PORTAL EXTRACT - DEMO ' ws-demo-count
014300         ' ATT ' ws-att-count
014400         ' GRADES ' ws-grade-count
014500         ' BUS ' ws-bus-count
014550         ' DENIALS ' ws-deny-count
014600         ' WITHHELD (OPT-OUT) ' ws-withheld-count
014650     perform end-run-control
014700     stop run
014800     .
014900 EXTRACT-DEMOGRAPHICS.
027300     end-if
027400     close portal-grade-file
027500     .
027502 EXTRACT-DENIALS.
027504******************************************************************
027506*    EVERY REQUEST THE REGISTRAR (OR THE GSPRTIN LOAD EDITS)     *
027508*    DENIED AND NOT YET SENT GOES TO THE VENDOR WITH ITS REASON, *
027510*    AND IS STAMPED SENT SO IT GOES ONLY ONCE. NO PORTREQ YET    *
027512*    MEANS NOTHING HAS BEEN DENIED.                              *
027514******************************************************************
027516     open output portal-denial-file
027518     if ws-portdeny-status not = '00'
027520         display 'COULD NOT OPEN PORTDENY - STATUS '
027522             ws-portdeny-status
027524         move 16 to return-code
027526         stop run
027528     end-if
027530     open i-o portal-request-file
027532     if ws-portreq-status = '00'
027534         perform until ws-portreq-status not = '00'
027536             read portal-request-file next record
027538             if ws-portreq-status = '00'
027540                 and pq-denied
027542                 and pq-notice-date = zero
027544                 perform send-one-denial
027546             end-if
027548         end-perform
027550         close portal-request-file
027552     end-if
027554     close portal-denial-file
027556     .
027558 SEND-ONE-DENIAL.
027560     move pq-request-id   to pn-request-id
027562     move pq-request-type to pn-request-type
027564     move pq-student-id   to pn-student-id
027566     move pq-guard-seq    to pn-contact-seq
027568     move pq-decided-date to pn-decided-date
027570     move pq-deny-reason  to pn-deny-reason
027572     write portal-denial-record
027574     add 1 to ws-deny-count
027576     move ws-today-date to pq-notice-date
027578     rewrite portal-request-record
027580     if ws-portreq-status not = '00'
027582         display 'COULD NOT STAMP PORTREQ - STATUS '
027584             ws-portreq-status ' REQUEST ' pq-request-id
027586         move 16 to return-code
027588         stop run
027590     end-if
027592     .
027600 WRITE-CONTROL-TOTALS.
027700     open output portal-control-file
027800     if ws-portctl-status not = '00'
029300         move 'BUSROUTE'    to pc-domain
029400         move ws-bus-count  to pc-record-count
029500         write portal-control-record
029510         move 'DENIALS '    to pc-domain
029520         move ws-deny-count to pc-record-count
029530         write portal-control-record
029600         close portal-control-file
029700     end-if
029800     .
029900 START-RUN-CONTROL.
030000******************************************************************
030100*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
030200*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
030300*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
030400*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
030500******************************************************************
030550     move spaces to run-control-event
030600     move ws-business-date to ws-run-bus-date
030700     move spaces to ws-run-blocker
030800     perform varying ws-run-px from 1 by 1
030900         until ws-run-px > ws-run-pred-count
031000            or ws-run-blocker not = spaces
031100         perform check-one-predecessor
031200     end-perform
031300     if ws-run-blocker not = spaces
031400         move 'B' to jr-event
031500         perform write-run-control-event
031600         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
031700             ' HAS NOT COMPLETED FOR BUSINESS DATE '
031800             ws-run-bus-date
031900         move ws-run-blocked-rc to return-code
032000         stop run
032100     end-if
032200     move 'S' to jr-event
032300     perform write-run-control-event
032400     .
032500 CHECK-ONE-PREDECESSOR.
032600******************************************************************
032700*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
032800*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
032900*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
033000******************************************************************
033100     move 'N' to ws-run-pred-state
033200     open input run-control-file
033300     if ws-runctl-status = '00'
033400         perform until ws-runctl-status not = '00'
033500             read run-control-file next record
033600                 into run-control-event
033700             if ws-runctl-status = '00'
033800                 and jr-business-date = ws-run-bus-date
033900                 and jr-job-name = ws-run-pred(ws-run-px)
034000                 move 'N' to ws-run-pred-state
034100                 if jr-event = 'E'
034200                     and jr-completion-code <= ws-run-max-rc
034300                     move 'Y' to ws-run-pred-state
034400                 end-if
034500             end-if
034600         end-perform
034700         close run-control-file
034800     end-if
034900     if ws-run-pred-state not = 'Y'
035000         move ws-run-pred(ws-run-px) to ws-run-blocker
035100     end-if
035200     .
035300 END-RUN-CONTROL.
035400******************************************************************
035500*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
035600*    RETURN CODE THE JOB IS ENDING WITH.                         *
035700******************************************************************
035800     move 'E' to jr-event
035900     perform write-run-control-event
036000     .
036100 WRITE-RUN-CONTROL-EVENT.
036200     move ws-run-bus-date to jr-business-date
036300     move ws-run-job-name to jr-job-name
036400     accept jr-event-date from date yyyymmdd
036500     accept jr-event-time from time
036600     move return-code     to jr-completion-code
036700     move ws-run-blocker  to jr-blocked-by
036800     open extend run-control-file
036900     if ws-runctl-status not = '00'
037000         open output run-control-file
037100     end-if
037200     if ws-runctl-status not = '00'
037300         display 'COULD NOT OPEN RUNCTL - STATUS '
037400             ws-runctl-status
037500     else
037600         write run-control-record from run-control-event
037700         close run-control-file
037800     end-if
037900     .
038000 READ-BUSINESS-DATE.
038100******************************************************************
038200*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
038300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
038400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
038500******************************************************************
038600     open input business-date-file
038700     if ws-busdate-status not = '00'
038800         display 'COULD NOT OPEN BUSDATE - STATUS '
038900             ws-busdate-status
039000         move 16 to return-code
039100         stop run
039200     end-if
039300     read business-date-file next record
039400     if ws-busdate-status not = '00'
039500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
039600             ws-busdate-status
039700         move 16 to return-code
039800         stop run
039900     end-if
040000     close business-date-file
040100     move bd-business-date to ws-business-date
040200     if bd-override-date not = zero
040300         move bd-override-date to ws-business-date
040400         move 'Y' to ws-bus-date-override
040500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
040600             bd-override-date ' SET BY ' bd-override-operator
040700         display '    REASON: ' bd-override-reason
040800     end-if
040900     .
