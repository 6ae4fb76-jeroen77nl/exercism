001810*                      EXCLUSION LIST ON IMMRPT (EACH LINE       *
001820*                      ATTRIBUTED TO THE SCHOOL CODE IT          *
001830*                      CARRIES),                                 *
001840*                      AND EVERY INBOUND VENDOR FILE REJECTED    *
001850*                      WHOLE YESTERDAY OR TODAY (RCPTREG),       *
001900*      INFORMATIONAL - 'REJECTED' CARD LINES ON CTLRPT AND THE   *
002000*                      BALANCING NUMBERS FROM BALRPT.            *
002100*    THE DIGEST PRINTS THE DISTRICT PAGE FIRST (CRITICAL,        *
002810*    2026-09-02  RVM  THE IMMUNIZATION EXCLUSIONS DUE (IMMRPT
002820*                     EXCLUSION LIST) NOW REACH THE ACTION-
002830*                     NEEDED SECTION OF THEIR BUILDING'S PAGE.
002840*    2026-10-15  RVM  INBOUND FILES REJECTED WHOLE (RECEIPT
002850*                     REGISTER RCPTREG, DISPOSITION 'R') SINCE
002860*                     YESTERDAY NOW REACH THE DISTRICT PAGE'S
002870*                     ACTION-NEEDED SECTION.
002876*    2026-10-15  RVM  LOGS START AND END ON THE RUN-CONTROL
002882*                     LEDGER (RUNCTL) AND REFUSES TO START, RC 20,
002888*                     UNTIL GSNIGHT AND GSRETAIN HAVE ENDED
002894*                     CLEANLY FOR THE SAME BUSINESS DATE.
002895*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002896*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002897*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002898*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002899*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002900*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002901*    2026-10-15  RVM  START-RUN-CONTROL NOW CLEARS THE LEDGER
002902*                     EVENT FIRST - ITS FILLER WAS NEVER SET WHEN
002903*                     NO PREDECESSOR RECORD HAD BEEN READ.
002904*    2026-10-15  RVM  THE BALANCE CHECK NOW USES THE LAST
002905*                     WHOLE-RUN RUNSTATS RECORD, SKIPPING THE
002906*                     PER-PHASE RECORDS GSNIGHT NOW ALSO WRITES.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004710     SELECT IMM-RPT-IN ASSIGN TO IMMRPT
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-IMMRPT-STATUS.
004740     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
004750         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-RCPTREG-STATUS.
004800     SELECT DIGEST-RPT ASSIGN TO DIGEST
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DIGEST-STATUS.
005020     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-RUNCTL-STATUS.
005070     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005080         ORGANIZATION IS LINE SEQUENTIAL
005090         FILE STATUS IS WS-BUSDATE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RUN-STATS-FILE
006810 FD  IMM-RPT-IN
006820     LABEL RECORDS ARE STANDARD.
006830 01  IMM-RPT-LINE                PIC X(132).
006840 FD  RECEIPT-REGISTER-FILE
006850     LABEL RECORDS ARE STANDARD.
006860 01  RECEIPT-REGISTER-RECORD.
006870     COPY RCPTREC.
006900 FD  DIGEST-RPT
007000     LABEL RECORDS ARE STANDARD.
007100 01  DIGEST-LINE                 PIC X(132).
007120 FD  RUN-CONTROL-FILE
007140     LABEL RECORDS ARE STANDARD.
007160 01  RUN-CONTROL-RECORD          PIC X(50).
007168 FD  BUSINESS-DATE-FILE
007176     LABEL RECORDS ARE STANDARD.
007184 01  BUSINESS-DATE-RECORD.
007192     COPY BDATREC.
007200 WORKING-STORAGE SECTION.
007204******************************************************************
007208*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
007212*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
007216*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
007220*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
007224*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING.                 *
007228******************************************************************
007232 01  RUN-CONTROL-EVENT.
007236     COPY JRUNREC.
007240 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSDIGEST'.
007244 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 02.
007248 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
007252     'GSNIGHT GSRETAIN        '.
007256 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
007260     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
007264 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
007268 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
007272 01  WS-RUNCTL-STATUS         PIC X(02).
007276 01  WS-RUN-BUS-DATE          PIC 9(08).
007280 01  WS-RUN-PX                PIC 9(02).
007284 01  WS-RUN-PRED-STATE        PIC X.
007288 01  WS-RUN-BLOCKER           PIC X(08).
007300 01  WS-RUNSTATS-STATUS       PIC X(02).
007400 01  WS-CAPRPT-STATUS         PIC X(02).
007500 01  WS-RTECAP-STATUS         PIC X(02).
007700 01  WS-BALRPT-STATUS         PIC X(02).
007710 01  WS-IMMRPT-STATUS         PIC X(02).
007720 01  WS-IMM-IN-EXCL           PIC X.
007730 01  WS-RCPTREG-STATUS        PIC X(02).
007800 01  WS-DIGEST-STATUS         PIC X(02).
007900 01  i                        PIC 9(05).
008000 01  j                        PIC 9(05).
008100 01  WS-TODAY-DATE            PIC 9(08).
008110******************************************************************
008120*    THE CALENDAR DAY BEFORE THE RUN DATE - A FILE REJECTED      *
008130*    LATE YESTERDAY STILL BELONGS ON THIS MORNING'S DIGEST.      *
008140******************************************************************
008150 01  WS-PRIOR-DATE            PIC 9(08).
008160 01  WS-PRIOR-DATE-PARTS REDEFINES WS-PRIOR-DATE.
008170     05  WS-PRIOR-YEAR        PIC 9(04).
008180     05  WS-PRIOR-MONTH       PIC 9(02).
008190     05  WS-PRIOR-DAY         PIC 9(02).
008191 01  WS-MONTH-DAYS-LIST       PIC X(24)
008192     VALUE '312831303130313130313031'.
008193 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
008194     05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
008195 01  WS-LEAP-QUOTIENT         PIC 9(04).
008196 01  WS-LEAP-REMAINDER        PIC 9(04).
008200 01  WS-TALLY                 PIC 9(03).
008300 01  WS-CUR-BLDG              PIC X(04).
008400 01  WS-CRITICAL-COUNT        PIC 9(03) VALUE ZERO.
013600 01  DIG-ITEM-LINE.
013700     05  FILLER               PIC X(02) VALUE SPACES.
013800     05  DIG-D-TEXT           PIC X(80).
013810 01  DIG-INBOUND-LINE.
013820     05  FILLER               PIC X(16) VALUE
013830         'INBOUND REJECT: '.
013840     05  DIG-IN-TYPE          PIC X(08).
013850     05  FILLER               PIC X(06) VALUE ' FROM '.
013860     05  DIG-IN-SENDER        PIC X(08).
013870     05  FILLER               PIC X(05) VALUE ' SEQ '.
013880     05  DIG-IN-SEQ           PIC 9(06).
013890     05  FILLER               PIC X(05) VALUE ' JOB '.
013891     05  DIG-IN-JOB           PIC X(08).
013892     05  FILLER               PIC X(08) VALUE ' REASON '.
013893     05  DIG-IN-REASON        PIC X(05).
013894******************************************************************
013895*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013896*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013897*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013898******************************************************************
013899 01  WS-BUSDATE-STATUS        PIC X(02).
013900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013901 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013902 01  BUS-DATE-HEADING.
013903     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013904     05  BDH-DATE             PIC 9(08).
013905     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013900 PROCEDURE DIVISION.
014000 MAINLINE.
014100******************************************************************
014200*    7 AM ENTRY POINT, SCHEDULED AFTER GSRETAIN. COLLECTS,       *
014300*    RANKS, PRINTS.                                              *
014400******************************************************************
014420     perform read-business-date
014450     perform start-run-control
014500     move ws-business-date to ws-today-date
014600     perform check-run-stats
014700     perform collect-capacity-alerts
014800     perform collect-route-overloads
014810     perform collect-imm-exclusions
014820     perform collect-inbound-rejects
014900     perform collect-card-rejects
015000     perform collect-balancing-lines
015100     perform print-digest
015150     perform end-run-control
015200     stop run
015300     .
015400 CHECK-RUN-STATS.
015500******************************************************************
015600*    THE LAST WHOLE-RUN RUNSTATS RECORD (RU-PHASE SPACES) IS     *
015610*    TONIGHT'S RUN - THE PER-PHASE RECORDS ARE PASSED OVER.      *
015700*    TOTALS THAT DO NOT BALANCE ARE THE ONE THING THAT MUST TOP  *
015710*    THE DIGEST.                                                 *
015800******************************************************************
015900     open input run-stats-file
016000     if ws-runstats-status = '00'
016100         perform until ws-runstats-status not = '00'
016200             read run-stats-file next record
016300             if ws-runstats-status = '00'
016310                 and ru-phase = spaces
016400                 move 'Y' to ws-have-runstats
016410                 move ru-trans-read to ws-last-trans-read
016420                 move ru-adds       to ws-last-adds
028500         move 16 to return-code
028600         stop run
028700     end-if
028750     write digest-line from bus-date-heading
028800     move ws-today-date to dig-h-date
028900     write digest-line from dig-heading
029000     write digest-line from dig-district-heading
033300         ' ACTION ' ws-act-count
033400         ' INFO ' ws-inf-count
033500     .
033600 COLLECT-INBOUND-REJECTS.
033700******************************************************************
033800*    EVERY INBOUND FILE THE LOADING JOBS REFUSED WHOLE - BAD     *
033900*    HEADER, MISSING TRAILER, COUNT OR HASH OFF, OR A DUPLICATE  *
034000*    OF A FILE ALREADY LOADED - RECEIVED YESTERDAY OR TODAY. THE *
034100*    SENDER HAS TO RESEND, SO IT IS A DISTRICT ACTION ITEM.      *
034200******************************************************************
034300     move ws-today-date to ws-prior-date
034400     perform step-back-one-day
034500     open input receipt-register-file
034600     if ws-rcptreg-status = '00'
034700         perform until ws-rcptreg-status not = '00'
034800             read receipt-register-file next record
034900             if ws-rcptreg-status = '00'
035000                 and rcp-disposition = 'R'
035100                 and rcp-received-date >= ws-prior-date
035200                 and ws-act-count < ws-item-max
035300                 move rcp-file-type to dig-in-type
035400                 move rcp-sender-id to dig-in-sender
035500                 move rcp-file-seq  to dig-in-seq
035600                 move rcp-job-name  to dig-in-job
035700                 move rcp-reason    to dig-in-reason
035800                 add 1 to ws-act-count
035900                 move spaces to ws-act-bldg(ws-act-count)
036000                 move dig-inbound-line
036100                     to ws-act-text(ws-act-count)
036200             end-if
036300         end-perform
036400         close receipt-register-file
036500     end-if
036600     .
036700 STEP-BACK-ONE-DAY.
036800     if ws-prior-day > 1
036900         subtract 1 from ws-prior-day
037000     else
037100         if ws-prior-month > 1
037200             subtract 1 from ws-prior-month
037300         else
037400             move 12 to ws-prior-month
037500             subtract 1 from ws-prior-year
037600         end-if
037700         move ws-month-days(ws-prior-month) to ws-prior-day
037800         if ws-prior-month = 2
037900             divide ws-prior-year by 4 giving ws-leap-quotient
038000                 remainder ws-leap-remainder
038100             if ws-leap-remainder = zero
038200                 move 29 to ws-prior-day
038300             end-if
038400         end-if
038500     end-if
038600     .
038700 START-RUN-CONTROL.
038800******************************************************************
038900*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
039000*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
039100*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
039200*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
039300******************************************************************
039350     move spaces to run-control-event
039400     move ws-business-date to ws-run-bus-date
039500     move spaces to ws-run-blocker
039600     perform varying ws-run-px from 1 by 1
039700         until ws-run-px > ws-run-pred-count
039800            or ws-run-blocker not = spaces
039900         perform check-one-predecessor
040000     end-perform
040100     if ws-run-blocker not = spaces
040200         move 'B' to jr-event
040300         perform write-run-control-event
040400         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
040500             ' HAS NOT COMPLETED FOR BUSINESS DATE '
040600             ws-run-bus-date
040700         move ws-run-blocked-rc to return-code
040800         stop run
040900     end-if
041000     move 'S' to jr-event
041100     perform write-run-control-event
041200     .
041300 CHECK-ONE-PREDECESSOR.
041400******************************************************************
041500*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
041600*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
041700*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
041800******************************************************************
041900     move 'N' to ws-run-pred-state
042000     open input run-control-file
042100     if ws-runctl-status = '00'
042200         perform until ws-runctl-status not = '00'
042300             read run-control-file next record
042400                 into run-control-event
042500             if ws-runctl-status = '00'
042600                 and jr-business-date = ws-run-bus-date
042700                 and jr-job-name = ws-run-pred(ws-run-px)
042800                 move 'N' to ws-run-pred-state
042900                 if jr-event = 'E'
043000                     and jr-completion-code <= ws-run-max-rc
043100                     move 'Y' to ws-run-pred-state
043200                 end-if
043300             end-if
043400         end-perform
043500         close run-control-file
043600     end-if
043700     if ws-run-pred-state not = 'Y'
043800         move ws-run-pred(ws-run-px) to ws-run-blocker
043900     end-if
044000     .
044100 END-RUN-CONTROL.
044200******************************************************************
044300*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
044400*    RETURN CODE THE JOB IS ENDING WITH.                         *
044500******************************************************************
044600     move 'E' to jr-event
044700     perform write-run-control-event
044800     .
044900 WRITE-RUN-CONTROL-EVENT.
045000     move ws-run-bus-date to jr-business-date
045100     move ws-run-job-name to jr-job-name
045200     accept jr-event-date from date yyyymmdd
045300     accept jr-event-time from time
045400     move return-code     to jr-completion-code
045500     move ws-run-blocker  to jr-blocked-by
045600     open extend run-control-file
045700     if ws-runctl-status not = '00'
045800         open output run-control-file
045900     end-if
046000     if ws-runctl-status not = '00'
046100         display 'COULD NOT OPEN RUNCTL - STATUS '
046200             ws-runctl-status
046300     else
046400         write run-control-record from run-control-event
046500         close run-control-file
046600     end-if
046700     .
046800 READ-BUSINESS-DATE.
046900******************************************************************
047000*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
047100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
047200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
047300******************************************************************
047400     open input business-date-file
047500     if ws-busdate-status not = '00'
047600         display 'COULD NOT OPEN BUSDATE - STATUS '
047700             ws-busdate-status
047800         move 16 to return-code
047900         stop run
048000     end-if
048100     read business-date-file next record
048200     if ws-busdate-status not = '00'
048300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
048400             ws-busdate-status
048500         move 16 to return-code
048600         stop run
048700     end-if
048800     close business-date-file
048900     move bd-business-date to ws-business-date
049000     if bd-override-date not = zero
049100         move bd-override-date to ws-business-date
049200         move 'Y' to ws-bus-date-override
049300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
049400             bd-override-date ' SET BY ' bd-override-operator
049500         display '    REASON: ' bd-override-reason
049600     end-if
049700     move ws-business-date to bdh-date
049800     if ws-bus-date-override = 'Y'
049900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
050000             to bdh-override
050100     end-if
050200     .
