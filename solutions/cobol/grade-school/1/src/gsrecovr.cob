002200*    MOD-LOG
002300*    DATE       INIT  DESCRIPTION
002400*    2026-08-22  RVM  ORIGINAL VERSION.
002420*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC (NOW 112
002440*                     BYTES - AUDIT SEQUENCE NUMBER AND CONTROL
002460*                     HASH ADDED AT THE END).
002466*    2026-10-15  RVM  REFUSES TO START (RC 20, 'B' ON RUNCTL)
002472*                     UNLESS GSAUDVER HAS ENDED CLEAN FOR THE
002478*                     BUSINESS DATE (BUSDATE, COPY BDATREC), SO A
002484*                     BROKEN AUDIT CHAIN IS NEVER REPLAYED INTO A
002490*                     RECOVERED ROSTER. LOGS ITS OWN START AND
002490*                     END.
002490*    2026-10-15  RVM  REPLAYS THE PROM CARD'S 'NXTP'/'PLACE'
002490*                     RECORDS (A STAGED NEXT-YEAR GRADE THAT
002490*                     DIFFERS FROM THE PROMOTION RULE) AS A GRADE
002490*                     CHANGE. THE STAGED BUILDING, SECTION AND
002490*                     ROUTE ARE NOT ON THE AUDIT RECORD AND STAY
002490*                     AT THE SNAPSHOT.
002490*    2026-10-15  RVM  RECONRPT NOW OPENS WITH THE BUSINESS DATE,
002490*                     FLAGGED WHEN A RERUN OVERRIDE IS ON.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004300     SELECT RECON-RPT ASSIGN TO RECONRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RECONRPT-STATUS.
004510     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS WS-RUNCTL-STATUS.
004540     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004550         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS WS-BUSDATE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RECOVERY-CONTROL-FILE
007700 FD  AUDIT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  AUDIT-RECORD.
008000     COPY AUDTREC.
009000 FD  ROSTER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  ROSTER-FILE-RECORD.
009400 FD  RECON-RPT
009500     LABEL RECORDS ARE STANDARD.
009600 01  RECON-LINE                  PIC X(80).
009610 FD  RUN-CONTROL-FILE
009620     LABEL RECORDS ARE STANDARD.
009630 01  RUN-CONTROL-RECORD          PIC X(50).
009640 FD  BUSINESS-DATE-FILE
009650     LABEL RECORDS ARE STANDARD.
009660 01  BUSINESS-DATE-RECORD.
009670     COPY BDATREC.
009700 WORKING-STORAGE SECTION.
009800 01  WS-RECOVCTL-STATUS       PIC X(02).
009900 01  WS-ARCHIVE-STATUS        PIC X(02).
010300 01  WS-FROM-DATE             PIC 9(08).
010400 01  i                        PIC 9(05).
010500 01  j                        PIC 9(05).
010504******************************************************************
010508*    RUN-CONTROL LEDGER - THE AUDIT TRAIL IS ONLY REPLAYED ONCE  *
010512*    GSAUDVER HAS PROVED THE CHAIN UNBROKEN (A CLEAN END, RC 0)  *
010516*    FOR THE SAME BUSINESS DATE. OTHERWISE THE JOB LOGS A 'B'    *
010520*    EVENT AND ENDS WITH WS-RUN-BLOCKED-RC, TOUCHING NOTHING.    *
010524******************************************************************
010528 01  RUN-CONTROL-EVENT.
010532     COPY JRUNREC.
010536 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSRECOVR'.
010540 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
010544 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
010548     'GSAUDVER                '.
010552 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
010556     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
010560 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0000.
010564 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
010568 01  WS-RUNCTL-STATUS         PIC X(02).
010572 01  WS-RUN-BUS-DATE          PIC 9(08).
010576 01  WS-RUN-PX                PIC 9(02).
010580 01  WS-RUN-PRED-STATE        PIC X.
010584 01  WS-RUN-BLOCKER           PIC X(08).
010588 01  WS-BUSDATE-STATUS        PIC X(02).
010592 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010593 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
010594 01  BUS-DATE-HEADING.
010595     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
010596     05  BDH-DATE             PIC 9(08).
010597     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
010600******************************************************************
010700*    THE ROSTER BEING REBUILT, SEEDED FROM THE ARCHIVE AND       *
010800*    MUTATED BY THE AUDIT REPLAY, THEN SORTED BY ID AND          *
016100     05  RECON-S-NOTE         PIC X(30).
016200 PROCEDURE DIVISION.
016300 MAINLINE.
016310     perform read-business-date
016320     perform start-run-control
016400     perform read-recovery-control
016500     perform load-archive-snapshot
016600     perform open-recon-report
016700     perform replay-audit-log
016800     perform write-rebuilt-roster
016900     perform write-recon-totals
016950     perform end-run-control
017000     stop run
017100     .
017200 READ-RECOVERY-CONTROL.
023300         move 16 to return-code
023400         stop run
023500     end-if
023550     write recon-line from bus-date-heading
023600     write recon-line from recon-heading
023700     .
023800 REPLAY-AUDIT-LOG.
027220             if aud-result = 'AFTER'
027230                 perform replay-batch-change
027240             end-if
027300         when 'NXTP'
027300             if aud-result = 'PLACE'
027300                 perform replay-batch-change
027300             end-if
027300         when 'GRAD'
027400             perform replay-graduation
027500         when 'PROM'
034510 REPLAY-BATCH-CHANGE.
034511******************************************************************
034512*    A BATCH CHANGE TRANSACTION'S 'AFTER' RECORD CARRIES THE    *
034512*    CORRECTED LAST/FIRST NAME AND GRADE - THE SAME FIELDS THE  *
034512*    NAME-CHANGE REPLAY CONSUMES, PLUS THE GRADE. ADDRESS-      *
034512*    BLOCK CHANGES ARE NOT ON THE AUDIT RECORD AND STAY AT      *
034512*    THE SNAPSHOT VALUES. A STAGED NEXT-YEAR PLACEMENT ('NXTP') *
034512*    CARRIES THE SAME FIELDS AND IS REPLAYED THE SAME WAY.      *
034517******************************************************************
034518     perform find-rebuild-row
034519     if ws-rb-row not = zero
045500     close recon-rpt
045600     display 'ROSTER REBUILT - ROWS: ' ws-rb-count
045700     .
045800 START-RUN-CONTROL.
045900******************************************************************
046000*    FIRST THING THE JOB DOES. GSAUDVER MUST SHOW A CLEAN END ON *
046100*    THE RUN-CONTROL LEDGER FOR THE BUSINESS DATE, OR THE JOB    *
046200*    LOGS A 'B' EVENT AND STOPS WITH WS-RUN-BLOCKED-RC.          *
046300*    OTHERWISE IT LOGS ITS 'S' EVENT.                            *
046400******************************************************************
046500     move spaces to run-control-event
046600     move ws-business-date to ws-run-bus-date
046700     move spaces to ws-run-blocker
046800     perform varying ws-run-px from 1 by 1
046900         until ws-run-px > ws-run-pred-count
047000            or ws-run-blocker not = spaces
047100         perform check-one-predecessor
047200     end-perform
047300     if ws-run-blocker not = spaces
047400         move 'B' to jr-event
047500         perform write-run-control-event
047600         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
047700             ' HAS NOT COMPLETED CLEAN FOR BUSINESS DATE '
047800             ws-run-bus-date
047900         display 'RUN GSAUDVER AND RESOLVE EVERY BREAK IT LISTS'
048000             ' BEFORE REPLAYING THE AUDIT TRAIL'
048100         move ws-run-blocked-rc to return-code
048200         stop run
048300     end-if
048400     move 'S' to jr-event
048500     perform write-run-control-event
048600     .
048700 CHECK-ONE-PREDECESSOR.
048800******************************************************************
048900*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
049000*    A BROKEN CHAIN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A     *
049100*    CLEAN RUN FOLLOWED BY A BROKEN ONE IS NOT.                  *
049200******************************************************************
049300     move 'N' to ws-run-pred-state
049400     open input run-control-file
049500     if ws-runctl-status = '00'
049600         perform until ws-runctl-status not = '00'
049700             read run-control-file next record
049800                 into run-control-event
049900             if ws-runctl-status = '00'
050000                 and jr-business-date = ws-run-bus-date
050100                 and jr-job-name = ws-run-pred(ws-run-px)
050200                 move 'N' to ws-run-pred-state
050300                 if jr-event = 'E'
050400                     and jr-completion-code <= ws-run-max-rc
050500                     move 'Y' to ws-run-pred-state
050600                 end-if
050700             end-if
050800         end-perform
050900         close run-control-file
051000     end-if
051100     if ws-run-pred-state not = 'Y'
051200         move ws-run-pred(ws-run-px) to ws-run-blocker
051300     end-if
051400     .
051500 END-RUN-CONTROL.
051600******************************************************************
051700*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
051800*    RETURN CODE THE JOB IS ENDING WITH.                         *
051900******************************************************************
052000     move 'E' to jr-event
052100     perform write-run-control-event
052200     .
052300 WRITE-RUN-CONTROL-EVENT.
052400     move ws-run-bus-date to jr-business-date
052500     move ws-run-job-name to jr-job-name
052600     accept jr-event-date from date yyyymmdd
052700     accept jr-event-time from time
052800     move return-code     to jr-completion-code
052900     move ws-run-blocker  to jr-blocked-by
053000     open extend run-control-file
053100     if ws-runctl-status not = '00'
053200         open output run-control-file
053300     end-if
053400     if ws-runctl-status not = '00'
053500         display 'COULD NOT OPEN RUNCTL - STATUS '
053600             ws-runctl-status
053700     else
053800         write run-control-record from run-control-event
053900         close run-control-file
054000     end-if
054100     .
054200 READ-BUSINESS-DATE.
054300******************************************************************
054400*    THE DISTRICT BUSINESS DATE THE LEDGER EVENTS ARE STAMPED    *
054500*    WITH. NO BUSINESS DATE MEANS NO RUN.                        *
054600******************************************************************
054700     open input business-date-file
054800     if ws-busdate-status not = '00'
054900         display 'COULD NOT OPEN BUSDATE - STATUS '
055000             ws-busdate-status
055100         move 16 to return-code
055200         stop run
055300     end-if
055400     read business-date-file next record
055500     if ws-busdate-status not = '00'
055600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
055700             ws-busdate-status
055800         move 16 to return-code
055900         stop run
056000     end-if
056100     close business-date-file
056200     move bd-business-date to ws-business-date
056300     if bd-override-date not = zero
056400         move bd-override-date to ws-business-date
056410         move 'Y' to ws-bus-date-override
056420         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
056430             bd-override-date ' SET BY ' bd-override-operator
056440         display '    REASON: ' bd-override-reason
056500     end-if
056510     move ws-business-date to bdh-date
056520     if ws-bus-date-override = 'Y'
056530         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
056540             to bdh-override
056550     end-if
056600     .
