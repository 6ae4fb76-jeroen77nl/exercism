001800*    MOD-LOG
001900*    DATE       INIT  DESCRIPTION
002000*    2026-08-22  RVM  ORIGINAL VERSION.
002020*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC (NOW 112
002040*                     BYTES - AUDIT SEQUENCE NUMBER AND CONTROL
002060*                     HASH ADDED AT THE END).
002065*    2026-10-15  RVM  REFUSES TO START (RC 20, 'B' ON RUNCTL)
002070*                     UNLESS GSAUDVER HAS ENDED CLEAN FOR THE
002075*                     BUSINESS DATE (BUSDATE, COPY BDATREC), SO AN
002080*                     AUDITOR'S ROSTER IS NEVER REBUILT FROM A
002085*                     BROKEN AUDIT CHAIN. LOGS ITS OWN START AND
002090*                     END.
002090*    2026-10-15  RVM  REPLAYS THE PROM CARD'S 'NXTP'/'PLACE'
002090*                     RECORDS (A STAGED NEXT-YEAR GRADE THAT
002090*                     DIFFERS FROM THE PROMOTION RULE) AS A GRADE
002090*                     CHANGE.
002090*    2026-10-15  RVM  EVERY PAGE OF ASOFRPT NOW OPENS WITH THE
002090*                     BUSINESS DATE THE RUN WAS MADE UNDER,
002090*                     FLAGGED WHEN A RERUN OVERRIDE IS ON.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003400     SELECT ASOF-RPT ASSIGN TO ASOFRPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ASOFRPT-STATUS.
003610     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-RUNCTL-STATUS.
003640     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003650         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-BUSDATE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ASOF-CONTROL-FILE
007000 FD  AUDIT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  AUDIT-RECORD.
007300     COPY AUDTREC.
008300 FD  ASOF-RPT
008400     LABEL RECORDS ARE STANDARD.
008500 01  ASOF-LINE                   PIC X(80).
008510 FD  RUN-CONTROL-FILE
008520     LABEL RECORDS ARE STANDARD.
008530 01  RUN-CONTROL-RECORD          PIC X(50).
008540 FD  BUSINESS-DATE-FILE
008550     LABEL RECORDS ARE STANDARD.
008560 01  BUSINESS-DATE-RECORD.
008570     COPY BDATREC.
008600 WORKING-STORAGE SECTION.
008700 01  WS-ASOFCTL-STATUS        PIC X(02).
008800 01  WS-ARCHIVE-STATUS        PIC X(02).
009300 01  WS-ASOF-SCHOOL           PIC X(04).
009400 01  i                        PIC 9(05).
009500 01  j                        PIC 9(05).
009504******************************************************************
009508*    RUN-CONTROL LEDGER - THE AUDIT TRAIL IS ONLY REPLAYED ONCE  *
009512*    GSAUDVER HAS PROVED THE CHAIN UNBROKEN (A CLEAN END, RC 0)  *
009516*    FOR THE SAME BUSINESS DATE. OTHERWISE THE JOB LOGS A 'B'    *
009520*    EVENT AND ENDS WITH WS-RUN-BLOCKED-RC, TOUCHING NOTHING.    *
009524******************************************************************
009528 01  RUN-CONTROL-EVENT.
009532     COPY JRUNREC.
009536 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSASOF  '.
009540 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
009544 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
009548     'GSAUDVER                '.
009552 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
009556     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
009560 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0000.
009564 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
009568 01  WS-RUNCTL-STATUS         PIC X(02).
009572 01  WS-RUN-BUS-DATE          PIC 9(08).
009576 01  WS-RUN-PX                PIC 9(02).
009580 01  WS-RUN-PRED-STATE        PIC X.
009584 01  WS-RUN-BLOCKER           PIC X(08).
009588 01  WS-BUSDATE-STATUS        PIC X(02).
009592 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
009593 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
009594 01  BUS-DATE-HEADING.
009595     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
009596     05  BDH-DATE             PIC 9(08).
009597     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
009600 01  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
009700 01  WS-PAGE-COUNT            PIC 9(03) VALUE ZERO.
009800 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 40.
013910         ' NOT PLACED IN A BUILDING '.
013900 PROCEDURE DIVISION.
014000 MAINLINE.
014010     perform read-business-date
014020     perform start-run-control
014100     perform read-asof-control
014200     perform load-archive-snapshot
014300     perform replay-audit-window
014400     perform print-asof-roster
014450     perform end-run-control
014500     stop run
014600     .
014700 READ-ASOF-CONTROL.
022920             if aud-result = 'AFTER'
022930                 perform replay-batch-change
022940             end-if
023000         when 'NXTP'
023000             if aud-result = 'PLACE'
023000                 perform replay-batch-change
023000             end-if
023000         when 'GRAD'
023100             perform replay-graduation
023110         when 'XFER'
028012*    A BATCH CHANGE'S 'AFTER' RECORD CARRIES THE CORRECTED      *
028013*    NAME AND GRADE - APPLIED HERE SO A MID-YEAR GRADE OR       *
028014*    SPELLING CORRECTION SHOWS ON THE AS-OF ROSTER THE WAY IT   *
028014*    STOOD THAT DAY. A STAGED NEXT-YEAR PLACEMENT ('NXTP')      *
028014*    CARRIES THE SAME FIELDS AND IS REPLAYED THE SAME WAY.      *
028016******************************************************************
028017     perform find-rebuild-row
028018     if ws-rb-row not = zero
034500     else
034600         move ws-asof-school to as-h1-school
034700     end-if
034750     write asof-line from bus-date-heading
034800     write asof-line from as-heading-1
034900     write asof-line from as-heading-2
035000     move zero to ws-line-count
035100     .
035200 START-RUN-CONTROL.
035300******************************************************************
035400*    FIRST THING THE JOB DOES. GSAUDVER MUST SHOW A CLEAN END ON *
035500*    THE RUN-CONTROL LEDGER FOR THE BUSINESS DATE, OR THE JOB    *
035600*    LOGS A 'B' EVENT AND STOPS WITH WS-RUN-BLOCKED-RC.          *
035700*    OTHERWISE IT LOGS ITS 'S' EVENT.                            *
035800******************************************************************
035900     move spaces to run-control-event
036000     move ws-business-date to ws-run-bus-date
036100     move spaces to ws-run-blocker
036200     perform varying ws-run-px from 1 by 1
036300         until ws-run-px > ws-run-pred-count
036400            or ws-run-blocker not = spaces
036500         perform check-one-predecessor
036600     end-perform
036700     if ws-run-blocker not = spaces
036800         move 'B' to jr-event
036900         perform write-run-control-event
037000         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
037100             ' HAS NOT COMPLETED CLEAN FOR BUSINESS DATE '
037200             ws-run-bus-date
037300         display 'RUN GSAUDVER AND RESOLVE EVERY BREAK IT LISTS'
037400             ' BEFORE REPLAYING THE AUDIT TRAIL'
037500         move ws-run-blocked-rc to return-code
037600         stop run
037700     end-if
037800     move 'S' to jr-event
037900     perform write-run-control-event
038000     .
038100 CHECK-ONE-PREDECESSOR.
038200******************************************************************
038300*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
038400*    A BROKEN CHAIN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A     *
038500*    CLEAN RUN FOLLOWED BY A BROKEN ONE IS NOT.                  *
038600******************************************************************
038700     move 'N' to ws-run-pred-state
038800     open input run-control-file
038900     if ws-runctl-status = '00'
039000         perform until ws-runctl-status not = '00'
039100             read run-control-file next record
039200                 into run-control-event
039300             if ws-runctl-status = '00'
039400                 and jr-business-date = ws-run-bus-date
039500                 and jr-job-name = ws-run-pred(ws-run-px)
039600                 move 'N' to ws-run-pred-state
039700                 if jr-event = 'E'
039800                     and jr-completion-code <= ws-run-max-rc
039900                     move 'Y' to ws-run-pred-state
040000                 end-if
040100             end-if
040200         end-perform
040300         close run-control-file
040400     end-if
040500     if ws-run-pred-state not = 'Y'
040600         move ws-run-pred(ws-run-px) to ws-run-blocker
040700     end-if
040800     .
040900 END-RUN-CONTROL.
041000******************************************************************
041100*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
041200*    RETURN CODE THE JOB IS ENDING WITH.                         *
041300******************************************************************
041400     move 'E' to jr-event
041500     perform write-run-control-event
041600     .
041700 WRITE-RUN-CONTROL-EVENT.
041800     move ws-run-bus-date to jr-business-date
041900     move ws-run-job-name to jr-job-name
042000     accept jr-event-date from date yyyymmdd
042100     accept jr-event-time from time
042200     move return-code     to jr-completion-code
042300     move ws-run-blocker  to jr-blocked-by
042400     open extend run-control-file
042500     if ws-runctl-status not = '00'
042600         open output run-control-file
042700     end-if
042800     if ws-runctl-status not = '00'
042900         display 'COULD NOT OPEN RUNCTL - STATUS '
043000             ws-runctl-status
043100     else
043200         write run-control-record from run-control-event
043300         close run-control-file
043400     end-if
043500     .
043600 READ-BUSINESS-DATE.
043700******************************************************************
043800*    THE DISTRICT BUSINESS DATE THE LEDGER EVENTS ARE STAMPED    *
043900*    WITH. NO BUSINESS DATE MEANS NO RUN.                        *
044000******************************************************************
044100     open input business-date-file
044200     if ws-busdate-status not = '00'
044300         display 'COULD NOT OPEN BUSDATE - STATUS '
044400             ws-busdate-status
044500         move 16 to return-code
044600         stop run
044700     end-if
044800     read business-date-file next record
044900     if ws-busdate-status not = '00'
045000         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
045100             ws-busdate-status
045200         move 16 to return-code
045300         stop run
045400     end-if
045500     close business-date-file
045600     move bd-business-date to ws-business-date
045700     if bd-override-date not = zero
045800         move bd-override-date to ws-business-date
045810         move 'Y' to ws-bus-date-override
045820         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
045830             bd-override-date ' SET BY ' bd-override-operator
045840         display '    REASON: ' bd-override-reason
045900     end-if
045910     move ws-business-date to bdh-date
045920     if ws-bus-date-override = 'Y'
045930         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
045940             to bdh-override
045950     end-if
046000     .
