002410*    2026-09-02  RVM  IMMRPT (IMMUNIZATION COMPLIANCE AND
002420*                     EXCLUSION LIST) IS NOW RETAINED AND
002430*                     PRINTED WITH THE OTHER FOUR.
002440*    2026-10-15  RVM  LOGS START AND END ON THE RUN-CONTROL
002450*                     LEDGER (RUNCTL) AND REFUSES TO START, RC 20,
002460*                     UNTIL GSNIGHT HAS ENDED CLEANLY FOR
002470*                     THE SAME BUSINESS DATE.
002476*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002482*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002488*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002494*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002495*    2026-10-15  RVM  START-RUN-CONTROL NOW CLEARS THE LEDGER
002496*                     EVENT FIRST - ITS FILLER WAS NEVER SET WHEN
002497*                     NO PREDECESSOR RECORD HAD BEEN READ.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005300     SELECT REPRINT-FILE ASSIGN TO RPTOUT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPTOUT-STATUS.
005520     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005540         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-RUNCTL-STATUS.
005570     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005580         ORGANIZATION IS LINE SEQUENTIAL
005590         FILE STATUS IS WS-BUSDATE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  BAL-RPT-IN
008700 FD  REPRINT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  REPRINT-LINE                PIC X(132).
008920 FD  RUN-CONTROL-FILE
008940     LABEL RECORDS ARE STANDARD.
008960 01  RUN-CONTROL-RECORD          PIC X(50).
008968 FD  BUSINESS-DATE-FILE
008976     LABEL RECORDS ARE STANDARD.
008984 01  BUSINESS-DATE-RECORD.
008992     COPY BDATREC.
009000 WORKING-STORAGE SECTION.
009004******************************************************************
009008*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
009012*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
009016*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
009020*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
009024*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING.                 *
009028******************************************************************
009032 01  RUN-CONTROL-EVENT.
009036     COPY JRUNREC.
009040 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSRETAIN'.
009044 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
009048 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
009052     'GSNIGHT                 '.
009056 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
009060     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
009064 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
009068 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
009072 01  WS-RUNCTL-STATUS         PIC X(02).
009076 01  WS-RUN-BUS-DATE          PIC 9(08).
009080 01  WS-RUN-PX                PIC 9(02).
009084 01  WS-RUN-PRED-STATE        PIC X.
009088 01  WS-RUN-BLOCKER           PIC X(08).
009100 01  WS-BALRPT-STATUS         PIC X(02).
009200 01  WS-CTLRPT-STATUS         PIC X(02).
009300 01  WS-CAPRPT-STATUS         PIC X(02).
011900     05  FILLER               PIC X(01).
012000     05  BT-DATE              PIC X(08).
012100     05  FILLER               PIC X(107).
012110******************************************************************
012120*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012130*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
012140*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
012150******************************************************************
012160 01  WS-BUSDATE-STATUS        PIC X(02).
012170 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012180 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012200 PROCEDURE DIVISION.
012300 MAINLINE.
012400******************************************************************
012600*    REPORTS, THEN SERVICES WHATEVER REPRINT CARDS ARE ON THE    *
012700*    RUN.                                                        *
012800******************************************************************
012820     perform read-business-date
012850     perform start-run-control
012900     move ws-business-date to ws-today-date
013000     perform open-outputs
013100     perform retain-tonights-reports
013200     close repository-file
013500     perform service-reprint-requests
013600     display 'REPORTS RETAINED ' ws-reports-retained
013700         ' REPRINTS ' ws-reprints-done
013750     perform end-run-control
013800     stop run
013900     .
014000 OPEN-OUTPUTS.
030500         end-if
030600     end-if
030700     .
030800 START-RUN-CONTROL.
030900******************************************************************
031000*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
031100*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
031200*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
031300*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
031400******************************************************************
031450     move spaces to run-control-event
031500     move ws-business-date to ws-run-bus-date
031600     move spaces to ws-run-blocker
031700     perform varying ws-run-px from 1 by 1
031800         until ws-run-px > ws-run-pred-count
031900            or ws-run-blocker not = spaces
032000         perform check-one-predecessor
032100     end-perform
032200     if ws-run-blocker not = spaces
032300         move 'B' to jr-event
032400         perform write-run-control-event
032500         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
032600             ' HAS NOT COMPLETED FOR BUSINESS DATE '
032700             ws-run-bus-date
032800         move ws-run-blocked-rc to return-code
032900         stop run
033000     end-if
033100     move 'S' to jr-event
033200     perform write-run-control-event
033300     .
033400 CHECK-ONE-PREDECESSOR.
033500******************************************************************
033600*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
033700*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
033800*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
033900******************************************************************
034000     move 'N' to ws-run-pred-state
034100     open input run-control-file
034200     if ws-runctl-status = '00'
034300         perform until ws-runctl-status not = '00'
034400             read run-control-file next record
034500                 into run-control-event
034600             if ws-runctl-status = '00'
034700                 and jr-business-date = ws-run-bus-date
034800                 and jr-job-name = ws-run-pred(ws-run-px)
034900                 move 'N' to ws-run-pred-state
035000                 if jr-event = 'E'
035100                     and jr-completion-code <= ws-run-max-rc
035200                     move 'Y' to ws-run-pred-state
035300                 end-if
035400             end-if
035500         end-perform
035600         close run-control-file
035700     end-if
035800     if ws-run-pred-state not = 'Y'
035900         move ws-run-pred(ws-run-px) to ws-run-blocker
036000     end-if
036100     .
036200 END-RUN-CONTROL.
036300******************************************************************
036400*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
036500*    RETURN CODE THE JOB IS ENDING WITH.                         *
036600******************************************************************
036700     move 'E' to jr-event
036800     perform write-run-control-event
036900     .
037000 WRITE-RUN-CONTROL-EVENT.
037100     move ws-run-bus-date to jr-business-date
037200     move ws-run-job-name to jr-job-name
037300     accept jr-event-date from date yyyymmdd
037400     accept jr-event-time from time
037500     move return-code     to jr-completion-code
037600     move ws-run-blocker  to jr-blocked-by
037700     open extend run-control-file
037800     if ws-runctl-status not = '00'
037900         open output run-control-file
038000     end-if
038100     if ws-runctl-status not = '00'
038200         display 'COULD NOT OPEN RUNCTL - STATUS '
038300             ws-runctl-status
038400     else
038500         write run-control-record from run-control-event
038600         close run-control-file
038700     end-if
038800     .
038900 READ-BUSINESS-DATE.
039000******************************************************************
039100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
039200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
039300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
039400******************************************************************
039500     open input business-date-file
039600     if ws-busdate-status not = '00'
039700         display 'COULD NOT OPEN BUSDATE - STATUS '
039800             ws-busdate-status
039900         move 16 to return-code
040000         stop run
040100     end-if
040200     read business-date-file next record
040300     if ws-busdate-status not = '00'
040400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
040500             ws-busdate-status
040600         move 16 to return-code
040700         stop run
040800     end-if
040900     close business-date-file
041000     move bd-business-date to ws-business-date
041100     if bd-override-date not = zero
041200         move bd-override-date to ws-business-date
041300         move 'Y' to ws-bus-date-override
041400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
041500             bd-override-date ' SET BY ' bd-override-operator
041600         display '    REASON: ' bd-override-reason
041700     end-if
041800     .
