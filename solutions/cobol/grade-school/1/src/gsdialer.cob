001900*         CALL-OUTCOME LOG (CALLOUT), AND EVERY 'B' GOES ON      *
002000*         THE BAD-NUMBER WORKLIST (BADNUMS) SO THE OFFICE        *
002100*         FIXES DEAD PHONES BEFORE A REAL EMERGENCY FINDS        *
002200*         THEM. THE RETURN FILE IS PROVED WHOLE FIRST -          *
002210*         HEADER, TRAILER COUNT AND HASH, RECEIPT REGISTER.      *
002220*    SEE JCL/GSDIALER.JCL.                                       *
002300******************************************************************
002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-09-01  RVM  ORIGINAL VERSION.
002610*    2026-10-15  RVM  DIALRET MUST NOW CARRY A HEADER AND A
002620*                     TRAILER (INBHREC) PROVED BEFORE ANY
002630*                     OUTCOME POSTS, AND IS ENTERED IN THE
002640*                     RECEIPT REGISTER (RCPTREG). A FILE THAT
002650*                     FAILS OR WAS ALREADY POSTED IS SKIPPED
002660*                     WHOLE; THE EXTRACT STILL RUNS, RC 12.
002668*    2026-10-15  RVM  LOGS START AND END ON THE RUN-CONTROL
002676*                     LEDGER (RUNCTL) AND REFUSES TO START, RC 20,
002684*                     UNTIL GSNIGHT HAS ENDED CLEANLY FOR
002692*                     THE SAME BUSINESS DATE.
002693*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002694*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002695*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002696*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002697*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002698*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002699*    2026-10-15  RVM  START-RUN-CONTROL NOW CLEARS THE LEDGER
002700*                     EVENT FIRST - ITS FILLER WAS NEVER SET WHEN
002701*                     NO PREDECESSOR RECORD HAD BEEN READ.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005500     SELECT BAD-NUMBER-RPT ASSIGN TO BADNUMS
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BADNUMS-STATUS.
005710     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS WS-RCPTREG-STATUS.
005740     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005750         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-RUNCTL-STATUS.
005770     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005780         ORGANIZATION IS LINE SEQUENTIAL
005790         FILE STATUS IS WS-BUSDATE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ATTEND-VSAM-FILE
008300     05  DR-STUDENT-ID           PIC 9(07).
008400     05  DR-CALL-DATE            PIC 9(08).
008500     05  DR-OUTCOME              PIC X(01).
008510 01  DIALRET-CONTROL-LINE        PIC X(80).
008600 FD  CALL-OUTCOME-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  CALL-OUTCOME-RECORD.
009200 FD  BAD-NUMBER-RPT
009300     LABEL RECORDS ARE STANDARD.
009400 01  BAD-NUMBER-LINE             PIC X(80).
009410 FD  RECEIPT-REGISTER-FILE
009420     LABEL RECORDS ARE STANDARD.
009430 01  RECEIPT-REGISTER-RECORD.
009440     COPY RCPTREC.
009450 FD  RUN-CONTROL-FILE
009460     LABEL RECORDS ARE STANDARD.
009470 01  RUN-CONTROL-RECORD          PIC X(50).
009476 FD  BUSINESS-DATE-FILE
009482     LABEL RECORDS ARE STANDARD.
009488 01  BUSINESS-DATE-RECORD.
009494     COPY BDATREC.
009500 WORKING-STORAGE SECTION.
009504******************************************************************
009508*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
009512*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
009516*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
009520*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
009524*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING.                 *
009528******************************************************************
009532 01  RUN-CONTROL-EVENT.
009536     COPY JRUNREC.
009540 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSDIALER'.
009544 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 01.
009548 01  WS-RUN-PRED-LIST         PIC X(24) VALUE
009552     'GSNIGHT                 '.
009556 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
009560     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
009564 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
009568 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
009572 01  WS-RUNCTL-STATUS         PIC X(02).
009576 01  WS-RUN-BUS-DATE          PIC 9(08).
009580 01  WS-RUN-PX                PIC 9(02).
009584 01  WS-RUN-PRED-STATE        PIC X.
009588 01  WS-RUN-BLOCKER           PIC X(08).
009600 01  WS-ATTVSAM-STATUS        PIC X(02).
009700 01  WS-ROSTER-FILE-STATUS    PIC X(02).
009800 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
010000 01  WS-DIALRET-STATUS        PIC X(02).
010100 01  WS-CALLOUT-STATUS        PIC X(02).
010200 01  WS-BADNUMS-STATUS        PIC X(02).
010210 01  WS-RCPTREG-STATUS        PIC X(02).
010300 01  WS-GUARDIAN-OPEN         PIC X.
010400 01  j                        PIC 9(05).
010500 01  WS-TODAY-DATE            PIC 9(08).
011600 01  WS-NO-PHONE              PIC 9(05) VALUE ZERO.
011700 01  WS-OUTCOMES-POSTED       PIC 9(05) VALUE ZERO.
011800 01  WS-BAD-NUMBERS           PIC 9(05) VALUE ZERO.
011803******************************************************************
011806*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
011809*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
011812*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
011815*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
011818******************************************************************
011821 01  INB-CONTROL-RECORD.
011824     COPY INBHREC.
011827 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSDIALER'.
011830 01  WS-INB-EXPECT-TYPE       PIC X(08).
011833 01  WS-INB-READ-COUNT        PIC 9(07).
011836 01  WS-INB-DETAIL-COUNT      PIC 9(07).
011839 01  WS-INB-HASH-TOTAL        PIC 9(15).
011842 01  WS-INB-HASH-VALUE        PIC 9(15).
011845 01  WS-INB-HASH-OK           PIC X.
011848 01  WS-INB-HDR-SEEN          PIC X.
011851 01  WS-INB-TRL-SEEN          PIC X.
011854 01  WS-INB-SENDER-ID         PIC X(08).
011857 01  WS-INB-FILE-TYPE         PIC X(08).
011860 01  WS-INB-FILE-SEQ          PIC 9(06).
011863 01  WS-INB-AS-OF-DATE        PIC 9(08).
011866 01  WS-INB-TRL-COUNT         PIC 9(07).
011869 01  WS-INB-TRL-HASH          PIC 9(15).
011872 01  WS-INB-FAULT             PIC X(05).
011875 01  WS-INB-REASON            PIC X(05).
011878 01  WS-INB-DATE              PIC 9(08).
011881 01  WS-INB-TIME              PIC 9(08).
011884 01  WS-INB-PRESENT           PIC X.
011887 01  WS-INB-REJECTED          PIC X VALUE 'N'.
011900 01  BN-HEADING.
012000     05  FILLER               PIC X(44) VALUE
012100         'AUTODIALER BAD-NUMBER WORKLIST              '.
012700     05  BN-D-SCHOOL          PIC X(04).
012800     05  FILLER               PIC X(02) VALUE SPACES.
012900     05  BN-D-NOTE            PIC X(20).
012907******************************************************************
012914*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
012921*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
012928*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
012935******************************************************************
012942 01  WS-BUSDATE-STATUS        PIC X(02).
012949 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012956 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
012963 01  BUS-DATE-HEADING.
012970     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
012977     05  BDH-DATE             PIC 9(08).
012984     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013000 PROCEDURE DIVISION.
013100 MAINLINE.
013200******************************************************************
013400*    YESTERDAY'S DIALER RETURN FILE LOADS FIRST, THEN TODAY'S    *
013500*    ABSENTEES EXTRACT.                                          *
013600******************************************************************
013620     perform read-business-date
013650     perform start-run-control
013700     move ws-business-date to ws-today-date
013800     perform load-roster-table
013900     perform open-bad-number-report
013910     perform check-dialret-controls
013920     if ws-inb-present = 'Y'
013930         and ws-inb-reason = spaces
014000         perform post-call-outcomes
014010         perform log-inbound-receipt
014020     end-if
014100     perform extract-todays-absentees
014200     if ws-badnums-status = '00'
014300         close bad-number-rpt
014600         ' NO PHONE ' ws-no-phone
014700         ' OUTCOMES POSTED ' ws-outcomes-posted
014800         ' BAD NUMBERS ' ws-bad-numbers
014810     if ws-inb-rejected = 'Y'
014820         move 12 to return-code
014830     end-if
014860     perform end-run-control
014900     stop run
015000     .
015100 LOAD-ROSTER-TABLE.
017800 OPEN-BAD-NUMBER-REPORT.
017900     open output bad-number-rpt
018000     if ws-badnums-status = '00'
018050         write bad-number-line from bus-date-heading
018100         write bad-number-line from bn-heading
018200     else
018300         display 'COULD NOT OPEN BADNUMS - STATUS '
019400         end-if
019500         perform until ws-dialret-status not = '00'
019600             read dialer-return-file next record
019610             if ws-dialret-status = '00'
019620                 move dialret-control-line to inb-control-record
019630             end-if
019700             if ws-dialret-status = '00'
019710                 and ih-record-type not = 'HDR'
019720                 and ih-record-type not = 'TRL'
019800                 move dr-student-id to co-student-id
019900                 move dr-call-date  to co-call-date
020000                 move dr-outcome    to co-outcome
030200         end-if
030300     end-if
030400     .
030500 CHECK-DIALRET-CONTROLS.
030600******************************************************************
030700*    PROVES THE AUTODIALER RETURN FILE WHOLE BEFORE AN OUTCOME   *
030800*    POSTS - HEADER NAMING A DIALRET FILE, TRAILER COUNT AND     *
030900*    HASH (SUM OF DR-STUDENT-ID) MATCHING WHAT WAS READ, SENDER  *
031000*    AND SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS  *
031100*    SKIPPED WHOLE - TODAY'S EXTRACT STILL GOES OUT - AND THE    *
031200*    RUN ENDS RC 12. NO RETURN FILE POSTS NOTHING, AS BEFORE.    *
031300******************************************************************
031400     move 'DIALRET' to ws-inb-expect-type
031500     perform start-inbound-check
031600     open input dialer-return-file
031700     if ws-dialret-status = '00'
031800         move 'Y' to ws-inb-present
031900         perform until ws-dialret-status not = '00'
032000             read dialer-return-file next record
032100             if ws-dialret-status = '00'
032200                 move dialret-control-line to inb-control-record
032300                 if dr-student-id is numeric
032400                     move 'Y' to ws-inb-hash-ok
032500                     move dr-student-id to ws-inb-hash-value
032600                 else
032700                     move 'N' to ws-inb-hash-ok
032800                 end-if
032900                 perform tally-inbound-record
033000             end-if
033100         end-perform
033200         close dialer-return-file
033300         if ws-inb-read-count = zero
033400             move 'N' to ws-inb-present
033500         else
033600             perform finish-inbound-check
033700         end-if
033800     else
033900         move 'N' to ws-inb-present
034000     end-if
034100     if ws-inb-reason not = spaces
034200         move 'Y' to ws-inb-rejected
034300     end-if
034400     .
034500 START-INBOUND-CHECK.
034600     move zero   to ws-inb-read-count
034700     move zero   to ws-inb-detail-count
034800     move zero   to ws-inb-hash-total
034900     move zero   to ws-inb-file-seq
035000     move zero   to ws-inb-as-of-date
035100     move zero   to ws-inb-trl-count
035200     move zero   to ws-inb-trl-hash
035300     move 'N'    to ws-inb-hdr-seen
035400     move 'N'    to ws-inb-trl-seen
035500     move spaces to ws-inb-sender-id
035600     move spaces to ws-inb-file-type
035700     move spaces to ws-inb-reason
035800     .
035900 TALLY-INBOUND-RECORD.
036000******************************************************************
036100*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
036200*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
036300*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
036400*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
036500*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
036600*    HASHED THE WAY THE SENDER COUNTED IT.                       *
036700******************************************************************
036800     add 1 to ws-inb-read-count
036900     evaluate ih-record-type
037000         when 'HDR'
037100             if ws-inb-read-count not = 1
037200                 move 'HDRPO' to ws-inb-fault
037300                 perform note-inbound-fault
037400             else
037500                 move 'Y'            to ws-inb-hdr-seen
037600                 move ih-sender-id   to ws-inb-sender-id
037700                 move ih-file-type   to ws-inb-file-type
037800                 if ih-file-seq is numeric
037900                     move ih-file-seq to ws-inb-file-seq
038000                 end-if
038100                 if ih-file-type not = ws-inb-expect-type
038200                     move 'BADTY' to ws-inb-fault
038300                     perform note-inbound-fault
038400                 end-if
038500                 if ih-as-of-date is not numeric
038600                     or ih-as-of-date = zero
038700                     move 'BADDT' to ws-inb-fault
038800                     perform note-inbound-fault
038900                 else
039000                     move ih-as-of-date to ws-inb-as-of-date
039100                 end-if
039200             end-if
039300         when 'TRL'
039400             if ws-inb-trl-seen = 'Y'
039500                 move 'AFTRL' to ws-inb-fault
039600                 perform note-inbound-fault
039700             else
039800                 move 'Y' to ws-inb-trl-seen
039900                 if ih-sender-id not = ws-inb-sender-id
040000                     or ih-file-type not = ws-inb-file-type
040100                     or ih-file-seq not = ws-inb-file-seq
040200                     move 'TRLMM' to ws-inb-fault
040300                     perform note-inbound-fault
040400                 end-if
040500                 if ih-record-count is numeric
040600                     and ih-hash-total is numeric
040700                     move ih-record-count to ws-inb-trl-count
040800                     move ih-hash-total   to ws-inb-trl-hash
040900                 else
041000                     move 'TRLMM' to ws-inb-fault
041100                     perform note-inbound-fault
041200                 end-if
041300             end-if
041400         when other
041500             if ws-inb-hdr-seen = 'N'
041600                 move 'NOHDR' to ws-inb-fault
041700                 perform note-inbound-fault
041800             end-if
041900             if ws-inb-trl-seen = 'Y'
042000                 move 'AFTRL' to ws-inb-fault
042100                 perform note-inbound-fault
042200             end-if
042300             add 1 to ws-inb-detail-count
042400             if ws-inb-hash-ok = 'Y'
042500                 add ws-inb-hash-value to ws-inb-hash-total
042600             else
042700                 move 'NONUM' to ws-inb-fault
042800                 perform note-inbound-fault
042900             end-if
043000     end-evaluate
043100     .
043200 NOTE-INBOUND-FAULT.
043300     if ws-inb-reason = spaces
043400         move ws-inb-fault to ws-inb-reason
043500     end-if
043600     .
043700 FINISH-INBOUND-CHECK.
043800******************************************************************
043900*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
044000*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
044100*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
044200*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
044300*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
044400*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
044500*    BE RERUN WITH THE SAME FILE.                                *
044600******************************************************************
044700     if ws-inb-read-count = zero
044800         move 'EMPTY' to ws-inb-fault
044900         perform note-inbound-fault
045000     end-if
045100     if ws-inb-hdr-seen = 'N'
045200         move 'NOHDR' to ws-inb-fault
045300         perform note-inbound-fault
045400     end-if
045500     if ws-inb-trl-seen = 'N'
045600         move 'NOTRL' to ws-inb-fault
045700         perform note-inbound-fault
045800     else
045900         if ws-inb-trl-count not = ws-inb-detail-count
046000             move 'COUNT' to ws-inb-fault
046100             perform note-inbound-fault
046200         end-if
046300         if ws-inb-trl-hash not = ws-inb-hash-total
046400             move 'HASH ' to ws-inb-fault
046500             perform note-inbound-fault
046600         end-if
046700     end-if
046800     if ws-inb-reason = spaces
046900         perform check-receipt-register
047000     end-if
047100     if ws-inb-reason not = spaces
047200         perform log-inbound-receipt
047300         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
047400             ws-inb-reason ' SENDER ' ws-inb-sender-id
047500             ' SEQ ' ws-inb-file-seq
047600         display '  RECORDS READ ' ws-inb-detail-count
047700             ' TRAILER COUNT ' ws-inb-trl-count
047800     end-if
047900     .
048000 CHECK-RECEIPT-REGISTER.
048100     open input receipt-register-file
048200     if ws-rcptreg-status = '00'
048300         perform until ws-rcptreg-status not = '00'
048400             read receipt-register-file next record
048500             if ws-rcptreg-status = '00'
048600                 and rcp-disposition = 'A'
048700                 and rcp-job-name  = ws-inb-job-name
048800                 and rcp-sender-id = ws-inb-sender-id
048900                 and rcp-file-type = ws-inb-file-type
049000                 and rcp-file-seq  = ws-inb-file-seq
049100                 move 'DUPE ' to ws-inb-fault
049200                 perform note-inbound-fault
049300             end-if
049400         end-perform
049500         close receipt-register-file
049600     end-if
049700     .
049800 LOG-INBOUND-RECEIPT.
049900******************************************************************
050000*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
050100*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
050200*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
050300*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
050400******************************************************************
050500     accept ws-inb-date from date yyyymmdd
050600     accept ws-inb-time from time
050700     open extend receipt-register-file
050800     if ws-rcptreg-status not = '00'
050900         open output receipt-register-file
051000     end-if
051100     if ws-rcptreg-status not = '00'
051200         display 'COULD NOT OPEN RCPTREG - STATUS '
051300             ws-rcptreg-status
051400         move 16 to return-code
051500         stop run
051600     end-if
051700     move ws-inb-sender-id    to rcp-sender-id
051800     move ws-inb-expect-type  to rcp-file-type
051900     move ws-inb-file-seq     to rcp-file-seq
052000     move ws-inb-as-of-date   to rcp-as-of-date
052100     move ws-inb-job-name     to rcp-job-name
052200     move ws-inb-date         to rcp-received-date
052300     move ws-inb-time         to rcp-received-time
052400     move ws-inb-detail-count to rcp-record-count
052500     move ws-inb-hash-total   to rcp-hash-total
052600     move ws-inb-reason       to rcp-reason
052700     if ws-inb-reason = spaces
052800         move 'A' to rcp-disposition
052900     else
053000         move 'R' to rcp-disposition
053100     end-if
053200     write receipt-register-record
053300     close receipt-register-file
053400     .
053500 START-RUN-CONTROL.
053600******************************************************************
053700*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
053800*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
053900*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
054000*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
054100******************************************************************
054150     move spaces to run-control-event
054200     move ws-business-date to ws-run-bus-date
054300     move spaces to ws-run-blocker
054400     perform varying ws-run-px from 1 by 1
054500         until ws-run-px > ws-run-pred-count
054600            or ws-run-blocker not = spaces
054700         perform check-one-predecessor
054800     end-perform
054900     if ws-run-blocker not = spaces
055000         move 'B' to jr-event
055100         perform write-run-control-event
055200         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
055300             ' HAS NOT COMPLETED FOR BUSINESS DATE '
055400             ws-run-bus-date
055500         move ws-run-blocked-rc to return-code
055600         stop run
055700     end-if
055800     move 'S' to jr-event
055900     perform write-run-control-event
056000     .
056100 CHECK-ONE-PREDECESSOR.
056200******************************************************************
056300*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
056400*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
056500*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
056600******************************************************************
056700     move 'N' to ws-run-pred-state
056800     open input run-control-file
056900     if ws-runctl-status = '00'
057000         perform until ws-runctl-status not = '00'
057100             read run-control-file next record
057200                 into run-control-event
057300             if ws-runctl-status = '00'
057400                 and jr-business-date = ws-run-bus-date
057500                 and jr-job-name = ws-run-pred(ws-run-px)
057600                 move 'N' to ws-run-pred-state
057700                 if jr-event = 'E'
057800                     and jr-completion-code <= ws-run-max-rc
057900                     move 'Y' to ws-run-pred-state
058000                 end-if
058100             end-if
058200         end-perform
058300         close run-control-file
058400     end-if
058500     if ws-run-pred-state not = 'Y'
058600         move ws-run-pred(ws-run-px) to ws-run-blocker
058700     end-if
058800     .
058900 END-RUN-CONTROL.
059000******************************************************************
059100*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
059200*    RETURN CODE THE JOB IS ENDING WITH.                         *
059300******************************************************************
059400     move 'E' to jr-event
059500     perform write-run-control-event
059600     .
059700 WRITE-RUN-CONTROL-EVENT.
059800     move ws-run-bus-date to jr-business-date
059900     move ws-run-job-name to jr-job-name
060000     accept jr-event-date from date yyyymmdd
060100     accept jr-event-time from time
060200     move return-code     to jr-completion-code
060300     move ws-run-blocker  to jr-blocked-by
060400     open extend run-control-file
060500     if ws-runctl-status not = '00'
060600         open output run-control-file
060700     end-if
060800     if ws-runctl-status not = '00'
060900         display 'COULD NOT OPEN RUNCTL - STATUS '
061000             ws-runctl-status
061100     else
061200         write run-control-record from run-control-event
061300         close run-control-file
061400     end-if
061500     .
061600 READ-BUSINESS-DATE.
061700******************************************************************
061800*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
061900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
062000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
062100******************************************************************
062200     open input business-date-file
062300     if ws-busdate-status not = '00'
062400         display 'COULD NOT OPEN BUSDATE - STATUS '
062500             ws-busdate-status
062600         move 16 to return-code
062700         stop run
062800     end-if
062900     read business-date-file next record
063000     if ws-busdate-status not = '00'
063100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
063200             ws-busdate-status
063300         move 16 to return-code
063400         stop run
063500     end-if
063600     close business-date-file
063700     move bd-business-date to ws-business-date
063800     if bd-override-date not = zero
063900         move bd-override-date to ws-business-date
064000         move 'Y' to ws-bus-date-override
064100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
064200             bd-override-date ' SET BY ' bd-override-operator
064300         display '    REASON: ' bd-override-reason
064400     end-if
064500     move ws-business-date to bdh-date
064600     if ws-bus-date-override = 'Y'
064700         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
064800             to bdh-override
064900     end-if
065000     .
