002200*         WARNING FLOOR, AND THE CHARGED-MEALS RECEIVABLE       *
002300*         REPORT (MEALRECV) OF NEGATIVE BALANCES FOR THE        *
002400*         BUSINESS OFFICE.                                      *
002410*    EACH RETURN FILE IS PROVED WHOLE (HEADER, TRAILER COUNT     *
002420*    AND HASH, RECEIPT REGISTER) BEFORE IT POSTS; A FILE THAT    *
002430*    FAILS IS SKIPPED WHOLE AND THE OTHER STILL POSTS.           *
002500*    SEE JCL/GSMEALAC.JCL.                                       *
002600******************************************************************
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002910*    2026-10-15  RVM  CAFEDEP AND MEALSRVD MUST NOW EACH CARRY A
002920*                     HEADER AND A TRAILER (INBHREC) PROVED
002930*                     BEFORE THE FILE POSTS, AND EACH IS ENTERED
002940*                     IN THE RECEIPT REGISTER (RCPTREG). A FILE
002950*                     THAT FAILS OR WAS ALREADY POSTED IS
002960*                     REJECTED WHOLE AND THE RUN ENDS RC 12.
002966*    2026-10-15  RVM  THE RECEIVABLE REPORT NOW OPENS WITH THE
002972*                     BUSINESS DATE (BUSDATE, COPY BDATREC),
002978*                     FLAGGED WHEN A RERUN OVERRIDE IS ON, SO AN
002984*                     AUDITOR CAN SEE WHICH BUSINESS DAY IT
002990*                     REPRESENTS.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005600     SELECT RECEIVABLE-RPT ASSIGN TO MEALRECV
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-MEALRECV-STATUS.
005810     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
005820         ORGANIZATION IS LINE SEQUENTIAL
005830         FILE STATUS IS WS-RCPTREG-STATUS.
005847     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005864         ORGANIZATION IS LINE SEQUENTIAL
005881         FILE STATUS IS WS-BUSDATE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DEPOSIT-FILE
006400     05  DP-STUDENT-ID           PIC 9(07).
006500     05  DP-DEPOSIT-DATE         PIC 9(08).
006600     05  DP-AMOUNT               PIC 9(04)V99.
006610 01  CAFEDEP-CONTROL-LINE        PIC X(80).
006700 FD  MEALS-SERVED-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  MEALS-SERVED-RECORD.
007000     05  MS-DATE                 PIC 9(08).
007100     05  MS-STUDENT-ID           PIC 9(07).
007200     05  MS-MEAL-TYPE            PIC X(01).
007210 01  MEALSRVD-CONTROL-LINE       PIC X(80).
007300 FD  MEAL-ACCOUNT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  MEAL-ACCOUNT-RECORD.
009100 FD  RECEIVABLE-RPT
009200     LABEL RECORDS ARE STANDARD.
009300 01  RECEIVABLE-LINE             PIC X(80).
009310 FD  RECEIPT-REGISTER-FILE
009320     LABEL RECORDS ARE STANDARD.
009330 01  RECEIPT-REGISTER-RECORD.
009340     COPY RCPTREC.
009352 FD  BUSINESS-DATE-FILE
009364     LABEL RECORDS ARE STANDARD.
009376 01  BUSINESS-DATE-RECORD.
009388     COPY BDATREC.
009400 WORKING-STORAGE SECTION.
009500 01  WS-CAFEDEP-STATUS        PIC X(02).
009600 01  WS-MEALSRVD-STATUS       PIC X(02).
009900 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
010000 01  WS-LOWBAL-STATUS         PIC X(02).
010100 01  WS-MEALRECV-STATUS       PIC X(02).
010110 01  WS-RCPTREG-STATUS        PIC X(02).
010200 01  WS-GUARDIAN-OPEN         PIC X.
010300 01  j                        PIC 9(05).
010400******************************************************************
013900 01  WS-RECEIVABLE-TOTAL      PIC S9(07)V99 VALUE ZERO.
014000 01  WS-PRICE                 PIC 9(04)V99.
014100 01  WS-GUARDIAN-NAME         PIC X(40).
014103******************************************************************
014106*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
014109*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
014112*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
014115*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
014118******************************************************************
014121 01  INB-CONTROL-RECORD.
014124     COPY INBHREC.
014127 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSMEALAC'.
014130 01  WS-INB-EXPECT-TYPE       PIC X(08).
014133 01  WS-INB-READ-COUNT        PIC 9(07).
014136 01  WS-INB-DETAIL-COUNT      PIC 9(07).
014139 01  WS-INB-HASH-TOTAL        PIC 9(15).
014142 01  WS-INB-HASH-VALUE        PIC 9(15).
014145 01  WS-INB-HASH-OK           PIC X.
014148 01  WS-INB-HDR-SEEN          PIC X.
014151 01  WS-INB-TRL-SEEN          PIC X.
014154 01  WS-INB-SENDER-ID         PIC X(08).
014157 01  WS-INB-FILE-TYPE         PIC X(08).
014160 01  WS-INB-FILE-SEQ          PIC 9(06).
014163 01  WS-INB-AS-OF-DATE        PIC 9(08).
014166 01  WS-INB-TRL-COUNT         PIC 9(07).
014169 01  WS-INB-TRL-HASH          PIC 9(15).
014172 01  WS-INB-FAULT             PIC X(05).
014175 01  WS-INB-REASON            PIC X(05).
014178 01  WS-INB-DATE              PIC 9(08).
014181 01  WS-INB-TIME              PIC 9(08).
014184 01  WS-INB-PRESENT           PIC X.
014187 01  WS-INB-REJECTED          PIC X VALUE 'N'.
014200 01  LB-SEPARATOR.
014300     05  FILLER               PIC X(40) VALUE ALL '-'.
014400 01  LB-ADDRESS-LINE.
016900     05  FILLER               PIC X(21) VALUE
017000         'TOTAL RECEIVABLE:   $'.
017100     05  RCV-T-TOTAL          PIC -ZZZZZ9.99.
017107******************************************************************
017114*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
017121*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
017128*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
017135******************************************************************
017142 01  WS-BUSDATE-STATUS        PIC X(02).
017149 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017156 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
017163 01  BUS-DATE-HEADING.
017170     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
017177     05  BDH-DATE             PIC 9(08).
017184     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017200 PROCEDURE DIVISION.
017300 MAINLINE.
017400******************************************************************
017500*    DAILY CAFETERIA-RETURN ENTRY POINT. POSTS DEPOSITS AND      *
017600*    CHARGES, THEN PRINTS THE LETTERS AND THE RECEIVABLE.        *
017700******************************************************************
017750     perform read-business-date
017800     perform load-roster-table
017900     perform load-ledger
018000     perform check-cafedep-controls
018010     if ws-inb-present = 'Y'
018020         and ws-inb-reason = spaces
018030         perform post-deposits
018040         perform log-inbound-receipt
018050     end-if
018060     perform check-mealsrvd-controls
018070     if ws-inb-present = 'Y'
018080         and ws-inb-reason = spaces
018090         perform post-charges
018091         perform log-inbound-receipt
018092     end-if
018200     perform print-letters-and-receivable
018300     display 'MEAL ACCOUNTS - DEPOSITS ' ws-deposits-posted
018400         ' CHARGES ' ws-charges-posted
018500         ' SUPPRESSED ' ws-charges-suppressed
018600         ' LETTERS ' ws-letters-written
018610     if ws-inb-rejected = 'Y'
018620         move 12 to return-code
018630     end-if
018700     stop run
018800     .
018900 LOAD-ROSTER-TABLE.
025500         end-if
025600         perform until ws-cafedep-status not = '00'
025700             read deposit-file next record
025710             if ws-cafedep-status = '00'
025720                 move cafedep-control-line to inb-control-record
025730             end-if
025800             if ws-cafedep-status = '00'
025810                 and ih-record-type not = 'HDR'
025820                 and ih-record-type not = 'TRL'
025900                 move dp-student-id   to ma-student-id
026000                 move dp-deposit-date to ma-tran-date
026100                 move 'D'             to ma-tran-type
028400         end-if
028500         perform until ws-mealsrvd-status not = '00'
028600             read meals-served-file next record
028610             if ws-mealsrvd-status = '00'
028620                 move mealsrvd-control-line
028630                     to inb-control-record
028640             end-if
028700             if ws-mealsrvd-status = '00'
028710                 and ih-record-type not = 'HDR'
028720                 and ih-record-type not = 'TRL'
028800                 perform charge-one-service
028900             end-if
029000         end-perform
035300         else
035400             move 'N' to ws-guardian-open
035500         end-if
035550         write receivable-line from bus-date-heading
035600         write receivable-line from rcv-heading
035700         perform varying ws-rid-row from 1 by 1
035800                 until ws-rid-row > ws-roster-id-count
041700     add ws-rid-balance(ws-rid-row) to ws-receivable-total
041800     write receivable-line from rcv-detail-line
041900     .
042000 CHECK-CAFEDEP-CONTROLS.
042100******************************************************************
042200*    PROVES THE DEPOSIT RETURN FILE WHOLE BEFORE A DEPOSIT       *
042300*    POSTS - HEADER NAMING A CAFEDEP FILE, TRAILER COUNT AND     *
042400*    HASH (SUM OF DP-STUDENT-ID) MATCHING WHAT WAS READ, SENDER  *
042500*    AND SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS  *
042600*    SKIPPED WHOLE AND THE RUN ENDS RC 12. NO FILE ON THE DD     *
042700*    POSTS NOTHING, AS BEFORE.                                   *
042800******************************************************************
042900     move 'CAFEDEP' to ws-inb-expect-type
043000     perform start-inbound-check
043100     open input deposit-file
043200     if ws-cafedep-status = '00'
043300         move 'Y' to ws-inb-present
043400         perform until ws-cafedep-status not = '00'
043500             read deposit-file next record
043600             if ws-cafedep-status = '00'
043700                 move cafedep-control-line to inb-control-record
043800                 if dp-student-id is numeric
043900                     move 'Y' to ws-inb-hash-ok
044000                     move dp-student-id to ws-inb-hash-value
044100                 else
044200                     move 'N' to ws-inb-hash-ok
044300                 end-if
044400                 perform tally-inbound-record
044500             end-if
044600         end-perform
044700         close deposit-file
044800         if ws-inb-read-count = zero
044900             move 'N' to ws-inb-present
045000         else
045100             perform finish-inbound-check
045200         end-if
045300     else
045400         move 'N' to ws-inb-present
045500     end-if
045600     if ws-inb-reason not = spaces
045700         move 'Y' to ws-inb-rejected
045800     end-if
045900     .
046000 CHECK-MEALSRVD-CONTROLS.
046100******************************************************************
046200*    SAME PROOF FOR THE MEALS-SERVED RETURN FILE BEFORE A        *
046300*    CHARGE POSTS - THE HASH IS THE SUM OF MS-STUDENT-ID. THE    *
046400*    DUPLICATE GATE IS PER JOB, SO THE SAME FILE ALREADY         *
046500*    RECONCILED BY GSMEALRC STILL CHARGES HERE ONCE.             *
046600******************************************************************
046700     move 'MEALSRVD' to ws-inb-expect-type
046800     perform start-inbound-check
046900     open input meals-served-file
047000     if ws-mealsrvd-status = '00'
047100         move 'Y' to ws-inb-present
047200         perform until ws-mealsrvd-status not = '00'
047300             read meals-served-file next record
047400             if ws-mealsrvd-status = '00'
047500                 move mealsrvd-control-line to inb-control-record
047600                 if ms-student-id is numeric
047700                     move 'Y' to ws-inb-hash-ok
047800                     move ms-student-id to ws-inb-hash-value
047900                 else
048000                     move 'N' to ws-inb-hash-ok
048100                 end-if
048200                 perform tally-inbound-record
048300             end-if
048400         end-perform
048500         close meals-served-file
048600         if ws-inb-read-count = zero
048700             move 'N' to ws-inb-present
048800         else
048900             perform finish-inbound-check
049000         end-if
049100     else
049200         move 'N' to ws-inb-present
049300     end-if
049400     if ws-inb-reason not = spaces
049500         move 'Y' to ws-inb-rejected
049600     end-if
049700     .
049800 START-INBOUND-CHECK.
049900     move zero   to ws-inb-read-count
050000     move zero   to ws-inb-detail-count
050100     move zero   to ws-inb-hash-total
050200     move zero   to ws-inb-file-seq
050300     move zero   to ws-inb-as-of-date
050400     move zero   to ws-inb-trl-count
050500     move zero   to ws-inb-trl-hash
050600     move 'N'    to ws-inb-hdr-seen
050700     move 'N'    to ws-inb-trl-seen
050800     move spaces to ws-inb-sender-id
050900     move spaces to ws-inb-file-type
051000     move spaces to ws-inb-reason
051100     .
051200 TALLY-INBOUND-RECORD.
051300******************************************************************
051400*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
051500*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
051600*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
051700*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
051800*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
051900*    HASHED THE WAY THE SENDER COUNTED IT.                       *
052000******************************************************************
052100     add 1 to ws-inb-read-count
052200     evaluate ih-record-type
052300         when 'HDR'
052400             if ws-inb-read-count not = 1
052500                 move 'HDRPO' to ws-inb-fault
052600                 perform note-inbound-fault
052700             else
052800                 move 'Y'            to ws-inb-hdr-seen
052900                 move ih-sender-id   to ws-inb-sender-id
053000                 move ih-file-type   to ws-inb-file-type
053100                 if ih-file-seq is numeric
053200                     move ih-file-seq to ws-inb-file-seq
053300                 end-if
053400                 if ih-file-type not = ws-inb-expect-type
053500                     move 'BADTY' to ws-inb-fault
053600                     perform note-inbound-fault
053700                 end-if
053800                 if ih-as-of-date is not numeric
053900                     or ih-as-of-date = zero
054000                     move 'BADDT' to ws-inb-fault
054100                     perform note-inbound-fault
054200                 else
054300                     move ih-as-of-date to ws-inb-as-of-date
054400                 end-if
054500             end-if
054600         when 'TRL'
054700             if ws-inb-trl-seen = 'Y'
054800                 move 'AFTRL' to ws-inb-fault
054900                 perform note-inbound-fault
055000             else
055100                 move 'Y' to ws-inb-trl-seen
055200                 if ih-sender-id not = ws-inb-sender-id
055300                     or ih-file-type not = ws-inb-file-type
055400                     or ih-file-seq not = ws-inb-file-seq
055500                     move 'TRLMM' to ws-inb-fault
055600                     perform note-inbound-fault
055700                 end-if
055800                 if ih-record-count is numeric
055900                     and ih-hash-total is numeric
056000                     move ih-record-count to ws-inb-trl-count
056100                     move ih-hash-total   to ws-inb-trl-hash
056200                 else
056300                     move 'TRLMM' to ws-inb-fault
056400                     perform note-inbound-fault
056500                 end-if
056600             end-if
056700         when other
056800             if ws-inb-hdr-seen = 'N'
056900                 move 'NOHDR' to ws-inb-fault
057000                 perform note-inbound-fault
057100             end-if
057200             if ws-inb-trl-seen = 'Y'
057300                 move 'AFTRL' to ws-inb-fault
057400                 perform note-inbound-fault
057500             end-if
057600             add 1 to ws-inb-detail-count
057700             if ws-inb-hash-ok = 'Y'
057800                 add ws-inb-hash-value to ws-inb-hash-total
057900             else
058000                 move 'NONUM' to ws-inb-fault
058100                 perform note-inbound-fault
058200             end-if
058300     end-evaluate
058400     .
058500 NOTE-INBOUND-FAULT.
058600     if ws-inb-reason = spaces
058700         move ws-inb-fault to ws-inb-reason
058800     end-if
058900     .
059000 FINISH-INBOUND-CHECK.
059100******************************************************************
059200*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
059300*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
059400*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
059500*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
059600*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
059700*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
059800*    BE RERUN WITH THE SAME FILE.                                *
059900******************************************************************
060000     if ws-inb-read-count = zero
060100         move 'EMPTY' to ws-inb-fault
060200         perform note-inbound-fault
060300     end-if
060400     if ws-inb-hdr-seen = 'N'
060500         move 'NOHDR' to ws-inb-fault
060600         perform note-inbound-fault
060700     end-if
060800     if ws-inb-trl-seen = 'N'
060900         move 'NOTRL' to ws-inb-fault
061000         perform note-inbound-fault
061100     else
061200         if ws-inb-trl-count not = ws-inb-detail-count
061300             move 'COUNT' to ws-inb-fault
061400             perform note-inbound-fault
061500         end-if
061600         if ws-inb-trl-hash not = ws-inb-hash-total
061700             move 'HASH ' to ws-inb-fault
061800             perform note-inbound-fault
061900         end-if
062000     end-if
062100     if ws-inb-reason = spaces
062200         perform check-receipt-register
062300     end-if
062400     if ws-inb-reason not = spaces
062500         perform log-inbound-receipt
062600         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
062700             ws-inb-reason ' SENDER ' ws-inb-sender-id
062800             ' SEQ ' ws-inb-file-seq
062900         display '  RECORDS READ ' ws-inb-detail-count
063000             ' TRAILER COUNT ' ws-inb-trl-count
063100     end-if
063200     .
063300 CHECK-RECEIPT-REGISTER.
063400     open input receipt-register-file
063500     if ws-rcptreg-status = '00'
063600         perform until ws-rcptreg-status not = '00'
063700             read receipt-register-file next record
063800             if ws-rcptreg-status = '00'
063900                 and rcp-disposition = 'A'
064000                 and rcp-job-name  = ws-inb-job-name
064100                 and rcp-sender-id = ws-inb-sender-id
064200                 and rcp-file-type = ws-inb-file-type
064300                 and rcp-file-seq  = ws-inb-file-seq
064400                 move 'DUPE ' to ws-inb-fault
064500                 perform note-inbound-fault
064600             end-if
064700         end-perform
064800         close receipt-register-file
064900     end-if
065000     .
065100 LOG-INBOUND-RECEIPT.
065200******************************************************************
065300*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
065400*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
065500*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
065600*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
065700******************************************************************
065800     accept ws-inb-date from date yyyymmdd
065900     accept ws-inb-time from time
066000     open extend receipt-register-file
066100     if ws-rcptreg-status not = '00'
066200         open output receipt-register-file
066300     end-if
066400     if ws-rcptreg-status not = '00'
066500         display 'COULD NOT OPEN RCPTREG - STATUS '
066600             ws-rcptreg-status
066700         move 16 to return-code
066800         stop run
066900     end-if
067000     move ws-inb-sender-id    to rcp-sender-id
067100     move ws-inb-expect-type  to rcp-file-type
067200     move ws-inb-file-seq     to rcp-file-seq
067300     move ws-inb-as-of-date   to rcp-as-of-date
067400     move ws-inb-job-name     to rcp-job-name
067500     move ws-inb-date         to rcp-received-date
067600     move ws-inb-time         to rcp-received-time
067700     move ws-inb-detail-count to rcp-record-count
067800     move ws-inb-hash-total   to rcp-hash-total
067900     move ws-inb-reason       to rcp-reason
068000     if ws-inb-reason = spaces
068100         move 'A' to rcp-disposition
068200     else
068300         move 'R' to rcp-disposition
068400     end-if
068500     write receipt-register-record
068600     close receipt-register-file
068700     .
068800 READ-BUSINESS-DATE.
068900******************************************************************
069000*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
069100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
069200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
069300******************************************************************
069400     open input business-date-file
069500     if ws-busdate-status not = '00'
069600         display 'COULD NOT OPEN BUSDATE - STATUS '
069700             ws-busdate-status
069800         move 16 to return-code
069900         stop run
070000     end-if
070100     read business-date-file next record
070200     if ws-busdate-status not = '00'
070300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
070400             ws-busdate-status
070500         move 16 to return-code
070600         stop run
070700     end-if
070800     close business-date-file
070900     move bd-business-date to ws-business-date
071000     if bd-override-date not = zero
071100         move bd-override-date to ws-business-date
071200         move 'Y' to ws-bus-date-override
071300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
071400             bd-override-date ' SET BY ' bd-override-operator
071500         display '    REASON: ' bd-override-reason
071600     end-if
071700     move ws-business-date to bdh-date
071800     if ws-bus-date-override = 'Y'
071900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
072000             to bdh-override
072100     end-if
072200     .
