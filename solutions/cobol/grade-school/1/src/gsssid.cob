002000*         STATE'S ASSIGNMENT SERVICE.                            *
002100*    AN EMPTY OR MISSING SSIDRESP MAKES LEG 1 A NO-OP, SO THE    *
002200*    SAME JOB SERVES BOTH THE WEEKLY REQUEST AND THE RESPONSE    *
002300*    PICKUP. A RESPONSE FILE IS PROVED WHOLE (HEADER, TRAILER    *
002310*    COUNT AND HASH, RECEIPT REGISTER) BEFORE AN SSID POSTS.     *
002320*    SEE JCL/GSSSID.JCL.                                         *
002400******************************************************************
002500*    MOD-LOG
002600*    DATE       INIT  DESCRIPTION
002700*    2026-09-01  RVM  ORIGINAL VERSION.
002710*    2026-10-15  RVM  SSIDRESP MUST NOW CARRY A HEADER AND A
002720*                     TRAILER (INBHREC) PROVED BEFORE ANY SSID
002730*                     POSTS, AND IS ENTERED IN THE RECEIPT
002740*                     REGISTER (RCPTREG). A FILE THAT FAILS OR
002750*                     WAS ALREADY LOADED IS SKIPPED WHOLE; THE
002760*                     REQUEST LEG STILL RUNS, RC 12.
002768*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002776*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002784*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002792*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004500     SELECT SSID-REQUEST-FILE ASSIGN TO SSIDREQ
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SSIDREQ-STATUS.
004710     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-RCPTREG-STATUS.
004740     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004750         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-BUSDATE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SSID-RESPONSE-FILE
005200 01  SSID-RESPONSE-RECORD.
005300     05  SR-LOCAL-ID             PIC 9(07).
005400     05  SR-STATE-ID             PIC X(10).
005410 01  SSIDRESP-CONTROL-LINE       PIC X(80).
005500 FD  SSID-XREF-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  SSID-XREF-RECORD.
006300 FD  SSID-REQUEST-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  SSID-REQUEST-LINE           PIC X(80).
006510 FD  RECEIPT-REGISTER-FILE
006520     LABEL RECORDS ARE STANDARD.
006530 01  RECEIPT-REGISTER-RECORD.
006540     COPY RCPTREC.
006550 FD  BUSINESS-DATE-FILE
006560     LABEL RECORDS ARE STANDARD.
006570 01  BUSINESS-DATE-RECORD.
006580     COPY BDATREC.
006600 WORKING-STORAGE SECTION.
006700 01  WS-SSIDRESP-STATUS       PIC X(02).
006800 01  WS-SSIDX-STATUS          PIC X(02).
006900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
007000 01  WS-SSIDREQ-STATUS        PIC X(02).
007010 01  WS-RCPTREG-STATUS        PIC X(02).
007100 01  j                        PIC 9(05).
007200 01  WS-TODAY-DATE            PIC 9(08).
007300******************************************************************
008300 01  WS-RESP-POSTED           PIC 9(05) VALUE ZERO.
008400 01  WS-RESP-UNMATCHED        PIC 9(05) VALUE ZERO.
008500 01  WS-REQUESTS-WRITTEN      PIC 9(05) VALUE ZERO.
008503******************************************************************
008506*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
008509*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
008512*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
008515*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
008518******************************************************************
008521 01  INB-CONTROL-RECORD.
008524     COPY INBHREC.
008527 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSSSID'.
008530 01  WS-INB-EXPECT-TYPE       PIC X(08).
008533 01  WS-INB-READ-COUNT        PIC 9(07).
008536 01  WS-INB-DETAIL-COUNT      PIC 9(07).
008539 01  WS-INB-HASH-TOTAL        PIC 9(15).
008542 01  WS-INB-HASH-VALUE        PIC 9(15).
008545 01  WS-INB-HASH-OK           PIC X.
008548 01  WS-INB-HDR-SEEN          PIC X.
008551 01  WS-INB-TRL-SEEN          PIC X.
008554 01  WS-INB-SENDER-ID         PIC X(08).
008557 01  WS-INB-FILE-TYPE         PIC X(08).
008560 01  WS-INB-FILE-SEQ          PIC 9(06).
008563 01  WS-INB-AS-OF-DATE        PIC 9(08).
008566 01  WS-INB-TRL-COUNT         PIC 9(07).
008569 01  WS-INB-TRL-HASH          PIC 9(15).
008572 01  WS-INB-FAULT             PIC X(05).
008575 01  WS-INB-REASON            PIC X(05).
008578 01  WS-INB-DATE              PIC 9(08).
008581 01  WS-INB-TIME              PIC 9(08).
008584 01  WS-INB-PRESENT           PIC X.
008587 01  WS-INB-REJECTED          PIC X VALUE 'N'.
008600 01  REQ-DETAIL-LINE.
008700     05  REQ-D-LOCAL-ID       PIC 9(07).
008800     05  REQ-D-LAST-NAME      PIC X(30).
009000     05  REQ-D-DOB            PIC 9(08).
009100     05  REQ-D-GRADE          PIC X(02).
009200     05  REQ-D-SCHOOL         PIC X(04).
009210******************************************************************
009220*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
009230*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
009240*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
009250******************************************************************
009260 01  WS-BUSDATE-STATUS        PIC X(02).
009270 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
009280 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
009300 PROCEDURE DIVISION.
009400 MAINLINE.
009500******************************************************************
009600*    STANDALONE EXCHANGE ENTRY POINT - LOAD WHATEVER RESPONSE    *
009700*    IS ON HAND, THEN EXTRACT THE REQUESTS STILL OUTSTANDING.    *
009800******************************************************************
009850     perform read-business-date
009900     move ws-business-date to ws-today-date
010000     perform load-roster-id-table
010100     perform open-xref-file
010110     perform check-ssidresp-controls
010120     if ws-inb-present = 'Y'
010130         and ws-inb-reason = spaces
010200         perform load-state-responses
010210         perform log-inbound-receipt
010220     end-if
010300     perform extract-ssid-requests
010400     close ssid-xref-file
010500     display 'SSID RESPONSES READ ' ws-resp-read
010600         ' POSTED ' ws-resp-posted
010700         ' UNMATCHED ' ws-resp-unmatched
010800     display 'SSID REQUESTS WRITTEN: ' ws-requests-written
010810     if ws-inb-rejected = 'Y'
010820         move 12 to return-code
010830     end-if
010900     stop run
011000     .
011100 LOAD-ROSTER-ID-TABLE.
014700     if ws-ssidresp-status = '00'
014800         perform until ws-ssidresp-status not = '00'
014900             read ssid-response-file next record
014910             if ws-ssidresp-status = '00'
014920                 move ssidresp-control-line to inb-control-record
014930             end-if
015000             if ws-ssidresp-status = '00'
015010                 and ih-record-type not = 'HDR'
015020                 and ih-record-type not = 'TRL'
015100                 add 1 to ws-resp-read
015200                 perform post-one-response
015300             end-if
021900         add 1 to ws-requests-written
022000     end-if
022100     .
022200 CHECK-SSIDRESP-CONTROLS.
022300******************************************************************
022400*    PROVES THE STATE'S SSID RESPONSE FILE WHOLE BEFORE AN SSID  *
022500*    POSTS - HEADER NAMING AN SSIDRESP FILE, TRAILER COUNT AND   *
022600*    HASH (SUM OF SR-LOCAL-ID) MATCHING WHAT WAS READ, SENDER    *
022700*    AND SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS  *
022800*    SKIPPED WHOLE AND THE RUN ENDS RC 12. AN EMPTY OR MISSING   *
022900*    RESPONSE IS STILL A NO-OP.                                  *
023000******************************************************************
023100     move 'SSIDRESP' to ws-inb-expect-type
023200     perform start-inbound-check
023300     open input ssid-response-file
023400     if ws-ssidresp-status = '00'
023500         move 'Y' to ws-inb-present
023600         perform until ws-ssidresp-status not = '00'
023700             read ssid-response-file next record
023800             if ws-ssidresp-status = '00'
023900                 move ssidresp-control-line to inb-control-record
024000                 if sr-local-id is numeric
024100                     move 'Y' to ws-inb-hash-ok
024200                     move sr-local-id to ws-inb-hash-value
024300                 else
024400                     move 'N' to ws-inb-hash-ok
024500                 end-if
024600                 perform tally-inbound-record
024700             end-if
024800         end-perform
024900         close ssid-response-file
025000         if ws-inb-read-count = zero
025100             move 'N' to ws-inb-present
025200         else
025300             perform finish-inbound-check
025400         end-if
025500     else
025600         move 'N' to ws-inb-present
025700     end-if
025800     if ws-inb-reason not = spaces
025900         move 'Y' to ws-inb-rejected
026000     end-if
026100     .
026200 START-INBOUND-CHECK.
026300     move zero   to ws-inb-read-count
026400     move zero   to ws-inb-detail-count
026500     move zero   to ws-inb-hash-total
026600     move zero   to ws-inb-file-seq
026700     move zero   to ws-inb-as-of-date
026800     move zero   to ws-inb-trl-count
026900     move zero   to ws-inb-trl-hash
027000     move 'N'    to ws-inb-hdr-seen
027100     move 'N'    to ws-inb-trl-seen
027200     move spaces to ws-inb-sender-id
027300     move spaces to ws-inb-file-type
027400     move spaces to ws-inb-reason
027500     .
027600 TALLY-INBOUND-RECORD.
027700******************************************************************
027800*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
027900*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
028000*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
028100*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
028200*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
028300*    HASHED THE WAY THE SENDER COUNTED IT.                       *
028400******************************************************************
028500     add 1 to ws-inb-read-count
028600     evaluate ih-record-type
028700         when 'HDR'
028800             if ws-inb-read-count not = 1
028900                 move 'HDRPO' to ws-inb-fault
029000                 perform note-inbound-fault
029100             else
029200                 move 'Y'            to ws-inb-hdr-seen
029300                 move ih-sender-id   to ws-inb-sender-id
029400                 move ih-file-type   to ws-inb-file-type
029500                 if ih-file-seq is numeric
029600                     move ih-file-seq to ws-inb-file-seq
029700                 end-if
029800                 if ih-file-type not = ws-inb-expect-type
029900                     move 'BADTY' to ws-inb-fault
030000                     perform note-inbound-fault
030100                 end-if
030200                 if ih-as-of-date is not numeric
030300                     or ih-as-of-date = zero
030400                     move 'BADDT' to ws-inb-fault
030500                     perform note-inbound-fault
030600                 else
030700                     move ih-as-of-date to ws-inb-as-of-date
030800                 end-if
030900             end-if
031000         when 'TRL'
031100             if ws-inb-trl-seen = 'Y'
031200                 move 'AFTRL' to ws-inb-fault
031300                 perform note-inbound-fault
031400             else
031500                 move 'Y' to ws-inb-trl-seen
031600                 if ih-sender-id not = ws-inb-sender-id
031700                     or ih-file-type not = ws-inb-file-type
031800                     or ih-file-seq not = ws-inb-file-seq
031900                     move 'TRLMM' to ws-inb-fault
032000                     perform note-inbound-fault
032100                 end-if
032200                 if ih-record-count is numeric
032300                     and ih-hash-total is numeric
032400                     move ih-record-count to ws-inb-trl-count
032500                     move ih-hash-total   to ws-inb-trl-hash
032600                 else
032700                     move 'TRLMM' to ws-inb-fault
032800                     perform note-inbound-fault
032900                 end-if
033000             end-if
033100         when other
033200             if ws-inb-hdr-seen = 'N'
033300                 move 'NOHDR' to ws-inb-fault
033400                 perform note-inbound-fault
033500             end-if
033600             if ws-inb-trl-seen = 'Y'
033700                 move 'AFTRL' to ws-inb-fault
033800                 perform note-inbound-fault
033900             end-if
034000             add 1 to ws-inb-detail-count
034100             if ws-inb-hash-ok = 'Y'
034200                 add ws-inb-hash-value to ws-inb-hash-total
034300             else
034400                 move 'NONUM' to ws-inb-fault
034500                 perform note-inbound-fault
034600             end-if
034700     end-evaluate
034800     .
034900 NOTE-INBOUND-FAULT.
035000     if ws-inb-reason = spaces
035100         move ws-inb-fault to ws-inb-reason
035200     end-if
035300     .
035400 FINISH-INBOUND-CHECK.
035500******************************************************************
035600*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
035700*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
035800*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
035900*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
036000*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
036100*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
036200*    BE RERUN WITH THE SAME FILE.                                *
036300******************************************************************
036400     if ws-inb-read-count = zero
036500         move 'EMPTY' to ws-inb-fault
036600         perform note-inbound-fault
036700     end-if
036800     if ws-inb-hdr-seen = 'N'
036900         move 'NOHDR' to ws-inb-fault
037000         perform note-inbound-fault
037100     end-if
037200     if ws-inb-trl-seen = 'N'
037300         move 'NOTRL' to ws-inb-fault
037400         perform note-inbound-fault
037500     else
037600         if ws-inb-trl-count not = ws-inb-detail-count
037700             move 'COUNT' to ws-inb-fault
037800             perform note-inbound-fault
037900         end-if
038000         if ws-inb-trl-hash not = ws-inb-hash-total
038100             move 'HASH ' to ws-inb-fault
038200             perform note-inbound-fault
038300         end-if
038400     end-if
038500     if ws-inb-reason = spaces
038600         perform check-receipt-register
038700     end-if
038800     if ws-inb-reason not = spaces
038900         perform log-inbound-receipt
039000         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
039100             ws-inb-reason ' SENDER ' ws-inb-sender-id
039200             ' SEQ ' ws-inb-file-seq
039300         display '  RECORDS READ ' ws-inb-detail-count
039400             ' TRAILER COUNT ' ws-inb-trl-count
039500     end-if
039600     .
039700 CHECK-RECEIPT-REGISTER.
039800     open input receipt-register-file
039900     if ws-rcptreg-status = '00'
040000         perform until ws-rcptreg-status not = '00'
040100             read receipt-register-file next record
040200             if ws-rcptreg-status = '00'
040300                 and rcp-disposition = 'A'
040400                 and rcp-job-name  = ws-inb-job-name
040500                 and rcp-sender-id = ws-inb-sender-id
040600                 and rcp-file-type = ws-inb-file-type
040700                 and rcp-file-seq  = ws-inb-file-seq
040800                 move 'DUPE ' to ws-inb-fault
040900                 perform note-inbound-fault
041000             end-if
041100         end-perform
041200         close receipt-register-file
041300     end-if
041400     .
041500 LOG-INBOUND-RECEIPT.
041600******************************************************************
041700*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
041800*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
041900*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
042000*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
042100******************************************************************
042200     accept ws-inb-date from date yyyymmdd
042300     accept ws-inb-time from time
042400     open extend receipt-register-file
042500     if ws-rcptreg-status not = '00'
042600         open output receipt-register-file
042700     end-if
042800     if ws-rcptreg-status not = '00'
042900         display 'COULD NOT OPEN RCPTREG - STATUS '
043000             ws-rcptreg-status
043100         move 16 to return-code
043200         stop run
043300     end-if
043400     move ws-inb-sender-id    to rcp-sender-id
043500     move ws-inb-expect-type  to rcp-file-type
043600     move ws-inb-file-seq     to rcp-file-seq
043700     move ws-inb-as-of-date   to rcp-as-of-date
043800     move ws-inb-job-name     to rcp-job-name
043900     move ws-inb-date         to rcp-received-date
044000     move ws-inb-time         to rcp-received-time
044100     move ws-inb-detail-count to rcp-record-count
044200     move ws-inb-hash-total   to rcp-hash-total
044300     move ws-inb-reason       to rcp-reason
044400     if ws-inb-reason = spaces
044500         move 'A' to rcp-disposition
044600     else
044700         move 'R' to rcp-disposition
044800     end-if
044900     write receipt-register-record
045000     close receipt-register-file
045100     .
045200 READ-BUSINESS-DATE.
045300******************************************************************
045400*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
045500*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
045600*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
045700******************************************************************
045800     open input business-date-file
045900     if ws-busdate-status not = '00'
046000         display 'COULD NOT OPEN BUSDATE - STATUS '
046100             ws-busdate-status
046200         move 16 to return-code
046300         stop run
046400     end-if
046500     read business-date-file next record
046600     if ws-busdate-status not = '00'
046700         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
046800             ws-busdate-status
046900         move 16 to return-code
047000         stop run
047100     end-if
047200     close business-date-file
047300     move bd-business-date to ws-business-date
047400     if bd-override-date not = zero
047500         move bd-override-date to ws-business-date
047600         move 'Y' to ws-bus-date-override
047700         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
047800             bd-override-date ' SET BY ' bd-override-operator
047900         display '    REASON: ' bd-override-reason
048000     end-if
048100     .
