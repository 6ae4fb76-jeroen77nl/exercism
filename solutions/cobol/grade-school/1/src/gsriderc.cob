001800*                       UNDER-RIDDEN ROUTE),                    *
001900*      UNKNOWN ROUTE  - A RETURN LINE FOR A ROUTE NOT ON THE    *
002000*                       MASTER.                                  *
002010*    THE RETURN FILE IS PROVED WHOLE FIRST - HEADER, TRAILER     *
002020*    COUNT AND HASH (SUM OF THE RIDER COUNTS), RECEIPT           *
002030*    REGISTER - AND A FILE THAT FAILS IS NOT RECONCILED.         *
002100*    SEE JCL/GSRIDERC.JCL.                                       *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-09-01  RVM  ORIGINAL VERSION.
002510*    2026-10-15  RVM  RIDERCNT MUST NOW CARRY A HEADER AND A
002520*                     TRAILER (INBHREC) PROVED BEFORE ANY COUNT
002530*                     APPLIES, AND IS ENTERED IN THE RECEIPT
002540*                     REGISTER (RCPTREG) - A FILE THAT FAILS OR
002550*                     WAS ALREADY LOADED IS REJECTED WHOLE, RC 12.
002560*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002570*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002580*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002590*                     WHICH BUSINESS DAY IT REPRESENTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004100     SELECT DISCREPANCY-RPT ASSIGN TO RIDEDISC
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RIDEDISC-STATUS.
004310     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-RCPTREG-STATUS.
004347     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004364         ORGANIZATION IS LINE SEQUENTIAL
004381         FILE STATUS IS WS-BUSDATE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RIDER-COUNT-FILE
004900     05  RC-ROUTE-CODE           PIC X(04).
005000     05  RC-RIDE-DATE            PIC 9(08).
005100     05  RC-ACTUAL-COUNT         PIC 9(03).
005110 01  RIDERCNT-CONTROL-LINE       PIC X(80).
005200 FD  ROSTER-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  ROSTER-FILE-RECORD.
006000 FD  DISCREPANCY-RPT
006100     LABEL RECORDS ARE STANDARD.
006200 01  DISCREPANCY-LINE            PIC X(90).
006210 FD  RECEIPT-REGISTER-FILE
006220     LABEL RECORDS ARE STANDARD.
006230 01  RECEIPT-REGISTER-RECORD.
006240     COPY RCPTREC.
006252 FD  BUSINESS-DATE-FILE
006264     LABEL RECORDS ARE STANDARD.
006276 01  BUSINESS-DATE-RECORD.
006288     COPY BDATREC.
006300 WORKING-STORAGE SECTION.
006400 01  WS-RIDERCNT-STATUS       PIC X(02).
006500 01  WS-ROSTER-FILE-STATUS    PIC X(02).
006600 01  WS-ROUTEMST-STATUS       PIC X(02).
006700 01  WS-RIDEDISC-STATUS       PIC X(02).
006710 01  WS-RCPTREG-STATUS        PIC X(02).
006800 01  j                        PIC 9(05).
006900******************************************************************
007000*    THE ROUTE MASTER WITH ASSIGNED-RIDER AND ACTUAL-COUNT       *
008600 01  WS-AVG-ACTUAL            PIC 9(04)V9.
008700 01  WS-HALF-ASSIGNED         PIC 9(05)V9.
008800 01  WS-DISCREPANCIES         PIC 9(04) VALUE ZERO.
008803******************************************************************
008806*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
008809*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
008812*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
008815*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
008818******************************************************************
008821 01  INB-CONTROL-RECORD.
008824     COPY INBHREC.
008827 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSRIDERC'.
008830 01  WS-INB-EXPECT-TYPE       PIC X(08).
008833 01  WS-INB-READ-COUNT        PIC 9(07).
008836 01  WS-INB-DETAIL-COUNT      PIC 9(07).
008839 01  WS-INB-HASH-TOTAL        PIC 9(15).
008842 01  WS-INB-HASH-VALUE        PIC 9(15).
008845 01  WS-INB-HASH-OK           PIC X.
008848 01  WS-INB-HDR-SEEN          PIC X.
008851 01  WS-INB-TRL-SEEN          PIC X.
008854 01  WS-INB-SENDER-ID         PIC X(08).
008857 01  WS-INB-FILE-TYPE         PIC X(08).
008860 01  WS-INB-FILE-SEQ          PIC 9(06).
008863 01  WS-INB-AS-OF-DATE        PIC 9(08).
008866 01  WS-INB-TRL-COUNT         PIC 9(07).
008869 01  WS-INB-TRL-HASH          PIC 9(15).
008872 01  WS-INB-FAULT             PIC X(05).
008875 01  WS-INB-REASON            PIC X(05).
008878 01  WS-INB-DATE              PIC 9(08).
008881 01  WS-INB-TIME              PIC 9(08).
008900 01  DISC-HEADING.
009000     05  FILLER               PIC X(44) VALUE
009100         'BUS RIDERSHIP RECONCILIATION                '.
010500     05  DISC-D-SEATS         PIC ZZ9.
010600     05  FILLER               PIC X(04) VALUE SPACES.
010700     05  DISC-D-FLAG          PIC X(20).
010707******************************************************************
010714*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
010721*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
010728*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
010735******************************************************************
010742 01  WS-BUSDATE-STATUS        PIC X(02).
010749 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010756 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
010763 01  BUS-DATE-HEADING.
010770     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
010777     05  BDH-DATE             PIC 9(08).
010784     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
010800 PROCEDURE DIVISION.
010900 MAINLINE.
011000******************************************************************
011100*    MONTHLY TRANSPORTATION ENTRY POINT, RUN WITH EACH           *
011200*    DRIVERS' RETURN FILE.                                       *
011300******************************************************************
011350     perform read-business-date
011400     perform load-route-master
011410     perform check-ridercnt-controls
011500     perform count-assigned-riders
011600     perform apply-return-file
011610     perform log-inbound-receipt
011700     perform print-reconciliation
011800     display 'RIDERSHIP - DISCREPANT ROUTES '
011900         ws-discrepancies
018000     end-if
018100     perform until ws-ridercnt-status not = '00'
018200         read rider-count-file next record
018210         if ws-ridercnt-status = '00'
018220             move ridercnt-control-line to inb-control-record
018230         end-if
018300         if ws-ridercnt-status = '00'
018310             and ih-record-type not = 'HDR'
018320             and ih-record-type not = 'TRL'
018400             perform apply-one-count
018500         end-if
018600     end-perform
021200             ws-ridedisc-status
021300         move 1 to return-code
021400     else
021450         write discrepancy-line from bus-date-heading
021500         write discrepancy-line from disc-heading
021600         write discrepancy-line from disc-column-heading
021700         perform varying j from 1 by 1 until j > ws-rte-count
024700     move ws-rte-cap(j)      to disc-d-seats
024800     write discrepancy-line from disc-detail-line
024900     .
025000 CHECK-RIDERCNT-CONTROLS.
025100******************************************************************
025200*    PROVES THE DRIVERS' RETURN FILE WHOLE BEFORE ANY COUNT      *
025300*    APPLIES - HEADER NAMING A RIDERCNT FILE, TRAILER COUNT AND  *
025400*    HASH (SUM OF RC-ACTUAL-COUNT) MATCHING WHAT WAS READ,       *
025500*    SENDER AND SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED   *
025600*    FILE IS REFUSED WHOLE, RC 12, WITH NO RECONCILIATION.       *
025700******************************************************************
025800     move 'RIDERCNT' to ws-inb-expect-type
025900     perform start-inbound-check
026000     open input rider-count-file
026100     if ws-ridercnt-status not = '00'
026200         display 'COULD NOT OPEN RIDERCNT - STATUS '
026300             ws-ridercnt-status
026400         move 16 to return-code
026500         stop run
026600     end-if
026700     perform until ws-ridercnt-status not = '00'
026800         read rider-count-file next record
026900         if ws-ridercnt-status = '00'
027000             move ridercnt-control-line to inb-control-record
027100             if rc-actual-count is numeric
027200                 move 'Y' to ws-inb-hash-ok
027300                 move rc-actual-count to ws-inb-hash-value
027400             else
027500                 move 'N' to ws-inb-hash-ok
027600             end-if
027700             perform tally-inbound-record
027800         end-if
027900     end-perform
028000     close rider-count-file
028100     perform finish-inbound-check
028200     if ws-inb-reason not = spaces
028300         move 12 to return-code
028400         stop run
028500     end-if
028600     .
028700 START-INBOUND-CHECK.
028800     move zero   to ws-inb-read-count
028900     move zero   to ws-inb-detail-count
029000     move zero   to ws-inb-hash-total
029100     move zero   to ws-inb-file-seq
029200     move zero   to ws-inb-as-of-date
029300     move zero   to ws-inb-trl-count
029400     move zero   to ws-inb-trl-hash
029500     move 'N'    to ws-inb-hdr-seen
029600     move 'N'    to ws-inb-trl-seen
029700     move spaces to ws-inb-sender-id
029800     move spaces to ws-inb-file-type
029900     move spaces to ws-inb-reason
030000     .
030100 TALLY-INBOUND-RECORD.
030200******************************************************************
030300*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
030400*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
030500*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
030600*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
030700*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
030800*    HASHED THE WAY THE SENDER COUNTED IT.                       *
030900******************************************************************
031000     add 1 to ws-inb-read-count
031100     evaluate ih-record-type
031200         when 'HDR'
031300             if ws-inb-read-count not = 1
031400                 move 'HDRPO' to ws-inb-fault
031500                 perform note-inbound-fault
031600             else
031700                 move 'Y'            to ws-inb-hdr-seen
031800                 move ih-sender-id   to ws-inb-sender-id
031900                 move ih-file-type   to ws-inb-file-type
032000                 if ih-file-seq is numeric
032100                     move ih-file-seq to ws-inb-file-seq
032200                 end-if
032300                 if ih-file-type not = ws-inb-expect-type
032400                     move 'BADTY' to ws-inb-fault
032500                     perform note-inbound-fault
032600                 end-if
032700                 if ih-as-of-date is not numeric
032800                     or ih-as-of-date = zero
032900                     move 'BADDT' to ws-inb-fault
033000                     perform note-inbound-fault
033100                 else
033200                     move ih-as-of-date to ws-inb-as-of-date
033300                 end-if
033400             end-if
033500         when 'TRL'
033600             if ws-inb-trl-seen = 'Y'
033700                 move 'AFTRL' to ws-inb-fault
033800                 perform note-inbound-fault
033900             else
034000                 move 'Y' to ws-inb-trl-seen
034100                 if ih-sender-id not = ws-inb-sender-id
034200                     or ih-file-type not = ws-inb-file-type
034300                     or ih-file-seq not = ws-inb-file-seq
034400                     move 'TRLMM' to ws-inb-fault
034500                     perform note-inbound-fault
034600                 end-if
034700                 if ih-record-count is numeric
034800                     and ih-hash-total is numeric
034900                     move ih-record-count to ws-inb-trl-count
035000                     move ih-hash-total   to ws-inb-trl-hash
035100                 else
035200                     move 'TRLMM' to ws-inb-fault
035300                     perform note-inbound-fault
035400                 end-if
035500             end-if
035600         when other
035700             if ws-inb-hdr-seen = 'N'
035800                 move 'NOHDR' to ws-inb-fault
035900                 perform note-inbound-fault
036000             end-if
036100             if ws-inb-trl-seen = 'Y'
036200                 move 'AFTRL' to ws-inb-fault
036300                 perform note-inbound-fault
036400             end-if
036500             add 1 to ws-inb-detail-count
036600             if ws-inb-hash-ok = 'Y'
036700                 add ws-inb-hash-value to ws-inb-hash-total
036800             else
036900                 move 'NONUM' to ws-inb-fault
037000                 perform note-inbound-fault
037100             end-if
037200     end-evaluate
037300     .
037400 NOTE-INBOUND-FAULT.
037500     if ws-inb-reason = spaces
037600         move ws-inb-fault to ws-inb-reason
037700     end-if
037800     .
037900 FINISH-INBOUND-CHECK.
038000******************************************************************
038100*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
038200*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
038300*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
038400*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
038500*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
038600*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
038700*    BE RERUN WITH THE SAME FILE.                                *
038800******************************************************************
038900     if ws-inb-read-count = zero
039000         move 'EMPTY' to ws-inb-fault
039100         perform note-inbound-fault
039200     end-if
039300     if ws-inb-hdr-seen = 'N'
039400         move 'NOHDR' to ws-inb-fault
039500         perform note-inbound-fault
039600     end-if
039700     if ws-inb-trl-seen = 'N'
039800         move 'NOTRL' to ws-inb-fault
039900         perform note-inbound-fault
040000     else
040100         if ws-inb-trl-count not = ws-inb-detail-count
040200             move 'COUNT' to ws-inb-fault
040300             perform note-inbound-fault
040400         end-if
040500         if ws-inb-trl-hash not = ws-inb-hash-total
040600             move 'HASH ' to ws-inb-fault
040700             perform note-inbound-fault
040800         end-if
040900     end-if
041000     if ws-inb-reason = spaces
041100         perform check-receipt-register
041200     end-if
041300     if ws-inb-reason not = spaces
041400         perform log-inbound-receipt
041500         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
041600             ws-inb-reason ' SENDER ' ws-inb-sender-id
041700             ' SEQ ' ws-inb-file-seq
041800         display '  RECORDS READ ' ws-inb-detail-count
041900             ' TRAILER COUNT ' ws-inb-trl-count
042000     end-if
042100     .
042200 CHECK-RECEIPT-REGISTER.
042300     open input receipt-register-file
042400     if ws-rcptreg-status = '00'
042500         perform until ws-rcptreg-status not = '00'
042600             read receipt-register-file next record
042700             if ws-rcptreg-status = '00'
042800                 and rcp-disposition = 'A'
042900                 and rcp-job-name  = ws-inb-job-name
043000                 and rcp-sender-id = ws-inb-sender-id
043100                 and rcp-file-type = ws-inb-file-type
043200                 and rcp-file-seq  = ws-inb-file-seq
043300                 move 'DUPE ' to ws-inb-fault
043400                 perform note-inbound-fault
043500             end-if
043600         end-perform
043700         close receipt-register-file
043800     end-if
043900     .
044000 LOG-INBOUND-RECEIPT.
044100******************************************************************
044200*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
044300*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
044400*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
044500*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
044600******************************************************************
044700     accept ws-inb-date from date yyyymmdd
044800     accept ws-inb-time from time
044900     open extend receipt-register-file
045000     if ws-rcptreg-status not = '00'
045100         open output receipt-register-file
045200     end-if
045300     if ws-rcptreg-status not = '00'
045400         display 'COULD NOT OPEN RCPTREG - STATUS '
045500             ws-rcptreg-status
045600         move 16 to return-code
045700         stop run
045800     end-if
045900     move ws-inb-sender-id    to rcp-sender-id
046000     move ws-inb-expect-type  to rcp-file-type
046100     move ws-inb-file-seq     to rcp-file-seq
046200     move ws-inb-as-of-date   to rcp-as-of-date
046300     move ws-inb-job-name     to rcp-job-name
046400     move ws-inb-date         to rcp-received-date
046500     move ws-inb-time         to rcp-received-time
046600     move ws-inb-detail-count to rcp-record-count
046700     move ws-inb-hash-total   to rcp-hash-total
046800     move ws-inb-reason       to rcp-reason
046900     if ws-inb-reason = spaces
047000         move 'A' to rcp-disposition
047100     else
047200         move 'R' to rcp-disposition
047300     end-if
047400     write receipt-register-record
047500     close receipt-register-file
047600     .
047700 READ-BUSINESS-DATE.
047800******************************************************************
047900*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
048000*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
048100*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
048200******************************************************************
048300     open input business-date-file
048400     if ws-busdate-status not = '00'
048500         display 'COULD NOT OPEN BUSDATE - STATUS '
048600             ws-busdate-status
048700         move 16 to return-code
048800         stop run
048900     end-if
049000     read business-date-file next record
049100     if ws-busdate-status not = '00'
049200         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
049300             ws-busdate-status
049400         move 16 to return-code
049500         stop run
049600     end-if
049700     close business-date-file
049800     move bd-business-date to ws-business-date
049900     if bd-override-date not = zero
050000         move bd-override-date to ws-business-date
050100         move 'Y' to ws-bus-date-override
050200         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
050300             bd-override-date ' SET BY ' bd-override-operator
050400         display '    REASON: ' bd-override-reason
050500     end-if
050600     move ws-business-date to bdh-date
050700     if ws-bus-date-override = 'Y'
050800         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
050900             to bdh-override
051000     end-if
051100     .
