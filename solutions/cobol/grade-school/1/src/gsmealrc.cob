001800*      ELIGIBLE-NEVER-SERVED- A FREE/REDUCED STUDENT WITH NO    *
001900*                             SERVICE LINE ALL MONTH.           *
002000*    THIS IS EXACTLY THE COMPARISON A FEDERAL MEAL-CLAIM        *
002100*    REVIEW PERFORMS. THE RETURN FILE IS PROVED WHOLE FIRST     *
002110*    (HEADER, TRAILER COUNT AND HASH, RECEIPT REGISTER).        *
002120*    SEE JCL/GSMEALRC.JCL.                                      *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-08-22  RVM  ORIGINAL VERSION.
002510*    2026-10-15  RVM  MEALSRVD MUST NOW CARRY A HEADER AND A
002520*                     TRAILER (INBHREC) PROVED BEFORE THE
002530*                     RECONCILIATION RUNS, AND IS ENTERED IN THE
002540*                     RECEIPT REGISTER (RCPTREG) - A FILE THAT
002550*                     FAILS OR WAS ALREADY RECONCILED IS
002560*                     REJECTED WHOLE, RC 12.
002568*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002576*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002584*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002592*                     WHICH BUSINESS DAY IT REPRESENTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003800     SELECT MEAL-DISC-RPT ASSIGN TO MEALDISC
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MEALDISC-STATUS.
004010     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-RCPTREG-STATUS.
004047     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004064         ORGANIZATION IS LINE SEQUENTIAL
004081         FILE STATUS IS WS-BUSDATE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MEALS-SERVED-FILE
004600     05  MS-DATE                 PIC 9(08).
004700     05  MS-STUDENT-ID           PIC 9(07).
004800     05  MS-MEAL-TYPE            PIC X(01).
004810 01  MEALSRVD-CONTROL-LINE       PIC X(80).
004900 FD  ROSTER-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  ROSTER-FILE-RECORD.
005300 FD  MEAL-DISC-RPT
005400     LABEL RECORDS ARE STANDARD.
005500 01  MEAL-DISC-LINE              PIC X(90).
005510 FD  RECEIPT-REGISTER-FILE
005520     LABEL RECORDS ARE STANDARD.
005530 01  RECEIPT-REGISTER-RECORD.
005540     COPY RCPTREC.
005552 FD  BUSINESS-DATE-FILE
005564     LABEL RECORDS ARE STANDARD.
005576 01  BUSINESS-DATE-RECORD.
005588     COPY BDATREC.
005600 WORKING-STORAGE SECTION.
005700 01  WS-MEALSRVD-STATUS       PIC X(02).
005800 01  WS-ROSTER-FILE-STATUS    PIC X(02).
005900 01  WS-MEALDISC-STATUS       PIC X(02).
005910 01  WS-RCPTREG-STATUS        PIC X(02).
006000 01  i                        PIC 9(05).
006100 01  j                        PIC 9(05).
006200 01  WS-MATCH-ROW             PIC 9(05).
007600         10  WS-ML-ENROLL-DATE    PIC 9(08).
007700         10  WS-ML-WITHDRAW-DATE  PIC 9(08).
007800         10  WS-ML-SERVED         PIC X(01).
007803******************************************************************
007806*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
007809*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
007812*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
007815*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
007818******************************************************************
007821 01  INB-CONTROL-RECORD.
007824     COPY INBHREC.
007827 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSMEALRC'.
007830 01  WS-INB-EXPECT-TYPE       PIC X(08).
007833 01  WS-INB-READ-COUNT        PIC 9(07).
007836 01  WS-INB-DETAIL-COUNT      PIC 9(07).
007839 01  WS-INB-HASH-TOTAL        PIC 9(15).
007842 01  WS-INB-HASH-VALUE        PIC 9(15).
007845 01  WS-INB-HASH-OK           PIC X.
007848 01  WS-INB-HDR-SEEN          PIC X.
007851 01  WS-INB-TRL-SEEN          PIC X.
007854 01  WS-INB-SENDER-ID         PIC X(08).
007857 01  WS-INB-FILE-TYPE         PIC X(08).
007860 01  WS-INB-FILE-SEQ          PIC 9(06).
007863 01  WS-INB-AS-OF-DATE        PIC 9(08).
007866 01  WS-INB-TRL-COUNT         PIC 9(07).
007869 01  WS-INB-TRL-HASH          PIC 9(15).
007872 01  WS-INB-FAULT             PIC X(05).
007875 01  WS-INB-REASON            PIC X(05).
007878 01  WS-INB-DATE              PIC 9(08).
007881 01  WS-INB-TIME              PIC 9(08).
007900 01  DISC-HEADING.
008000     05  FILLER               PIC X(44) VALUE
008100         'MEALS-SERVED RECONCILIATION - DISCREPANCIES'.
009900     05  FILLER               PIC X(21) VALUE
010000         'TOTAL DISCREPANCIES: '.
010100     05  DISC-T-COUNT         PIC ZZZZ9.
010107******************************************************************
010114*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
010121*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
010128*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
010135******************************************************************
010142 01  WS-BUSDATE-STATUS        PIC X(02).
010149 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010156 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
010163 01  BUS-DATE-HEADING.
010170     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
010177     05  BDH-DATE             PIC 9(08).
010184     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
010200 PROCEDURE DIVISION.
010300 MAINLINE.
010350     perform read-business-date
010400     perform load-meal-table
010410     perform check-mealsrvd-controls
010500     perform open-discrepancy-report
010600     perform reconcile-served-file
010700     perform sweep-never-served
010710     perform log-inbound-receipt
010800     move ws-discrepancies to disc-t-count
010900     write meal-disc-line from disc-total-line
011000     close meal-disc-rpt
014500         move 16 to return-code
014600         stop run
014700     end-if
014750     write meal-disc-line from bus-date-heading
014800     write meal-disc-line from disc-heading
014900     write meal-disc-line from disc-column-heading
015000     .
015800     end-if
015900     perform until ws-mealsrvd-status not = '00'
016000         read meals-served-file next record
016010         if ws-mealsrvd-status = '00'
016020             move mealsrvd-control-line to inb-control-record
016030         end-if
016100         if ws-mealsrvd-status = '00'
016110             and ih-record-type not = 'HDR'
016120             and ih-record-type not = 'TRL'
016200             perform reconcile-one-service
016300         end-if
016400     end-perform
022600         end-if
022700     end-perform
022800     .
022900 CHECK-MEALSRVD-CONTROLS.
023000******************************************************************
023100*    PROVES THE MEALS-SERVED RETURN FILE WHOLE BEFORE THE        *
023200*    RECONCILIATION RUNS - HEADER NAMING A MEALSRVD FILE,        *
023300*    TRAILER COUNT AND HASH (SUM OF MS-STUDENT-ID) MATCHING      *
023400*    WHAT WAS READ, SENDER AND SEQUENCE NEW TO THE RECEIPT       *
023500*    REGISTER FOR THIS JOB. A FAILED FILE IS REFUSED WHOLE,      *
023600*    RC 12 - A HALF FILE WOULD LIST HALF THE CHILDREN AS         *
023700*    ELIGIBLE-NEVER-SERVED.                                      *
023800******************************************************************
023900     move 'MEALSRVD' to ws-inb-expect-type
024000     perform start-inbound-check
024100     open input meals-served-file
024200     if ws-mealsrvd-status not = '00'
024300         display 'COULD NOT OPEN MEALSRVD - STATUS '
024400             ws-mealsrvd-status
024500         move 16 to return-code
024600         stop run
024700     end-if
024800     perform until ws-mealsrvd-status not = '00'
024900         read meals-served-file next record
025000         if ws-mealsrvd-status = '00'
025100             move mealsrvd-control-line to inb-control-record
025200             if ms-student-id is numeric
025300                 move 'Y' to ws-inb-hash-ok
025400                 move ms-student-id to ws-inb-hash-value
025500             else
025600                 move 'N' to ws-inb-hash-ok
025700             end-if
025800             perform tally-inbound-record
025900         end-if
026000     end-perform
026100     close meals-served-file
026200     perform finish-inbound-check
026300     if ws-inb-reason not = spaces
026400         move 12 to return-code
026500         stop run
026600     end-if
026700     .
026800 START-INBOUND-CHECK.
026900     move zero   to ws-inb-read-count
027000     move zero   to ws-inb-detail-count
027100     move zero   to ws-inb-hash-total
027200     move zero   to ws-inb-file-seq
027300     move zero   to ws-inb-as-of-date
027400     move zero   to ws-inb-trl-count
027500     move zero   to ws-inb-trl-hash
027600     move 'N'    to ws-inb-hdr-seen
027700     move 'N'    to ws-inb-trl-seen
027800     move spaces to ws-inb-sender-id
027900     move spaces to ws-inb-file-type
028000     move spaces to ws-inb-reason
028100     .
028200 TALLY-INBOUND-RECORD.
028300******************************************************************
028400*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
028500*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
028600*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
028700*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
028800*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
028900*    HASHED THE WAY THE SENDER COUNTED IT.                       *
029000******************************************************************
029100     add 1 to ws-inb-read-count
029200     evaluate ih-record-type
029300         when 'HDR'
029400             if ws-inb-read-count not = 1
029500                 move 'HDRPO' to ws-inb-fault
029600                 perform note-inbound-fault
029700             else
029800                 move 'Y'            to ws-inb-hdr-seen
029900                 move ih-sender-id   to ws-inb-sender-id
030000                 move ih-file-type   to ws-inb-file-type
030100                 if ih-file-seq is numeric
030200                     move ih-file-seq to ws-inb-file-seq
030300                 end-if
030400                 if ih-file-type not = ws-inb-expect-type
030500                     move 'BADTY' to ws-inb-fault
030600                     perform note-inbound-fault
030700                 end-if
030800                 if ih-as-of-date is not numeric
030900                     or ih-as-of-date = zero
031000                     move 'BADDT' to ws-inb-fault
031100                     perform note-inbound-fault
031200                 else
031300                     move ih-as-of-date to ws-inb-as-of-date
031400                 end-if
031500             end-if
031600         when 'TRL'
031700             if ws-inb-trl-seen = 'Y'
031800                 move 'AFTRL' to ws-inb-fault
031900                 perform note-inbound-fault
032000             else
032100                 move 'Y' to ws-inb-trl-seen
032200                 if ih-sender-id not = ws-inb-sender-id
032300                     or ih-file-type not = ws-inb-file-type
032400                     or ih-file-seq not = ws-inb-file-seq
032500                     move 'TRLMM' to ws-inb-fault
032600                     perform note-inbound-fault
032700                 end-if
032800                 if ih-record-count is numeric
032900                     and ih-hash-total is numeric
033000                     move ih-record-count to ws-inb-trl-count
033100                     move ih-hash-total   to ws-inb-trl-hash
033200                 else
033300                     move 'TRLMM' to ws-inb-fault
033400                     perform note-inbound-fault
033500                 end-if
033600             end-if
033700         when other
033800             if ws-inb-hdr-seen = 'N'
033900                 move 'NOHDR' to ws-inb-fault
034000                 perform note-inbound-fault
034100             end-if
034200             if ws-inb-trl-seen = 'Y'
034300                 move 'AFTRL' to ws-inb-fault
034400                 perform note-inbound-fault
034500             end-if
034600             add 1 to ws-inb-detail-count
034700             if ws-inb-hash-ok = 'Y'
034800                 add ws-inb-hash-value to ws-inb-hash-total
034900             else
035000                 move 'NONUM' to ws-inb-fault
035100                 perform note-inbound-fault
035200             end-if
035300     end-evaluate
035400     .
035500 NOTE-INBOUND-FAULT.
035600     if ws-inb-reason = spaces
035700         move ws-inb-fault to ws-inb-reason
035800     end-if
035900     .
036000 FINISH-INBOUND-CHECK.
036100******************************************************************
036200*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
036300*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
036400*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
036500*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
036600*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
036700*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
036800*    BE RERUN WITH THE SAME FILE.                                *
036900******************************************************************
037000     if ws-inb-read-count = zero
037100         move 'EMPTY' to ws-inb-fault
037200         perform note-inbound-fault
037300     end-if
037400     if ws-inb-hdr-seen = 'N'
037500         move 'NOHDR' to ws-inb-fault
037600         perform note-inbound-fault
037700     end-if
037800     if ws-inb-trl-seen = 'N'
037900         move 'NOTRL' to ws-inb-fault
038000         perform note-inbound-fault
038100     else
038200         if ws-inb-trl-count not = ws-inb-detail-count
038300             move 'COUNT' to ws-inb-fault
038400             perform note-inbound-fault
038500         end-if
038600         if ws-inb-trl-hash not = ws-inb-hash-total
038700             move 'HASH ' to ws-inb-fault
038800             perform note-inbound-fault
038900         end-if
039000     end-if
039100     if ws-inb-reason = spaces
039200         perform check-receipt-register
039300     end-if
039400     if ws-inb-reason not = spaces
039500         perform log-inbound-receipt
039600         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
039700             ws-inb-reason ' SENDER ' ws-inb-sender-id
039800             ' SEQ ' ws-inb-file-seq
039900         display '  RECORDS READ ' ws-inb-detail-count
040000             ' TRAILER COUNT ' ws-inb-trl-count
040100     end-if
040200     .
040300 CHECK-RECEIPT-REGISTER.
040400     open input receipt-register-file
040500     if ws-rcptreg-status = '00'
040600         perform until ws-rcptreg-status not = '00'
040700             read receipt-register-file next record
040800             if ws-rcptreg-status = '00'
040900                 and rcp-disposition = 'A'
041000                 and rcp-job-name  = ws-inb-job-name
041100                 and rcp-sender-id = ws-inb-sender-id
041200                 and rcp-file-type = ws-inb-file-type
041300                 and rcp-file-seq  = ws-inb-file-seq
041400                 move 'DUPE ' to ws-inb-fault
041500                 perform note-inbound-fault
041600             end-if
041700         end-perform
041800         close receipt-register-file
041900     end-if
042000     .
042100 LOG-INBOUND-RECEIPT.
042200******************************************************************
042300*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
042400*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
042500*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
042600*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
042700******************************************************************
042800     accept ws-inb-date from date yyyymmdd
042900     accept ws-inb-time from time
043000     open extend receipt-register-file
043100     if ws-rcptreg-status not = '00'
043200         open output receipt-register-file
043300     end-if
043400     if ws-rcptreg-status not = '00'
043500         display 'COULD NOT OPEN RCPTREG - STATUS '
043600             ws-rcptreg-status
043700         move 16 to return-code
043800         stop run
043900     end-if
044000     move ws-inb-sender-id    to rcp-sender-id
044100     move ws-inb-expect-type  to rcp-file-type
044200     move ws-inb-file-seq     to rcp-file-seq
044300     move ws-inb-as-of-date   to rcp-as-of-date
044400     move ws-inb-job-name     to rcp-job-name
044500     move ws-inb-date         to rcp-received-date
044600     move ws-inb-time         to rcp-received-time
044700     move ws-inb-detail-count to rcp-record-count
044800     move ws-inb-hash-total   to rcp-hash-total
044900     move ws-inb-reason       to rcp-reason
045000     if ws-inb-reason = spaces
045100         move 'A' to rcp-disposition
045200     else
045300         move 'R' to rcp-disposition
045400     end-if
045500     write receipt-register-record
045600     close receipt-register-file
045700     .
045800 READ-BUSINESS-DATE.
045900******************************************************************
046000*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
046100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
046200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
046300******************************************************************
046400     open input business-date-file
046500     if ws-busdate-status not = '00'
046600         display 'COULD NOT OPEN BUSDATE - STATUS '
046700             ws-busdate-status
046800         move 16 to return-code
046900         stop run
047000     end-if
047100     read business-date-file next record
047200     if ws-busdate-status not = '00'
047300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
047400             ws-busdate-status
047500         move 16 to return-code
047600         stop run
047700     end-if
047800     close business-date-file
047900     move bd-business-date to ws-business-date
048000     if bd-override-date not = zero
048100         move bd-override-date to ws-business-date
048200         move 'Y' to ws-bus-date-override
048300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
048400             bd-override-date ' SET BY ' bd-override-operator
048500         display '    REASON: ' bd-override-reason
048600     end-if
048700     move ws-business-date to bdh-date
048800     if ws-bus-date-override = 'Y'
048900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
049000             to bdh-override
049100     end-if
049200     .
