002100*         THE NURSE TO RESOLVE BY HAND.                          *
002200*    THE EXCLUSION-LIST RUN (IMMC CARD) THEN WORKS FROM          *
002300*    REGISTRY DATA INSTEAD OF TRANSCRIPTION. AN EMPTY IMMRRESP   *
002400*    MAKES LEG 2 A NO-OP. A RESPONSE FILE IS PROVED WHOLE        *
002410*    (HEADER, TRAILER COUNT AND HASH, RECEIPT REGISTER) BEFORE   *
002420*    A DOSE POSTS. SEE JCL/GSIMMREG.JCL.                         *
002500******************************************************************
002600*    MOD-LOG
002700*    DATE       INIT  DESCRIPTION
002800*    2026-09-01  RVM  ORIGINAL VERSION.
002810*    2026-10-15  RVM  IMMRRESP MUST NOW CARRY A HEADER AND A
002820*                     TRAILER (INBHREC) PROVED BEFORE ANY DOSE
002830*                     POSTS, AND IS ENTERED IN THE RECEIPT
002840*                     REGISTER (RCPTREG). A FILE THAT FAILS OR
002850*                     WAS ALREADY LOADED IS SKIPPED WHOLE; THE
002860*                     QUERY LEG STILL RUNS, RC 12.
002866*    2026-10-15  RVM  REGISTRY VACCINE CODES ARE CHECKED AGAINST
002872*                     THE VACCINE TABLE ON THE DISTRICT CODE-TABLE
002878*                     MASTER (CODETBL) AS OF THE DOSE DATE. A DOSE
002884*                     UNDER A CODE NOT IN FORCE IS NOT POSTED - IT
002890*                     IS COUNTED AND LISTED ON IMMDISCR.
002892*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002894*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002896*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002898*                     WHICH BUSINESS DAY IT REPRESENTS.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004900     SELECT DISCREPANCY-RPT ASSIGN TO IMMDISCR
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-IMMDISCR-STATUS.
005110     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS IS WS-RCPTREG-STATUS.
005140     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
005150         ORGANIZATION IS LINE SEQUENTIAL
005160         FILE STATUS IS WS-CODETBL-STATUS.
005170     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005180         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS WS-BUSDATE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ROSTER-FILE
006800     05  RR-STUDENT-ID           PIC 9(07).
006900     05  RR-VACCINE-CODE         PIC X(03).
007000     05  RR-DOSE-DATE            PIC 9(08).
007010 01  IMMRRESP-CONTROL-LINE       PIC X(80).
007100 FD  DISCREPANCY-RPT
007200     LABEL RECORDS ARE STANDARD.
007300 01  DISCREPANCY-LINE            PIC X(80).
007310 FD  RECEIPT-REGISTER-FILE
007320     LABEL RECORDS ARE STANDARD.
007330 01  RECEIPT-REGISTER-RECORD.
007340     COPY RCPTREC.
007350 FD  CODE-TABLE-FILE
007360     LABEL RECORDS ARE STANDARD.
007370 01  CODE-TABLE-RECORD.
007380     COPY CODEREC.
007384 FD  BUSINESS-DATE-FILE
007388     LABEL RECORDS ARE STANDARD.
007392 01  BUSINESS-DATE-RECORD.
007396     COPY BDATREC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-ROSTER-FILE-STATUS    PIC X(02).
007600 01  WS-IMMUN-STATUS          PIC X(02).
007700 01  WS-IMMQUERY-STATUS       PIC X(02).
007800 01  WS-IMMRRESP-STATUS       PIC X(02).
007900 01  WS-IMMDISCR-STATUS       PIC X(02).
007910 01  WS-RCPTREG-STATUS        PIC X(02).
008000 01  j                        PIC 9(05).
008100 77  WS-ROSTER-MAX            PIC 9(05) VALUE 02000.
008200 01  WS-ROSTER-ID-COUNT       PIC 9(05) VALUE ZERO.
008900 01  WS-DOSES-MATCHED         PIC 9(05) VALUE ZERO.
009000 01  WS-DISCREPANCIES         PIC 9(05) VALUE ZERO.
009100 01  WS-RESP-UNMATCHED        PIC 9(05) VALUE ZERO.
009101 01  WS-RESP-BADCODE          PIC 9(05) VALUE ZERO.
009102 01  WS-CODETBL-STATUS        PIC X(02).
009103******************************************************************
009106*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
009109*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
009112*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
009115*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
009118******************************************************************
009121 01  INB-CONTROL-RECORD.
009124     COPY INBHREC.
009127 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSIMMREG'.
009130 01  WS-INB-EXPECT-TYPE       PIC X(08).
009133 01  WS-INB-READ-COUNT        PIC 9(07).
009136 01  WS-INB-DETAIL-COUNT      PIC 9(07).
009139 01  WS-INB-HASH-TOTAL        PIC 9(15).
009142 01  WS-INB-HASH-VALUE        PIC 9(15).
009145 01  WS-INB-HASH-OK           PIC X.
009148 01  WS-INB-HDR-SEEN          PIC X.
009151 01  WS-INB-TRL-SEEN          PIC X.
009154 01  WS-INB-SENDER-ID         PIC X(08).
009157 01  WS-INB-FILE-TYPE         PIC X(08).
009160 01  WS-INB-FILE-SEQ          PIC 9(06).
009163 01  WS-INB-AS-OF-DATE        PIC 9(08).
009166 01  WS-INB-TRL-COUNT         PIC 9(07).
009169 01  WS-INB-TRL-HASH          PIC 9(15).
009172 01  WS-INB-FAULT             PIC X(05).
009175 01  WS-INB-REASON            PIC X(05).
009178 01  WS-INB-DATE              PIC 9(08).
009181 01  WS-INB-TIME              PIC 9(08).
009184 01  WS-INB-PRESENT           PIC X.
009187 01  WS-INB-REJECTED          PIC X VALUE 'N'.
009200 01  QRY-DETAIL-LINE.
009300     05  QRY-D-STUDENT-ID     PIC 9(07).
009400     05  QRY-D-LAST-NAME      PIC X(30).
011300     05  DSC-D-FILE-DATE      PIC 9(08).
011400     05  FILLER               PIC X(02) VALUE SPACES.
011500     05  DSC-D-NOTE           PIC X(20).
011506******************************************************************
011512*    THE VACCINE ROWS OF THE DISTRICT CODE-TABLE MASTER. WHEN    *
011518*    CODETBL CANNOT BE READ WS-VAX-LOADED STAYS 'N' AND THE      *
011524*    FEED POSTS UNCHECKED, AS IT DID BEFORE THE TABLE EXISTED.   *
011530******************************************************************
011536 77  WS-VAX-MAX               PIC 9(03) VALUE 100.
011542 01  WS-VAX-COUNT             PIC 9(03) VALUE ZERO.
011548 01  WS-VAX-LOADED            PIC X VALUE 'N'.
011554 01  WS-VAX-TABLE.
011560     05  WS-VAX-ENTRY         OCCURS 100 TIMES.
011566         10  WS-VAX-CODE      PIC X(03).
011572         10  WS-VAX-EFF       PIC 9(08).
011578         10  WS-VAX-EXP       PIC 9(08).
011584 01  WS-VAX-ROW               PIC 9(03).
011590 01  WS-VAX-OK                PIC X.
011590******************************************************************
011590*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
011590*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
011590*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
011590******************************************************************
011590 01  WS-BUSDATE-STATUS        PIC X(02).
011590 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
011590 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
011590 01  BUS-DATE-HEADING.
011590     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
011590     05  BDH-DATE             PIC 9(08).
011590     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
011600 PROCEDURE DIVISION.
011700 MAINLINE.
011800******************************************************************
011900*    STANDALONE EXCHANGE ENTRY POINT - WRITE THE QUERY, LOAD     *
012000*    WHATEVER RESPONSE IS ON HAND, REPORT THE DISAGREEMENTS.     *
012100******************************************************************
012150     perform read-business-date
012200     perform load-roster-id-table
012250     perform load-vaccine-codes
012300     perform write-registry-query
012400     perform open-discrepancy-report
012410     perform check-immrresp-controls
012420     if ws-inb-present = 'Y'
012430         and ws-inb-reason = spaces
012500         perform load-registry-response
012510         perform log-inbound-receipt
012520     end-if
012600     if ws-immdiscr-status = '00'
012700         close discrepancy-rpt
012800     end-if
013200         ' ALREADY ON FILE ' ws-doses-matched
013300         ' DISCREPANT ' ws-discrepancies
013400         ' UNKNOWN STUDENT ' ws-resp-unmatched
013405         ' BAD VACCINE CODE ' ws-resp-badcode
013410     if ws-inb-rejected = 'Y'
013420         move 12 to return-code
013430     end-if
013500     stop run
013600     .
013700 LOAD-ROSTER-ID-TABLE.
015500         stop run
015600     end-if
015700     .
015702 LOAD-VACCINE-CODES.
015704******************************************************************
015706*    PULLS THE VACCINE ROWS OF CODETBL INTO STORAGE. A MISSING   *
015708*    MASTER IS WARNED ABOUT ONCE AND THE FEED POSTS UNCHECKED.   *
015710******************************************************************
015712     move zero to ws-vax-count
015714     open input code-table-file
015716     if ws-codetbl-status = '00'
015718         move 'Y' to ws-vax-loaded
015720         perform until ws-codetbl-status not = '00'
015722             read code-table-file next record
015724             if ws-codetbl-status = '00'
015726                 and ct-table-name = 'VACCINE'
015728                 and ws-vax-count < ws-vax-max
015730                 add 1 to ws-vax-count
015732                 move ct-code(1:3)
015734                     to ws-vax-code(ws-vax-count)
015736                 move ct-effective-date
015738                     to ws-vax-eff(ws-vax-count)
015740                 move ct-expiry-date
015742                     to ws-vax-exp(ws-vax-count)
015744             end-if
015746         end-perform
015748         close code-table-file
015750     else
015752         display 'CODETBL NOT AVAILABLE - STATUS '
015754             ws-codetbl-status ' - VACCINE CODES NOT VALIDATED'
015756     end-if
015758     .
015760 CHECK-VACCINE-CODE.
015762******************************************************************
015764*    SETS WS-VAX-OK TO 'Y' WHEN RR-VACCINE-CODE WAS IN FORCE ON  *
015766*    THE DOSE DATE (OR THERE IS NO CODE TABLE TO CHECK AGAINST). *
015768******************************************************************
015770     if ws-vax-loaded = 'N'
015772         move 'Y' to ws-vax-ok
015774     else
015776         move 'N' to ws-vax-ok
015778         perform varying ws-vax-row from 1 by 1
015780                 until ws-vax-row > ws-vax-count
015782             if ws-vax-code(ws-vax-row) = rr-vaccine-code
015784                 and ws-vax-eff(ws-vax-row) not > rr-dose-date
015786                 and (ws-vax-exp(ws-vax-row) = zero
015788                 or ws-vax-exp(ws-vax-row) not < rr-dose-date)
015790                 move 'Y' to ws-vax-ok
015792             end-if
015794         end-perform
015796     end-if
015798     .
015800 WRITE-REGISTRY-QUERY.
015900     open output registry-query-file
016000     if ws-immquery-status not = '00'
018500 OPEN-DISCREPANCY-REPORT.
018600     open output discrepancy-rpt
018700     if ws-immdiscr-status = '00'
018750         write discrepancy-line from bus-date-heading
018800         write discrepancy-line from dsc-heading
018900         write discrepancy-line from dsc-column-heading
019000     else
021000     if ws-immrresp-status = '00'
021100         perform until ws-immrresp-status not = '00'
021200             read registry-response-file next record
021210             if ws-immrresp-status = '00'
021220                 move immrresp-control-line
021230                     to inb-control-record
021240             end-if
021300             if ws-immrresp-status = '00'
021310                 and ih-record-type not = 'HDR'
021320                 and ih-record-type not = 'TRL'
021400                 add 1 to ws-resp-read
021500                 perform post-one-registry-dose
021600             end-if
022500*    TOUCHED - THE NURSE'S RECORD (INCLUDING A DOCUMENTED        *
022600*    EXEMPTION) OUTRANKS THE FEED. A DISAGREEMENT IS REPORTED    *
022700*    INSTEAD.                                                    *
022730*    A DOSE UNDER A VACCINE CODE NOT IN FORCE ON THE DOSE DATE   *
022760*    IS NOT POSTED AT ALL - IT IS COUNTED AND LISTED.            *
022800******************************************************************
022900     move 'N' to ws-rid-found
023000     perform varying j from 1 by 1
023600     if ws-rid-found = 'N'
023700         add 1 to ws-resp-unmatched
023800     else
023810         perform check-vaccine-code
023818         if ws-vax-ok = 'N'
023826             add 1 to ws-resp-badcode
023834             if ws-immdiscr-status = '00'
023842                 move rr-student-id   to dsc-d-student-id
023850                 move rr-vaccine-code to dsc-d-vaccine
023858                 move rr-dose-date    to dsc-d-reg-date
023866                 move zero            to dsc-d-file-date
023874                 move 'CODE NOT IN FORCE' to dsc-d-note
023882                 write discrepancy-line from dsc-detail-line
023890             end-if
023898         else
023900             move rr-student-id   to im-student-id
024000             move rr-vaccine-code to im-vaccine-code
024100             read immunization-file record key is im-key
024200             if ws-immun-status not = '00'
024300                 move rr-student-id   to im-student-id
024400                 move rr-vaccine-code to im-vaccine-code
024500                 move rr-dose-date    to im-dose-date
024600                 move space           to im-exempt-flag
024700                 write immunization-record
024800                 if ws-immun-status = '00'
024900                     add 1 to ws-doses-added
025000                 else
025100                     display 'IMMUNVS WRITE FAILED - STATUS '
025200                         ws-immun-status
025300                     move 1 to return-code
025400                 end-if
025500             else
025600                 if im-dose-date = rr-dose-date
025700                     add 1 to ws-doses-matched
025800                 else
025900                     add 1 to ws-discrepancies
026000                     if ws-immdiscr-status = '00'
026100                         move rr-student-id   to dsc-d-student-id
026200                         move rr-vaccine-code to dsc-d-vaccine
026300                         move rr-dose-date    to dsc-d-reg-date
026400                         move im-dose-date    to dsc-d-file-date
026500                         if im-exempt-flag = 'Y'
026600                             move 'EXEMPTION ON FILE'
026700                                 to dsc-d-note
026800                         else
026900                             move 'DOSE DATES DIFFER'
027000                                 to dsc-d-note
027100                         end-if
027200                         write discrepancy-line
027300                             from dsc-detail-line
027400                     end-if
027500                 end-if
027600             end-if
027650         end-if
027700     end-if
027800     .
027900 CHECK-IMMRRESP-CONTROLS.
028000******************************************************************
028100*    PROVES THE REGISTRY RESPONSE FILE WHOLE BEFORE A DOSE       *
028200*    POSTS - HEADER NAMING AN IMMRRESP FILE, TRAILER COUNT AND   *
028300*    HASH (SUM OF RR-STUDENT-ID) MATCHING WHAT WAS READ, SENDER  *
028400*    AND SEQUENCE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS  *
028500*    SKIPPED WHOLE AND THE RUN ENDS RC 12. AN EMPTY OR MISSING   *
028600*    RESPONSE IS STILL A NO-OP.                                  *
028700******************************************************************
028800     move 'IMMRRESP' to ws-inb-expect-type
028900     perform start-inbound-check
029000     open input registry-response-file
029100     if ws-immrresp-status = '00'
029200         move 'Y' to ws-inb-present
029300         perform until ws-immrresp-status not = '00'
029400             read registry-response-file next record
029500             if ws-immrresp-status = '00'
029600                 move immrresp-control-line to inb-control-record
029700                 if rr-student-id is numeric
029800                     move 'Y' to ws-inb-hash-ok
029900                     move rr-student-id to ws-inb-hash-value
030000                 else
030100                     move 'N' to ws-inb-hash-ok
030200                 end-if
030300                 perform tally-inbound-record
030400             end-if
030500         end-perform
030600         close registry-response-file
030700         if ws-inb-read-count = zero
030800             move 'N' to ws-inb-present
030900         else
031000             perform finish-inbound-check
031100         end-if
031200     else
031300         move 'N' to ws-inb-present
031400     end-if
031500     if ws-inb-reason not = spaces
031600         move 'Y' to ws-inb-rejected
031700     end-if
031800     .
031900 START-INBOUND-CHECK.
032000     move zero   to ws-inb-read-count
032100     move zero   to ws-inb-detail-count
032200     move zero   to ws-inb-hash-total
032300     move zero   to ws-inb-file-seq
032400     move zero   to ws-inb-as-of-date
032500     move zero   to ws-inb-trl-count
032600     move zero   to ws-inb-trl-hash
032700     move 'N'    to ws-inb-hdr-seen
032800     move 'N'    to ws-inb-trl-seen
032900     move spaces to ws-inb-sender-id
033000     move spaces to ws-inb-file-type
033100     move spaces to ws-inb-reason
033200     .
033300 TALLY-INBOUND-RECORD.
033400******************************************************************
033500*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
033600*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
033700*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
033800*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
033900*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
034000*    HASHED THE WAY THE SENDER COUNTED IT.                       *
034100******************************************************************
034200     add 1 to ws-inb-read-count
034300     evaluate ih-record-type
034400         when 'HDR'
034500             if ws-inb-read-count not = 1
034600                 move 'HDRPO' to ws-inb-fault
034700                 perform note-inbound-fault
034800             else
034900                 move 'Y'            to ws-inb-hdr-seen
035000                 move ih-sender-id   to ws-inb-sender-id
035100                 move ih-file-type   to ws-inb-file-type
035200                 if ih-file-seq is numeric
035300                     move ih-file-seq to ws-inb-file-seq
035400                 end-if
035500                 if ih-file-type not = ws-inb-expect-type
035600                     move 'BADTY' to ws-inb-fault
035700                     perform note-inbound-fault
035800                 end-if
035900                 if ih-as-of-date is not numeric
036000                     or ih-as-of-date = zero
036100                     move 'BADDT' to ws-inb-fault
036200                     perform note-inbound-fault
036300                 else
036400                     move ih-as-of-date to ws-inb-as-of-date
036500                 end-if
036600             end-if
036700         when 'TRL'
036800             if ws-inb-trl-seen = 'Y'
036900                 move 'AFTRL' to ws-inb-fault
037000                 perform note-inbound-fault
037100             else
037200                 move 'Y' to ws-inb-trl-seen
037300                 if ih-sender-id not = ws-inb-sender-id
037400                     or ih-file-type not = ws-inb-file-type
037500                     or ih-file-seq not = ws-inb-file-seq
037600                     move 'TRLMM' to ws-inb-fault
037700                     perform note-inbound-fault
037800                 end-if
037900                 if ih-record-count is numeric
038000                     and ih-hash-total is numeric
038100                     move ih-record-count to ws-inb-trl-count
038200                     move ih-hash-total   to ws-inb-trl-hash
038300                 else
038400                     move 'TRLMM' to ws-inb-fault
038500                     perform note-inbound-fault
038600                 end-if
038700             end-if
038800         when other
038900             if ws-inb-hdr-seen = 'N'
039000                 move 'NOHDR' to ws-inb-fault
039100                 perform note-inbound-fault
039200             end-if
039300             if ws-inb-trl-seen = 'Y'
039400                 move 'AFTRL' to ws-inb-fault
039500                 perform note-inbound-fault
039600             end-if
039700             add 1 to ws-inb-detail-count
039800             if ws-inb-hash-ok = 'Y'
039900                 add ws-inb-hash-value to ws-inb-hash-total
040000             else
040100                 move 'NONUM' to ws-inb-fault
040200                 perform note-inbound-fault
040300             end-if
040400     end-evaluate
040500     .
040600 NOTE-INBOUND-FAULT.
040700     if ws-inb-reason = spaces
040800         move ws-inb-fault to ws-inb-reason
040900     end-if
041000     .
041100 FINISH-INBOUND-CHECK.
041200******************************************************************
041300*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
041400*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
041500*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
041600*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
041700*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
041800*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
041900*    BE RERUN WITH THE SAME FILE.                                *
042000******************************************************************
042100     if ws-inb-read-count = zero
042200         move 'EMPTY' to ws-inb-fault
042300         perform note-inbound-fault
042400     end-if
042500     if ws-inb-hdr-seen = 'N'
042600         move 'NOHDR' to ws-inb-fault
042700         perform note-inbound-fault
042800     end-if
042900     if ws-inb-trl-seen = 'N'
043000         move 'NOTRL' to ws-inb-fault
043100         perform note-inbound-fault
043200     else
043300         if ws-inb-trl-count not = ws-inb-detail-count
043400             move 'COUNT' to ws-inb-fault
043500             perform note-inbound-fault
043600         end-if
043700         if ws-inb-trl-hash not = ws-inb-hash-total
043800             move 'HASH ' to ws-inb-fault
043900             perform note-inbound-fault
044000         end-if
044100     end-if
044200     if ws-inb-reason = spaces
044300         perform check-receipt-register
044400     end-if
044500     if ws-inb-reason not = spaces
044600         perform log-inbound-receipt
044700         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
044800             ws-inb-reason ' SENDER ' ws-inb-sender-id
044900             ' SEQ ' ws-inb-file-seq
045000         display '  RECORDS READ ' ws-inb-detail-count
045100             ' TRAILER COUNT ' ws-inb-trl-count
045200     end-if
045300     .
045400 CHECK-RECEIPT-REGISTER.
045500     open input receipt-register-file
045600     if ws-rcptreg-status = '00'
045700         perform until ws-rcptreg-status not = '00'
045800             read receipt-register-file next record
045900             if ws-rcptreg-status = '00'
046000                 and rcp-disposition = 'A'
046100                 and rcp-job-name  = ws-inb-job-name
046200                 and rcp-sender-id = ws-inb-sender-id
046300                 and rcp-file-type = ws-inb-file-type
046400                 and rcp-file-seq  = ws-inb-file-seq
046500                 move 'DUPE ' to ws-inb-fault
046600                 perform note-inbound-fault
046700             end-if
046800         end-perform
046900         close receipt-register-file
047000     end-if
047100     .
047200 LOG-INBOUND-RECEIPT.
047300******************************************************************
047400*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
047500*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
047600*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
047700*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
047800******************************************************************
047900     accept ws-inb-date from date yyyymmdd
048000     accept ws-inb-time from time
048100     open extend receipt-register-file
048200     if ws-rcptreg-status not = '00'
048300         open output receipt-register-file
048400     end-if
048500     if ws-rcptreg-status not = '00'
048600         display 'COULD NOT OPEN RCPTREG - STATUS '
048700             ws-rcptreg-status
048800         move 16 to return-code
048900         stop run
049000     end-if
049100     move ws-inb-sender-id    to rcp-sender-id
049200     move ws-inb-expect-type  to rcp-file-type
049300     move ws-inb-file-seq     to rcp-file-seq
049400     move ws-inb-as-of-date   to rcp-as-of-date
049500     move ws-inb-job-name     to rcp-job-name
049600     move ws-inb-date         to rcp-received-date
049700     move ws-inb-time         to rcp-received-time
049800     move ws-inb-detail-count to rcp-record-count
049900     move ws-inb-hash-total   to rcp-hash-total
050000     move ws-inb-reason       to rcp-reason
050100     if ws-inb-reason = spaces
050200         move 'A' to rcp-disposition
050300     else
050400         move 'R' to rcp-disposition
050500     end-if
050600     write receipt-register-record
050700     close receipt-register-file
050800     .
050900 READ-BUSINESS-DATE.
051000******************************************************************
051100*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
051200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
051300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
051400******************************************************************
051500     open input business-date-file
051600     if ws-busdate-status not = '00'
051700         display 'COULD NOT OPEN BUSDATE - STATUS '
051800             ws-busdate-status
051900         move 16 to return-code
052000         stop run
052100     end-if
052200     read business-date-file next record
052300     if ws-busdate-status not = '00'
052400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
052500             ws-busdate-status
052600         move 16 to return-code
052700         stop run
052800     end-if
052900     close business-date-file
053000     move bd-business-date to ws-business-date
053100     if bd-override-date not = zero
053200         move bd-override-date to ws-business-date
053300         move 'Y' to ws-bus-date-override
053400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
053500             bd-override-date ' SET BY ' bd-override-operator
053600         display '    REASON: ' bd-override-reason
053700     end-if
053800     move ws-business-date to bdh-date
053900     if ws-bus-date-override = 'Y'
054000         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
054100             to bdh-override
054200     end-if
054300     .
