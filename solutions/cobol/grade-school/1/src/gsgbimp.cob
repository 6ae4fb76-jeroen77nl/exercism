001800*    GO TO GBREJECT WITH REASON CODES SO THE TEACHER CAN FIX     *
001900*    AND RESUBMIT - AND A RESUBMIT CANNOT DOUBLE-POST, SINCE     *
002000*    THE ROWS THAT DID LOAD NOW SIT BEHIND THE DUPLICATE GATE.   *
002010*    THE EXTRACT IS PROVED WHOLE FIRST - HEADER, TRAILER COUNT   *
002020*    AND HASH, AND NOT ALREADY ON THE RECEIPT REGISTER - AND A   *
002030*    FILE THAT FAILS IS REJECTED WITHOUT POSTING A ROW.          *
002030*    A ROW GRADED 'I' (INCOMPLETE) MUST ALSO CARRY THE           *
002030*    COMPLETION DEADLINE, THE TEACHER AND THE TEACHER'S DEFAULT  *
002030*    GRADE; IT POSTS TO TRANSCPT AS 'I' AND IS ENTERED OPEN ON   *
002030*    THE INCOMPLETE-GRADE REGISTER (INCOMPL) FOR GSINCMP.        *
002030*    A PASS/FAIL COURSE (CAT-GRADING-BASIS 'P') IS GRADED 'P'    *
002030*    PASS OR 'N' NO PASS, NEVER A-F.                             *
002100*    SEE JCL/GSGBIMP.JCL.                                        *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-09-01  RVM  ORIGINAL VERSION.
002510*    2026-10-15  RVM  GBEXTR MUST NOW CARRY A HEADER AND A
002520*                     TRAILER (INBHREC) WHOSE COUNT AND HASH
002530*                     PROVE THE EXTRACT WHOLE BEFORE ANY ROW
002540*                     POSTS, AND EVERY EXTRACT IS ENTERED IN THE
002550*                     RECEIPT REGISTER (RCPTREG) - A RESENT OR
002560*                     TRUNCATED FILE IS REJECTED WHOLE, RC 12.
002560*    2026-10-15  RVM  ACCEPTS GRADE 'I' (INCOMPLETE). THE ROW
002560*                     MUST CARRY A DEADLINE AFTER THE EXTRACT'S
002560*                     AS-OF DATE (BADDL), A DEFAULT GRADE A-D/F
002560*                     (BADDF) AND THE TEACHER ID (NOTCH); IT IS
002560*                     ALSO ADDED OPEN TO INCOMPL FOR GSINCMP.
002560*    2026-10-15  RVM  PASS/FAIL COURSES (CAT-GRADING-BASIS 'P'):
002560*                     SUCH A COURSE TAKES ONLY 'P', 'N' OR 'I'
002560*                     (AND A 'P' OR 'N' INCOMPLETE DEFAULT), A
002560*                     LETTER-GRADED ONE ONLY A-F OR 'I'. POSTED
002560*                     ROWS CARRY A BLANK TRN-REPEAT-FLAG FOR
002560*                     GSREPEAT TO SET.
002568*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002576*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002584*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002592*                     WHICH BUSINESS DAY IT REPRESENTS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004400     SELECT REJECT-FILE ASSIGN TO GBREJECT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REJECT-STATUS.
004610     SELECT RECEIPT-REGISTER-FILE ASSIGN TO RCPTREG
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-RCPTREG-STATUS.
004630     SELECT INCOMPLETE-FILE ASSIGN TO INCOMPL
004630         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-INCOMPL-STATUS.
004647     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004664         ORGANIZATION IS LINE SEQUENTIAL
004681         FILE STATUS IS WS-BUSDATE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  GRADEBOOK-EXTRACT-FILE
005300     05  GB-COURSE-CODE          PIC X(06).
005400     05  GB-TERM                 PIC X(05).
005500     05  GB-GRADE-LETTER         PIC X(01).
005500     05  GB-INC-DEADLINE         PIC 9(08).
005500     05  GB-INC-DEFAULT          PIC X(01).
005500     05  GB-TEACHER-ID           PIC 9(05).
005510 01  GBEXTR-CONTROL-LINE         PIC X(80).
005600 FD  TRANSCRIPT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  TRANSCRIPT-RECORD.
006800 FD  REJECT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  REJECT-LINE                 PIC X(80).
007010 FD  RECEIPT-REGISTER-FILE
007020     LABEL RECORDS ARE STANDARD.
007030 01  RECEIPT-REGISTER-RECORD.
007040     COPY RCPTREC.
007040 FD  INCOMPLETE-FILE
007040     LABEL RECORDS ARE STANDARD.
007040 01  INCOMPLETE-GRADE-RECORD.
007040     COPY INCGREC.
007052 FD  BUSINESS-DATE-FILE
007064     LABEL RECORDS ARE STANDARD.
007076 01  BUSINESS-DATE-RECORD.
007088     COPY BDATREC.
007100 WORKING-STORAGE SECTION.
007200 01  WS-GBEXTR-STATUS         PIC X(02).
007300 01  WS-TRANSCRIPT-STATUS     PIC X(02).
007400 01  WS-CATALOG-STATUS        PIC X(02).
007500 01  WS-ROSTER-FILE-STATUS    PIC X(02).
007600 01  WS-REJECT-STATUS         PIC X(02).
007610 01  WS-RCPTREG-STATUS        PIC X(02).
007610 01  WS-INCOMPL-STATUS        PIC X(02).
007700 01  i                        PIC 9(05).
007800 01  j                        PIC 9(05).
007900******************************************************************
008700         10  WS-CAT-CODE      PIC X(06).
008800         10  WS-CAT-NAME      PIC X(24).
008900         10  WS-CAT-HOURS     PIC 9V9.
008900         10  WS-CAT-BASIS     PIC X(01).
009000 01  WS-CAT-ROW               PIC 9(03).
009100******************************************************************
009200*    EVERY STUDENT ID ON ROSTERVS - THE SAME ID GATE THE         *
011400 01  WS-EXTRACT-READ          PIC 9(05) VALUE ZERO.
011500 01  WS-ROWS-POSTED           PIC 9(05) VALUE ZERO.
011600 01  WS-ROWS-REJECTED         PIC 9(05) VALUE ZERO.
011600 01  WS-INCOMPLETES-POSTED    PIC 9(05) VALUE ZERO.
011700 01  WS-EDIT-OK               PIC X.
011800 01  WS-EDIT-REASON           PIC X(05).
011803******************************************************************
011806*    INBOUND-FILE CONTROL PROOF - THE HEADER/TRAILER CHECK RUN   *
011809*    OVER THE WHOLE FILE BEFORE ANY ROW POSTS, AND THE FIELDS    *
011812*    THE RECEIPT-REGISTER ENTRY IS BUILT FROM. WS-INB-REASON     *
011815*    HOLDS THE FIRST FAULT FOUND (SPACES = FILE PROVED).         *
011818******************************************************************
011821 01  INB-CONTROL-RECORD.
011824     COPY INBHREC.
011827 77  WS-INB-JOB-NAME          PIC X(08) VALUE 'GSGBIMP'.
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
011900 01  REJ-HEADING.
012000     05  FILLER               PIC X(42) VALUE
012100         'GRADEBOOK IMPORT - REJECTED EXTRACT ROWS  '.
013500     05  REJ-D-LETTER         PIC X(01).
013600     05  FILLER               PIC X(06) VALUE SPACES.
013700     05  REJ-D-REASON         PIC X(05).
013707******************************************************************
013714*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013721*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013728*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013735******************************************************************
013742 01  WS-BUSDATE-STATUS        PIC X(02).
013749 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013756 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013763 01  BUS-DATE-HEADING.
013770     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
013777     05  BDH-DATE             PIC 9(08).
013784     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
013800 PROCEDURE DIVISION.
013900 MAINLINE.
014000******************************************************************
014300*    EXTRACT THROUGH IN ONE PASS - CLEAN ROWS APPEND TO          *
014400*    TRANSCPT, REJECTS GO TO GBREJECT.                           *
014500******************************************************************
014550     perform read-business-date
014600     perform load-course-catalog
014700     perform load-roster-id-table
014800     perform load-posted-table
014810     perform check-gbextr-controls
014900     perform open-reject-file
015000     perform import-extract
015010     perform log-inbound-receipt
015100     if ws-reject-status = '00'
015200         close reject-file
015300     end-if
015500         display 'IMPORT CONTROL TOTALS BALANCED - READ '
015600             ws-extract-read ' POSTED ' ws-rows-posted
015700             ' REJECTED ' ws-rows-rejected
015700         display '  INCOMPLETES ENTERED ON INCOMPL '
015700             ws-incompletes-posted
015700     else
015900         display 'IMPORT CONTROL TOTAL MISMATCH - READ '
016000             ws-extract-read ' POSTED ' ws-rows-posted
016100             ' REJECTED ' ws-rows-rejected
017700                 move cat-course-name
017800                     to ws-cat-name(ws-catalog-count)
017900                 move cat-credit-hours
017900                     to ws-cat-hours(ws-catalog-count)
017900                 move cat-grading-basis
017900                     to ws-cat-basis(ws-catalog-count)
018100             end-if
018200         end-perform
018300         close course-catalog-file
022900 OPEN-REJECT-FILE.
023000     open output reject-file
023100     if ws-reject-status = '00'
023150         write reject-line from bus-date-heading
023200         write reject-line from rej-heading
023300         write reject-line from rej-column-heading
023400     else
024800     open extend transcript-file
024900     if ws-transcript-status not = '00'
025000         open output transcript-file
025000     end-if
025000     if ws-transcript-status not = '00'
025000         display 'COULD NOT OPEN TRANSCPT - STATUS '
025000             ws-transcript-status
025000         move 16 to return-code
025000         stop run
025000     end-if
025000     open extend incomplete-file
025000     if ws-incompl-status not = '00'
025000         open output incomplete-file
025000     end-if
025000     if ws-incompl-status not = '00'
025000         display 'COULD NOT OPEN INCOMPL - STATUS '
025000             ws-incompl-status
025000         move 16 to return-code
025000         stop run
025000     end-if
025800     perform until ws-gbextr-status not = '00'
025900         read gradebook-extract-file next record
025910         if ws-gbextr-status = '00'
025920             move gbextr-control-line to inb-control-record
025930         end-if
026000         if ws-gbextr-status = '00'
026010             and ih-record-type not = 'HDR'
026020             and ih-record-type not = 'TRL'
026100             add 1 to ws-extract-read
026200             perform import-one-row
026300         end-if
026400     end-perform
026500     close gradebook-extract-file
026500     close transcript-file
026500     close incomplete-file
026500     .
026800 IMPORT-ONE-ROW.
026900******************************************************************
027000*    THE EDIT GATES - 'NOSTU' THE STUDENT IS NOT ON ROSTERVS,    *
027100*    'NOCRS' THE COURSE IS NOT IN THE CATALOG, 'BADGR' THE       *
027100*    LETTER IS NOT A-F OR I (P, N OR I ON A PASS/FAIL COURSE),   *
027100*    'DUPE' THE STUDENT/COURSE/TERM IS ALREADY ON TRANSCPT (A    *
027100*    RESUBMIT OF A ROW THAT LOADED). AN 'I' ROW ALSO FAILS       *
027100*    'BADDL' - NO DEADLINE, OR ONE NOT AFTER THE EXTRACT'S AS-OF *
027100*    DATE, 'BADDF' - THE DEFAULT GRADE IS NOT A-D OR F (P OR N   *
027100*    ON A PASS/FAIL COURSE), 'NOTCH' - NO TEACHER ID.            *
027400******************************************************************
027500     move 'Y' to ws-edit-ok
027600     move spaces to ws-edit-reason
029900         end-if
030000     end-if
030100     if ws-edit-ok = 'Y'
030100         and ws-cat-basis(ws-cat-row) not = 'P'
030100         and gb-grade-letter not = 'A'
030100         and gb-grade-letter not = 'B'
030100         and gb-grade-letter not = 'C'
030100         and gb-grade-letter not = 'D'
030100         and gb-grade-letter not = 'F'
030100         and gb-grade-letter not = 'I'
030100         move 'N'     to ws-edit-ok
030100         move 'BADGR' to ws-edit-reason
030100     end-if
030100     if ws-edit-ok = 'Y'
030100         and ws-cat-basis(ws-cat-row) = 'P'
030100         and gb-grade-letter not = 'P'
030100         and gb-grade-letter not = 'N'
030100         and gb-grade-letter not = 'I'
030100         move 'N'     to ws-edit-ok
030100         move 'BADGR' to ws-edit-reason
030100     end-if
030600     if ws-edit-ok = 'Y'
030600         and gb-grade-letter = 'I'
030600         perform edit-incomplete-row
030600     end-if
031000     if ws-edit-ok = 'Y'
031100         move zero to ws-pst-row
031200         perform varying i from 1 by 1
034400     move ws-cat-hours(ws-cat-row) to trn-credit-hours
034500     move gb-grade-letter          to trn-grade-letter
034600     move gb-term                  to trn-term
034600     move space                    to trn-repeat-flag
034600     write transcript-record
034700     if gb-grade-letter = 'I'
034700         perform post-incomplete-row
034700     end-if
034700     if ws-posted-count < ws-posted-max
034900         add 1 to ws-posted-count
035000         move gb-student-id  to ws-pst-id(ws-posted-count)
035100         move gb-course-code to ws-pst-course(ws-posted-count)
035200         move gb-term        to ws-pst-term(ws-posted-count)
035300     end-if
035400     .
035500 EDIT-INCOMPLETE-ROW.
035500     if gb-inc-deadline is not numeric
035500         move 'N'     to ws-edit-ok
035500         move 'BADDL' to ws-edit-reason
035500     else
035500         if gb-inc-deadline not > ws-inb-as-of-date
035500             move 'N'     to ws-edit-ok
035500             move 'BADDL' to ws-edit-reason
035500         end-if
035500     end-if
035500     if ws-edit-ok = 'Y'
035500         and ws-cat-basis(ws-cat-row) not = 'P'
035500         and gb-inc-default not = 'A'
035500         and gb-inc-default not = 'B'
035500         and gb-inc-default not = 'C'
035500         and gb-inc-default not = 'D'
035500         and gb-inc-default not = 'F'
035500         move 'N'     to ws-edit-ok
035500         move 'BADDF' to ws-edit-reason
035500     end-if
035500     if ws-edit-ok = 'Y'
035500         and ws-cat-basis(ws-cat-row) = 'P'
035500         and gb-inc-default not = 'P'
035500         and gb-inc-default not = 'N'
035500         move 'N'     to ws-edit-ok
035500         move 'BADDF' to ws-edit-reason
035500     end-if
035500     if ws-edit-ok = 'Y'
035500         if gb-teacher-id is not numeric
035500             move 'N'     to ws-edit-ok
035500             move 'NOTCH' to ws-edit-reason
035500         else
035500             if gb-teacher-id = zero
035500                 move 'N'     to ws-edit-ok
035500                 move 'NOTCH' to ws-edit-reason
035500             end-if
035500         end-if
035500     end-if
035500     .
035500 POST-INCOMPLETE-ROW.
035500******************************************************************
035500*    ENTERS THE 'I' ROW JUST POSTED ON THE INCOMPLETE-GRADE      *
035500*    REGISTER, OPEN, DATED WITH THE EXTRACT'S AS-OF DATE.        *
035500******************************************************************
035500     move spaces            to incomplete-grade-record
035500     move gb-student-id     to ig-student-id
035500     move gb-course-code    to ig-course-code
035500     move gb-term           to ig-term
035500     move gb-teacher-id     to ig-teacher-id
035500     move gb-inc-deadline   to ig-deadline
035500     move gb-inc-default    to ig-default-grade
035500     move 'O'               to ig-status
035500     move ws-inb-as-of-date to ig-entered-date
035500     move zero              to ig-closed-date
035500     write incomplete-grade-record
035500     add 1 to ws-incompletes-posted
035500     .
035500 CHECK-GBEXTR-CONTROLS.
035600******************************************************************
035700*    PROVES THE EXTRACT WHOLE BEFORE A SINGLE ROW POSTS - THE    *
035800*    HEADER MUST NAME A GBEXTR FILE, THE TRAILER COUNT AND       *
035900*    HASH (SUM OF GB-STUDENT-ID) MUST MATCH WHAT WAS READ, AND   *
036000*    THE SENDER/SEQUENCE MUST BE NEW TO THE RECEIPT REGISTER.    *
036100*    A TRUNCATED EXTRACT FAILS HERE ON ITS MISSING TRAILER AND   *
036200*    THE WHOLE FILE IS REFUSED, RC 12.                           *
036300******************************************************************
036400     move 'GBEXTR' to ws-inb-expect-type
036500     perform start-inbound-check
036600     open input gradebook-extract-file
036700     if ws-gbextr-status not = '00'
036800         display 'COULD NOT OPEN GBEXTR - STATUS '
036900             ws-gbextr-status
037000         move 16 to return-code
037100         stop run
037200     end-if
037300     perform until ws-gbextr-status not = '00'
037400         read gradebook-extract-file next record
037500         if ws-gbextr-status = '00'
037600             move gbextr-control-line to inb-control-record
037700             if gb-student-id is numeric
037800                 move 'Y' to ws-inb-hash-ok
037900                 move gb-student-id to ws-inb-hash-value
038000             else
038100                 move 'N' to ws-inb-hash-ok
038200             end-if
038300             perform tally-inbound-record
038400         end-if
038500     end-perform
038600     close gradebook-extract-file
038700     perform finish-inbound-check
038800     if ws-inb-reason not = spaces
038900         move 12 to return-code
039000         stop run
039100     end-if
039200     .
039300 START-INBOUND-CHECK.
039400     move zero   to ws-inb-read-count
039500     move zero   to ws-inb-detail-count
039600     move zero   to ws-inb-hash-total
039700     move zero   to ws-inb-file-seq
039800     move zero   to ws-inb-as-of-date
039900     move zero   to ws-inb-trl-count
040000     move zero   to ws-inb-trl-hash
040100     move 'N'    to ws-inb-hdr-seen
040200     move 'N'    to ws-inb-trl-seen
040300     move spaces to ws-inb-sender-id
040400     move spaces to ws-inb-file-type
040500     move spaces to ws-inb-reason
040600     .
040700 TALLY-INBOUND-RECORD.
040800******************************************************************
040900*    ONE RECORD OF THE PROOF PASS, ALREADY MOVED TO              *
041000*    INB-CONTROL-RECORD BY THE CALLER, WITH ITS HASH FIELD IN    *
041100*    WS-INB-HASH-VALUE (WS-INB-HASH-OK 'N' WHEN NOT NUMERIC).    *
041200*    THE HEADER MUST BE RECORD ONE AND NOTHING MAY FOLLOW THE    *
041300*    TRAILER; EVERY OTHER RECORD IS A DETAIL ROW COUNTED AND     *
041400*    HASHED THE WAY THE SENDER COUNTED IT.                       *
041500******************************************************************
041600     add 1 to ws-inb-read-count
041700     evaluate ih-record-type
041800         when 'HDR'
041900             if ws-inb-read-count not = 1
042000                 move 'HDRPO' to ws-inb-fault
042100                 perform note-inbound-fault
042200             else
042300                 move 'Y'            to ws-inb-hdr-seen
042400                 move ih-sender-id   to ws-inb-sender-id
042500                 move ih-file-type   to ws-inb-file-type
042600                 if ih-file-seq is numeric
042700                     move ih-file-seq to ws-inb-file-seq
042800                 end-if
042900                 if ih-file-type not = ws-inb-expect-type
043000                     move 'BADTY' to ws-inb-fault
043100                     perform note-inbound-fault
043200                 end-if
043300                 if ih-as-of-date is not numeric
043400                     or ih-as-of-date = zero
043500                     move 'BADDT' to ws-inb-fault
043600                     perform note-inbound-fault
043700                 else
043800                     move ih-as-of-date to ws-inb-as-of-date
043900                 end-if
044000             end-if
044100         when 'TRL'
044200             if ws-inb-trl-seen = 'Y'
044300                 move 'AFTRL' to ws-inb-fault
044400                 perform note-inbound-fault
044500             else
044600                 move 'Y' to ws-inb-trl-seen
044700                 if ih-sender-id not = ws-inb-sender-id
044800                     or ih-file-type not = ws-inb-file-type
044900                     or ih-file-seq not = ws-inb-file-seq
045000                     move 'TRLMM' to ws-inb-fault
045100                     perform note-inbound-fault
045200                 end-if
045300                 if ih-record-count is numeric
045400                     and ih-hash-total is numeric
045500                     move ih-record-count to ws-inb-trl-count
045600                     move ih-hash-total   to ws-inb-trl-hash
045700                 else
045800                     move 'TRLMM' to ws-inb-fault
045900                     perform note-inbound-fault
046000                 end-if
046100             end-if
046200         when other
046300             if ws-inb-hdr-seen = 'N'
046400                 move 'NOHDR' to ws-inb-fault
046500                 perform note-inbound-fault
046600             end-if
046700             if ws-inb-trl-seen = 'Y'
046800                 move 'AFTRL' to ws-inb-fault
046900                 perform note-inbound-fault
047000             end-if
047100             add 1 to ws-inb-detail-count
047200             if ws-inb-hash-ok = 'Y'
047300                 add ws-inb-hash-value to ws-inb-hash-total
047400             else
047500                 move 'NONUM' to ws-inb-fault
047600                 perform note-inbound-fault
047700             end-if
047800     end-evaluate
047900     .
048000 NOTE-INBOUND-FAULT.
048100     if ws-inb-reason = spaces
048200         move ws-inb-fault to ws-inb-reason
048300     end-if
048400     .
048500 FINISH-INBOUND-CHECK.
048600******************************************************************
048700*    END OF THE PROOF PASS. A FILE WITH NO HEADER OR NO          *
048800*    TRAILER, OR WHOSE TRAILER COUNT OR HASH DISAGREES WITH      *
048900*    WHAT WAS READ, FAILS; A FILE THAT PROVES CLEAN MUST STILL   *
049000*    BE NEW TO THE RECEIPT REGISTER. A FAILED FILE IS            *
049100*    REGISTERED AS REJECTED HERE - AN ACCEPTED ONE ONLY AFTER    *
049200*    ITS ROWS HAVE POSTED, SO A LOAD THAT ABENDS PART WAY CAN    *
049300*    BE RERUN WITH THE SAME FILE.                                *
049400******************************************************************
049500     if ws-inb-read-count = zero
049600         move 'EMPTY' to ws-inb-fault
049700         perform note-inbound-fault
049800     end-if
049900     if ws-inb-hdr-seen = 'N'
050000         move 'NOHDR' to ws-inb-fault
050100         perform note-inbound-fault
050200     end-if
050300     if ws-inb-trl-seen = 'N'
050400         move 'NOTRL' to ws-inb-fault
050500         perform note-inbound-fault
050600     else
050700         if ws-inb-trl-count not = ws-inb-detail-count
050800             move 'COUNT' to ws-inb-fault
050900             perform note-inbound-fault
051000         end-if
051100         if ws-inb-trl-hash not = ws-inb-hash-total
051200             move 'HASH ' to ws-inb-fault
051300             perform note-inbound-fault
051400         end-if
051500     end-if
051600     if ws-inb-reason = spaces
051700         perform check-receipt-register
051800     end-if
051900     if ws-inb-reason not = spaces
052000         perform log-inbound-receipt
052100         display ws-inb-expect-type ' REJECTED WHOLE - REASON '
052200             ws-inb-reason ' SENDER ' ws-inb-sender-id
052300             ' SEQ ' ws-inb-file-seq
052400         display '  RECORDS READ ' ws-inb-detail-count
052500             ' TRAILER COUNT ' ws-inb-trl-count
052600     end-if
052700     .
052800 CHECK-RECEIPT-REGISTER.
052900     open input receipt-register-file
053000     if ws-rcptreg-status = '00'
053100         perform until ws-rcptreg-status not = '00'
053200             read receipt-register-file next record
053300             if ws-rcptreg-status = '00'
053400                 and rcp-disposition = 'A'
053500                 and rcp-job-name  = ws-inb-job-name
053600                 and rcp-sender-id = ws-inb-sender-id
053700                 and rcp-file-type = ws-inb-file-type
053800                 and rcp-file-seq  = ws-inb-file-seq
053900                 move 'DUPE ' to ws-inb-fault
054000                 perform note-inbound-fault
054100             end-if
054200         end-perform
054300         close receipt-register-file
054400     end-if
054500     .
054600 LOG-INBOUND-RECEIPT.
054700******************************************************************
054800*    APPENDS THE FILE'S RECEIPT-REGISTER ENTRY - 'A' ACCEPTED    *
054900*    WHEN WS-INB-REASON IS SPACES, 'R' REJECTED OTHERWISE.       *
055000*    THE REGISTER DOES NOT EXIST BEFORE THE FIRST FILE EVER      *
055100*    RECEIVED, SO EXTEND FALLS BACK TO OUTPUT THAT ONE TIME.     *
055200******************************************************************
055300     accept ws-inb-date from date yyyymmdd
055400     accept ws-inb-time from time
055500     open extend receipt-register-file
055600     if ws-rcptreg-status not = '00'
055700         open output receipt-register-file
055800     end-if
055900     if ws-rcptreg-status not = '00'
056000         display 'COULD NOT OPEN RCPTREG - STATUS '
056100             ws-rcptreg-status
056200         move 16 to return-code
056300         stop run
056400     end-if
056500     move ws-inb-sender-id    to rcp-sender-id
056600     move ws-inb-expect-type  to rcp-file-type
056700     move ws-inb-file-seq     to rcp-file-seq
056800     move ws-inb-as-of-date   to rcp-as-of-date
056900     move ws-inb-job-name     to rcp-job-name
057000     move ws-inb-date         to rcp-received-date
057100     move ws-inb-time         to rcp-received-time
057200     move ws-inb-detail-count to rcp-record-count
057300     move ws-inb-hash-total   to rcp-hash-total
057400     move ws-inb-reason       to rcp-reason
057500     if ws-inb-reason = spaces
057600         move 'A' to rcp-disposition
057700     else
057800         move 'R' to rcp-disposition
057900     end-if
058000     write receipt-register-record
058100     close receipt-register-file
058200     .
058300 READ-BUSINESS-DATE.
058400******************************************************************
058500*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
058600*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
058700*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
058800******************************************************************
058900     open input business-date-file
059000     if ws-busdate-status not = '00'
059100         display 'COULD NOT OPEN BUSDATE - STATUS '
059200             ws-busdate-status
059300         move 16 to return-code
059400         stop run
059500     end-if
059600     read business-date-file next record
059700     if ws-busdate-status not = '00'
059800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
059900             ws-busdate-status
060000         move 16 to return-code
060100         stop run
060200     end-if
060300     close business-date-file
060400     move bd-business-date to ws-business-date
060500     if bd-override-date not = zero
060600         move bd-override-date to ws-business-date
060700         move 'Y' to ws-bus-date-override
060800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
060900             bd-override-date ' SET BY ' bd-override-operator
061000         display '    REASON: ' bd-override-reason
061100     end-if
061200     move ws-business-date to bdh-date
061300     if ws-bus-date-override = 'Y'
061400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
061500             to bdh-override
061600     end-if
061700     .
