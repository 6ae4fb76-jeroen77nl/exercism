001700*    RUN). THE CERTIFICATE OF DESTRUCTION (PURGCERT) LISTS       *
001800*    EXACTLY WHAT WAS DESTROYED FOR EACH STUDENT AND UNDER       *
001900*    WHAT AUTHORITY. SEE JCL/GSPURGE.JCL.                        *
001910*    PROGRESS IS JOURNALED TO PURGJRNL (COPY PJRNREC) PER        *
001920*    STUDENT AND PER FILE. A RUN THAT STOPS HALFWAY IS SIMPLY    *
001930*    RESUBMITTED: IT TAKES ITS STUDENT LIST FROM THE JOURNAL,    *
001940*    NOT THE ROSTER (THE ROWS ALREADY DESTROYED ARE GONE),       *
001950*    SKIPS EVERY FILE AND STUDENT ALREADY DONE AND PRINTS ONLY   *
001960*    THE CERTIFICATE LINES NOT YET PRINTED. IT REFUSES TO RUN,   *
001970*    RC 16, WHEN THE JOURNAL AND THE FILES DISAGREE.             *
002000******************************************************************
002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-08-22  RVM  ORIGINAL VERSION.
002310*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002320*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002330*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002340*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002350*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002360*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002370*    2026-10-15  RVM  CHECKPOINT/RESTART. THE PURGE JOURNAL
002380*                     (PURGJRNL) RECORDS THE STUDENT LIST AND EACH
002390*                     STUDENT'S DESTRUCTION FILE BY FILE; A
002391*                     RESUBMITTED RUN FINISHES ONLY THE REMAINING
002392*                     WORK, NEVER CERTIFIES A STUDENT TWICE, AND
002393*                     REFUSES TO RUN WHEN THE INTERRUPTED RUN'S
002394*                     STATE DOES NOT MATCH THE FILES.
002394*    2026-10-15  RVM  TRANSOUT RECORD 45 TO 46 BYTES - TRANSREC
002394*                     GAINED TRN-REPEAT-FLAG.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005300     SELECT PURGE-CERT-RPT ASSIGN TO PURGCERT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PURGCERT-STATUS.
005520     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005540         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-BUSDATE-STATUS.
005570     SELECT PURGE-JOURNAL-FILE ASSIGN TO PURGJRNL
005580         ORGANIZATION IS LINE SEQUENTIAL
005590         FILE STATUS IS WS-PURGJRNL-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PURGE-CONTROL-FILE
008000     COPY TRANSREC.
008100 FD  TRANSCRIPT-OUT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  TRANSCRIPT-OUT-RECORD       PIC X(46).
008310 FD  GPA-HISTORY-FILE
008311     LABEL RECORDS ARE STANDARD.
008312 01  GPA-HISTORY-RECORD.
008400 FD  PURGE-CERT-RPT
008500     LABEL RECORDS ARE STANDARD.
008600 01  PURGE-CERT-LINE             PIC X(100).
008620 FD  BUSINESS-DATE-FILE
008640     LABEL RECORDS ARE STANDARD.
008660 01  BUSINESS-DATE-RECORD.
008680     COPY BDATREC.
008690 FD  PURGE-JOURNAL-FILE
008692     LABEL RECORDS ARE STANDARD.
008694 01  PURGE-JOURNAL-RECORD       PIC X(120).
008700 WORKING-STORAGE SECTION.
008800 01  WS-PURGCTL-STATUS        PIC X(02).
008900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
010200*    EVERY STUDENT PAST THE RETENTION HORIZON, COLLECTED FROM    *
010300*    THE ROSTER SCAN, WITH PER-STUDENT DESTRUCTION COUNTS        *
010400*    ACCUMULATED FOR THE CERTIFICATE.                            *
010410*    THE -DONE FLAGS TRACK EACH IN-PLACE FILE FOR THE STUDENT:   *
010420*    'N' NOT STARTED, 'P' RECORDS COUNTED AND JOURNALED, DELETES *
010430*    UNDER WAY, 'Y' DESTROYED. WS-PG-CERTIFIED IS 'Y' ONCE THE   *
010440*    STUDENT'S CERTIFICATE LINE IS PRINTED.                      *
010500******************************************************************
010600 77  WS-PURGE-MAX             PIC 9(04) VALUE 2000.
010700 01  WS-PURGE-COUNT           PIC 9(04) VALUE ZERO.
011630         10  WS-PG-NAME-COUNT     PIC 9(03).
011640         10  WS-PG-DISC-COUNT     PIC 9(03).
011650         10  WS-PG-MIR-COUNT      PIC 9(05).
011651         10  WS-PG-ROSTER-DONE    PIC X.
011652         10  WS-PG-GUARD-DONE     PIC X.
011653         10  WS-PG-GPA-DONE       PIC X.
011654         10  WS-PG-IMM-DONE       PIC X.
011655         10  WS-PG-MIR-DONE       PIC X.
011656         10  WS-PG-CERTIFIED      PIC X.
011700******************************************************************
011800*    THE GUARDIAN CONTACT-SEQ NUMBERS OF THE STUDENT BEING       *
011900*    PURGED, COLLECTED DURING THE BROWSE SO THE DELETES HAPPEN   *
015800     05  FILLER               PIC X(27) VALUE
015900         'STUDENT RECORDS DESTROYED: '.
016000     05  CERT-T-COUNT         PIC ZZZZ9.
016001 01  CERT-RESTART-LINE.
016002     05  FILLER               PIC X(46) VALUE
016003         'CONTINUES THE CERTIFICATE OF THE RUN BEGUN ON '.
016004     05  CERT-R-DATE          PIC 9(08).
016005 01  CERT-EARLIER-LINE.
016006     05  FILLER               PIC X(41) VALUE
016007         'STUDENTS CERTIFIED ON AN EARLIER PRINT: '.
016008     05  CERT-E-COUNT         PIC ZZZZ9.
016007******************************************************************
016014*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016021*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
016028*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
016035******************************************************************
016042 01  WS-BUSDATE-STATUS        PIC X(02).
016049 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016056 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016063 01  BUS-DATE-HEADING.
016070     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
016077     05  BDH-DATE             PIC 9(08).
016084     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
016090******************************************************************
016090*    PURGE JOURNAL - THE RUN'S PROGRESS, READ BACK AT STARTUP.   *
016090*    WS-JRNL-RUN-OPEN IS 'Y' WHILE THE LAST RUN ON THE JOURNAL   *
016090*    HAS NO 'C' RECORD. THE FOUR COPIED SEQUENTIAL FILES ARE     *
016090*    TRACKED BY POSITION IN WS-SEQ-CODE.                         *
016090******************************************************************
016090 01  WS-PURGJRNL-STATUS       PIC X(02).
016090 01  PURGE-JOURNAL-EVENT.
016090     COPY PJRNREC.
016090 01  WS-PURGE-RESTART         PIC X VALUE 'N'.
016090 01  WS-JRNL-RUN-OPEN         PIC X VALUE 'N'.
016090 01  WS-JRNL-WORK-SEEN        PIC X VALUE 'N'.
016090 01  WS-JRNL-HDR-COUNT        PIC 9(04) VALUE ZERO.
016090 01  WS-JRNL-HDR-CUTOFF       PIC 9(08) VALUE ZERO.
016090 01  WS-JRNL-HDR-DATE         PIC 9(08) VALUE ZERO.
016090 01  WS-JRNL-FLAG             PIC X.
016090 01  WS-JRNL-FILE             PIC X(08).
016090 01  WS-JRNL-COUNT            PIC 9(07).
016090 01  WS-JRNL-REASON           PIC X(60).
016090 01  WS-CERT-PRINTED          PIC 9(04).
016090 01  WS-CERT-EARLIER          PIC 9(04).
016090 77  WS-SEQ-MAX               PIC 9(01) VALUE 4.
016090 01  WS-SEQ-CODE-LIST         PIC X(32) VALUE
016090     'ATTNDLOGTRANSCPTNAMEHISTDISCFILE'.
016090 01  WS-SEQ-CODES REDEFINES WS-SEQ-CODE-LIST.
016090     05  WS-SEQ-CODE          OCCURS 4 TIMES PIC X(08).
016090 01  WS-SEQ-TABLE.
016090     05  WS-SEQ-ENTRY         OCCURS 4 TIMES.
016090         10  WS-SEQ-DONE      PIC X.
016090         10  WS-SEQ-READ      PIC 9(07).
016090         10  WS-SEQ-KEPT      PIC 9(07).
016090 01  WS-SEQ-X                 PIC 9(01).
016090 01  WS-COPY-READ             PIC 9(07).
016090 01  WS-COPY-KEPT             PIC 9(07).
016100 PROCEDURE DIVISION.
016200 MAINLINE.
016250     perform read-business-date
016300     move ws-business-date to ws-today-date
016400     perform read-purge-control
016410     perform load-purge-journal
016420     if ws-purge-restart = 'Y'
016430         perform verify-restart-state
016440     else
016500         perform collect-purge-candidates
016510         if ws-purge-count not = zero
016520             perform journal-purge-list
016530         end-if
016540     end-if
016600     if ws-purge-count = zero
016700         display 'NO RECORDS PAST THE RETENTION HORIZON'
016800     else
016900         perform purge-roster-and-guardians
016910         perform purge-keyed-history-files
016920         move 1 to ws-seq-x
016930         if ws-seq-done(ws-seq-x) not = 'Y'
017000             perform purge-attendance-log
017010             perform journal-seq-file-copy
017020         end-if
017030         move 2 to ws-seq-x
017040         if ws-seq-done(ws-seq-x) not = 'Y'
017100             perform purge-transcript-file
017101             perform journal-seq-file-copy
017102         end-if
017103         move 3 to ws-seq-x
017104         if ws-seq-done(ws-seq-x) not = 'Y'
017110             perform purge-name-history
017111             perform journal-seq-file-copy
017112         end-if
017113         move 4 to ws-seq-x
017114         if ws-seq-done(ws-seq-x) not = 'Y'
017120             perform purge-discipline-file
017121             perform journal-seq-file-copy
017122         end-if
017200         perform write-destruction-certificate
017210         perform start-journal-event
017220         move 'C' to pj-rec-type
017230         move ws-purge-count to pj-count
017240         perform write-journal-record
017300     end-if
017400     stop run
017500     .
021430             move zero             to ws-pg-name-count(i)
021440             move zero             to ws-pg-disc-count(i)
021450             move zero             to ws-pg-mir-count(i)
021460             move 'N'              to ws-pg-roster-done(i)
021470             move 'N'              to ws-pg-guard-done(i)
021480             move 'N'              to ws-pg-gpa-done(i)
021490             move 'N'              to ws-pg-imm-done(i)
021491             move 'N'              to ws-pg-mir-done(i)
021492             move 'N'              to ws-pg-certified(i)
021500         end-if
021600     end-perform
021700     close roster-file
022700     end-if
022800     open i-o guardian-file
022900     perform varying i from 1 by 1 until i > ws-purge-count
023000         if ws-pg-roster-done(i) not = 'Y'
023100             perform purge-student-roster-row
023400         end-if
023500         if ws-guardian-file-status = '00'
023510             and ws-pg-guard-done(i) not = 'Y'
023600             perform purge-student-guardians
023700         end-if
023800     end-perform
026600         end-perform
026700     end-if
026800     move '00' to ws-guardian-file-status
026810     if ws-pg-guard-done(i) = 'N'
026820         and ws-gseq-count > zero
026830         move ws-gseq-count to ws-pg-guard-count(i)
026840         move 'GUARDVS'     to ws-jrnl-file
026850         move ws-gseq-count to ws-jrnl-count
026860         perform journal-student-pending
026870         move 'P' to ws-pg-guard-done(i)
026880     end-if
026900     perform varying j from 1 by 1 until j > ws-gseq-count
027000         move ws-pg-id(i) to gu-student-id
027100         move ws-gseq(j)  to gu-contact-seq
027200         delete guardian-file record
027600     end-perform
027700     move '00' to ws-guardian-file-status
027710     if ws-pg-guard-done(i) = 'P'
027720         move 'GUARDVS'             to ws-jrnl-file
027730         move ws-pg-guard-count(i)  to ws-jrnl-count
027740         perform journal-student-destroyed
027750     end-if
027760     move 'Y' to ws-pg-guard-done(i)
027800     .
027900 FIND-PURGE-ROW.
028000******************************************************************
028900     end-perform
029000     .
029100 PURGE-ATTENDANCE-LOG.
029110     move zero to ws-copy-read
029120     move zero to ws-copy-kept
029200     open input attendance-file
029300     open output attendance-out-file
029400     if ws-attendance-status not = '00'
030100     perform until ws-attendance-status not = '00'
030200         read attendance-file next record
030300         if ws-attendance-status = '00'
030305             add 1 to ws-copy-read
030310             move att-student-id to ws-check-id
030400             perform find-purge-row
030500             if ws-purge-row = zero
030600                 write attendance-out-record
030700                     from attendance-record
030750                 add 1 to ws-copy-kept
030800             else
030900                 add 1 to ws-pg-att-count(ws-purge-row)
031000             end-if
031400     close attendance-out-file
031500     .
031600 PURGE-TRANSCRIPT-FILE.
031610     move zero to ws-copy-read
031620     move zero to ws-copy-kept
031700     open input transcript-file
031800     open output transcript-out-file
031900     if ws-transcript-status not = '00'
032600     perform until ws-transcript-status not = '00'
032700         read transcript-file next record
032800         if ws-transcript-status = '00'
032850             add 1 to ws-copy-read
032900             move trn-student-id to ws-check-id
033000             perform find-purge-row
033100             if ws-purge-row = zero
033200                 write transcript-out-record
033300                     from transcript-record
033350                 add 1 to ws-copy-kept
033400             else
033500                 add 1 to ws-pg-trn-count(ws-purge-row)
033600             end-if
034000     close transcript-out-file
034100     .
034200 WRITE-DESTRUCTION-CERTIFICATE.
034210******************************************************************
034220*    ONE LINE PER STUDENT NOT YET CERTIFIED. THE 'W' JOURNAL     *
034230*    RECORD GOES OUT AHEAD OF THE LINE, SO A RESTART NEVER       *
034240*    PRINTS A STUDENT A SECOND TIME. A RESTARTED RUN SAYS WHICH  *
034250*    RUN IT CONTINUES AND HOW MANY WERE CERTIFIED BEFORE.        *
034260******************************************************************
034300     open output purge-cert-rpt
034400     if ws-purgcert-status not = '00'
034500         display 'COULD NOT OPEN PURGCERT - STATUS '
034700         move 16 to return-code
034800         stop run
034900     end-if
034950     write purge-cert-line from bus-date-heading
035000     move ws-today-date to cert-h-date
035100     write purge-cert-line from cert-heading-1
035200     write purge-cert-line from cert-heading-2
035300     move ws-cutoff-date to cert-h-cutoff
035400     write purge-cert-line from cert-heading-3
035410     move zero to ws-cert-printed
035420     move zero to ws-cert-earlier
035430     if ws-purge-restart = 'Y'
035440         move ws-jrnl-hdr-date to cert-r-date
035450         write purge-cert-line from cert-restart-line
035460     end-if
035500     write purge-cert-line from cert-column-heading
035600     perform varying i from 1 by 1 until i > ws-purge-count
035610         if ws-pg-certified(i) = 'Y'
035620             add 1 to ws-cert-earlier
035630         else
035640             perform start-journal-event
035650             move 'W'         to pj-rec-type
035660             move ws-pg-id(i) to pj-student-id
035670             move 'PURGCERT'  to pj-file-code
035680             perform write-journal-record
035690             move 'Y' to ws-pg-certified(i)
035691             add 1 to ws-cert-printed
035700             move ws-pg-id(i)            to cert-d-id
035800             move ws-pg-last-name(i)     to cert-d-last-name
035900             move ws-pg-withdraw-date(i) to cert-d-withdrawn
036000             move ws-pg-guard-count(i)   to cert-d-guard
036100             move ws-pg-att-count(i)     to cert-d-att
036200             move ws-pg-trn-count(i)     to cert-d-trn
036210             move ws-pg-gpa-count(i)     to cert-d-gpa
036220             move ws-pg-imm-count(i)     to cert-d-imm
036230             move ws-pg-name-count(i)    to cert-d-name
036240             move ws-pg-disc-count(i)    to cert-d-disc
036250             move ws-pg-mir-count(i)     to cert-d-mir
036300             write purge-cert-line from cert-detail-line
036310         end-if
036400     end-perform
036500     move ws-cert-printed to cert-t-count
036600     write purge-cert-line from cert-total-line
036610     if ws-cert-earlier > zero
036620         move ws-cert-earlier to cert-e-count
036630         write purge-cert-line from cert-earlier-line
036640     end-if
036700     close purge-cert-rpt
036800     display 'DESTRUCTION CERTIFICATE WRITTEN - STUDENTS: '
036900         ws-cert-printed
037000     .
037300 PURGE-KEYED-HISTORY-FILES.
037310******************************************************************
037340*    OPTIONAL - A BUILDING THAT NEVER BUILT ONE SIMPLY HAS     *
037350*    NOTHING TO DESTROY THERE. EACH DELETE LOOP RE-STARTS AT   *
037360*    THE STUDENT'S FIRST REMAINING RECORD AND DELETES IT, SO   *
037370*    NO BROWSE POSITION EVER SPANS A DELETE. THE STUDENT'S     *
037371*    RECORDS ARE COUNTED AND JOURNALED ('P') BEFORE THE FIRST  *
037372*    DELETE, SO A RESTART CERTIFIES THE FULL COUNT EVEN WHEN   *
037373*    SOME OF THEM WENT BEFORE THE STOP.                        *
037380******************************************************************
037390     open i-o gpa-history-file
037400     if ws-gpahist-status = '00'
037410         perform varying i from 1 by 1 until i > ws-purge-count
037420             if ws-pg-gpa-done(i) not = 'Y'
037421                 perform purge-student-gpa-history
037422             end-if
037430         end-perform
037440         close gpa-history-file
037450     end-if
037460     open i-o immunization-file
037470     if ws-immun-status = '00'
037480         perform varying i from 1 by 1 until i > ws-purge-count
037490             if ws-pg-imm-done(i) not = 'Y'
037491                 perform purge-student-immunizations
037492             end-if
037500         end-perform
037510         close immunization-file
037520     end-if
037530     open i-o attend-vsam-file
037540     if ws-attvsam-status = '00'
037550         perform varying i from 1 by 1 until i > ws-purge-count
037560             if ws-pg-mir-done(i) not = 'Y'
037561                 perform purge-student-attend-mirror
037562             end-if
037570         end-perform
037580         close attend-vsam-file
037590     end-if
037600     .
037610 PURGE-STUDENT-GPA-HISTORY.
037611     if ws-pg-gpa-done(i) = 'N'
037612         perform count-student-gpa-history
037613         if ws-jrnl-count > zero
037614             move ws-jrnl-count to ws-pg-gpa-count(i)
037615             move 'GPAHIST' to ws-jrnl-file
037616             perform journal-student-pending
037617             move 'P' to ws-pg-gpa-done(i)
037618         end-if
037619     end-if
037620     move 'Y' to ws-more-rows
037630     perform until ws-more-rows = 'N'
037640         move ws-pg-id(i) to gh-student-id
037730                 move 'N' to ws-more-rows
037740             else
037750                 delete gpa-history-file record
037760                 if ws-gpahist-status not = '00'
037770                     move 'N' to ws-more-rows
037780                 end-if
037810             end-if
037820         end-if
037830     end-perform
037840     move '00' to ws-gpahist-status
037841     if ws-pg-gpa-done(i) = 'P'
037842         move 'GPAHIST' to ws-jrnl-file
037843         move ws-pg-gpa-count(i) to ws-jrnl-count
037844         perform journal-student-destroyed
037845     end-if
037846     move 'Y' to ws-pg-gpa-done(i)
037850     .
037860 PURGE-STUDENT-IMMUNIZATIONS.
037861     if ws-pg-imm-done(i) = 'N'
037862         perform count-student-immunizations
037863         if ws-jrnl-count > zero
037864             move ws-jrnl-count to ws-pg-imm-count(i)
037865             move 'IMMUNVS' to ws-jrnl-file
037866             perform journal-student-pending
037867             move 'P' to ws-pg-imm-done(i)
037868         end-if
037869     end-if
037870     move 'Y' to ws-more-rows
037880     perform until ws-more-rows = 'N'
037890         move ws-pg-id(i) to im-student-id
037980                 move 'N' to ws-more-rows
037990             else
038000                 delete immunization-file record
038010                 if ws-immun-status not = '00'
038020                     move 'N' to ws-more-rows
038030                 end-if
038060             end-if
038070         end-if
038080     end-perform
038090     move '00' to ws-immun-status
038091     if ws-pg-imm-done(i) = 'P'
038092         move 'IMMUNVS' to ws-jrnl-file
038093         move ws-pg-imm-count(i) to ws-jrnl-count
038094         perform journal-student-destroyed
038095     end-if
038096     move 'Y' to ws-pg-imm-done(i)
038100     .
038110 PURGE-STUDENT-ATTEND-MIRROR.
038111     if ws-pg-mir-done(i) = 'N'
038112         perform count-student-attend-mirror
038113         if ws-jrnl-count > zero
038114             move ws-jrnl-count to ws-pg-mir-count(i)
038115             move 'ATTNDVS' to ws-jrnl-file
038116             perform journal-student-pending
038117             move 'P' to ws-pg-mir-done(i)
038118         end-if
038119     end-if
038120     move 'Y' to ws-more-rows
038130     perform until ws-more-rows = 'N'
038140         move ws-pg-id(i) to av-student-id
038230                 move 'N' to ws-more-rows
038240             else
038250                 delete attend-vsam-file record
038260                 if ws-attvsam-status not = '00'
038270                     move 'N' to ws-more-rows
038280                 end-if
038310             end-if
038320         end-if
038330     end-perform
038340     move '00' to ws-attvsam-status
038341     if ws-pg-mir-done(i) = 'P'
038342         move 'ATTNDVS' to ws-jrnl-file
038343         move ws-pg-mir-count(i) to ws-jrnl-count
038344         perform journal-student-destroyed
038345     end-if
038346     move 'Y' to ws-pg-mir-done(i)
038350     .
038360 PURGE-NAME-HISTORY.
038370******************************************************************
038400*    PATTERN AS THE ATTENDANCE LOG. A MISSING NAMEHIST IS      *
038410*    NOTHING TO DESTROY.                                       *
038420******************************************************************
038425     move zero to ws-copy-read
038426     move zero to ws-copy-kept
038430     open input name-history-file
038440     if ws-namehist-status not = '00'
038450         continue
038550         perform until ws-namehist-status not = '00'
038560             read name-history-file next record
038570             if ws-namehist-status = '00'
038575                 add 1 to ws-copy-read
038580                 move nh-student-id to ws-check-id
038590                 perform find-purge-row
038600                 if ws-purge-row = zero
038610                     write name-history-out-record
038620                         from name-history-record
038625                     add 1 to ws-copy-kept
038630                 else
038640                     add 1 to ws-pg-name-count(ws-purge-row)
038650                 end-if
038750*    STUDENTS' INCIDENTS. A MISSING DISCFILE IS NOTHING TO     *
038760*    DESTROY.                                                  *
038770******************************************************************
038775     move zero to ws-copy-read
038776     move zero to ws-copy-kept
038780     open input discipline-file
038790     if ws-discfile-status not = '00'
038800         continue
038900         perform until ws-discfile-status not = '00'
038910             read discipline-file next record
038920             if ws-discfile-status = '00'
038925                 add 1 to ws-copy-read
038930                 move di-student-id to ws-check-id
038940                 perform find-purge-row
038950                 if ws-purge-row = zero
038960                     write discipline-out-record
038970                         from discipline-record
038975                     add 1 to ws-copy-kept
038980                 else
038990                     add 1 to ws-pg-disc-count(ws-purge-row)
039000                 end-if
039040         close discipline-out-file
039050     end-if
039060     .
039100 READ-BUSINESS-DATE.
039200******************************************************************
039300*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
039400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
039500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
039600******************************************************************
039700     open input business-date-file
039800     if ws-busdate-status not = '00'
039900         display 'COULD NOT OPEN BUSDATE - STATUS '
040000             ws-busdate-status
040100         move 16 to return-code
040200         stop run
040300     end-if
040400     read business-date-file next record
040500     if ws-busdate-status not = '00'
040600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
040700             ws-busdate-status
040800         move 16 to return-code
040900         stop run
041000     end-if
041100     close business-date-file
041200     move bd-business-date to ws-business-date
041300     if bd-override-date not = zero
041400         move bd-override-date to ws-business-date
041500         move 'Y' to ws-bus-date-override
041600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
041700             bd-override-date ' SET BY ' bd-override-operator
041800         display '    REASON: ' bd-override-reason
041900     end-if
042000     move ws-business-date to bdh-date
042100     if ws-bus-date-override = 'Y'
042200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
042300             to bdh-override
042400     end-if
042500     .
042600 PURGE-STUDENT-ROSTER-ROW.
042700******************************************************************
042800*    THE STUDENT WAS ON THE ROSTER WHEN THE LIST WAS TAKEN, SO   *
042900*    A ROW THAT IS NOT THERE NOW WAS DESTROYED BEFORE A STOP.    *
043000******************************************************************
043100     move ws-pg-id(i) to st-id
043200     read roster-file record key is st-id
043300     if ws-roster-file-status = '00'
043400         delete roster-file record
043500     end-if
043600     if ws-roster-file-status = '00'
043700         or ws-roster-file-status = '23'
043800         move 'ROSTERVS' to ws-jrnl-file
043900         move 1          to ws-jrnl-count
044000         perform journal-student-destroyed
044100         move 'Y' to ws-pg-roster-done(i)
044200     else
044300         display 'ROSTERVS DELETE FAILED FOR STUDENT ' ws-pg-id(i)
044400             ' - STATUS ' ws-roster-file-status
044500     end-if
044600     .
044700 LOAD-PURGE-JOURNAL.
044800******************************************************************
044900*    READS THE PURGE JOURNAL. WHEN ITS LAST RUN HAS NO 'C'       *
045000*    RECORD THAT RUN IS RESTARTED: ITS STUDENT LIST AND EVERY    *
045100*    STUDENT'S PROGRESS ARE REBUILT HERE AND THE ROSTER IS NOT   *
045200*    SCANNED AGAIN. A RUN THAT STOPPED WHILE ITS LIST WAS BEING  *
045300*    JOURNALED HAD DESTROYED NOTHING, AND SIMPLY STARTS OVER.    *
045400*    NO JOURNAL AT ALL IS A FIRST RUN.                           *
045500******************************************************************
045600     move zero to ws-purge-count
045700     move 'N'  to ws-purge-restart
045800     perform clear-seq-file-table
045900     open input purge-journal-file
046000     if ws-purgjrnl-status not = '00'
046100         and ws-purgjrnl-status not = '35'
046200         display 'COULD NOT OPEN PURGJRNL - STATUS '
046300             ws-purgjrnl-status
046400         move 16 to return-code
046500         stop run
046600     end-if
046700     if ws-purgjrnl-status = '00'
046800         perform until ws-purgjrnl-status not = '00'
046900             read purge-journal-file next record
047000                 into purge-journal-event
047100             if ws-purgjrnl-status = '00'
047200                 perform apply-journal-record
047300             end-if
047400         end-perform
047500         close purge-journal-file
047600     end-if
047700     if ws-jrnl-run-open = 'N'
047800         move zero to ws-purge-count
047900     else
048000         if ws-purge-count < ws-jrnl-hdr-count
048100             if ws-jrnl-work-seen = 'Y'
048200                 move 'LIST INCOMPLETE BUT DESTRUCTION RECORDED'
048300                     to ws-jrnl-reason
048400                 perform journal-inconsistent
048500             end-if
048600             display 'LAST PURGE STOPPED BEFORE DESTROYING'
048700                 ' ANYTHING - STARTING OVER'
048800             move zero to ws-purge-count
048900         else
049000             move 'Y' to ws-purge-restart
049100             perform varying ws-seq-x from 1 by 1
049200                     until ws-seq-x > ws-seq-max
049300                 if ws-seq-done(ws-seq-x) not = 'Y'
049400                     perform clear-seq-file-counts
049500                 end-if
049600             end-perform
049700         end-if
049800     end-if
049900     .
050000 APPLY-JOURNAL-RECORD.
050100     evaluate pj-rec-type
050200         when 'H'
050300             move 'Y'              to ws-jrnl-run-open
050400             move 'N'              to ws-jrnl-work-seen
050500             move zero             to ws-purge-count
050600             move pj-count         to ws-jrnl-hdr-count
050700             move pj-cutoff-date   to ws-jrnl-hdr-cutoff
050800             move pj-business-date to ws-jrnl-hdr-date
050900             perform clear-seq-file-table
051000         when 'S'
051100             perform check-journal-run-open
051200             if ws-purge-count not < ws-purge-max
051300                 move 'MORE STUDENTS LISTED THAN THE TABLE HOLDS'
051400                     to ws-jrnl-reason
051500                 perform journal-inconsistent
051600             end-if
051700             add 1 to ws-purge-count
051800             move ws-purge-count   to i
051900             move pj-student-id    to ws-pg-id(i)
052000             move pj-last-name     to ws-pg-last-name(i)
052100             move pj-first-name    to ws-pg-first-name(i)
052200             move pj-withdraw-date to ws-pg-withdraw-date(i)
052300             move zero to ws-pg-guard-count(i)
052400             move zero to ws-pg-att-count(i)
052500             move zero to ws-pg-trn-count(i)
052600             move zero to ws-pg-gpa-count(i)
052700             move zero to ws-pg-imm-count(i)
052800             move zero to ws-pg-name-count(i)
052900             move zero to ws-pg-disc-count(i)
053000             move zero to ws-pg-mir-count(i)
053100             move 'N'  to ws-pg-roster-done(i)
053200             move 'N'  to ws-pg-guard-done(i)
053300             move 'N'  to ws-pg-gpa-done(i)
053400             move 'N'  to ws-pg-imm-done(i)
053500             move 'N'  to ws-pg-mir-done(i)
053600             move 'N'  to ws-pg-certified(i)
053700         when 'P'
053800         when 'D'
053900         when 'W'
054000             perform check-journal-run-open
054100             move pj-student-id to ws-check-id
054200             perform find-purge-row
054300             if ws-purge-row = zero
054400                 display 'STUDENT ' pj-student-id
054500                     ' IS NOT ON THE INTERRUPTED RUN''S LIST'
054600                 move 'PROGRESS FOR A STUDENT NOT ON THE LIST'
054700                     to ws-jrnl-reason
054800                 perform journal-inconsistent
054900             end-if
055000             move 'Y' to ws-jrnl-work-seen
055100             perform apply-student-file-record
055200         when 'F'
055300             perform check-journal-run-open
055400             move 'Y' to ws-jrnl-work-seen
055500             move zero to j
055600             perform varying ws-seq-x from 1 by 1
055700                     until ws-seq-x > ws-seq-max
055800                 if ws-seq-code(ws-seq-x) = pj-file-code
055900                     move ws-seq-x to j
056000                 end-if
056100             end-perform
056200             if j = zero
056300                 move 'COPY COMPLETION FOR AN UNKNOWN FILE'
056400                     to ws-jrnl-reason
056500                 perform journal-inconsistent
056600             end-if
056700             move 'Y'           to ws-seq-done(j)
056800             move pj-count      to ws-seq-read(j)
056900             move pj-kept-count to ws-seq-kept(j)
057000         when 'C'
057100             perform check-journal-run-open
057200             move 'N' to ws-jrnl-run-open
057300         when other
057400             move 'UNRECOGNIZED RECORD TYPE ON THE JOURNAL'
057500                 to ws-jrnl-reason
057600             perform journal-inconsistent
057700     end-evaluate
057800     .
057900 APPLY-STUDENT-FILE-RECORD.
058000******************************************************************
058100*    A 'P' LEAVES THE FILE PENDING WITH THE COUNT FOUND BEFORE   *
058200*    THE DELETES BEGAN; A 'D' MARKS IT DESTROYED.                *
058300******************************************************************
058400     if pj-rec-type = 'D'
058500         move 'Y' to ws-jrnl-flag
058600     else
058700         move 'P' to ws-jrnl-flag
058800     end-if
058900     move ws-purge-row to i
059000     evaluate pj-file-code
059100         when 'ROSTERVS'
059200             move ws-jrnl-flag to ws-pg-roster-done(i)
059300         when 'GUARDVS'
059400             move pj-count     to ws-pg-guard-count(i)
059500             move ws-jrnl-flag to ws-pg-guard-done(i)
059600         when 'GPAHIST'
059700             move pj-count     to ws-pg-gpa-count(i)
059800             move ws-jrnl-flag to ws-pg-gpa-done(i)
059900         when 'IMMUNVS'
060000             move pj-count     to ws-pg-imm-count(i)
060100             move ws-jrnl-flag to ws-pg-imm-done(i)
060200         when 'ATTNDVS'
060300             move pj-count     to ws-pg-mir-count(i)
060400             move ws-jrnl-flag to ws-pg-mir-done(i)
060500         when 'ATTNDLOG'
060600             move pj-count     to ws-pg-att-count(i)
060700         when 'TRANSCPT'
060800             move pj-count     to ws-pg-trn-count(i)
060900         when 'NAMEHIST'
061000             move pj-count     to ws-pg-name-count(i)
061100         when 'DISCFILE'
061200             move pj-count     to ws-pg-disc-count(i)
061300         when 'PURGCERT'
061400             move 'Y' to ws-pg-certified(i)
061500         when other
061600             move 'PROGRESS RECORDED FOR AN UNKNOWN FILE'
061700                 to ws-jrnl-reason
061800             perform journal-inconsistent
061900     end-evaluate
062000     .
062100 CHECK-JOURNAL-RUN-OPEN.
062200     if ws-jrnl-run-open = 'N'
062300         move 'RECORD OUTSIDE A RUN - NO H RECORD AHEAD OF IT'
062400             to ws-jrnl-reason
062500         perform journal-inconsistent
062600     end-if
062700     .
062800 CLEAR-SEQ-FILE-TABLE.
062900     perform varying ws-seq-x from 1 by 1
063000             until ws-seq-x > ws-seq-max
063100         move 'N'  to ws-seq-done(ws-seq-x)
063200         move zero to ws-seq-read(ws-seq-x)
063300         move zero to ws-seq-kept(ws-seq-x)
063400     end-perform
063500     .
063600 CLEAR-SEQ-FILE-COUNTS.
063700******************************************************************
063800*    A COPY WITH NO 'F' RECORD IS DONE AGAIN FROM THE START, SO  *
063900*    ANY 'D' COUNTS IT GOT AS FAR AS JOURNALING ARE DROPPED.     *
064000******************************************************************
064100     perform varying i from 1 by 1 until i > ws-purge-count
064200         evaluate ws-seq-x
064300             when 1
064400                 move zero to ws-pg-att-count(i)
064500             when 2
064600                 move zero to ws-pg-trn-count(i)
064700             when 3
064800                 move zero to ws-pg-name-count(i)
064900             when 4
065000                 move zero to ws-pg-disc-count(i)
065100         end-evaluate
065200     end-perform
065300     .
065400 VERIFY-RESTART-STATE.
065500******************************************************************
065600*    BEFORE A RESTART TOUCHES ANYTHING, THE FILES MUST STILL     *
065700*    LOOK THE WAY THE JOURNAL SAYS THE INTERRUPTED RUN LEFT      *
065800*    THEM: SAME CUTOFF, NO DESTROYED ROSTER ROW BACK ON          *
065900*    ROSTERVS (A RESTORE SINCE THE STOP), AND NO RECORDS GONE    *
066000*    FROM A SEQUENTIAL FILE ALREADY COPIED. ANYTHING ELSE IS     *
066100*    REFUSED. A COPIED FILE THAT HAS ONLY GROWN SINCE, OR WHOSE  *
066200*    COPY NO LONGER MATCHES, IS SIMPLY COPIED AGAIN.             *
066300******************************************************************
066400     display 'RESTARTING THE PURGE RUN BEGUN ' ws-jrnl-hdr-date
066500         ' - STUDENTS ON ITS LIST: ' ws-purge-count
066600     if ws-cutoff-date not = ws-jrnl-hdr-cutoff
066700         display 'PURGCTL CUTOFF ' ws-cutoff-date
066800             ' - INTERRUPTED RUN''S CUTOFF ' ws-jrnl-hdr-cutoff
066900         move 'PURGCTL CUTOFF DIFFERS FROM THE INTERRUPTED RUN'
067000             to ws-jrnl-reason
067100         perform journal-inconsistent
067200     end-if
067300     open input roster-file
067400     if ws-roster-file-status not = '00'
067500         display 'COULD NOT OPEN ROSTERVS - STATUS '
067600             ws-roster-file-status
067700         move 16 to return-code
067800         stop run
067900     end-if
068000     perform varying i from 1 by 1 until i > ws-purge-count
068100         if ws-pg-roster-done(i) = 'Y'
068200             move ws-pg-id(i) to st-id
068300             read roster-file record key is st-id
068400             if ws-roster-file-status = '00'
068500                 display 'STUDENT ' ws-pg-id(i)
068600                     ' WAS DESTROYED AND IS ON ROSTERVS AGAIN'
068700                 close roster-file
068800                 move 'A DESTROYED ROSTER ROW IS BACK ON ROSTERVS'
068900                     to ws-jrnl-reason
069000                 perform journal-inconsistent
069100             end-if
069200         end-if
069300     end-perform
069400     close roster-file
069500     perform varying ws-seq-x from 1 by 1
069600             until ws-seq-x > ws-seq-max
069700         if ws-seq-done(ws-seq-x) = 'Y'
069800             perform verify-seq-file-copy
069900         end-if
070000     end-perform
070100     .
070200 VERIFY-SEQ-FILE-COPY.
070300     evaluate ws-seq-x
070400         when 1
070500             perform count-attendance-copy
070600         when 2
070700             perform count-transcript-copy
070800         when 3
070900             perform count-name-history-copy
071000         when 4
071100             perform count-discipline-copy
071200     end-evaluate
071300     if ws-copy-read < ws-seq-read(ws-seq-x)
071400         display ws-seq-code(ws-seq-x) ' HELD '
071500             ws-seq-read(ws-seq-x)
071600             ' RECORDS WHEN IT WAS COPIED - NOW ' ws-copy-read
071700         move 'RECORDS HAVE GONE FROM A FILE ALREADY COPIED'
071800             to ws-jrnl-reason
071900         perform journal-inconsistent
072000     end-if
072100     if ws-copy-read not = ws-seq-read(ws-seq-x)
072200         or ws-copy-kept not = ws-seq-kept(ws-seq-x)
072300         display ws-seq-code(ws-seq-x)
072400             ' OR ITS COPY HAS CHANGED SINCE THE PURGE COPIED IT'
072500             ' - COPYING IT AGAIN'
072600         move 'N' to ws-seq-done(ws-seq-x)
072700         perform clear-seq-file-counts
072800     end-if
072900     .
073000 COUNT-ATTENDANCE-COPY.
073100     move zero to ws-copy-read
073200     move zero to ws-copy-kept
073300     open input attendance-file
073400     if ws-attendance-status = '00'
073500         perform until ws-attendance-status not = '00'
073600             read attendance-file next record
073700             if ws-attendance-status = '00'
073800                 add 1 to ws-copy-read
073900             end-if
074000         end-perform
074100         close attendance-file
074200     end-if
074300     open input attendance-out-file
074400     if ws-attndout-status = '00'
074500         perform until ws-attndout-status not = '00'
074600             read attendance-out-file next record
074700             if ws-attndout-status = '00'
074800                 add 1 to ws-copy-kept
074900             end-if
075000         end-perform
075100         close attendance-out-file
075200     end-if
075300     .
075400 COUNT-TRANSCRIPT-COPY.
075500     move zero to ws-copy-read
075600     move zero to ws-copy-kept
075700     open input transcript-file
075800     if ws-transcript-status = '00'
075900         perform until ws-transcript-status not = '00'
076000             read transcript-file next record
076100             if ws-transcript-status = '00'
076200                 add 1 to ws-copy-read
076300             end-if
076400         end-perform
076500         close transcript-file
076600     end-if
076700     open input transcript-out-file
076800     if ws-transout-status = '00'
076900         perform until ws-transout-status not = '00'
077000             read transcript-out-file next record
077100             if ws-transout-status = '00'
077200                 add 1 to ws-copy-kept
077300             end-if
077400         end-perform
077500         close transcript-out-file
077600     end-if
077700     .
077800 COUNT-NAME-HISTORY-COPY.
077900     move zero to ws-copy-read
078000     move zero to ws-copy-kept
078100     open input name-history-file
078200     if ws-namehist-status = '00'
078300         perform until ws-namehist-status not = '00'
078400             read name-history-file next record
078500             if ws-namehist-status = '00'
078600                 add 1 to ws-copy-read
078700             end-if
078800         end-perform
078900         close name-history-file
079000     end-if
079100     open input name-history-out-file
079200     if ws-nameout-status = '00'
079300         perform until ws-nameout-status not = '00'
079400             read name-history-out-file next record
079500             if ws-nameout-status = '00'
079600                 add 1 to ws-copy-kept
079700             end-if
079800         end-perform
079900         close name-history-out-file
080000     end-if
080100     .
080200 COUNT-DISCIPLINE-COPY.
080300     move zero to ws-copy-read
080400     move zero to ws-copy-kept
080500     open input discipline-file
080600     if ws-discfile-status = '00'
080700         perform until ws-discfile-status not = '00'
080800             read discipline-file next record
080900             if ws-discfile-status = '00'
081000                 add 1 to ws-copy-read
081100             end-if
081200         end-perform
081300         close discipline-file
081400     end-if
081500     open input discipline-out-file
081600     if ws-discout-status = '00'
081700         perform until ws-discout-status not = '00'
081800             read discipline-out-file next record
081900             if ws-discout-status = '00'
082000                 add 1 to ws-copy-kept
082100             end-if
082200         end-perform
082300         close discipline-out-file
082400     end-if
082500     .
082600 JOURNAL-INCONSISTENT.
082700     display 'PURGJRNL DOES NOT MATCH THE FILES - ' ws-jrnl-reason
082800     display 'PURGE REFUSED - RECONCILE THE INTERRUPTED RUN'
082900         ' BEFORE GSPURGE IS SUBMITTED AGAIN'
083000     move 16 to return-code
083100     stop run
083200     .
083300 JOURNAL-PURGE-LIST.
083400******************************************************************
083500*    THE RUN'S 'H' RECORD AND ONE 'S' PER STUDENT, ALL WRITTEN   *
083600*    BEFORE THE FIRST DELETE.                                    *
083700******************************************************************
083800     perform start-journal-event
083900     move 'H'            to pj-rec-type
084000     move ws-purge-count to pj-count
084100     perform write-journal-record
084200     perform varying i from 1 by 1 until i > ws-purge-count
084300         perform start-journal-event
084400         move 'S'                    to pj-rec-type
084500         move ws-pg-id(i)            to pj-student-id
084600         move ws-pg-last-name(i)     to pj-last-name
084700         move ws-pg-first-name(i)    to pj-first-name
084800         move ws-pg-withdraw-date(i) to pj-withdraw-date
084900         perform write-journal-record
085000     end-perform
085100     .
085200 JOURNAL-SEQ-FILE-COPY.
085300******************************************************************
085400*    AFTER A SEQUENTIAL FILE IS COPIED: EACH STUDENT'S DROPPED   *
085500*    COUNT ('D'), THEN THE FILE'S 'F' RECORD THAT MAKES THEM     *
085600*    COUNT.                                                      *
085700******************************************************************
085800     perform varying i from 1 by 1 until i > ws-purge-count
085900         evaluate ws-seq-x
086000             when 1
086100                 move ws-pg-att-count(i)  to ws-jrnl-count
086200             when 2
086300                 move ws-pg-trn-count(i)  to ws-jrnl-count
086400             when 3
086500                 move ws-pg-name-count(i) to ws-jrnl-count
086600             when 4
086700                 move ws-pg-disc-count(i) to ws-jrnl-count
086800         end-evaluate
086900         if ws-jrnl-count > zero
087000             move ws-seq-code(ws-seq-x) to ws-jrnl-file
087100             perform journal-student-destroyed
087200         end-if
087300     end-perform
087400     perform start-journal-event
087500     move 'F'                   to pj-rec-type
087600     move ws-seq-code(ws-seq-x) to pj-file-code
087700     move ws-copy-read          to pj-count
087800     move ws-copy-kept          to pj-kept-count
087900     perform write-journal-record
088000     move 'Y'          to ws-seq-done(ws-seq-x)
088100     move ws-copy-read to ws-seq-read(ws-seq-x)
088200     move ws-copy-kept to ws-seq-kept(ws-seq-x)
088300     .
088400 JOURNAL-STUDENT-PENDING.
088500     perform start-journal-event
088600     move 'P'           to pj-rec-type
088700     move ws-pg-id(i)   to pj-student-id
088800     move ws-jrnl-file  to pj-file-code
088900     move ws-jrnl-count to pj-count
089000     perform write-journal-record
089100     .
089200 JOURNAL-STUDENT-DESTROYED.
089300     perform start-journal-event
089400     move 'D'           to pj-rec-type
089500     move ws-pg-id(i)   to pj-student-id
089600     move ws-jrnl-file  to pj-file-code
089700     move ws-jrnl-count to pj-count
089800     perform write-journal-record
089900     .
090000 START-JOURNAL-EVENT.
090100     move spaces to purge-journal-event
090200     initialize purge-journal-event
090300     move ws-cutoff-date   to pj-cutoff-date
090400     move ws-business-date to pj-business-date
090500     accept pj-event-time from time
090600     .
090700 WRITE-JOURNAL-RECORD.
090800******************************************************************
090900*    OPENED AND CLOSED FOR EVERY RECORD, SO WHATEVER THE JOURNAL *
091000*    SAYS IS DONE IS ON DISK BEFORE THE NEXT PIECE OF WORK.      *
091100******************************************************************
091200     open extend purge-journal-file
091300     if ws-purgjrnl-status = '35'
091400         open output purge-journal-file
091500     end-if
091600     if ws-purgjrnl-status not = '00'
091700         display 'COULD NOT OPEN PURGJRNL - STATUS '
091800             ws-purgjrnl-status
091900         move 16 to return-code
092000         stop run
092100     end-if
092200     write purge-journal-record from purge-journal-event
092300     if ws-purgjrnl-status not = '00'
092400         display 'PURGJRNL WRITE FAILED - STATUS '
092500             ws-purgjrnl-status
092600         move 16 to return-code
092700         stop run
092800     end-if
092900     close purge-journal-file
093000     .
093100 COUNT-STUDENT-GPA-HISTORY.
093200     move zero to ws-jrnl-count
093300     move ws-pg-id(i) to gh-student-id
093400     move low-values  to gh-term
093500     start gpa-history-file key >= gh-key
093600     if ws-gpahist-status = '00'
093700         move 'Y' to ws-more-rows
093800         perform until ws-more-rows = 'N'
093900             read gpa-history-file next record
094000             if ws-gpahist-status not = '00'
094100                 or gh-student-id not = ws-pg-id(i)
094200                 move 'N' to ws-more-rows
094300             else
094400                 add 1 to ws-jrnl-count
094500             end-if
094600         end-perform
094700     end-if
094800     move '00' to ws-gpahist-status
094900     .
095000 COUNT-STUDENT-IMMUNIZATIONS.
095100     move zero to ws-jrnl-count
095200     move ws-pg-id(i) to im-student-id
095300     move low-values  to im-vaccine-code
095400     start immunization-file key >= im-key
095500     if ws-immun-status = '00'
095600         move 'Y' to ws-more-rows
095700         perform until ws-more-rows = 'N'
095800             read immunization-file next record
095900             if ws-immun-status not = '00'
096000                 or im-student-id not = ws-pg-id(i)
096100                 move 'N' to ws-more-rows
096200             else
096300                 add 1 to ws-jrnl-count
096400             end-if
096500         end-perform
096600     end-if
096700     move '00' to ws-immun-status
096800     .
096900 COUNT-STUDENT-ATTEND-MIRROR.
097000     move zero to ws-jrnl-count
097100     move ws-pg-id(i) to av-student-id
097200     move zero        to av-date
097300     start attend-vsam-file key >= av-key
097400     if ws-attvsam-status = '00'
097500         move 'Y' to ws-more-rows
097600         perform until ws-more-rows = 'N'
097700             read attend-vsam-file next record
097800             if ws-attvsam-status not = '00'
097900                 or av-student-id not = ws-pg-id(i)
098000                 move 'N' to ws-more-rows
098100             else
098200                 add 1 to ws-jrnl-count
098300             end-if
098400         end-perform
098500     end-if
098600     move '00' to ws-attvsam-status
098700     .
