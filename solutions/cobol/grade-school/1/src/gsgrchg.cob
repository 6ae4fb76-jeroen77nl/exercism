002100*    ITSELF IS THE RETAINED CHANGE DOCUMENT. REJECTS:            *
002200*      NOFND - NO TRANSCPT ROW FOR STUDENT/COURSE/TERM,          *
002300*      WRGOL - THE GRADE ON FILE IS NOT THE OLD GRADE NAMED,     *
002400*      BADGR - THE NEW GRADE IS NOT A-F (OR, ON A TRANSFER-TERM  *
002400*              ROW POSTED BY GSXFER, 'P' - CREDIT WITHOUT GRADE  *
002400*              POINTS, WHICH NEVER ENTERS A GPA). ON A PASS/FAIL *
002400*              COURSE (CAT-GRADING-BASIS 'P') IT MUST BE 'P' OR  *
002400*              'N' INSTEAD.                                      *
002400*    A CHANGE CAN ALSO CHANGE WHICH ATTEMPT OF A REPEATED COURSE *
002400*    COUNTS - THE STUDENT'S ATTEMPTS AT THE CHANGED COURSE ARE   *
002400*    RE-MARKED BY THE SAME RULE GSREPEAT APPLIES, AND THE        *
002400*    RECOMPUTE STARTS FROM THE EARLIEST TERM WHOSE FLAG MOVED.   *
002400*    A REPLACED ATTEMPT ('R') AND A PASS/FAIL 'N' ADD NOTHING TO *
002400*    THE RECOMPUTED TERM.                                        *
002500*    SEE JCL/GSGRCHG.JCL.                                        *
002600******************************************************************
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002920*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC. THE
002940*                     'GRCH' RECORD NOW CARRIES THE NEXT AUDIT
002960*                     SEQUENCE NUMBER AND CONTROL HASH FROM THE
002980*                     SHARED REGISTER (AUDSEQVS, COPY ASEQREC).
002980*    2026-10-15  RVM  TRANSFER CREDIT: A GRADE 'P' ROW (CREDIT
002980*                     WITHOUT GRADE POINTS) ADDS NO CREDIT TO THE
002980*                     RECOMPUTED TERM, AND 'P' IS A VALID NEW
002980*                     GRADE ON A TRANSFER-TERM ('T') ROW.
002980*    2026-10-15  RVM  AN OPEN INCOMPLETE (GRADE 'I') ADDS NO
002980*                     CREDIT TO THE RECOMPUTED TERM. CHANGING AN
002980*                     'I' TO ITS FINAL GRADE RESOLVES IT - GSINCMP
002980*                     PICKS THAT UP FROM TRANSCPT, AND SENDS ITS
002980*                     OWN DEADLINE CONVERSIONS THROUGH THIS JOB.
002980*    2026-10-15  RVM  COURSE REPEATS AND PASS/FAIL COURSES: A
002980*                     REPLACED ATTEMPT (TRN-REPEAT-FLAG 'R') OR A
002980*                     PASS/FAIL 'N' ADDS NOTHING TO THE RECOMPUTED
002980*                     TERM; THE FLAG IS CARRIED ON REWRITE AND THE
002980*                     CHANGED COURSE'S ATTEMPTS ARE RE-MARKED AS
002980*                     GSREPEAT WOULD. A PASS/FAIL COURSE TAKES
002980*                     ONLY A NEW GRADE OF 'P' OR 'N'.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005300     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005510     SELECT AUDIT-SEQ-FILE ASSIGN TO AUDSEQVS
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS RANDOM
005540         RECORD KEY IS AQ-KEY
005550         FILE STATUS IS WS-AUDSEQ-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  GRADE-CHANGE-FILE
008800 FD  AUDIT-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  AUDIT-RECORD.
009100     COPY AUDTREC.
009300 FD  AUDIT-SEQ-FILE
009500     LABEL RECORDS ARE STANDARD.
009700 01  AUDIT-SEQ-RECORD.
009900     COPY ASEQREC.
010100 WORKING-STORAGE SECTION.
010200 01  WS-GRCHG-STATUS          PIC X(02).
010300 01  WS-TRANSCRIPT-STATUS     PIC X(02).
011000 01  k                        PIC 9(05).
011100 01  WS-AUDIT-DATE            PIC 9(08).
011200 01  WS-AUDIT-TIME            PIC 9(08).
011204******************************************************************
011208*    AUDIT SEQUENCE AND CONTROL HASH - THE SAME REGISTER, BYTE   *
011212*    WEIGHTS, MULTIPLIER AND MODULUS AS WRITE-AUDIT-RECORD IN    *
011216*    THE NIGHTLY PROGRAM, SO THE CHAIN RUNS UNBROKEN THROUGH     *
011220*    THIS JOB'S RECORDS.                                         *
011224******************************************************************
011228 01  WS-AUDSEQ-STATUS         PIC X(02).
011232 01  WS-AUDSEQ-FOUND          PIC X.
011236 01  WS-AUDIT-HASH-CHARSET.
011240     05  FILLER               PIC X(37) VALUE
011244         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
011248     05  FILLER               PIC X(33) VALUE
011252         'abcdefghijklmnopqrstuvwxyz-.,''/&#'.
011256 77  WS-AUDIT-HASH-LENGTH     PIC 9(03) VALUE 103.
011260 77  WS-AUDIT-HASH-MODULUS    PIC 9(09) VALUE 999999937.
011264 01  WS-AUDIT-HASH-INPUT      PIC X(103).
011268 01  WS-AUDIT-HASH-X          PIC 9(03).
011272 01  WS-AUDIT-HASH-POS        PIC 9(03).
011276 01  WS-AUDIT-HASH-WORK       PIC 9(11).
011280 01  WS-AUDIT-HASH-QUOT       PIC 9(11).
011284 01  WS-AUDIT-HASH            PIC 9(09).
011300******************************************************************
011400*    GRADE-LETTER TO GRADE-POINT TABLES - THE SAME FLAT AND      *
011500*    WEIGHTED SCALES THE GSGPA RUN USES, SO A RECOMPUTED TERM    *
013000     05  WS-CAT-ENTRY         OCCURS 500 TIMES.
013100         10  WS-CAT-CODE      PIC X(06).
013200         10  WS-CAT-HONORS    PIC X(01).
013200         10  WS-CAT-BASIS     PIC X(01).
013300 01  WS-CAT-ROW               PIC 9(03).
013400******************************************************************
013500*    NAME AND GRADE PER ROSTER ROW FOR THE AUDIT STAMP. A        *
016000         10  WS-TRN-HOURS     PIC 9V9.
016100         10  WS-TRN-LETTER    PIC X(01).
016200         10  WS-TRN-TERM      PIC X(05).
016200         10  WS-TRN-FLAG      PIC X(01).
016200 01  WS-TRN-ROW               PIC 9(05).
016200******************************************************************
016200*    REPEAT REPLACEMENT RANK - THE SAME SCALE GSREPEAT USES. THE *
016200*    HIGHEST RANK COUNTS, A TIE GOES TO THE LATER ROW ON FILE;   *
016200*    A LETTER NOT ON THE LIST (AN OPEN 'I') IS NOT AN ATTEMPT.   *
016200******************************************************************
016200 01  WS-RANK-LETTER-LIST      PIC X(07) VALUE 'ABCDPFN'.
016200 01  WS-RANK-LETTER-TABLE REDEFINES WS-RANK-LETTER-LIST.
016200     05  RK-LETTER            OCCURS 7 TIMES PIC X(01).
016200 01  WS-RANK-VALUE-LIST       PIC X(07) VALUE '6543211'.
016200 01  WS-RANK-VALUE-TABLE REDEFINES WS-RANK-VALUE-LIST.
016200     05  RK-VALUE             OCCURS 7 TIMES PIC 9(01).
016200 01  WS-RANK                  PIC 9(01).
016200 01  WS-BEST-RANK             PIC 9(01).
016200 01  WS-BEST-ROW              PIC 9(05).
016200 01  WS-NEW-FLAG              PIC X(01).
016200 01  WS-NOTE-TERM             PIC X(05).
016400******************************************************************
016500*    THE STUDENTS TONIGHT'S CHANGES TOUCHED, EACH WITH THE       *
016600*    EARLIEST CHANGED TERM - THE RECOMPUTE STARTS THERE AND      *
023900                 move cat-course-code
024000                     to ws-cat-code(ws-catalog-count)
024100                 move cat-honors-flag
024100                     to ws-cat-honors(ws-catalog-count)
024100                 move cat-grading-basis
024100                     to ws-cat-basis(ws-catalog-count)
024300             end-if
024400         end-perform
024500         close course-catalog-file
029000                 move trn-grade-letter
029100                     to ws-trn-letter(ws-trn-count)
029200                 move trn-term
029200                     to ws-trn-term(ws-trn-count)
029200                 move trn-repeat-flag
029200                     to ws-trn-flag(ws-trn-count)
029400             end-if
029500         end-perform
029600         close transcript-file
033200         end-if
033300     end-if
033400     if ws-edit-reason = spaces
033400         move zero to ws-cat-row
033400         perform varying j from 1 by 1 until j > ws-catalog-count
033400             if ws-cat-code(j) = gc-course-code
033400                 move j to ws-cat-row
033400             end-if
033400         end-perform
033400         if ws-cat-row not = zero
033400             and ws-cat-basis(ws-cat-row) = 'P'
033400             if gc-new-grade not = 'P'
033400                 and gc-new-grade not = 'N'
033400                 move 'BADGR' to ws-edit-reason
033400             end-if
033400         else
033400             if gc-new-grade not = 'A'
033400                 and gc-new-grade not = 'B'
033400                 and gc-new-grade not = 'C'
033400                 and gc-new-grade not = 'D'
033400                 and gc-new-grade not = 'F'
033400                 and (gc-new-grade not = 'P'
033400                      or ws-trn-term(ws-trn-row)(5:1) not = 'T')
033400                 move 'BADGR' to ws-edit-reason
033400             end-if
033400         end-if
033400     end-if
033400     if ws-edit-reason = spaces
033400         move gc-new-grade to ws-trn-letter(ws-trn-row)
033400         add 1 to ws-changes-applied
033400         move gc-term to ws-note-term
033400         perform note-affected-student
033400         perform remark-repeat-group
034600         move spaces to ws-audit-result
034700         string gc-old-grade delimited by size
034800             ' > '           delimited by size
037300         add 1 to ws-aff-count
037350         move ws-aff-count to ws-aff-row
037400         move gc-student-id to ws-aff-id(ws-aff-row)
037400         move ws-note-term  to ws-aff-term(ws-aff-row)
037400     end-if
037400     if ws-aff-row not = zero
037400         and ws-note-term < ws-aff-term(ws-aff-row)
037400         move ws-note-term to ws-aff-term(ws-aff-row)
037400     end-if
037400     .
037400 REMARK-REPEAT-GROUP.
037400******************************************************************
037400*    THE STUDENT'S ATTEMPTS AT THE CHANGED COURSE, RE-MARKED:    *
037400*    THE BEST (LATEST OF EQUALS) COUNTS, THE REST ARE 'R'. A ROW *
037400*    WHOSE FLAG MOVES PULLS THE RECOMPUTE BACK TO ITS TERM.      *
037400******************************************************************
037400     move zero to ws-best-rank
037400     move zero to ws-best-row
037400     perform varying i from 1 by 1 until i > ws-trn-count
037400         if ws-trn-id(i) = gc-student-id
037400             and ws-trn-course(i) = gc-course-code
037400             perform find-letter-rank
037400             if ws-rank not = zero
037400                 and ws-rank not < ws-best-rank
037400                 move ws-rank to ws-best-rank
037400                 move i       to ws-best-row
037400             end-if
037400         end-if
037400     end-perform
037400     perform varying i from 1 by 1 until i > ws-trn-count
037400         if ws-trn-id(i) = gc-student-id
037400             and ws-trn-course(i) = gc-course-code
037400             perform find-letter-rank
037400             if ws-rank not = zero
037400                 and i not = ws-best-row
037400                 move 'R'   to ws-new-flag
037400             else
037400                 move space to ws-new-flag
037400             end-if
037400             if ws-new-flag not = ws-trn-flag(i)
037400                 move ws-new-flag to ws-trn-flag(i)
037400                 move ws-trn-term(i) to ws-note-term
037400                 perform note-affected-student
037400             end-if
037400         end-if
037400     end-perform
037400     .
037400 FIND-LETTER-RANK.
037400     move zero to ws-rank
037400     perform varying k from 1 by 1 until k > 7
037400         if rk-letter(k) = ws-trn-letter(i)
037400             move rk-value(k) to ws-rank
037400         end-if
037400     end-perform
037400     .
037700 WRITE-GRADE-CHANGE-AUDIT.
037800******************************************************************
037900*    APPENDS THE 'GRCH' RECORD IN THE NIGHTLY PROGRAM'S AUDIT    *
041100     move ws-audit-result to aud-result
041200     move zero            to aud-withdraw-date
041300     move spaces          to aud-withdraw-reason
041310     perform next-audit-sequence
041400     write audit-record
041410     if ws-audit-status not = '00'
041420         display 'AUDITLOG WRITE FAILED - STATUS '
041430             ws-audit-status
041440         move 16 to return-code
041450         stop run
041460     end-if
041470     perform save-audit-sequence
041500     close audit-file
041600     .
041601 NEXT-AUDIT-SEQUENCE.
041602******************************************************************
041603*    STAMPS THE RECORD BEING BUILT WITH THE NEXT DISTRICT-WIDE   *
041604*    AUDIT SEQUENCE NUMBER AND ITS CONTROL HASH FROM THE SHARED  *
041605*    REGISTER (AUDSEQVS). THE REGISTER STAYS OPEN UNTIL SAVE-    *
041606*    AUDIT-SEQUENCE, SO IT ONLY MOVES ON ONCE THE AUDIT RECORD   *
041607*    IS WRITTEN. A MISSING REGISTER IS CREATED EMPTY (TRAIL      *
041607*    STARTS AT 1).                                               *
041608******************************************************************
041609     open i-o audit-seq-file
041610     if ws-audseq-status not = '00'
041611         open output audit-seq-file
041612         close audit-seq-file
041613         open i-o audit-seq-file
041614     end-if
041615     if ws-audseq-status not = '00'
041616         display 'COULD NOT OPEN AUDSEQVS - STATUS '
041617             ws-audseq-status
041618         move 16 to return-code
041619         stop run
041620     end-if
041621     move 'AUDITSEQ' to aq-key
041622     read audit-seq-file record key is aq-key
041623     evaluate ws-audseq-status
041624         when '00'
041625             move 'Y' to ws-audseq-found
041626         when '23'
041627             move 'N' to ws-audseq-found
041628             move 'AUDITSEQ' to aq-key
041629             move zero to aq-last-seq-no
041630             move zero to aq-last-hash
041631         when other
041632             display 'AUDSEQVS READ FAILED - STATUS '
041633                 ws-audseq-status
041634             move 16 to return-code
041635             stop run
041636     end-evaluate
041637     compute aud-seq-no = aq-last-seq-no + 1
041638     move aq-last-hash to ws-audit-hash
041639     perform compute-audit-hash
041640     move ws-audit-hash to aud-chain-hash
041641     .
041642 SAVE-AUDIT-SEQUENCE.
041643******************************************************************
041644*    MOVES THE REGISTER ON TO THE RECORD JUST WRITTEN AND        *
041645*    RELEASES IT.                                                *
041646******************************************************************
041647     move aud-seq-no     to aq-last-seq-no
041648     move aud-chain-hash to aq-last-hash
041649     if ws-audseq-found = 'Y'
041650         rewrite audit-seq-record
041651     else
041652         write audit-seq-record
041653     end-if
041654     if ws-audseq-status not = '00'
041655         display 'AUDSEQVS UPDATE FAILED - STATUS '
041656             ws-audseq-status
041657         move 16 to return-code
041658         stop run
041659     end-if
041660     close audit-seq-file
041661     .
041662 COMPUTE-AUDIT-HASH.
041663******************************************************************
041664*    FOLDS EVERY BYTE OF THE AUDIT RECORD AHEAD OF THE HASH      *
041665*    ITSELF INTO WS-AUDIT-HASH - IN AS THE PREVIOUS RECORD'S     *
041666*    HASH, OUT AS THIS ONE'S. SEE WRITE-AUDIT-RECORD IN THE      *
041667*    NIGHTLY PROGRAM.                                            *
041668******************************************************************
041669     move audit-record(1:103) to ws-audit-hash-input
041670     perform varying ws-audit-hash-x from 1 by 1
041671             until ws-audit-hash-x > ws-audit-hash-length
041672         move zero to ws-audit-hash-pos
041673         inspect ws-audit-hash-charset tallying ws-audit-hash-pos
041674             for characters before initial
041675             ws-audit-hash-input(ws-audit-hash-x:1)
041676         compute ws-audit-hash-work =
041677             ws-audit-hash * 31 + ws-audit-hash-pos + 1
041678         divide ws-audit-hash-work by ws-audit-hash-modulus
041679             giving ws-audit-hash-quot
041680             remainder ws-audit-hash
041681     end-perform
041682     .
041700 REWRITE-TRANSCRIPT-FILE.
041800     open output transcript-file
041900     if ws-transcript-status = '00'
042400             move ws-trn-hours(j)  to trn-credit-hours
042500             move ws-trn-letter(j) to trn-grade-letter
042600             move ws-trn-term(j)   to trn-term
042600             move ws-trn-flag(j)   to trn-repeat-flag
042600             write transcript-record
042800         end-perform
042900         close transcript-file
043000     else
054300     end-if
054400     .
054500 ADD-COURSE-TO-TERM-TOTALS.
054500     move zero to ws-points-earned
054500     move zero to ws-wpoints-earned
054500     perform varying k from 1 by 1 until k > 5
054500         if gp-letter(k) = ws-trn-letter(j)
054500             and ws-trn-flag(j) not = 'R'
055000             compute ws-points-earned rounded =
055100                 gp-points(k) * ws-trn-hours(j)
055200             move zero to ws-cat-row
056500             end-if
056600         end-if
056700     end-perform
056800     if ws-trn-letter(j) not = 'P'
056800         and ws-trn-letter(j) not = 'I'
056800         and ws-trn-letter(j) not = 'N'
056800         and ws-trn-flag(j) not = 'R'
056800         add ws-trn-hours(j) to ws-term-credits
056800     end-if
056800     add ws-points-earned   to ws-term-points
057000     add ws-wpoints-earned  to ws-term-wpoints
057100     .
