002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-08-22  RVM  ORIGINAL VERSION.
002620*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002640*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002660*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002680*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002684*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC. THE
002688*                     'MERG' RECORD NOW CARRIES THE NEXT AUDIT
002692*                     SEQUENCE NUMBER AND CONTROL HASH FROM THE
002696*                     SHARED REGISTER (AUDSEQVS, COPY ASEQREC).
002696*    2026-10-15  RVM  TRANSOUT CARRIES TRN-REPEAT-FLAG (46 BYTES).
002696*                     A COURSE BOTH IDS TOOK IS LEFT FOR THE NEXT
002696*                     GSREPEAT RUN TO SORT OUT.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005600     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-AUDIT-STATUS.
005801     SELECT AUDIT-SEQ-FILE ASSIGN TO AUDSEQVS
005802         ORGANIZATION IS INDEXED
005803         ACCESS MODE IS RANDOM
005804         RECORD KEY IS AQ-KEY
005805         FILE STATUS IS WS-AUDSEQ-STATUS.
005810     SELECT GPA-HISTORY-FILE ASSIGN TO GPAHIST
005811         ORGANIZATION IS INDEXED
005812         ACCESS MODE IS DYNAMIC
005834     SELECT DISCIPLINE-OUT-FILE ASSIGN TO DISCOUT
005835         ORGANIZATION IS LINE SEQUENTIAL
005836         FILE STATUS IS WS-DISCOUT-STATUS.
005846     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005856         ORGANIZATION IS LINE SEQUENTIAL
005866         FILE STATUS IS WS-BUSDATE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  MERGE-CONTROL-FILE
009800     05  TRO-CREDIT-HOURS        PIC 9V9.
009900     05  TRO-GRADE-LETTER        PIC X(01).
010000     05  TRO-TERM                PIC X(05).
010000     05  TRO-REPEAT-FLAG         PIC X(01).
010100 FD  AUDIT-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  AUDIT-RECORD.
010400     COPY AUDTREC.
010580 FD  AUDIT-SEQ-FILE
010760     LABEL RECORDS ARE STANDARD.
010940 01  AUDIT-SEQ-RECORD.
011120     COPY ASEQREC.
011310 FD  GPA-HISTORY-FILE
011311     LABEL RECORDS ARE STANDARD.
011312 01  GPA-HISTORY-RECORD.
011338 01  DISCIPLINE-OUT-RECORD.
011339     05  DIO-STUDENT-ID          PIC 9(07).
011340     05  DIO-REST                PIC X(14).
011350 FD  BUSINESS-DATE-FILE
011360     LABEL RECORDS ARE STANDARD.
011370 01  BUSINESS-DATE-RECORD.
011380     COPY BDATREC.
011400 WORKING-STORAGE SECTION.
011500 01  WS-MERGCTL-STATUS        PIC X(02).
011600 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012231 01  WS-DISC-REPOINTED        PIC 9(04) VALUE ZERO.
012300 01  WS-AUDIT-DATE            PIC 9(08).
012400 01  WS-AUDIT-TIME            PIC 9(08).
012404******************************************************************
012408*    AUDIT SEQUENCE AND CONTROL HASH - THE SAME REGISTER, BYTE   *
012412*    WEIGHTS, MULTIPLIER AND MODULUS AS WRITE-AUDIT-RECORD IN    *
012416*    THE NIGHTLY PROGRAM, SO THE CHAIN RUNS UNBROKEN THROUGH     *
012420*    THIS JOB'S RECORDS.                                         *
012424******************************************************************
012428 01  WS-AUDSEQ-STATUS         PIC X(02).
012432 01  WS-AUDSEQ-FOUND          PIC X.
012436 01  WS-AUDIT-HASH-CHARSET.
012440     05  FILLER               PIC X(37) VALUE
012444         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
012448     05  FILLER               PIC X(33) VALUE
012452         'abcdefghijklmnopqrstuvwxyz-.,''/&#'.
012456 77  WS-AUDIT-HASH-LENGTH     PIC 9(03) VALUE 103.
012460 77  WS-AUDIT-HASH-MODULUS    PIC 9(09) VALUE 999999937.
012464 01  WS-AUDIT-HASH-INPUT      PIC X(103).
012468 01  WS-AUDIT-HASH-X          PIC 9(03).
012472 01  WS-AUDIT-HASH-POS        PIC 9(03).
012476 01  WS-AUDIT-HASH-WORK       PIC 9(11).
012480 01  WS-AUDIT-HASH-QUOT       PIC 9(11).
012484 01  WS-AUDIT-HASH            PIC 9(09).
012500 01  WS-TODAY-DATE            PIC 9(08).
012600 01  i                        PIC 9(05).
012700 01  j                        PIC 9(05).
016000 01  WS-VICTIM-GRADE          PIC X(02).
016100 01  WS-ATT-REPOINTED         PIC 9(07) VALUE ZERO.
016200 01  WS-TRN-REPOINTED         PIC 9(05) VALUE ZERO.
016210******************************************************************
016220*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016230*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
016240*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
016250******************************************************************
016260 01  WS-BUSDATE-STATUS        PIC X(02).
016270 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016280 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016300 PROCEDURE DIVISION.
016400 MAINLINE.
016500******************************************************************
016800*    THE ATTENDANCE LOG AND THE TRANSCRIPT FILE ONCE EACH WITH   *
016900*    EVERY VICTIM ID MAPPED TO ITS SURVIVOR.                     *
017000******************************************************************
017050     perform read-business-date
017100     move ws-business-date to ws-today-date
017200     perform load-merge-pairs
017300     if ws-pair-count = zero
017400         display 'NO MERGE PAIRS ON MERGCTL - NOTHING TO DO'
036000     move 'MERGD'               to aud-result
036100     move ws-today-date         to aud-withdraw-date
036200     move 'DU'                  to aud-withdraw-reason
036210     perform next-audit-sequence
036300     write audit-record
036310     if ws-audit-status not = '00'
036320         display 'AUDITLOG WRITE FAILED - STATUS '
036330             ws-audit-status
036340         move 16 to return-code
036350         stop run
036360     end-if
036370     perform save-audit-sequence
036400     close audit-file
036500     .
036501 NEXT-AUDIT-SEQUENCE.
036502******************************************************************
036503*    STAMPS THE RECORD BEING BUILT WITH THE NEXT DISTRICT-WIDE   *
036504*    AUDIT SEQUENCE NUMBER AND ITS CONTROL HASH FROM THE SHARED  *
036505*    REGISTER (AUDSEQVS). THE REGISTER STAYS OPEN UNTIL SAVE-    *
036506*    AUDIT-SEQUENCE, SO IT ONLY MOVES ON ONCE THE AUDIT RECORD   *
036507*    IS WRITTEN. A MISSING REGISTER IS CREATED EMPTY (TRAIL      *
036508*    STARTS AT 1).                                               *
036509******************************************************************
036510     open i-o audit-seq-file
036511     if ws-audseq-status not = '00'
036512         open output audit-seq-file
036513         close audit-seq-file
036514         open i-o audit-seq-file
036515     end-if
036516     if ws-audseq-status not = '00'
036517         display 'COULD NOT OPEN AUDSEQVS - STATUS '
036518             ws-audseq-status
036519         move 16 to return-code
036520         stop run
036521     end-if
036522     move 'AUDITSEQ' to aq-key
036523     read audit-seq-file record key is aq-key
036524     evaluate ws-audseq-status
036525         when '00'
036526             move 'Y' to ws-audseq-found
036527         when '23'
036528             move 'N' to ws-audseq-found
036529             move 'AUDITSEQ' to aq-key
036530             move zero to aq-last-seq-no
036531             move zero to aq-last-hash
036532         when other
036533             display 'AUDSEQVS READ FAILED - STATUS '
036534                 ws-audseq-status
036535             move 16 to return-code
036536             stop run
036537     end-evaluate
036538     compute aud-seq-no = aq-last-seq-no + 1
036539     move aq-last-hash to ws-audit-hash
036540     perform compute-audit-hash
036541     move ws-audit-hash to aud-chain-hash
036542     .
036543 SAVE-AUDIT-SEQUENCE.
036544******************************************************************
036545*    MOVES THE REGISTER ON TO THE RECORD JUST WRITTEN AND        *
036546*    RELEASES IT.                                                *
036547******************************************************************
036548     move aud-seq-no     to aq-last-seq-no
036549     move aud-chain-hash to aq-last-hash
036550     if ws-audseq-found = 'Y'
036551         rewrite audit-seq-record
036552     else
036553         write audit-seq-record
036554     end-if
036555     if ws-audseq-status not = '00'
036556         display 'AUDSEQVS UPDATE FAILED - STATUS '
036557             ws-audseq-status
036558         move 16 to return-code
036559         stop run
036560     end-if
036561     close audit-seq-file
036562     .
036563 COMPUTE-AUDIT-HASH.
036564******************************************************************
036565*    FOLDS EVERY BYTE OF THE AUDIT RECORD AHEAD OF THE HASH      *
036566*    ITSELF INTO WS-AUDIT-HASH - IN AS THE PREVIOUS RECORD'S     *
036567*    HASH, OUT AS THIS ONE'S. SEE WRITE-AUDIT-RECORD IN THE      *
036568*    NIGHTLY PROGRAM.                                            *
036569******************************************************************
036570     move audit-record(1:103) to ws-audit-hash-input
036571     perform varying ws-audit-hash-x from 1 by 1
036572             until ws-audit-hash-x > ws-audit-hash-length
036573         move zero to ws-audit-hash-pos
036574         inspect ws-audit-hash-charset tallying ws-audit-hash-pos
036575             for characters before initial
036576             ws-audit-hash-input(ws-audit-hash-x:1)
036577         compute ws-audit-hash-work =
036578             ws-audit-hash * 31 + ws-audit-hash-pos + 1
036579         divide ws-audit-hash-work by ws-audit-hash-modulus
036580             giving ws-audit-hash-quot
036581             remainder ws-audit-hash
036582     end-perform
036583     .
036600 MAP-VICTIM-TO-SURVIVOR.
036700******************************************************************
036800*    IF THE ID JUST MOVED TO WS-VICTIM-ID BELONGS TO A VALID     *
042900                 move trn-credit-hours to tro-credit-hours
043000                 move trn-grade-letter to tro-grade-letter
043100                 move trn-term         to tro-term
043100                 move trn-repeat-flag  to tro-repeat-flag
043200                 if ws-survivor-id not = trn-student-id
043300                     add 1 to ws-trn-repointed
043400                 end-if
042840         end-if
042850     end-if
042860     .
042900 READ-BUSINESS-DATE.
043000******************************************************************
043100*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
043200*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
043300*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
043400******************************************************************
043500     open input business-date-file
043600     if ws-busdate-status not = '00'
043700         display 'COULD NOT OPEN BUSDATE - STATUS '
043800             ws-busdate-status
043900         move 16 to return-code
044000         stop run
044100     end-if
044200     read business-date-file next record
044300     if ws-busdate-status not = '00'
044400         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
044500             ws-busdate-status
044600         move 16 to return-code
044700         stop run
044800     end-if
044900     close business-date-file
045000     move bd-business-date to ws-business-date
045100     if bd-override-date not = zero
045200         move bd-override-date to ws-business-date
045300         move 'Y' to ws-bus-date-override
045400         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
045500             bd-override-date ' SET BY ' bd-override-operator
045600         display '    REASON: ' bd-override-reason
045700     end-if
045800     .
