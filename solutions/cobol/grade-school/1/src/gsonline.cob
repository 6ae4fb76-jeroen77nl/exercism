002092*                     RANGE, THE SAME CHECKS GRADE-SCHOOL.COB
002093*                     MAKES OVERNIGHT. A SUCCESSFUL ADD IS ALSO
002094*                     QUEUED TO TD QUEUE AUDT FOR THE AUDIT TRAIL.
002095*    2026-10-15  RVM  THE QUEUED AUDIT RECORD NOW CARRIES THE
002096*                     NEXT DISTRICT-WIDE AUDIT SEQUENCE NUMBER
002097*                     AND CONTROL HASH, DRAWN FROM THE SHARED
002098*                     AUDIT SEQUENCE REGISTER (AUDSEQVS, READ
002099*                     UPDATE / REWRITE) THE BATCH WRITERS ALSO
002100*                     USE. RECORD IS NOW 112 BYTES (COPY AUDTREC
002101*                     IN THE BATCH).
002101*    2026-10-15  RVM  EVERY 'I', 'N' AND 'G' INQUIRY NOW QUEUES
002101*                     ONE ACCESS RECORD PER STUDENT SHOWN (COPY
002101*                     ACCLREC) TO TD QUEUE ACCL - OPERATOR USERID,
002101*                     TERMINAL, DATE/TIME, FUNCTION AND STUDENT
002101*                     ID - SO THE DISTRICT CAN ANSWER WHO VIEWED A
002101*                     CHILD'S RECORD. AN INQUIRY THAT SHOWED NO
002101*                     STUDENT IS LOGGED TOO. GSACCREV REVIEWS THE
002101*                     LOG.
002101*    2026-10-15  RVM  ADDED 'C' (CHANGE), 'W' (WITHDRAW) AND 'T'
002101*                     (TRANSFER) SO THE REGISTRAR CAN CORRECT AN
002101*                     ADDRESS OR GRADE, WITHDRAW A FAMILY THAT IS
002101*                     MOVING, OR MOVE A STUDENT TO ANOTHER
002101*                     BUILDING WHILE THE PARENT IS AT THE COUNTER.
002101*                     SAME EDITS AND AUDIT RECORDS AS THE NIGHTLY
002101*                     CHANGE-STUDENT, WITHDRAW-STUDENT AND
002101*                     TRANSFER-STUDENT; SAME AUTHORITY LIST,
002101*                     INTERLOCK AND ENQ AS AN ONLINE ADD. THE
002101*                     WITHDRAWAL REASON IS CHECKED AGAINST THE
002101*                     CODETBL KSDS COPY GSCODES REFRESHES. A SEAT
002101*                     FREED HERE GOES TO THE WAITLIST IN THE NEXT
002101*                     GSNIGHT ENROLL PHASE. INPUT LINE IS NOW 159
002101*                     BYTES.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500******************************************************************
002600*    ONE FIXED-FORMAT LINE KEYED BY THE OPERATOR. BYTE 1 IS THE  *
002600*    SUB-FUNCTION - 'A' TO ADD A STUDENT, 'I' TO INQUIRE BY ID.  *
002600*    AN INQUIRY ONLY NEEDS WS-IN-ID FILLED IN. A 'C' CHANGE      *
002600*    APPLIES ONLY THE FIELDS KEYED (NON-BLANK, OR A NON-ZERO     *
002600*    DOB); A 'W' WITHDRAW TAKES WS-IN-WITHDRAW-REASON; A 'T'     *
002600*    TRANSFER TAKES THE NEW BUILDING IN WS-IN-SCHOOL-CODE.       *
002900******************************************************************
003000 01  WS-ONLINE-INPUT.
003100     05  WS-IN-FUNCTION          PIC X(01).
003700     05  WS-IN-SCHOOL-CODE       PIC X(04).
003800     05  WS-IN-SECTION           PIC X(01).
003850     05  WS-IN-DOB               PIC 9(08).
003850     05  WS-IN-MEAL-STATUS       PIC X(01).
003850     05  WS-IN-ADDRESS           PIC X(30).
003850     05  WS-IN-CITY              PIC X(20).
003850     05  WS-IN-STATE             PIC X(02).
003850     05  WS-IN-ZIP               PIC X(05).
003850     05  WS-IN-BUS-ROUTE         PIC X(04).
003850     05  WS-IN-IEP-STATUS        PIC X(01).
003850     05  WS-IN-DIRECTORY-OPTOUT  PIC X(01).
003850     05  WS-IN-WITHDRAW-REASON   PIC X(02).
003850 01  WS-INPUT-LENGTH             PIC S9(04) COMP VALUE +159.
004000 01  WS-RESP                     PIC S9(08) COMP.
004100 01  WS-ONLINE-RESPONSE          PIC X(400).
004110 01  WS-RESPONSE-LINES REDEFINES WS-ONLINE-RESPONSE.
004391     05  RF-DIRECTORY-OPTOUT         PIC X(01).
004392     05  RF-WITHDRAW-REASON          PIC X(02).
004393     05  RF-HOUSEHOLD-ID             PIC 9(05).
004500******************************************************************
004500*    THE ROW AS READ FOR UPDATE, AND AS REWRITTEN, FOR THE       *
004500*    'C' FUNCTION'S BEFORE AND AFTER AUDIT RECORDS.              *
004500******************************************************************
004500 01  WS-BEFORE-ROSTER-IMAGE      PIC X(180).
004500 01  WS-AFTER-ROSTER-IMAGE       PIC X(180).
004500 01  WS-MAINT-ALLOWED            PIC X.
004500******************************************************************
004500*    THE DISTRICT CODE TABLE, READ BY KEY FOR THE 'W' FUNCTION'S *
004500*    WITHDRAWAL REASON. CICS READS THE CODETBL KSDS COPY GSCODES *
004500*    REFRESHES AFTER EVERY MAINTENANCE RUN. WS-CODE-IN-FORCE IS  *
004500*    'N' FOR A CODE NOT ON FILE OR NOT IN FORCE TODAY; A TABLE   *
004500*    THAT CANNOT BE READ IS TREATED AS THE NIGHTLY LOOK-UP-CODE  *
004500*    TREATS AN UNAVAILABLE TABLE - THE CODE IS TAKEN AS KEYED.   *
004500******************************************************************
004500 01  CODE-TABLE-RECORD.
004500     COPY CODEREC.
004500 01  WS-CODE-KEY.
004500     05  WS-CK-TABLE-NAME        PIC X(08).
004500     05  WS-CK-CODE              PIC X(04).
004500 01  WS-CODE-IN-FORCE            PIC X.
004500 01  WS-GRADE-VALID              PIC X.
004600 01  j                           PIC 9(05).
004700******************************************************************
005545     05  OAUD-RESULT             PIC X(05) VALUE 'ADDED'.
005546     05  OAUD-WITHDRAW-DATE      PIC 9(08) VALUE ZERO.
005546     05  OAUD-WITHDRAW-REASON    PIC X(02) VALUE SPACES.
005546     05  OAUD-SEQ-NO             PIC 9(09) VALUE ZERO.
005546     05  OAUD-CHAIN-HASH         PIC 9(09) VALUE ZERO.
005547 01  WS-ONLINE-AUDIT-LENGTH      PIC S9(04) COMP VALUE +112.
005547******************************************************************
005547*    ONE ACCESS-LOG LINE QUEUED TO TD QUEUE ACCL PER STUDENT AN  *
005547*    INQUIRY SHOWS (SEE ACCLREC.CPY). LIKE QUEUE AUDT, ACCL IS   *
005547*    AN EXTRAPARTITION DESTINATION DRAINING TO THE ACCESSLG      *
005547*    DATASET. THE WRITEQ CARRIES NO RESP, SO A QUEUE FAILURE     *
005547*    ABENDS THE TASK BEFORE THE SEND - NO STUDENT IS EVER SHOWN  *
005547*    WITHOUT BEING LOGGED.                                       *
005547******************************************************************
005547 01  WS-ACCESS-LOG-RECORD.
005547     COPY ACCLREC.
005547 01  WS-ACCESS-LOG-LENGTH        PIC S9(04) COMP VALUE +80.
005548******************************************************************
005549*    AN ADD NOW BROWSES ROSTERVS (STARTBR/READNEXT) BEFORE THE  *
005550*    WRITE, ENFORCING THE SAME NAME AND NAME/DOB DUPLICATE      *
005554*    TERMINAL-CREATED DUPLICATE ON DUPERPT DAYS LATER.          *
005555******************************************************************
005510******************************************************************
005520*    OPERATOR IDS PERMITTED TO USE THE 'A', 'C', 'W' AND 'T'     *
005520*    FUNCTIONS. ANY SIGNED-ON OPERATOR MAY INQUIRE - ONLY        *
005520*    UPDATING ROSTERVS IS SECURITY-CLASS RESTRICTED.             *
005550******************************************************************
005560 01  WS-AUTHORIZED-OPID-LIST     PIC X(24)
005570          VALUE 'REGISTR1REGISTR2SCHLADM1'.
005792 01  WS-IDREG-KEY                PIC X(08) VALUE 'NEXTID  '.
005793 01  WS-ASSIGNED-ID              PIC 9(07).
005794******************************************************************
005795*    THE SHARED AUDIT SEQUENCE REGISTER RECORD (SEE ASEQREC.CPY) *
005796*    AND THE CONTROL-HASH WORK AREAS. THE BYTE WEIGHTS,          *
005797*    MULTIPLIER AND MODULUS ARE THE SAME AS WRITE-AUDIT-RECORD'S *
005798*    IN THE NIGHTLY PROGRAM, SO ONLINE AND BATCH RECORDS FORM ONE*
005799*    CHAIN.                                                      *
005800******************************************************************
005801 01  AUDIT-SEQ-RECORD.
005802     COPY ASEQREC.
005803 01  WS-AUDSEQ-KEY               PIC X(08) VALUE 'AUDITSEQ'.
005804 01  WS-AUDSEQ-FOUND             PIC X.
005805 01  WS-AUDIT-HASH-CHARSET.
005806     05  FILLER                  PIC X(37) VALUE
005807         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
005808     05  FILLER                  PIC X(33) VALUE
005809         'abcdefghijklmnopqrstuvwxyz-.,''/&#'.
005810 77  WS-AUDIT-HASH-LENGTH        PIC 9(03) VALUE 103.
005811 77  WS-AUDIT-HASH-MODULUS       PIC 9(09) VALUE 999999937.
005812 01  WS-AUDIT-HASH-INPUT         PIC X(103).
005813 01  WS-AUDIT-HASH-X             PIC 9(03).
005814 01  WS-AUDIT-HASH-POS           PIC 9(03).
005815 01  WS-AUDIT-HASH-WORK          PIC 9(11).
005816 01  WS-AUDIT-HASH-QUOT          PIC 9(11).
005817 01  WS-AUDIT-HASH               PIC 9(09).
005794******************************************************************
005795*    THE ROSTER INTERLOCK RECORD (SEE LOCKREC.CPY). READ AT     *
005796*    THE TOP OF EVERY ADD SO A TERMINAL CANNOT UPDATE ROSTERVS  *
005797*    WHILE GSNIGHT HOLDS IT.                                    *
006100*    ADD OR INQUIRE, SENDS BACK ONE LINE OF RESPONSE TEXT, AND   *
006200*    RETURNS CICS CONTROL TO THE OPERATOR'S NEXT KEYSTROKE.      *
006300******************************************************************
006400     initialize ws-online-input
006400     EXEC CICS RECEIVE
006400         INTO(WS-ONLINE-INPUT)
006600         LENGTH(WS-INPUT-LENGTH)
006700         RESP(WS-RESP)
006800     END-EXEC
007000         evaluate ws-in-function
007100             when 'A'
007200                 perform add-student-online
007300             when 'C'
007300                 perform change-student-online
007300             when 'W'
007300                 perform withdraw-student-online
007300             when 'T'
007300                 perform transfer-student-online
007300             when 'I'
007300                 perform inquire-student-online
007450             when 'N'
007460                 perform search-student-by-name-online
007470             when 'G'
007480                 perform inquire-attend-guardian-online
007500             when other
007600                 move
007600             'UNRECOGNIZED FUNCTION - USE A, C, W, T, I, N OR G'
007600                     to ws-online-response
007800         end-evaluate
007900     else
008000         move 'NO INPUT RECEIVED' to ws-online-response
008920******************************************************************
008930*    ASKS CICS FOR THE SIGNED-ON OPERATOR'S USERID AND SETS     *
008940*    WS-OPERATOR-AUTHORIZED TO 'Y' ONLY IF IT APPEARS IN         *
008950*    WS-AUTH-OPID. ONLY THE FUNCTIONS THAT UPDATE ROSTERVS -    *
008950*    ADD, CHANGE, WITHDRAW AND TRANSFER - CHECK THIS.            *
008970******************************************************************
008980     EXEC CICS ASSIGN
008990         USERID(WS-OPERATOR-ID)
012120                 ws-assigned-id              delimited by size
012130                 into ws-online-response
012140             end-string
012150             move 'ADD '           to oaud-action
012150             move 'ADDED'          to oaud-result
012150             move ws-in-id         to oaud-student-id
012150             move ws-in-last-name  to oaud-last-name
012150             move ws-in-first-name to oaud-first-name
012150             move ws-in-grade      to oaud-grade
012150             perform write-online-audit-record
012150         else
012150             if ws-resp = dfhresp(duprec)
012400                 move 'REJECTED - STUDENT ID ALREADY ON FILE'
012500                     to ws-online-response
012600             else
013170     end-if
013200     .

013201 CHECK-MAINTENANCE-ALLOWED.
013201******************************************************************
013201*    THE GATES EVERY ROSTERVS UPDATE PASSES BEFORE IT LOCKS THE  *
013201*    STUDENT - AN AUTHORIZED OPERATOR, NO GSNIGHT HOLD ON THE    *
013201*    ROSTER, AND A STUDENT ID KEYED. WS-MAINT-ALLOWED COMES      *
013201*    BACK 'Y', OR 'N' WITH THE REJECTION ALREADY IN THE          *
013201*    RESPONSE.                                                   *
013201******************************************************************
013201     move 'N' to ws-maint-allowed
013201     if ws-operator-authorized not = 'Y'
013201         move 'REJECTED - OPERATOR NOT AUTHORIZED TO UPDATE'
013201             to ws-online-response
013201     else
013201         perform check-batch-interlock
013201         if ws-batch-holds = 'Y'
013201             move
013201                'ROSTER FILE IS IN NIGHTLY PROCESSING - TRY LATER'
013201                 to ws-online-response
013201         else
013201             if ws-in-id = zero
013201                 move 'REJECTED - KEY THE STUDENT ID'
013201                     to ws-online-response
013201             else
013201                 move 'Y' to ws-maint-allowed
013201             end-if
013201         end-if
013201     end-if
013201     .

013201 READ-STUDENT-FOR-UPDATE.
013201******************************************************************
013201*    READS WS-IN-ID'S ROSTERVS ROW FOR UPDATE. THE CALLER HOLDS  *
013201*    THE STUDENT'S ENQ. A ROW READ HERE IS EITHER REWRITTEN OR   *
013201*    RELEASED WITH AN UNLOCK BEFORE THE CALLER RETURNS.          *
013201******************************************************************
013201     EXEC CICS READ
013201         DATASET('ROSTERVS')
013201         INTO(ROSTER-FILE-RECORD)
013201         RIDFLD(WS-IN-ID)
013201         UPDATE
013201         RESP(WS-RESP)
013201     END-EXEC
013201     .

013201 REWRITE-STUDENT-ROW.
013201     EXEC CICS REWRITE
013201         DATASET('ROSTERVS')
013201         FROM(ROSTER-FILE-RECORD)
013201         RESP(WS-RESP)
013201     END-EXEC
013201     .

013201 RELEASE-STUDENT-ROW.
013201     EXEC CICS UNLOCK
013201         DATASET('ROSTERVS')
013201     END-EXEC
013201     .

013201 AUDIT-STUDENT-NOT-FOUND.
013201******************************************************************
013201*    A 'NOFND' AUDIT RECORD FOR AN UPDATE KEYED AGAINST AN ID    *
013201*    THAT IS NOT ON ROSTERVS - OAUD-ACTION IS SET BY THE CALLER. *
013201*    THE BATCH WRITES THE SAME RECORD FOR A TRANSACTION AGAINST  *
013201*    AN UNKNOWN STUDENT.                                         *
013201******************************************************************
013201     move 'NOFND'  to oaud-result
013201     move ws-in-id to oaud-student-id
013201     move spaces   to oaud-last-name
013201     move spaces   to oaud-first-name
013201     move spaces   to oaud-grade
013201     move zero     to oaud-withdraw-date
013201     move ws-in-withdraw-reason to oaud-withdraw-reason
013201     perform write-online-audit-record
013201     move 'REJECTED - NO STUDENT ON FILE WITH THAT ID'
013201         to ws-online-response
013201     .

013201 AUDIT-STUDENT-ROW.
013201******************************************************************
013201*    QUEUES AN AUDIT RECORD FOR THE ROW NOW IN ROSTER-FILE-      *
013201*    RECORD. OAUD-ACTION AND OAUD-RESULT ARE SET BY THE CALLER.  *
013201******************************************************************
013201     move rf-id          to oaud-student-id
013201     move rf-last-name   to oaud-last-name
013201     move rf-first-name  to oaud-first-name
013201     move rf-grade       to oaud-grade
013201     perform write-online-audit-record
013201     .

013201 CHANGE-STUDENT-ONLINE.
013201******************************************************************
013201*    THE DESK'S COUNTERPART OF THE NIGHTLY CHANGE-STUDENT. ONLY  *
013201*    THE FIELDS KEYED (NON-BLANK, OR A NON-ZERO DOB) ARE APPLIED *
013201*    TO THE ROSTERVS ROW - EVERYTHING ELSE IS LEFT ALONE. A      *
013201*    KEYED GRADE MUST BE ONE OF THE 14 RECOGNIZED CODES OR THE   *
013201*    WHOLE CHANGE IS REFUSED 'BADGR' AND THE ROW IS NOT TOUCHED. *
013201*    A BEFORE AND AN AFTER AUDIT RECORD ARE QUEUED, AS THE BATCH *
013201*    WRITES THEM, SO THE TRAIL SHOWS BOTH SIDES OF THE CHANGE.   *
013201*    GUARDIAN PHONE NUMBERS ARE NOT ON THE ROSTER ROW - THEY     *
013201*    STAY WITH THE GUARDIAN MAINTENANCE IN THE NIGHTLY RUN.      *
013201******************************************************************
013201     perform check-maintenance-allowed
013201     if ws-maint-allowed = 'Y'
013201         move 'CHG ' to oaud-action
013201         perform lock-student-record
013201         perform read-student-for-update
013201         if ws-resp not = dfhresp(normal)
013201             perform audit-student-not-found
013201         else
013201             move 'Y' to ws-grade-valid
013201             if ws-in-grade not = spaces
013201                 move 'N' to ws-grade-valid
013201                 perform varying j from 1 by 1 until j > 14
013201                     if gd-code(j) = ws-in-grade
013201                         move 'Y' to ws-grade-valid
013201                     end-if
013201                 end-perform
013201             end-if
013201             if ws-grade-valid = 'N'
013201                 perform release-student-row
013201                 move 'BADGR' to oaud-result
013201                 move rf-id          to oaud-student-id
013201                 move rf-last-name   to oaud-last-name
013201                 move rf-first-name  to oaud-first-name
013201                 move ws-in-grade    to oaud-grade
013201                 perform write-online-audit-record
013201                 move 'REJECTED - NOT A RECOGNIZED GRADE CODE'
013201                     to ws-online-response
013201             else
013201                 move roster-file-record to ws-before-roster-image
013201                 perform apply-online-change-fields
013201                 perform rewrite-student-row
013201                 if ws-resp = dfhresp(normal)
013201                     move roster-file-record
013201                         to ws-after-roster-image
013201                     move ws-before-roster-image
013201                         to roster-file-record
013201                     move 'BEFOR' to oaud-result
013201                     perform audit-student-row
013201                     move ws-after-roster-image
013201                         to roster-file-record
013201                     move 'AFTER' to oaud-result
013201                     perform audit-student-row
013201                     move spaces to ws-online-response
013201                     string 'STUDENT ' delimited by size
013201                         rf-id         delimited by size
013201                         ' CHANGED'    delimited by size
013201                         into ws-online-response
013201                     end-string
013201                 else
013201                     move 'REJECTED - ROSTERVS REWRITE FAILED'
013201                         to ws-online-response
013201                 end-if
013201             end-if
013201         end-if
013201         perform unlock-student-record
013201     end-if
013201     .

013201 APPLY-ONLINE-CHANGE-FIELDS.
013201     if ws-in-last-name not = spaces
013201         move ws-in-last-name to rf-last-name
013201     end-if
013201     if ws-in-first-name not = spaces
013201         move ws-in-first-name to rf-first-name
013201     end-if
013201     if ws-in-middle-name not = spaces
013201         move ws-in-middle-name to rf-middle-name
013201     end-if
013201     if ws-in-grade not = spaces
013201         move ws-in-grade to rf-grade
013201     end-if
013201     if ws-in-school-code not = spaces
013201         move ws-in-school-code to rf-school-code
013201     end-if
013201     if ws-in-dob not = zero
013201         move ws-in-dob to rf-dob
013201     end-if
013201     if ws-in-section not = spaces
013201         move ws-in-section to rf-section
013201     end-if
013201     if ws-in-meal-status not = spaces
013201         move ws-in-meal-status to rf-meal-status
013201     end-if
013201     if ws-in-address not = spaces
013201         move ws-in-address to rf-address
013201     end-if
013201     if ws-in-city not = spaces
013201         move ws-in-city to rf-city
013201     end-if
013201     if ws-in-state not = spaces
013201         move ws-in-state to rf-state
013201     end-if
013201     if ws-in-zip not = spaces
013201         move ws-in-zip to rf-zip
013201     end-if
013201     if ws-in-bus-route not = spaces
013201         move ws-in-bus-route to rf-bus-route
013201     end-if
013201     if ws-in-iep-status not = spaces
013201         move ws-in-iep-status to rf-iep-status
013201     end-if
013201     if ws-in-directory-optout not = spaces
013201         move ws-in-directory-optout to rf-directory-optout
013201     end-if
013201     .

013201 WITHDRAW-STUDENT-ONLINE.
013201******************************************************************
013201*    THE DESK'S COUNTERPART OF THE NIGHTLY WITHDRAW-STUDENT. THE *
013201*    ROW STAYS ON ROSTERVS WITH TODAY IN RF-WITHDRAW-DATE AND    *
013201*    THE REASON IN RF-WITHDRAW-REASON. A STUDENT ALREADY         *
013201*    WITHDRAWN COMES BACK 'ALRDY'; A REASON THAT IS NOT A        *
013201*    WDRREASN CODE IN FORCE TODAY COMES BACK 'BADCD' AND THE     *
013201*    STUDENT STAYS ENROLLED. A BLANK REASON IS 'UN' (UNKNOWN),   *
013201*    AS IN THE BATCH. THE SEAT FREED IS OFFERED TO THE WAITLIST  *
013201*    BY THE NEXT GSNIGHT ENROLL PHASE (OFFER-OPEN-SEATS).        *
013201******************************************************************
013201     perform check-maintenance-allowed
013201     if ws-maint-allowed = 'Y'
013201         move 'WDR ' to oaud-action
013201         if ws-in-withdraw-reason = spaces
013201             move 'UN' to ws-in-withdraw-reason
013201         end-if
013201         perform lock-student-record
013201         perform read-student-for-update
013201         if ws-resp not = dfhresp(normal)
013201             perform audit-student-not-found
013201         else
013201             move zero to oaud-withdraw-date
013201             move ws-in-withdraw-reason to oaud-withdraw-reason
013201             if rf-withdraw-date not = zero
013201                 perform release-student-row
013201                 move 'ALRDY' to oaud-result
013201                 perform audit-student-row
013201                 move 'REJECTED - STUDENT IS ALREADY WITHDRAWN'
013201                     to ws-online-response
013201             else
013201                 perform check-withdraw-reason-online
013201                 if ws-code-in-force = 'N'
013201                     perform release-student-row
013201                     move 'BADCD' to oaud-result
013201                     perform audit-student-row
013201                     move 'REJECTED - NOT A REASON CODE IN FORCE'
013201                         to ws-online-response
013201                 else
013201                     move ws-today-date to rf-withdraw-date
013201                     move ws-in-withdraw-reason
013201                         to rf-withdraw-reason
013201                     perform rewrite-student-row
013201                     if ws-resp = dfhresp(normal)
013201                         move rf-withdraw-date
013201                             to oaud-withdraw-date
013201                         move 'REMOV' to oaud-result
013201                         perform audit-student-row
013201                         move spaces to ws-online-response
013201                         string 'STUDENT ' delimited by size
013201                             rf-id         delimited by size
013201                             ' WITHDRAWN'  delimited by size
013201                             into ws-online-response
013201                         end-string
013201                     else
013201                         move 'REJECTED - ROSTERVS REWRITE FAILED'
013201                             to ws-online-response
013201                     end-if
013201                 end-if
013201             end-if
013201         end-if
013201         perform unlock-student-record
013201     end-if
013201     .

013201 CHECK-WITHDRAW-REASON-ONLINE.
013201******************************************************************
013201*    WS-CODE-IN-FORCE 'Y' WHEN WS-IN-WITHDRAW-REASON IS A        *
013201*    WDRREASN CODE IN FORCE TODAY - EFFECTIVE ON OR BEFORE       *
013201*    TODAY, AND EITHER OPEN-ENDED OR NOT YET EXPIRED. LEAVES     *
013201*    TODAY'S DATE IN WS-TODAY-DATE FOR THE WITHDRAWAL STAMP.     *
013201******************************************************************
013201     accept ws-today-date from date yyyymmdd
013201     move 'WDRREASN'            to ws-ck-table-name
013201     move ws-in-withdraw-reason to ws-ck-code
013201     EXEC CICS READ
013201         DATASET('CODETBL')
013201         INTO(CODE-TABLE-RECORD)
013201         RIDFLD(WS-CODE-KEY)
013201         RESP(WS-RESP)
013201     END-EXEC
013201     evaluate true
013201         when ws-resp = dfhresp(notfnd)
013201             move 'N' to ws-code-in-force
013201         when ws-resp not = dfhresp(normal)
013201             move 'Y' to ws-code-in-force
013201         when ct-effective-date > ws-today-date
013201             move 'N' to ws-code-in-force
013201         when ct-expiry-date not = zero
013201             and ct-expiry-date < ws-today-date
013201             move 'N' to ws-code-in-force
013201         when other
013201             move 'Y' to ws-code-in-force
013201     end-evaluate
013201     .

013201 TRANSFER-STUDENT-ONLINE.
013201******************************************************************
013201*    THE DESK'S COUNTERPART OF THE NIGHTLY TRANSFER-STUDENT -    *
013201*    MOVES THE STUDENT TO THE BUILDING KEYED IN WS-IN-SCHOOL-    *
013201*    CODE WITHOUT DROPPING THEM FROM THE DISTRICT. AUDITED       *
013201*    'XFER'. THE SEAT LEFT BEHIND IS OFFERED TO THE WAITLIST BY  *
013201*    THE NEXT GSNIGHT ENROLL PHASE (OFFER-OPEN-SEATS).           *
013201******************************************************************
013201     perform check-maintenance-allowed
013201     if ws-maint-allowed = 'Y'
013201         and ws-in-school-code = spaces
013201         move 'N' to ws-maint-allowed
013201         move 'REJECTED - KEY THE BUILDING TO TRANSFER TO'
013201             to ws-online-response
013201     end-if
013201     if ws-maint-allowed = 'Y'
013201         move 'XFER' to oaud-action
013201         perform lock-student-record
013201         perform read-student-for-update
013201         if ws-resp not = dfhresp(normal)
013201             perform audit-student-not-found
013201         else
013201             move ws-in-school-code to rf-school-code
013201             perform rewrite-student-row
013201             if ws-resp = dfhresp(normal)
013201                 move 'XFER ' to oaud-result
013201                 perform audit-student-row
013201                 move spaces to ws-online-response
013201                 string 'STUDENT ' delimited by size
013201                     rf-id             delimited by size
013201                     ' TRANSFERRED TO ' delimited by size
013201                     rf-school-code    delimited by size
013201                     into ws-online-response
013201                 end-string
013201             else
013201                 move 'REJECTED - ROSTERVS REWRITE FAILED'
013201                     to ws-online-response
013201             end-if
013201         end-if
013201         perform unlock-student-record
013201     end-if
013201     .
013201 ONLINE-ROSTER-CHECKS.
013202******************************************************************
013203*    ONE BROWSE OF THE LIVE ROSTER, GATHERING BOTH CHECKS THE   *

013210 WRITE-ONLINE-AUDIT-RECORD.
013211******************************************************************
013212*    QUEUES ONE WS-ONLINE-AUDIT-RECORD TO TD QUEUE AUDT. THE     *
013212*    CALLER SETS THE ACTION, RESULT, STUDENT ID, NAME AND GRADE  *
013212*    (AND FOR A 'WDR ' THE WITHDRAWAL DATE AND REASON). SEE THE  *
013212*    WS-ONLINE-AUDIT-RECORD DEFINITION FOR WHY A TD QUEUE AND    *
013212*    NOT A SEQUENTIAL FILE.                                      *
013216*    THE RECORD TAKES THE NEXT DISTRICT-WIDE AUDIT SEQUENCE      *
013216*    NUMBER AND CONTROL HASH FROM AUDSEQVS. THE REGISTER IS      *
013216*    HELD (READ UPDATE) UNTIL THE RECORD IS ON THE QUEUE, SO TWO *
013216*    GSAD TASKS CANNOT QUEUE THEIR RECORDS OUT OF NUMBER ORDER.  *
013216*    IF THE REGISTER CANNOT BE READ THE ADD HAS ALREADY BEEN     *
013216*    MADE, SO THE RECORD IS STILL QUEUED - WITH A ZERO SEQUENCE  *
013216*    NUMBER, WHICH GSAUDVER REPORTS AS A BREAK IN THE CHAIN.     *
013216******************************************************************
013217     accept oaud-date from date yyyymmdd
013218     accept oaud-time from time
013219     if oaud-action not = 'WDR '
013219         move zero   to oaud-withdraw-date
013219         move spaces to oaud-withdraw-reason
013219     end-if
013219     move zero             to oaud-seq-no
013222     move zero             to oaud-chain-hash
013222     move 'N' to ws-audseq-found
013222     EXEC CICS READ
013222         DATASET('AUDSEQVS')
013222         INTO(AUDIT-SEQ-RECORD)
013222         RIDFLD(WS-AUDSEQ-KEY)
013222         UPDATE
013222         RESP(WS-RESP)
013222     END-EXEC
013222     if ws-resp = dfhresp(normal)
013222         move 'Y' to ws-audseq-found
013222         compute oaud-seq-no = aq-last-seq-no + 1
013222         move aq-last-hash to ws-audit-hash
013222         perform compute-audit-hash
013222         move ws-audit-hash to oaud-chain-hash
013222     end-if
013223     EXEC CICS WRITEQ TD
013224         QUEUE('AUDT')
013225         FROM(WS-ONLINE-AUDIT-RECORD)
013226         LENGTH(WS-ONLINE-AUDIT-LENGTH)
013227     END-EXEC
013227     if ws-audseq-found = 'Y'
013227         move oaud-seq-no     to aq-last-seq-no
013227         move oaud-chain-hash to aq-last-hash
013227         EXEC CICS REWRITE
013227             DATASET('AUDSEQVS')
013227             FROM(AUDIT-SEQ-RECORD)
013227             RESP(WS-RESP)
013227         END-EXEC
013227     end-if
013228     .
013229 COMPUTE-AUDIT-HASH.
013229******************************************************************
013229*    FOLDS EVERY BYTE OF THE AUDIT RECORD AHEAD OF THE HASH      *
013229*    ITSELF INTO WS-AUDIT-HASH - IN AS THE PREVIOUS RECORD'S     *
013229*    HASH, OUT AS THIS ONE'S. SEE WRITE-AUDIT-RECORD IN THE      *
013229*    NIGHTLY PROGRAM.                                            *
013229******************************************************************
013229     move ws-online-audit-record(1:103) to ws-audit-hash-input
013229     perform varying ws-audit-hash-x from 1 by 1
013229             until ws-audit-hash-x > ws-audit-hash-length
013229         move zero to ws-audit-hash-pos
013229         inspect ws-audit-hash-charset tallying ws-audit-hash-pos
013229             for characters before initial
013229             ws-audit-hash-input(ws-audit-hash-x:1)
013229         compute ws-audit-hash-work =
013229             ws-audit-hash * 31 + ws-audit-hash-pos + 1
013229         divide ws-audit-hash-work by ws-audit-hash-modulus
013229             giving ws-audit-hash-quot
013229             remainder ws-audit-hash
013229     end-perform
013229     .
013230 WRITE-ACCESS-LOG-RECORD.
013230******************************************************************
013230*    QUEUES ONE WS-ACCESS-LOG-RECORD TO TD QUEUE ACCL. THE       *
013230*    CALLER HAS SET AC-STUDENT-ID (ZERO WHEN NO STUDENT WAS      *
013230*    SHOWN), AC-SCHOOL-CODE AND AC-SEARCH-ARG; THE OPERATOR,     *
013230*    TERMINAL, TRANSACTION, FUNCTION AND TIME ARE FILLED HERE.   *
013230******************************************************************
013230     accept ac-date from date yyyymmdd
013230     accept ac-time from time
013230     move ws-operator-id to ac-userid
013230     move eibtrmid       to ac-termid
013230     move eibtrnid       to ac-transid
013230     move ws-in-function to ac-function
013230     EXEC CICS WRITEQ TD
013230         QUEUE('ACCL')
013230         FROM(WS-ACCESS-LOG-RECORD)
013230         LENGTH(WS-ACCESS-LOG-LENGTH)
013230     END-EXEC
013230     .
013230 SEARCH-STUDENT-BY-NAME-ONLINE.
013231******************************************************************
013232*    NAME LOOKUP FOR THE FRONT DESK. BROWSES THE WHOLE ROSTER   *
013265             END-EXEC
013266         end-if
013267         if ws-match-count = zero
013267             move 'NO STUDENT MATCHES THAT NAME'
013267                 to ws-online-response
013267             move zero            to ac-student-id
013267             move spaces          to ac-school-code
013267             move ws-in-last-name to ac-search-arg
013267             perform write-access-log-record
013267         end-if
013271     end-if
013272     .

013299                into ws-resp-line(ws-match-count)
013299             end-string
013299             end-if
013299             move rf-id           to ac-student-id
013299             move rf-school-code  to ac-school-code
013299             move ws-in-last-name to ac-search-arg
013299             perform write-access-log-record
013299         end-if
013301     end-if
013302     .

013263     perform show-guardians-online
013264     perform show-attendance-online
013265     if ws-g-line = zero
013265         move 'NO GUARDIAN OR ATTENDANCE ON FILE FOR THAT ID'
013265             to ws-online-response
013265     end-if
013265*    THE ACCESS RECORD CARRIES THE STUDENT'S BUILDING, WHICH THIS
013265*    FUNCTION DOES NOT OTHERWISE READ.
013265     move zero     to ac-student-id
013265     move spaces   to ac-school-code
013265     move ws-in-id to ac-search-arg
013265     if ws-g-line not = zero
013265         move ws-in-id to ac-student-id
013265         EXEC CICS READ
013265             DATASET('ROSTERVS')
013265             INTO(ROSTER-FILE-RECORD)
013265             RIDFLD(WS-IN-ID)
013265             RESP(WS-RESP)
013265         END-EXEC
013265         if ws-resp = dfhresp(normal)
013265             move rf-school-code to ac-school-code
013265         end-if
013265     end-if
013265     perform write-access-log-record
013265     .

013270 SHOW-GUARDIANS-ONLINE.
013271     move ws-in-id to ws-gr-id
015493         end-string
015494         end-if
015500     else
015500         move 'NO SUCH STUDENT ON ROSTERVS' to ws-online-response
015500     end-if
015500     move ws-in-id to ac-search-arg
015500     if ws-resp = dfhresp(normal)
015500         move rf-id          to ac-student-id
015500         move rf-school-code to ac-school-code
015500     else
015500         move zero           to ac-student-id
015500         move spaces         to ac-school-code
015500     end-if
015500     perform write-access-log-record
015500     .
