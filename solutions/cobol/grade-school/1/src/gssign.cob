000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSIGN.
000300 AUTHOR.        R VAN MAASDIJK.
000400 INSTALLATION.  DISTRICT ADMINISTRATIVE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CICS TRANSACTION GSSN - THE FRONT-DESK SIGN-IN/SIGN-OUT     *
000900*    BOOK. THE BUILDING CLERK SIGNS A STUDENT IN LATE ('I') OR   *
001000*    OUT EARLY ('O') WITH THE TIME AND THE NAME OF THE ADULT     *
001100*    BRINGING OR TAKING THE CHILD:                               *
001200*      - A LATE SIGN-IN POSTS THE DAY 'T' (TARDY);               *
001300*      - AN EARLY SIGN-OUT POSTS THE DAY 'E' (EARLY DISMISSAL,   *
001400*        A PARTIAL DAY), BUT ONLY AFTER THE NAMED ADULT IS       *
001500*        CHECKED AGAINST THE PICKUP AUTHORIZATION FILE (PICKAUTH,*
001600*        COPY PICKREC) AND THE GUARDVS GUARDIANS. A PROHIBITED   *
001700*        PERSON IS REFUSED WITH THE COURT-ORDER REFERENCE ON THE *
001800*        SCREEN; AN ADULT WHO IS NEITHER A GUARDIAN NOR AN       *
001900*        AUTHORIZED PICKUP IS REFUSED TOO.                       *
002000*    THE POSTING GOES TO THE ATTNDVS MIRROR FLAGGED AV-DESK-FLAG *
002100*    'D'; THE NEXT GSNIGHT ATTEND PHASE CARRIES IT INTO ATTNDLOG *
002200*    AND CLEARS THE FLAG. EVERY ACTION - ALLOWED OR REFUSED - IS *
002300*    QUEUED TO TD QUEUE SGNL (COPY SGNLREC), WHICH DRAINS TO THE *
002400*    SIGNLOG DATASET GSSIGNRP PRINTS BY BUILDING EACH DAY. ANY   *
002500*    SIGNED-ON OPERATOR MAY USE THE TRANSACTION; THE USERID AND  *
002600*    TERMINAL ARE ON EVERY LOG RECORD.                           *
002700******************************************************************
002800*    MOD-LOG
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-15  RVM  ORIGINAL VERSION.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500******************************************************************
003600*    ONE FIXED-FORMAT LINE KEYED BY THE CLERK. BYTE 1 IS 'I' FOR *
003700*    A LATE SIGN-IN OR 'O' FOR AN EARLY SIGN-OUT. WS-IN-TIME IS  *
003800*    THE TIME THE CHILD ARRIVED OR LEFT, HHMM ON THE 24-HOUR     *
003900*    CLOCK - ZERO MEANS NOW. WS-IN-ADULT-NAME IS REQUIRED FOR A  *
004000*    SIGN-OUT AND KEYED AS IT APPEARS ON THE ADULT'S ID.         *
004100******************************************************************
004200 01  WS-SIGN-INPUT.
004300     05  WS-IN-FUNCTION          PIC X(01).
004400     05  WS-IN-ID                PIC 9(07).
004500     05  WS-IN-TIME              PIC 9(04).
004600     05  WS-IN-TIME-PARTS REDEFINES WS-IN-TIME.
004700         10  WS-IN-HOUR          PIC 9(02).
004800         10  WS-IN-MINUTE        PIC 9(02).
004900     05  WS-IN-ADULT-NAME        PIC X(40).
005000 01  WS-INPUT-LENGTH             PIC S9(04) COMP VALUE +52.
005100 01  WS-RESP                     PIC S9(08) COMP.
005200 01  WS-ONLINE-RESPONSE          PIC X(400).
005300 01  WS-RESPONSE-LINES REDEFINES WS-ONLINE-RESPONSE.
005400     05  WS-RESP-LINE            OCCURS 5 TIMES PIC X(80).
005500 01  WS-RESPONSE-LENGTH          PIC S9(04) COMP.
005600 01  WS-OPERATOR-ID              PIC X(08).
005700 01  WS-TODAY-DATE               PIC 9(08).
005800 01  WS-NOW-TIME                 PIC 9(08).
005900 01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
006000     05  WS-NOW-HHMM             PIC 9(04).
006100     05  FILLER                  PIC 9(04).
006200 01  WS-EVENT-TIME               PIC 9(04).
006300 01  WS-POST-CODE                PIC X(01).
006400******************************************************************
006500*    SAME LAYOUT AS THE ROSTER-FILE FD IN GRADE-SCHOOL.COB, KEPT *
006600*    FIELD-FOR-FIELD WITH IT AS GSONLINE'S COPY IS. READ ONLY -  *
006700*    THIS TRANSACTION NEVER UPDATES ROSTERVS.                    *
006800******************************************************************
006900 01  ROSTER-FILE-RECORD.
007000     05  RF-ID                       PIC 9(07).
007100     05  RF-LAST-NAME                PIC X(30).
007200     05  RF-FIRST-NAME               PIC X(20).
007300     05  RF-MIDDLE-NAME              PIC X(20).
007400     05  RF-GRADE                    PIC X(02).
007500     05  RF-SCHOOL-CODE              PIC X(04).
007600     05  RF-DOB                      PIC 9(08).
007700     05  RF-SECTION                  PIC X(01).
007800     05  RF-MEAL-STATUS              PIC X(01).
007900     05  RF-ADDRESS                  PIC X(30).
008000     05  RF-CITY                     PIC X(20).
008100     05  RF-STATE                    PIC X(02).
008200     05  RF-ZIP                      PIC X(05).
008300     05  RF-BUS-ROUTE                PIC X(04).
008400     05  RF-PROMO-HOLD               PIC X(01).
008500     05  RF-IEP-STATUS               PIC X(01).
008600     05  RF-ENROLL-DATE              PIC 9(08).
008700     05  RF-WITHDRAW-DATE            PIC 9(08).
008800     05  RF-DIRECTORY-OPTOUT         PIC X(01).
008900     05  RF-WITHDRAW-REASON          PIC X(02).
009000     05  RF-HOUSEHOLD-ID             PIC 9(05).
009100******************************************************************
009200*    RECORD AREAS AND BROWSE KEYS FOR THE PICKUP CHECK AND THE   *
009300*    ATTENDANCE POSTING. CICS READS PICKAUTH THROUGH THE KSDS    *
009400*    COPY GSPICKUP REFRESHES EACH MORNING, KEYED BY STUDENT,     *
009500*    TYPE AND PERSON NAME (THE FIRST 48 BYTES OF PICKREC).       *
009600******************************************************************
009700 01  PICKUP-AUTH-RECORD.
009800     COPY PICKREC.
009900 01  GUARDIAN-FILE-RECORD.
010000     COPY GUARDREC.
010100 01  ATTEND-VSAM-RECORD.
010200     COPY ATTVSREC.
010300 01  WS-PICK-RIDFLD.
010400     05  WS-PR-ID                PIC 9(07).
010500     05  WS-PR-TYPE              PIC X(01).
010600     05  WS-PR-NAME              PIC X(40).
010700 01  WS-GUARD-RIDFLD.
010800     05  WS-GR-ID                PIC 9(07).
010900     05  WS-GR-SEQ               PIC 9(02).
011000 01  WS-ATT-RIDFLD.
011100     05  WS-AR-ID                PIC 9(07).
011200     05  WS-AR-DATE              PIC 9(08).
011300******************************************************************
011400*    THE PICKUP CHECK. NAMES ARE COMPARED AS UPPERCASED COPIES,  *
011500*    WHOLE-NAME, THE WAY GSCALL MATCHES A PROHIBITED PERSON      *
011600*    AGAINST A GUARDIAN. WS-PICKUP-VERDICT IS                    *
011700*        'P'  PROHIBITED PERSON - ALWAYS WINS                    *
011800*        'A'  AUTHORIZED PICKUP ON PICKAUTH                      *
011900*        'G'  GUARDIAN ON GUARDVS                                *
012000*        'N'  NOT ON EITHER FILE                                 *
012100*        'U'  PICKAUTH OR GUARDVS COULD NOT BE READ              *
012200******************************************************************
012300 01  WS-ADULT-NAME-UC            PIC X(40).
012400 01  WS-FILE-NAME-UC             PIC X(40).
012500 01  WS-PICKUP-VERDICT           PIC X(01).
012600 01  WS-PICKUP-RELATION          PIC X(10).
012700 01  WS-COURT-ORDER              PIC X(15).
012800******************************************************************
012900*    ONE SIGN-LOG LINE QUEUED TO TD QUEUE SGNL PER ACTION (SEE   *
013000*    SGNLREC.CPY). LIKE QUEUES AUDT AND ACCL, SGNL IS AN         *
013100*    EXTRAPARTITION DESTINATION - IT DRAINS TO THE SIGNLOG       *
013200*    DATASET. THE WRITEQ CARRIES NO RESP, SO A QUEUE FAILURE     *
013300*    ABENDS THE TASK BEFORE THE SEND - NO CHILD LEAVES THE       *
013400*    BUILDING ON A SCREEN THAT WAS NOT LOGGED.                   *
013500******************************************************************
013600 01  WS-SIGN-LOG-RECORD.
013700     COPY SGNLREC.
013800 01  WS-SIGN-LOG-LENGTH          PIC S9(04) COMP VALUE +160.
013900 PROCEDURE DIVISION.
014000 MAINLINE.
014100******************************************************************
014200*    PSEUDO-CONVERSATIONAL ENTRY POINT FOR TRANSACTION GSSN.     *
014300*    RECEIVES ONE FIXED-FORMAT LINE FROM THE TERMINAL, EDITS IT, *
014400*    SIGNS THE STUDENT IN OR OUT, SENDS BACK THE RESULT AND      *
014500*    RETURNS CICS CONTROL TO THE CLERK'S NEXT KEYSTROKE.         *
014600******************************************************************
014700     initialize ws-sign-input
014800     EXEC CICS RECEIVE
014900         INTO(WS-SIGN-INPUT)
015000         LENGTH(WS-INPUT-LENGTH)
015100         RESP(WS-RESP)
015200     END-EXEC
015300     move spaces to ws-online-response
015400     if ws-resp = dfhresp(normal)
015500         evaluate true
015600             when ws-in-function not = 'I'
015700                 and ws-in-function not = 'O'
015800                 move 'UNRECOGNIZED FUNCTION - USE I OR O'
015900                     to ws-online-response
016000             when ws-in-time not = zero
016100                 and (ws-in-hour > 23 or ws-in-minute > 59)
016200                 move 'REJECTED - TIME IS HHMM, OR ZERO FOR NOW'
016300                     to ws-online-response
016400             when ws-in-function = 'O'
016500                 and ws-in-adult-name = spaces
016600                 move 'REJECTED - KEY THE NAME OF THE ADULT'
016700                     to ws-online-response
016800             when other
016900                 perform sign-student-in-or-out
017000         end-evaluate
017100     else
017200         move 'NO INPUT RECEIVED' to ws-online-response
017300     end-if
017400     move 400 to ws-response-length
017500     EXEC CICS SEND TEXT
017600         FROM(WS-ONLINE-RESPONSE)
017700         LENGTH(WS-RESPONSE-LENGTH)
017800         ERASE
017900     END-EXEC
018000     EXEC CICS RETURN END-EXEC
018100     .
018200 SIGN-STUDENT-IN-OR-OUT.
018300******************************************************************
018400*    READS THE STUDENT, DECIDES WHETHER THE ACTION IS ALLOWED,   *
018500*    POSTS THE DAY WHEN IT IS, AND LOGS THE OUTCOME EITHER WAY.  *
018600*    A STUDENT NOT ON ROSTERVS, OR WITHDRAWN, IS NEVER POSTED.   *
018700******************************************************************
018800     accept ws-today-date from date yyyymmdd
018900     accept ws-now-time from time
019000     if ws-in-time = zero
019100         move ws-now-hhmm to ws-event-time
019200     else
019300         move ws-in-time  to ws-event-time
019400     end-if
019500     move ws-in-adult-name to ws-adult-name-uc
019600     inspect ws-adult-name-uc
019700         converting 'abcdefghijklmnopqrstuvwxyz'
019800         to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
019900     initialize ws-sign-log-record
020000     move ws-in-function   to sl-action
020100     move ws-in-id         to sl-student-id
020200     move ws-event-time    to sl-event-time
020300     move ws-adult-name-uc to sl-adult-name
020400     EXEC CICS READ
020500         DATASET('ROSTERVS')
020600         INTO(ROSTER-FILE-RECORD)
020700         RIDFLD(WS-IN-ID)
020800         RESP(WS-RESP)
020900     END-EXEC
021000     if ws-resp not = dfhresp(normal)
021100         move 'NOFND' to sl-result
021200         move 'NO SUCH STUDENT ON ROSTERVS' to ws-online-response
021300     else
021400         move rf-school-code to sl-school-code
021500         move rf-last-name   to sl-last-name
021600         move rf-first-name  to sl-first-name
021700         move rf-grade       to sl-grade
021800         string rf-last-name    delimited by size
021900                ', '            delimited by size
022000                rf-first-name   delimited by size
022100                ' GRADE '       delimited by size
022200                rf-grade        delimited by size
022300                ' BLDG '        delimited by size
022400                rf-school-code  delimited by size
022500             into ws-resp-line(1)
022600         end-string
022700         evaluate true
022800             when rf-withdraw-date not = zero
022900                 move 'WDRWN' to sl-result
023000                 string 'REJECTED - STUDENT WITHDRAWN '
023100                                     delimited by size
023200                     rf-withdraw-date delimited by size
023300                     into ws-resp-line(2)
023400                 end-string
023500             when ws-in-function = 'I'
023600                 perform sign-in-late
023700             when other
023800                 perform sign-out-early
023900         end-evaluate
024000     end-if
024100     perform write-sign-log-record
024200     .
024300 SIGN-IN-LATE.
024400     move 'T' to ws-post-code
024500     perform post-desk-attendance
024600     if sl-result = 'POSTD'
024700         string 'SIGNED IN LATE AT ' delimited by size
024800             ws-event-time           delimited by size
024900             ' - TARDY POSTED FOR '  delimited by size
025000             ws-today-date           delimited by size
025100             into ws-resp-line(2)
025200         end-string
025300     end-if
025400     .
025500 SIGN-OUT-EARLY.
025600******************************************************************
025700*    RELEASES THE STUDENT ONLY TO A GUARDIAN OR AN AUTHORIZED    *
025800*    PICKUP WHO IS NOT ALSO A PROHIBITED PERSON. WHEN PICKAUTH   *
025900*    CANNOT BE READ THE SCREEN CANNOT SAY WHO IS PROHIBITED, SO  *
026000*    THE CLERK IS SENT TO THE PRINTED CUSTODY-ALERT LIST AND     *
026100*    NOTHING IS POSTED.                                          *
026200******************************************************************
026300     perform check-pickup-authority
026400     evaluate ws-pickup-verdict
026500         when 'P'
026600             move 'PROHB'        to sl-result
026700             move ws-court-order to sl-court-order
026800             move ws-resp-line(1) to ws-resp-line(4)
026900             move '*** PICKUP REFUSED - PROHIBITED PERSON ***'
027000                 to ws-resp-line(1)
027100             string 'COURT ORDER ' delimited by size
027200                 ws-court-order     delimited by size
027300                 '  '               delimited by size
027400                 ws-pickup-relation delimited by size
027500                 into ws-resp-line(2)
027600             end-string
027700             move 'DO NOT RELEASE - CALL THE PRINCIPAL'
027800                 to ws-resp-line(3)
027900         when 'U'
028000             move 'UNAVL' to sl-result
028100             move 'PICKUP FILE NOT AVAILABLE - NOT SIGNED OUT'
028200                 to ws-resp-line(2)
028300             move 'CHECK THE PRINTED CUSTODY-ALERT LIST'
028400                 to ws-resp-line(3)
028500         when 'N'
028600             move 'NOAUT' to sl-result
028700             move 'PICKUP REFUSED - ADULT IS NOT A GUARDIAN OR'
028800                 to ws-resp-line(2)
028900             move 'AUTHORIZED PICKUP FOR THIS STUDENT'
029000                 to ws-resp-line(3)
029100         when other
029200             move 'E' to ws-post-code
029300             perform post-desk-attendance
029400             if sl-result = 'POSTD'
029500                 string 'SIGNED OUT AT '    delimited by size
029600                     ws-event-time          delimited by size
029700                     ' - EARLY DISMISSAL POSTED FOR '
029800                                            delimited by size
029900                     ws-today-date          delimited by size
030000                     into ws-resp-line(2)
030100                 end-string
030200             end-if
030300             string 'RELEASED TO '  delimited by size
030400                 ws-adult-name-uc   delimited by size
030500                 ' '                delimited by size
030600                 ws-pickup-relation delimited by size
030700                 into ws-resp-line(3)
030800             end-string
030900     end-evaluate
031000     .
031100 CHECK-PICKUP-AUTHORITY.
031200******************************************************************
031300*    BROWSES EVERY PICKAUTH RECORD FOR THE STUDENT. THE 'A'      *
031400*    RECORDS SORT AHEAD OF THE 'P' RECORDS, SO A NAME LISTED AS  *
031500*    BOTH ENDS PROHIBITED. ONLY WHEN PICKAUTH DOES NOT NAME THE  *
031600*    ADULT ARE THE GUARDVS GUARDIANS TRIED.                      *
031700******************************************************************
031800     move 'N'    to ws-pickup-verdict
031900     move spaces to ws-pickup-relation
032000     move spaces to ws-court-order
032100     move ws-in-id to ws-pr-id
032200     move space    to ws-pr-type
032300     move spaces   to ws-pr-name
032400     EXEC CICS STARTBR
032500         DATASET('PICKAUTH')
032600         RIDFLD(WS-PICK-RIDFLD)
032700         GTEQ
032800         RESP(WS-RESP)
032900     END-EXEC
033000     evaluate true
033100         when ws-resp = dfhresp(normal)
033200             perform read-next-pickup-auth
033300                 until ws-resp not = dfhresp(normal)
033400                 or ws-pickup-verdict = 'P'
033500             EXEC CICS ENDBR
033600                 DATASET('PICKAUTH')
033700             END-EXEC
033800             if ws-resp not = dfhresp(normal)
033900                 and ws-resp not = dfhresp(endfile)
034000                 and ws-pickup-verdict not = 'P'
034100                 move 'U' to ws-pickup-verdict
034200             end-if
034300         when ws-resp = dfhresp(notfnd)
034400             continue
034500         when other
034600             move 'U' to ws-pickup-verdict
034700     end-evaluate
034800     if ws-pickup-verdict = 'N'
034900         perform check-guardian-names
035000     end-if
035100     .
035200 READ-NEXT-PICKUP-AUTH.
035300     EXEC CICS READNEXT
035400         DATASET('PICKAUTH')
035500         INTO(PICKUP-AUTH-RECORD)
035600         RIDFLD(WS-PICK-RIDFLD)
035700         RESP(WS-RESP)
035800     END-EXEC
035900     if ws-resp = dfhresp(normal)
036000         if pk-student-id not = ws-in-id
036100             move dfhresp(endfile) to ws-resp
036200         else
036300             move pk-person-name to ws-file-name-uc
036400             inspect ws-file-name-uc
036500                 converting 'abcdefghijklmnopqrstuvwxyz'
036600                 to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
036700             if ws-file-name-uc = ws-adult-name-uc
036800                 evaluate pk-type
036900                     when 'P'
037000                         move 'P' to ws-pickup-verdict
037100                         move pk-court-order to ws-court-order
037200                         move pk-relationship
037300                             to ws-pickup-relation
037400                     when 'A'
037500                         move 'A' to ws-pickup-verdict
037600                         move pk-relationship
037700                             to ws-pickup-relation
037800                 end-evaluate
037900             end-if
038000         end-if
038100     end-if
038200     .
038300 CHECK-GUARDIAN-NAMES.
038400     move ws-in-id to ws-gr-id
038500     move zero     to ws-gr-seq
038600     EXEC CICS STARTBR
038700         DATASET('GUARDVS')
038800         RIDFLD(WS-GUARD-RIDFLD)
038900         GTEQ
039000         RESP(WS-RESP)
039100     END-EXEC
039200     evaluate true
039300         when ws-resp = dfhresp(normal)
039400             perform read-next-guardian-name
039500                 until ws-resp not = dfhresp(normal)
039600                 or ws-pickup-verdict = 'G'
039700             EXEC CICS ENDBR
039800                 DATASET('GUARDVS')
039900             END-EXEC
040000             if ws-resp not = dfhresp(normal)
040100                 and ws-resp not = dfhresp(endfile)
040200                 move 'U' to ws-pickup-verdict
040300             end-if
040400         when ws-resp = dfhresp(notfnd)
040500             continue
040600         when other
040700             move 'U' to ws-pickup-verdict
040800     end-evaluate
040900     .
041000 READ-NEXT-GUARDIAN-NAME.
041100     EXEC CICS READNEXT
041200         DATASET('GUARDVS')
041300         INTO(GUARDIAN-FILE-RECORD)
041400         RIDFLD(WS-GUARD-RIDFLD)
041500         RESP(WS-RESP)
041600     END-EXEC
041700     if ws-resp = dfhresp(normal)
041800         if gu-student-id not = ws-in-id
041900             move dfhresp(endfile) to ws-resp
042000         else
042100             move gu-guardian-name to ws-file-name-uc
042200             inspect ws-file-name-uc
042300                 converting 'abcdefghijklmnopqrstuvwxyz'
042400                 to         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
042500             if ws-file-name-uc = ws-adult-name-uc
042600                 move 'G'             to ws-pickup-verdict
042700                 move gu-relationship to ws-pickup-relation
042800             end-if
042900         end-if
043000     end-if
043100     .
043200 POST-DESK-ATTENDANCE.
043300******************************************************************
043400*    POSTS WS-POST-CODE FOR TODAY TO THE ATTNDVS MIRROR - A      *
043500*    REWRITE WHEN THE DAY IS ALREADY THERE (THE MORNING ROLL),   *
043600*    A WRITE WHEN IT IS NOT - AND FLAGS IT 'D' FOR THE NIGHTLY   *
043700*    CARRY INTO ATTNDLOG. THE DESK'S STATUS REPLACES WHATEVER    *
043800*    THE DAY SHOWED; ANY REASON AND EXCUSE DETERMINATION GO      *
043900*    WITH IT, SINCE THEY BELONGED TO THE OLD STATUS. A POSTING   *
044000*    THAT FAILS IS LOGGED 'NOPST' AND THE CLERK IS TOLD TO HAVE  *
044100*    THE DAY KEYED ON THE BUILDING'S ATTNDTRN INSTEAD.           *
044200******************************************************************
044300     move ws-in-id      to ws-ar-id
044400     move ws-today-date to ws-ar-date
044500     EXEC CICS READ
044600         DATASET('ATTNDVS')
044700         INTO(ATTEND-VSAM-RECORD)
044800         RIDFLD(WS-ATT-RIDFLD)
044900         UPDATE
045000         RESP(WS-RESP)
045100     END-EXEC
045200     evaluate true
045300         when ws-resp = dfhresp(normal)
045400             perform set-desk-posting-fields
045500             EXEC CICS REWRITE
045600                 DATASET('ATTNDVS')
045700                 FROM(ATTEND-VSAM-RECORD)
045800                 RESP(WS-RESP)
045900             END-EXEC
046000         when ws-resp = dfhresp(notfnd)
046100             move ws-att-ridfld to av-key
046200             perform set-desk-posting-fields
046300             EXEC CICS WRITE
046400                 DATASET('ATTNDVS')
046500                 FROM(ATTEND-VSAM-RECORD)
046600                 RIDFLD(WS-ATT-RIDFLD)
046700                 RESP(WS-RESP)
046800             END-EXEC
046900     end-evaluate
047000     if ws-resp = dfhresp(normal)
047100         move 'POSTD' to sl-result
047200     else
047300         move 'NOPST' to sl-result
047400         move 'ATTENDANCE NOT POSTED - KEY IT ON ATTNDTRN'
047500             to ws-resp-line(2)
047600     end-if
047700     .
047800 SET-DESK-POSTING-FIELDS.
047900     move ws-post-code to av-status-code
048000     move space        to av-correction-flag
048100     move spaces       to av-reason-code
048200     move space        to av-excused-flag
048300     move 'D'          to av-desk-flag
048400     .
048500 WRITE-SIGN-LOG-RECORD.
048600******************************************************************
048700*    QUEUES ONE WS-SIGN-LOG-RECORD TO TD QUEUE SGNL. THE CALLER  *
048800*    HAS SET THE STUDENT, ACTION, ADULT AND RESULT; THE          *
048900*    OPERATOR, TERMINAL, DATE AND TIME ARE FILLED HERE.          *
049000******************************************************************
049100     EXEC CICS ASSIGN
049200         USERID(WS-OPERATOR-ID)
049300     END-EXEC
049400     move ws-today-date  to sl-date
049500     move ws-now-time    to sl-time
049600     move ws-operator-id to sl-userid
049700     move eibtrmid       to sl-termid
049800     EXEC CICS WRITEQ TD
049900         QUEUE('SGNL')
050000         FROM(WS-SIGN-LOG-RECORD)
050100         LENGTH(WS-SIGN-LOG-LENGTH)
050200     END-EXEC
050300     .
