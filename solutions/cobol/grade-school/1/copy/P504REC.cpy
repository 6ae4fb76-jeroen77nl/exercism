000100******************************************************************
000200*    P504REC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE SECTION 504 PLAN FILE (PLAN504). ONE  *
000400*    RECORD PER STUDENT WHO HAS EVER HAD A 504 PLAN, IN STUDENT  *
000500*    ID ORDER, REWRITTEN WHOLE BY GS504 FROM THE CASE MANAGERS'  *
000600*    CARDS (P504TRN):                                            *
000700*      SP-STATUS          - 'A' ACTIVE, 'E' ENDED. A NEW PLAN    *
000800*                           FOR A STUDENT WHOSE PLAN HAS ENDED   *
000900*                           REPLACES THE OLD ONE.                *
001000*      SP-START-DATE      - DATE THE PLAN TOOK EFFECT.           *
001100*      SP-REVIEW-DUE-DATE - THE ANNUAL REVIEW IS DUE BY THIS     *
001200*                           DATE; A REVIEW HELD MOVES IT ON.     *
001300*      SP-LAST-REVIEW-DATE - DATE OF THE LAST REVIEW, OR ZERO.   *
001400*      SP-END-DATE        - DATE THE PLAN ENDED; ZERO WHILE IT   *
001500*                           IS ACTIVE.                           *
001600*      SP-CASE-MGR-ID     - STAFF ID AND NAME OF WHO KEEPS THE   *
001700*      SP-CASE-MGR-NAME     PLAN.                                *
001800*      SP-CLASS-ACCOM     - CLASSROOM ACCOMMODATIONS (CLSACCOM   *
001900*                           TABLE OF CODETBL), PRINTED ON THE    *
002000*                           TEACHERS' CLASS LISTS ('TCHR').      *
002100*      SP-TEST-ACCOM      - TESTING ACCOMMODATIONS (TSTACCOM     *
002200*                           TABLE OF CODETBL), SENT ON THE       *
002300*                           ASSESSMENT PRE-ID FILE (GSPREID).    *
002400*    UNUSED ACCOMMODATION SLOTS ARE SPACES. AN ENDED PLAN STAYS  *
002500*    ON FILE AS THE STUDENT'S HISTORY. ALSO READ BY GSCRDC.      *
002600******************************************************************
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-10-15  RVM  ORIGINAL LAYOUT.
003000******************************************************************
003100*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003200*        01  PLAN-504-RECORD.
003300*            COPY P504REC.
003400******************************************************************
003500     05  SP-STUDENT-ID               PIC 9(07).
003600     05  SP-STATUS                   PIC X(01).
003700     05  SP-START-DATE               PIC 9(08).
003800     05  SP-REVIEW-DUE-DATE          PIC 9(08).
003900     05  SP-LAST-REVIEW-DATE         PIC 9(08).
004000     05  SP-END-DATE                 PIC 9(08).
004100     05  SP-CASE-MGR-ID              PIC 9(05).
004200     05  SP-CASE-MGR-NAME            PIC X(30).
004300     05  SP-CLASS-ACCOMS.
004400         10  SP-CLASS-ACCOM          PIC X(04) OCCURS 8 TIMES.
004500     05  SP-TEST-ACCOMS.
004600         10  SP-TEST-ACCOM           PIC X(04) OCCURS 8 TIMES.
004700     05  SP-UPDATED-DATE             PIC 9(08).
004800     05  FILLER                      PIC X(03).
