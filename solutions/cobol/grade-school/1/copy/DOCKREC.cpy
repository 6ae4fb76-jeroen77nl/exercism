000100******************************************************************
000200*    DOCKREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE ENROLLMENT DOCUMENT CHECKLIST         *
000400*    (DOCCHK). ONE RECORD PER STUDENT PER REQUIRED DOCUMENT, IN  *
000500*    STUDENT ID AND DOCUMENT TYPE ORDER, REWRITTEN WHOLE BY      *
000600*    GSDOCS:                                                     *
000700*      DK-DOC-TYPE       - DR-DOC-TYPE OF THE REQUIREMENT        *
000800*                          (DOCREQ, COPY DOCRREC).               *
000900*      DK-STATUS         - 'O' OUTSTANDING, 'R' RECEIVED AND     *
001000*                          VERIFIED, 'W' WAIVED BY THE REGISTRAR,*
001020*                          OR BY GSDOCS FOR A STUDENT THE        *
001040*                          MCKINNEY-VENTO LIAISON HAS FOUND      *
001060*                          ELIGIBLE (VERIFIED-BY = LIAISON ID).  *
001100*      DK-OPENED-DATE    - THE BUSINESS DATE GSDOCS OPENED THE   *
001200*                          ITEM (THE NIGHT OF THE ADD, OR THE    *
001300*                          NIGHT A CIRCUMSTANCE FIRST APPLIED).  *
001400*      DK-DUE-DATE       - OPENED DATE PLUS DR-GRACE-DAYS; AN    *
001500*                          OUTSTANDING ITEM IS OVERDUE AFTER IT. *
001600*      DK-RECEIVED-DATE  - DATE THE DOCUMENT WAS SEEN (OR        *
001700*                          WAIVED); ZERO WHILE OUTSTANDING.      *
001800*      DK-VERIFIED-BY    - STAFF ID OF WHO VERIFIED OR WAIVED IT.*
001900*      DK-LAST-LETTER    - DATE OF THE LAST FOLLOW-UP LETTER TO  *
002000*                          THE GUARDIAN NAMING IT; ZERO FOR NONE.*
002100*      DK-LETTER-COUNT   - FOLLOW-UP LETTERS SENT FOR IT.        *
002200*    A STUDENT'S ITEMS STAY ON FILE AFTER WITHDRAWAL - THE       *
002300*    CHECKLIST IS THE AUDIT EVIDENCE, NOT A WORK QUEUE.          *
002400******************************************************************
002500*    MOD-LOG
002600*    DATE       INIT  DESCRIPTION
002700*    2026-10-15  RVM  ORIGINAL LAYOUT.
002750*    2026-10-15  RVM  'W' ALSO SET BY THE HOUSING WAIVER.
002800******************************************************************
002900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003000*        01  DOC-CHECKLIST-RECORD.
003100*            COPY DOCKREC.
003200******************************************************************
003300     05  DK-KEY.
003400         10  DK-STUDENT-ID           PIC 9(07).
003500         10  DK-DOC-TYPE             PIC X(04).
003600     05  DK-SCHOOL-CODE              PIC X(04).
003700     05  DK-STATUS                   PIC X(01).
003800     05  DK-OPENED-DATE              PIC 9(08).
003900     05  DK-DUE-DATE                 PIC 9(08).
004000     05  DK-RECEIVED-DATE            PIC 9(08).
004100     05  DK-VERIFIED-BY              PIC X(08).
004200     05  DK-LAST-LETTER              PIC 9(08).
004300     05  DK-LETTER-COUNT             PIC 9(02).
004400     05  FILLER                      PIC X(22).
