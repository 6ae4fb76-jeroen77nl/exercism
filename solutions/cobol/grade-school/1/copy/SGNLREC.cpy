000100******************************************************************
000200*    SGNLREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE FRONT-DESK SIGN-IN/SIGN-OUT LOG       *
000400*    (SIGNLOG). ONE RECORD PER GSSN ACTION AT A BUILDING'S FRONT *
000500*    DESK - 'I' A LATE SIGN-IN, 'O' AN EARLY SIGN-OUT - WHETHER  *
000600*    OR NOT THE ACTION WAS ALLOWED. QUEUED BY GSSIGN TO TD QUEUE *
000700*    SGNL, WHICH DRAINS TO SIGNLOG THE WAY QUEUE ACCL DRAINS TO  *
000800*    ACCESSLG. SL-RESULT IS ONE OF                               *
000900*        POSTD  ALLOWED AND POSTED TO ATTNDVS                    *
001000*        PROHB  SIGN-OUT REFUSED - PROHIBITED PERSON             *
001100*        NOAUT  SIGN-OUT REFUSED - ADULT NOT AUTHORIZED          *
001200*        UNAVL  SIGN-OUT REFUSED - PICKAUTH NOT AVAILABLE        *
001300*        NOFND  STUDENT NOT ON ROSTERVS                          *
001400*        WDRWN  STUDENT WITHDRAWN                                *
001500*        NOPST  ALLOWED BUT THE ATTNDVS POSTING FAILED           *
001600*    SL-COURT-ORDER CARRIES THE PICKAUTH COURT-ORDER REFERENCE   *
001700*    ON A PROHB RECORD. READ BY GSSIGNRP.                        *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  SIGN-LOG-RECORD.
002500*            COPY SGNLREC.
002600******************************************************************
002700     05  SL-DATE                     PIC 9(08).
002800     05  SL-TIME                     PIC 9(08).
002900     05  SL-SCHOOL-CODE              PIC X(04).
003000     05  SL-STUDENT-ID               PIC 9(07).
003100     05  SL-LAST-NAME                PIC X(30).
003200     05  SL-FIRST-NAME               PIC X(20).
003300     05  SL-GRADE                    PIC X(02).
003400     05  SL-ACTION                   PIC X(01).
003500     05  SL-EVENT-TIME               PIC 9(04).
003600     05  SL-ADULT-NAME               PIC X(40).
003700     05  SL-RESULT                   PIC X(05).
003800     05  SL-COURT-ORDER              PIC X(15).
003900     05  SL-USERID                   PIC X(08).
004000     05  SL-TERMID                   PIC X(04).
004100     05  FILLER                      PIC X(04).
