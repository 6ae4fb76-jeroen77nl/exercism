000100******************************************************************
000200*    LCHGREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE LOCKER DAMAGE CHARGE FILE (LOCKCHRG). *
000400*    ONE RECORD PER CHARGE, REWRITTEN WHOLE BY GSLOCKER FROM THE *
000500*    'D' (CHARGE), 'P' (PAID) AND 'W' (WAIVED) LOCKTRN CARDS.    *
000600*    AN OPEN CHARGE ('O') IS PART OF THE STUDENT'S OUTSTANDING   *
000700*    OBLIGATION ON OBLGHOLD (COPY OBLGREC) - ONE ITEM FOR THE    *
000800*    AMOUNT - ALONGSIDE THE UNRETURNED TEXTBOOKS AND DEVICES     *
000900*    GSASSET CARRIES THERE.                                      *
001000*      LC-STATUS       - 'O' OPEN, 'P' PAID, 'W' WAIVED, WITH    *
001100*                        LC-CLOSED-DATE.                         *
001200******************************************************************
001300*    MOD-LOG
001400*    DATE       INIT  DESCRIPTION
001500*    2026-10-15  RVM  ORIGINAL LAYOUT.
001600******************************************************************
001700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001800*        01  LOCKER-CHARGE-RECORD.
001900*            COPY LCHGREC.
002000******************************************************************
002100     05  LC-STUDENT-ID               PIC 9(07).
002200     05  LC-SCHOOL-CODE              PIC X(04).
002300     05  LC-LOCKER-NO                PIC X(06).
002400     05  LC-CHARGE-DATE              PIC 9(08).
002500     05  LC-AMOUNT                   PIC 9(04)V99.
002600     05  LC-DESCRIPTION              PIC X(30).
002700     05  LC-STATUS                   PIC X(01).
002800     05  LC-CLOSED-DATE              PIC 9(08).
002900     05  FILLER                      PIC X(10).
