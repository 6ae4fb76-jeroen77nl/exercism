000100******************************************************************
000200*    AVJRREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE ATTENDANCE MIRROR RESYNC JOURNAL      *
000400*    (ATTVJRNL). GSATTVER IN RESYNC MODE APPENDS ONE RECORD FOR  *
000500*    EVERY ATTNDVS ROW IT CHANGES, WITH THE ROW AS IT STOOD      *
000600*    BEFORE AND AS IT WAS LEFT, SO EVERY CORRECTION TO THE       *
000700*    MIRROR CAN BE TRACED AND, IF NEED BE, BACKED OUT BY HAND.   *
000800*    AJ-ACTION:                                                  *
000900*      'A' - ROW ADDED (THE LOG HAD THE DAY, THE MIRROR DID      *
001000*            NOT) - AJ-BEFORE IS SPACES,                         *
001100*      'R' - ROW REWRITTEN TO THE LOG'S FINAL VERSION,           *
001200*      'D' - ROW DELETED (NOT ON THE LOG, OR A CLOSED DAY) -     *
001300*            AJ-AFTER IS SPACES.                                 *
001400*    AJ-PROBLEM IS THE DRIFT THE ROW WAS LISTED UNDER ON THE     *
001500*    ATTVRPT REPORT OF THE SAME RUN.                             *
001600******************************************************************
001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  RVM  ORIGINAL LAYOUT.
002000******************************************************************
002100*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002200*        01  RESYNC-JOURNAL-RECORD.
002300*            COPY AVJRREC.
002400******************************************************************
002500     05  AJ-ACTION                   PIC X(01).
002600     05  AJ-STUDENT-ID               PIC 9(07).
002700     05  AJ-DATE                     PIC 9(08).
002800     05  AJ-PROBLEM                  PIC X(12).
002900     05  AJ-BEFORE.
003000         10  AJ-BEFORE-STATUS        PIC X(01).
003100         10  AJ-BEFORE-CORR          PIC X(01).
003200         10  AJ-BEFORE-REASON        PIC X(02).
003300         10  AJ-BEFORE-EXCUSED       PIC X(01).
003400     05  AJ-AFTER.
003500         10  AJ-AFTER-STATUS         PIC X(01).
003600         10  AJ-AFTER-CORR           PIC X(01).
003700         10  AJ-AFTER-REASON         PIC X(02).
003800         10  AJ-AFTER-EXCUSED        PIC X(01).
003900     05  AJ-BUSINESS-DATE            PIC 9(08).
004000     05  AJ-EVENT-DATE               PIC 9(08).
004100     05  AJ-EVENT-TIME               PIC 9(08).
004200     05  FILLER                      PIC X(08).
