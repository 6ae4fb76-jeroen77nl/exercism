000100******************************************************************
000200*    OOFSREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE OUT-OF-FIELD SPELL FILE (OOFSPELL).   *
000400*    ONE RECORD PER CLASS NOW TAUGHT BY A TEACHER NOT CERTIFIED  *
000500*    FOR IT, REWRITTEN WHOLE EACH RUN BY GSCERT. A CLASS IS      *
000600*    EITHER A HOMEROOM ('H' - BUILDING, TA-GRADE AND TA-SECTION) *
000700*    OR A MASTER-SCHEDULE SECTION ('S' - BUILDING, COURSE AND    *
000800*    SECTION NUMBER).                                            *
000900*      OS-FIRST-DATE      - THE BUSINESS DATE THE CLASS WAS      *
001000*                           FIRST FOUND OUT OF FIELD. THE SPELL  *
001100*                           RUNS UNTIL A RUN FINDS THE CLASS     *
001200*                           TAUGHT IN FIELD AGAIN, WHEN THE      *
001300*                           RECORD IS DROPPED.                   *
001400*      OS-NOTIFIED-DATE   - THE DATE THE CLASS FIRST APPEARED ON *
001500*                           THE PARENT-NOTIFICATION LIST (FOUR   *
001600*                           CONSECUTIVE WEEKS INTO THE SPELL),   *
001700*                           ZERO BEFORE THEN. THE LIST IS        *
001800*                           PRINTED ONCE PER SPELL.              *
001900******************************************************************
002000*    MOD-LOG
002100*    DATE       INIT  DESCRIPTION
002200*    2026-10-15  RVM  ORIGINAL LAYOUT.
002300******************************************************************
002400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002500*        01  OUT-OF-FIELD-SPELL-RECORD.
002600*            COPY OOFSREC.
002700******************************************************************
002800     05  OS-CLASS-KEY.
002900         10  OS-KIND                 PIC X(01).
003000         10  OS-SCHOOL-CODE          PIC X(04).
003100         10  OS-COURSE-CODE          PIC X(06).
003200         10  OS-SECTION-NO           PIC 9(02).
003300         10  OS-GRADE                PIC X(02).
003400         10  OS-HR-SECTION           PIC X(01).
003500     05  OS-TEACHER-ID               PIC 9(05).
003600     05  OS-FIRST-DATE               PIC 9(08).
003700     05  OS-NOTIFIED-DATE            PIC 9(08).
003800     05  FILLER                      PIC X(13).
