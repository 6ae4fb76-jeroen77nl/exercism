000100******************************************************************
000200*    LKRMREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE LOCKER MASTER (LOCKMAST). ONE RECORD  *
000400*    PER LOCKER, IN BUILDING AND LOCKER NUMBER ORDER, REWRITTEN  *
000500*    WHOLE BY GSLOCKER FROM THE BUILDING OFFICES' LOCKTRN CARDS. *
000600*    THE ASSIGNMENT IS CARRIED ON THE LOCKER ITSELF.             *
000700*      LR-LOCATION     - HALLWAY, WING OR FLOOR AS PRINTED ON    *
000800*                        THE LOCKER MAP.                         *
000900*      LR-BLOCK-GRADE  - THE GRADE WHOSE HALLWAY BLOCK THE       *
001000*                        LOCKER IS IN. SPACES - NOT PLACED BY    *
001100*                        THE ASSIGNMENT RUN, ONLY BY CARD.       *
001200*      LR-TYPE         - 'F' FULL HEIGHT, 'H' HALF HEIGHT,       *
001300*                        'P' PHYSICAL EDUCATION, 'D' DOUBLE.     *
001400*      LR-CAPACITY     - STUDENTS THE LOCKER HOLDS, 1 OR 2. A    *
001500*                        2 IS SHARED - SIBLINGS OR REQUESTED     *
001600*                        PARTNERS ARE PLACED IN ONE TOGETHER.    *
001700*      LR-STATUS       - 'A' IN SERVICE, 'O' OUT OF SERVICE.     *
001800*      LR-STUDENT-1/2  - THE STUDENTS ASSIGNED (ZERO - EMPTY),   *
001900*      LR-ASSIGN-DATE-1/2 EACH WITH THE DATE ASSIGNED.           *
002000*      LR-USED-YEAR    - 'Y' ONCE ANY STUDENT HAS HELD THE       *
002100*                        LOCKER SINCE ITS COMBINATION WAS LAST   *
002200*                        SET (LR-COMBO-DATE) - ON THE YEAR-END   *
002300*                        COMBINATION-RESET WORKLIST.             *
002400******************************************************************
002500*    MOD-LOG
002600*    DATE       INIT  DESCRIPTION
002700*    2026-10-15  RVM  ORIGINAL LAYOUT.
002800******************************************************************
002900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003000*        01  LOCKER-MASTER-RECORD.
003100*            COPY LKRMREC.
003200******************************************************************
003300     05  LR-SCHOOL-CODE              PIC X(04).
003400     05  LR-LOCKER-NO                PIC X(06).
003500     05  LR-LOCATION                 PIC X(16).
003600     05  LR-BLOCK-GRADE              PIC X(02).
003700     05  LR-TYPE                     PIC X(01).
003800     05  LR-CAPACITY                 PIC 9(01).
003900     05  LR-LOCK-SERIAL              PIC X(12).
004000     05  LR-COMBINATION              PIC X(08).
004100     05  LR-COMBO-DATE               PIC 9(08).
004200     05  LR-STATUS                   PIC X(01).
004300     05  LR-STUDENT-1                PIC 9(07).
004400     05  LR-ASSIGN-DATE-1            PIC 9(08).
004500     05  LR-STUDENT-2                PIC 9(07).
004600     05  LR-ASSIGN-DATE-2            PIC 9(08).
004700     05  LR-USED-YEAR                PIC X(01).
004800     05  FILLER                      PIC X(09).
