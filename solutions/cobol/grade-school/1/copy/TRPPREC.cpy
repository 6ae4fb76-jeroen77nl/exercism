000100******************************************************************
000200*    TRPPREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE FIELD-TRIP PARTICIPANT FILE           *
000400*    (TRIPPART). ONE RECORD PER STUDENT PER TRIP, IN TRIP AND    *
000500*    STUDENT ORDER, REWRITTEN WHOLE BY GSTRIP. THE LIST IS       *
000600*    GENERATED FROM THE ROSTER OR STSCHED WHEN THE TRIP IS       *
000700*    DEFINED; SPONSOR CARDS ADD AND REMOVE STUDENTS AFTER THAT.  *
000800*      FP-SOURCE          - 'R' THE HOMEROOM ROSTER, 'S' STSCHED,*
000900*                           'A' ADDED BY CARD.                   *
001000*      FP-PERMISSION      - SPACE NO SLIP YET, 'Y' SIGNED SLIP   *
001100*                           RECEIVED (FP-SLIP-DATE), 'N' THE     *
001200*                           GUARDIAN DECLINED - STAYS AT SCHOOL. *
001300*      FP-STATUS          - 'A' GOING, 'R' REMOVED FROM THE TRIP,*
001400*                           'M' PERMITTED BUT DID NOT GO.        *
001500*      FP-ATT-POSTED      - SPACE UNTIL THE TRIP DAY IS POSTED;  *
001600*                           'Y' A PRESENT / FIELD-TRIP DAY WAS   *
001700*                           POSTED, 'N' NOTHING NEEDED POSTING   *
001800*                           (ALREADY PRESENT, NOT A SCHOOL DAY,  *
001900*                           OR THE STUDENT DID NOT GO).          *
002000******************************************************************
002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-10-15  RVM  ORIGINAL LAYOUT.
002400******************************************************************
002500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002600*        01  TRIP-PARTICIPANT-RECORD.
002700*            COPY TRPPREC.
002800******************************************************************
002900     05  FP-TRIP-ID                  PIC X(06).
003000     05  FP-STUDENT-ID               PIC 9(07).
003100     05  FP-SOURCE                   PIC X(01).
003200     05  FP-PERMISSION               PIC X(01).
003300     05  FP-SLIP-DATE                PIC 9(08).
003400     05  FP-STATUS                   PIC X(01).
003500     05  FP-ATT-POSTED               PIC X(01).
003600     05  FILLER                      PIC X(15).
