000100******************************************************************
000200*    NXTRREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STAGED NEXT-YEAR ROSTER (NXTROSTR).   *
000400*    ONE RECORD PER STUDENT EXPECTED NEXT FALL, BUILT IN THE     *
000500*    SPRING BY GSNXTYR AND WORKED OVER THE SUMMER WHILE THE      *
000600*    CURRENT YEAR STAYS OPEN ON ROSTERVS. NX-SOURCE 'R' IS A     *
000700*    CURRENT-YEAR STUDENT CARRIED FORWARD FROM ROSTERVS AT A     *
000800*    PROJECTED GRADE; 'K' IS A KINDERGARTEN-ROUNDUP OR OTHER     *
000900*    FUTURE-DATED REGISTRATION FROM PENDENRL (NX-ID ZERO - THE   *
001000*    STUDENT HAS NO ID UNTIL THE REGISTRATION IS ACTIVATED).     *
001100*    NX-STATUS 'A' RETURNS NEXT YEAR, 'G' GRADUATES THIS YEAR,   *
001200*    'W' HAS WITHDRAWN FROM THE CURRENT YEAR. NX-CUR-GRADE AND   *
001300*    NX-CUR-SCHOOL ARE THIS YEAR'S PLACEMENT AS LAST CARRIED     *
001400*    FORWARD; NX-GRADE THROUGH NX-BUS-ROUTE ARE NEXT YEAR'S.     *
001500*    A PLACEMENT KEYED ON AN NXTCARDS CARD SETS ITS -SET FLAG    *
001600*    ('Y') AND IS NO LONGER RE-PROJECTED FROM THE CURRENT YEAR.  *
001700*    THE PROM CARD TAKES EVERY 'A' ROW'S PLACEMENT AT ROLLOVER.  *
001700*    NX-FEEDER-NOTE IS THE FEEDER PATTERN'S VERDICT (FEEDMAST,   *
001700*    COPY FEEDREC) FOR A STUDENT FINISHING A BUILDING'S TERMINAL *
001700*    GRADE: 'F' MOVED TO THE RECEIVING BUILDING, 'O' OUT OF ZONE *
001700*    OR ON A CHOICE SEAT, 'Z' NO ZONE FOR THE ADDRESS, 'N' THE   *
001700*    ZONE IS NOT IN THE FEEDER TABLE - THE LAST THREE STAY IN    *
001700*    THEIR BUILDING UNTIL SOMEONE DECIDES. SPACE OTHERWISE.      *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002100*    2026-10-15  RVM  NX-FEEDER-NOTE ADDED FROM FILLER.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  NEXT-YEAR-ROSTER-RECORD.
002500*            COPY NXTRREC.
002600******************************************************************
002700     05  NX-ID                       PIC 9(07).
002800     05  NX-SOURCE                   PIC X(01).
002900     05  NX-STATUS                   PIC X(01).
003000     05  NX-LAST-NAME                PIC X(30).
003100     05  NX-FIRST-NAME               PIC X(20).
003200     05  NX-DOB                      PIC 9(08).
003300     05  NX-CUR-GRADE                PIC X(02).
003400     05  NX-CUR-SCHOOL               PIC X(04).
003500     05  NX-GRADE                    PIC X(02).
003600     05  NX-SCHOOL-CODE              PIC X(04).
003700     05  NX-SECTION                  PIC X(01).
003800     05  NX-BUS-ROUTE                PIC X(04).
003900     05  NX-GRADE-SET                PIC X(01).
004000     05  NX-SCHOOL-SET               PIC X(01).
004100     05  NX-ROUTE-SET                PIC X(01).
004200     05  NX-START-DATE               PIC 9(08).
004300     05  NX-CARRIED-DATE             PIC 9(08).
004400     05  NX-FEEDER-NOTE              PIC X(01).
004400     05  FILLER                      PIC X(06).
