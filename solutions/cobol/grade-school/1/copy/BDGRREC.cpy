000100******************************************************************
000200*    BDGRREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STUDENT ID BADGE REGISTER (BADGEREG). *
000400*    ONE RECORD PER STUDENT EVER SENT TO THE BADGE VENDOR, IN    *
000500*    STUDENT ID ORDER, REWRITTEN WHOLE BY GSBADGE. IT HOLDS THE  *
000600*    BADGE AS LAST EXTRACTED - A LATER EXTRACT COMPARES THE      *
000700*    ROSTER WITH IT TO FIND THE CHANGES - AND WHAT THE VENDOR    *
000800*    REPORTED PRINTED.                                           *
000900*      BG-ISSUE-NO        - 01 FOR THE FIRST BADGE, RAISED BY    *
001000*                           ONE FOR EACH REPRINT. ONLY A BADGE   *
001100*                           OF THE CURRENT ISSUE IS GOOD - A     *
001200*                           SCANNER THAT READS AN OLDER ISSUE IN *
001300*                           THE BARCODE IS READING A BADGE       *
001400*                           REPORTED LOST.                       *
001500*      BG-BARCODE         - THE BARCODE VALUE: THE STUDENT ID,   *
001600*                           THE ISSUE NUMBER AND A MOD-10 CHECK  *
001700*                           DIGIT OVER THE NINE DIGITS BEFORE IT.*
001800*      BG-LAST-NAME THRU  - THE BADGE FIELDS AS LAST EXTRACTED.  *
001900*      BG-OPTOUT            BG-OPTOUT 'Y' - SENT WITHOUT THE     *
002000*                           PRINTED DIRECTORY FIELDS.            *
002100*      BG-FIRST-DATE      - THE DATE OF THE STUDENT'S FIRST      *
002200*                           EXTRACT, AND OF THE LATEST.          *
002300*      BG-EXTRACT-DATE                                           *
002400*      BG-PRINTED-ISSUE   - THE LATEST ISSUE THE VENDOR REPORTED *
002500*      BG-PRINTED-DATE      PRINTED, AND WHEN. THE STUDENT HAS   *
002600*                           NO BADGE WHILE BG-PRINTED-ISSUE IS   *
002700*                           BELOW BG-ISSUE-NO.                   *
002800*      BG-REPRINT-REASON  - WHY THE CURRENT ISSUE WAS MADE:      *
002900*                           SPACE THE FIRST BADGE, 'L' LOST,     *
003000*                           'D' DAMAGED, 'P' NEW PHOTO.          *
003100*      BG-STATUS          - 'A' ENROLLED AT THE LAST EXTRACT,    *
003200*                           'W' NO LONGER ENROLLED - NO ISSUE OF *
003300*                           THE BADGE IS GOOD.                   *
003400******************************************************************
003500*    MOD-LOG
003600*    DATE       INIT  DESCRIPTION
003700*    2026-10-15  RVM  ORIGINAL LAYOUT.
003800******************************************************************
003900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
004000*        01  BADGE-REGISTER-RECORD.
004100*            COPY BDGRREC.
004200******************************************************************
004300     05  BG-STUDENT-ID               PIC 9(07).
004400     05  BG-ISSUE-NO                 PIC 9(02).
004500     05  BG-BARCODE                  PIC X(10).
004600     05  BG-LAST-NAME                PIC X(30).
004700     05  BG-FIRST-NAME               PIC X(20).
004800     05  BG-GRADE                    PIC X(02).
004900     05  BG-SCHOOL-CODE              PIC X(04).
005000     05  BG-SECTION                  PIC X(01).
005100     05  BG-BUS-ROUTE                PIC X(04).
005200     05  BG-OPTOUT                   PIC X(01).
005300     05  BG-FIRST-DATE               PIC 9(08).
005400     05  BG-EXTRACT-DATE             PIC 9(08).
005500     05  BG-PRINTED-ISSUE            PIC 9(02).
005600     05  BG-PRINTED-DATE             PIC 9(08).
005700     05  BG-REPRINT-REASON           PIC X(01).
005800     05  BG-STATUS                   PIC X(01).
005900     05  FILLER                      PIC X(11).
