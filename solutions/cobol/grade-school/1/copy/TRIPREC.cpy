000100******************************************************************
000200*    TRIPREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE FIELD-TRIP MASTER FILE (TRIPMAST).    *
000400*    ONE RECORD PER TRIP, IN TRIP ID ORDER, REWRITTEN WHOLE BY   *
000500*    GSTRIP FROM THE SPONSORS' CARDS (TRIPTRN). THE TRIP ID IS   *
000600*    THE NUMBER ON THE DISTRICT'S TRIP REQUEST FORM.             *
000700*      FT-GRADE/SECTION   - A HOMEROOM TRIP: EVERY ENROLLED      *
000800*                           STUDENT OF THE GRADE AT THE BUILDING,*
000900*                           ONE SECTION OR (SECTION SPACE) ALL.  *
001000*      FT-COURSE-CODE/    - A CLASS TRIP: EVERY STUDENT ON       *
001100*      FT-COURSE-SECTION    STSCHED IN THAT MSTSCHED SECTION.    *
001200*                           ONE OR THE OTHER IS FILLED IN.       *
001300*      FT-STATUS          - 'O' OPEN, 'X' CANCELLED, 'A' TRIP    *
001400*                           DAY ATTENDANCE POSTED (FT-POSTED-    *
001500*                           DATE) - NO MORE CHANGES.             *
001600*    THE PARTICIPANTS ARE ON TRIPPART (COPY TRPPREC).            *
001700******************************************************************
001800*    MOD-LOG
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15  RVM  ORIGINAL LAYOUT.
002100******************************************************************
002200*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002300*        01  TRIP-MASTER-RECORD.
002400*            COPY TRIPREC.
002500******************************************************************
002600     05  FT-TRIP-ID                  PIC X(06).
002700     05  FT-SCHOOL-CODE              PIC X(04).
002800     05  FT-TRIP-DATE                PIC 9(08).
002900     05  FT-DEPART-TIME              PIC 9(04).
003000     05  FT-RETURN-TIME              PIC 9(04).
003100     05  FT-TEACHER-ID               PIC 9(05).
003200     05  FT-GRADE                    PIC X(02).
003300     05  FT-SECTION                  PIC X(01).
003400     05  FT-COURSE-CODE              PIC X(06).
003500     05  FT-COURSE-SECTION           PIC 9(02).
003600     05  FT-DESTINATION              PIC X(30).
003700     05  FT-STATUS                   PIC X(01).
003800     05  FT-CREATED-DATE             PIC 9(08).
003900     05  FT-POSTED-DATE              PIC 9(08).
004000     05  FILLER                      PIC X(11).
