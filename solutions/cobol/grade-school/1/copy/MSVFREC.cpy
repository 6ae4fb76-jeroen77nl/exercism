000100******************************************************************
000200*    MSVFREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE MASTER-SCHEDULE FINDINGS FILE         *
000400*    (MSTFIND). ONE RECORD PER FINDING THE LAST GSMSTVAL RUN     *
000500*    MADE AGAINST MSTSCHED - REWRITTEN WHOLE BY EVERY RUN, SO A  *
000600*    FINDING STAYS OPEN UNTIL THE MASTER SCHEDULE (OR ROOMMAST / *
000700*    TEACHFIL) IS CORRECTED AND THE VALIDATION RUN AGAIN.        *
000800*    MV-SEVERITY 'S' IS SEVERE - GSSCHED REFUSES NEW ENROLLMENTS *
000900*    INTO THE SECTION - AND 'W' IS A WARNING. A TEACHER-LEVEL    *
001000*    FINDING (NOPLN) CARRIES NO COURSE OR SECTION. MV-FINDING:   *
001100*      RMDBL - ROOM DOUBLE-BOOKED IN THE PERIOD         (S),     *
001200*      TCDBL - TEACHER IN TWO ROOMS IN THE PERIOD       (S),     *
001300*      OVCAP - MS-SEATS ABOVE THE ROOM'S FIRE CAPACITY  (S),     *
001400*      NOROM - ROOM NOT ON ROOMMAST                     (S),     *
001500*      RMBLD - ROOM BELONGS TO ANOTHER BUILDING         (S),     *
001600*      NOPLN - TEACHER HAS NO PLANNING PERIOD           (W),     *
001700*      NOTCH - SECTION'S TEACHER NOT ON TEACHFIL        (W).     *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  MASTER-FINDING-RECORD.
002500*            COPY MSVFREC.
002600******************************************************************
002700     05  MV-SCHOOL-CODE              PIC X(04).
002800     05  MV-COURSE-CODE              PIC X(06).
002900     05  MV-SECTION-NO               PIC 9(02).
003000     05  MV-PERIOD                   PIC 9(02).
003100     05  MV-TEACHER-ID               PIC 9(05).
003200     05  MV-ROOM                     PIC X(04).
003300     05  MV-FINDING                  PIC X(05).
003400     05  MV-SEVERITY                 PIC X(01).
003500     05  MV-RUN-DATE                 PIC 9(08).
003600     05  MV-DETAIL                   PIC X(40).
003700     05  FILLER                      PIC X(03).
