000100******************************************************************
000200*    CREQREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE NEXT-YEAR COURSE-REQUEST FILE         *
000400*    (CRSREQ). ONE RECORD PER COURSE A STUDENT ASKS FOR NEXT     *
000500*    YEAR, KEYED FROM THE COUNSELORS' CRQTRN CARDS THROUGH       *
000600*    GSCREQ AND EDITED AGAINST THE COURSE CATALOG (CRSECAT) AND  *
000700*    ITS PREREQUISITES. CR-SCHOOL-CODE IS THE BUILDING THE       *
000800*    STUDENT WILL ATTEND NEXT YEAR - THE STAGED NEXT-YEAR ROSTER *
000900*    (NXTROSTR) WHEN IT HAS THEM, ELSE THE CURRENT ROSTERVS      *
001000*    BUILDING - REFRESHED ON EVERY RUN. CR-PRIORITY 1 IS THE     *
001100*    REQUEST THE STUDENT WANTS MOST; CR-ALT-COURSE NAMES UP TO   *
001200*    TWO ALTERNATES TO SCHEDULE INSTEAD IF THE COURSE CANNOT BE  *
001300*    (SPACES = NONE).                                            *
001400******************************************************************
001500*    MOD-LOG
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15  RVM  ORIGINAL LAYOUT.
001800******************************************************************
001900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002000*        01  COURSE-REQUEST-RECORD.
002100*            COPY CREQREC.
002200******************************************************************
002300     05  CR-STUDENT-ID               PIC 9(07).
002400     05  CR-SCHOOL-CODE              PIC X(04).
002500     05  CR-COURSE-CODE              PIC X(06).
002600     05  CR-PRIORITY                 PIC 9(01).
002700     05  CR-ALT-COURSE               PIC X(06) OCCURS 2 TIMES.
002800     05  CR-KEYED-DATE               PIC 9(08).
002900     05  FILLER                      PIC X(02).
