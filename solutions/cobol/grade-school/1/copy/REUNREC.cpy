000100******************************************************************
000200*    REUNREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE REUNIFICATION RELEASE LOG (REUNLOG).  *
000400*    ONE RECORD PER STUDENT RELEASED AT A REUNIFICATION SITE,    *
000500*    KEYED AFTER THE EVENT FROM THE CARDS THE SITE STAFF FILLED  *
000600*    IN AND POSTED BY GSREUN (RUNMODE 'RELEASE'), IN EVENT DATE, *
000700*    BUILDING AND STUDENT ORDER.                                 *
000800*      RL-ID-CHECKED      - 'Y' THE ADULT'S PHOTO ID WAS SEEN,   *
000900*                           'N' IT WAS NOT.                      *
001000*      RL-RELEASE-TIME    - HHMM, 24-HOUR CLOCK.                 *
001100*      RL-ON-FILE         - WHO THE ADULT WAS ON FILE AS WHEN    *
001200*                           THE RELEASE WAS POSTED: 'G' A GUARDVS*
001300*                           GUARDIAN, 'A' AN AUTHORIZED PICKUP ON*
001400*                           PICKAUTH, 'P' A PROHIBITED PERSON ON *
001500*                           PICKAUTH, 'N' NOT ON FILE.           *
001600******************************************************************
001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  RVM  ORIGINAL LAYOUT.
002000******************************************************************
002100*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002200*        01  REUNIFICATION-LOG-RECORD.
002300*            COPY REUNREC.
002400******************************************************************
002500     05  RL-EVENT-DATE               PIC 9(08).
002600     05  RL-SCHOOL-CODE              PIC X(04).
002700     05  RL-STUDENT-ID               PIC 9(07).
002800     05  RL-RELEASED-TO              PIC X(40).
002900     05  RL-ID-CHECKED               PIC X(01).
003000     05  RL-RELEASE-TIME             PIC 9(04).
003100     05  RL-STAFF-INITIALS           PIC X(03).
003200     05  RL-ON-FILE                  PIC X(01).
003300     05  RL-POSTED-DATE              PIC 9(08).
003400     05  FILLER                      PIC X(04).
