000100******************************************************************
000200*    SMRKREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STANDARDS-MARK FILE (STDMARKS). ONE   *
000400*    RECORD PER MARK A K-5 TEACHER GIVES A STUDENT ON ONE        *
000500*    STANDARD (STDMAST, COPY STDMREC) IN ONE MARKING PERIOD,     *
000600*    APPENDED BY GSSTDLD ONLY AFTER THE ROW HAS PASSED THE       *
000700*    ROSTER, STANDARD, MARK AND COMMENT-CODE EDITS.              *
000800*      SM-SCHOOL-YEAR  - THE YEAR THE SCHOOL YEAR ENDS IN (THE   *
000900*                        SPRING), FROM THE BUSINESS DATE THE     *
001000*                        ROW WAS LOADED ON.                      *
001100*      SM-PERIOD       - MARKING PERIOD 1-4.                     *
001200*      SM-MARK         - 1 BEGINNING, 2 PROGRESSING, 3 MEETING,  *
001300*                        4 EXCEEDING THE STANDARD.               *
001400*      SM-COMMENT-CODE - SPACES, OR A CODE ON THE STDCMNT TABLE  *
001500*                        OF CODETBL.                             *
001600*    THE FILE IS NEVER UPDATED IN PLACE. A TEACHER'S CORRECTION  *
001700*    IS A NEW ROW FOR THE SAME STUDENT, STANDARD, YEAR AND       *
001800*    PERIOD, AND THE LAST ONE IN FILE ORDER IS THE MARK OF       *
001900*    RECORD.                                                     *
002000******************************************************************
002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-10-15  RVM  ORIGINAL LAYOUT.
002400******************************************************************
002500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002600*        01  STANDARD-MARK-RECORD.
002700*            COPY SMRKREC.
002800******************************************************************
002900     05  SM-STUDENT-ID               PIC 9(07).
003000     05  SM-STANDARD-ID              PIC X(08).
003100     05  SM-SCHOOL-YEAR              PIC 9(04).
003200     05  SM-PERIOD                   PIC 9(01).
003300     05  SM-MARK                     PIC X(01).
003400     05  SM-COMMENT-CODE             PIC X(04).
003500     05  SM-TEACHER-ID               PIC 9(05).
003600     05  SM-ENTERED-DATE             PIC 9(08).
003700     05  FILLER                      PIC X(12).
