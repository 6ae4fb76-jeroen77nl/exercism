000100******************************************************************
000200*    ABLGREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE TEACHER ABSENCE LOG (TCHABLOG). ONE   *
000400*    RECORD PER TEACHER PER ABSENCE DATE, KEPT BY GSSUB FROM THE *
000500*    MORNING'S ABSENCE TRANSACTIONS (TCHABSNT).                  *
000600*      AL-SUB-ID          - THE SUBSTITUTE PLACED, ZERO WHILE    *
000700*                           THE CLASS IS UNCOVERED.              *
000800*      AL-LEAVE-TYPE      - THE KIND OF LEAVE TAKEN, A CODE ON   *
000900*                           THE LEAVETYP TABLE OF CODETBL.       *
001000*                           SPACES ON AN ABSENCE LOGGED BEFORE   *
001100*                           THE LEAVE TYPE WAS RECORDED.         *
001200*      AL-DAY-PORTION     - 'F' A FULL DAY, 'H' A HALF DAY       *
001300*                           (SPACE, ON AN OLD ABSENCE, IS A FULL *
001400*                           DAY).                                *
001500*    ALSO THE LAYOUT OF THE PAYROLL EXTRACT SNAPSHOT (PAYSNAP) - *
001600*    THE ABSENCES AS THEY STOOD WHEN GSPAYX BUILT THE EXTRACT.   *
001700******************************************************************
001800*    MOD-LOG
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15  RVM  ORIGINAL LAYOUT, MOVED OUT OF GSSUB. ADDED
002100*                     AL-LEAVE-TYPE AND AL-DAY-PORTION.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  ABSENCE-LOG-RECORD.
002500*            COPY ABLGREC.
002600******************************************************************
002700     05  AL-TEACHER-ID               PIC 9(05).
002800     05  AL-ABSENCE-DATE             PIC 9(08).
002900     05  AL-SUB-ID                   PIC 9(05).
003000     05  AL-LEAVE-TYPE               PIC X(04).
003100     05  AL-DAY-PORTION              PIC X(01).
