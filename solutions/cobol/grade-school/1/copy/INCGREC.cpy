000100******************************************************************
000200*    INCGREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE INCOMPLETE-GRADE REGISTER (INCOMPL).  *
000400*    ONE RECORD PER FINAL GRADE POSTED TO TRANSCPT AS LETTER 'I' *
000500*    (INCOMPLETE), KEYED BY STUDENT/COURSE/TERM - THE SAME KEY   *
000600*    AS THE TRANSCPT ROW IT SHADOWS. GSGBIMP ADDS THE RECORD     *
000700*    WHEN IT POSTS THE 'I' ROW, TAKING THE COMPLETION DEADLINE,  *
000800*    THE TEACHER AND THE TEACHER'S DEFAULT GRADE (THE GRADE THE  *
000900*    WORK EARNS IF IT IS NEVER FINISHED - NORMALLY 'F') FROM THE *
001000*    GRADEBOOK EXTRACT. GSINCMP WORKS IT NIGHTLY.                *
001100*    IG-STATUS: 'O' OPEN, 'R' RESOLVED - THE TEACHER'S FINAL     *
001200*    GRADE WAS POSTED BY A GSGRCHG GRADE CHANGE BEFORE THE       *
001300*    DEADLINE, 'C' CONVERTED - THE DEADLINE PASSED AND GSINCMP   *
001400*    SENT THE DEFAULT GRADE THROUGH GSGRCHG. IG-FINAL-GRADE AND  *
001500*    IG-CLOSED-DATE ARE FILLED WHEN THE RECORD LEAVES 'O'.       *
001600******************************************************************
001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  RVM  ORIGINAL LAYOUT.
002000******************************************************************
002100*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002200*        01  INCOMPLETE-GRADE-RECORD.
002300*            COPY INCGREC.
002400******************************************************************
002500     05  IG-KEY.
002600         10  IG-STUDENT-ID           PIC 9(07).
002700         10  IG-COURSE-CODE          PIC X(06).
002800         10  IG-TERM                 PIC X(05).
002900     05  IG-TEACHER-ID               PIC 9(05).
003000     05  IG-DEADLINE                 PIC 9(08).
003100     05  IG-DEFAULT-GRADE            PIC X(01).
003200     05  IG-STATUS                   PIC X(01).
003300     05  IG-ENTERED-DATE             PIC 9(08).
003400     05  IG-FINAL-GRADE              PIC X(01).
003500     05  IG-CLOSED-DATE              PIC 9(08).
003600     05  FILLER                      PIC X(10).
