000200*    TRANSREC.CPY                                                *
000300*    RECORD LAYOUT FOR THE STUDENT TRANSCRIPT FILE. ONE RECORD   *
000400*    PER COURSE COMPLETED BY A STUDENT, KEYED BY TRN-STUDENT-ID. *
000400*    A TERM CODE OF 'T' (E.G. 2025T) MARKS CREDIT TRANSFERRED IN *
000400*    FROM A PRIOR DISTRICT, POSTED BY GSXFER FROM AN APPROVED    *
000400*    EVALUATION ON XFERCRD UNDER THE YEAR THE COURSE WAS         *
000400*    COMPLETED. GRADE LETTER 'P' IS TRANSFER CREDIT AWARDED      *
000400*    WITHOUT GRADE POINTS - IT COUNTS AS PASSED BUT NEVER        *
000400*    ENTERS A GPA. GRADE LETTER 'I' IS AN INCOMPLETE - NO GRADE  *
000400*    YET, SO NO CREDIT AND NO GPA UNTIL A GSGRCHG CHANGE POSTS   *
000400*    THE FINAL GRADE (SEE INCGREC AND GSINCMP). ON A PASS/FAIL   *
000400*    COURSE (CAT-GRADING-BASIS 'P') THE LETTER IS 'P' PASS -     *
000400*    CREDIT, NO GRADE POINTS - OR 'N' NO PASS - NO CREDIT, NO    *
000400*    GRADE POINTS. TRN-REPEAT-FLAG 'R' MARKS AN ATTEMPT          *
000400*    SUPERSEDED BY A BETTER (OR EQUAL, LATER) GRADE IN THE SAME  *
000400*    COURSE - IT STAYS ON THE TRANSCRIPT BUT EARNS NO CREDIT AND *
000400*    NEVER ENTERS A GPA. GSREPEAT SETS THE FLAG; SPACE = COUNTS. *
000500******************************************************************
000600*    MOD-LOG
000700*    DATE       INIT  DESCRIPTION
000820*                     THE COURSE WAS COMPLETED IN (E.G. 2026F,
000830*                     2027S), SO TERM GPA AND CUMULATIVE GPA CAN
000840*                     BE KEPT APART IN THE GPA HISTORY FILE.
000840*    2026-10-15  RVM  ADDED TRN-TERM-PARTS - TERM CODE 'T' IS
000840*                     TRANSFER CREDIT FROM A PRIOR DISTRICT (SEE
000840*                     GSXFER), AND GRADE LETTER 'P' IS CREDIT
000840*                     AWARDED WITHOUT GRADE POINTS.
000840*    2026-10-15  RVM  DOCUMENTED GRADE LETTER 'I' (INCOMPLETE).
000840*    2026-10-15  RVM  ADDED TRN-REPEAT-FLAG ('R' = A REPEATED
000840*                     COURSE ATTEMPT REPLACED BY THE BETTER GRADE,
000840*                     SET BY GSREPEAT) AND GRADE LETTER 'N'
000840*                     (PASS/FAIL COURSE NOT PASSED). RECORD LENGTH
000840*                     45 TO 46.
000900******************************************************************
001000*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001100*        01  TRANSCRIPT-RECORD.
001700     05  TRN-CREDIT-HOURS            PIC 9V9.
001800     05  TRN-GRADE-LETTER            PIC X(01).
001900     05  TRN-TERM                    PIC X(05).
001900     05  TRN-TERM-PARTS REDEFINES TRN-TERM.
001900         10  TRN-TERM-YEAR           PIC X(04).
001900         10  TRN-TERM-CODE           PIC X(01).
001900     05  TRN-REPEAT-FLAG             PIC X(01).
