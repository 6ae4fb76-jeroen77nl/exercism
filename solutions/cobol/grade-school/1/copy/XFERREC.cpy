000100******************************************************************
000200*    XFERREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE TRANSFER-CREDIT EVALUATION FILE       *
000400*    (XFERCRD). ONE RECORD PER COURSE A TRANSFER-IN STUDENT      *
000500*    PASSED IN A PRIOR DISTRICT, KEYED BY XF-KEY (STUDENT ID +   *
000600*    A SEQUENCE NUMBER THE COUNSELOR ASSIGNS). IT KEEPS THE      *
000700*    COURSE AND GRADE EXACTLY AS THE SENDING TRANSCRIPT SHOWS    *
000800*    THEM, AND THE DISTRICT'S EVALUATION OF IT:                  *
000900*      XF-EQUIV-COURSE   - THE CRSECAT COURSE IT COUNTS AS; A    *
001000*                          COURSE WITH NO DISTRICT EQUIVALENT IS *
001100*                          EVALUATED AS ONE OF THE CATALOG'S     *
001200*                          GENERIC TRANSFER-ELECTIVE COURSES,    *
001300*      XF-CREDIT-AWARDED - THE CREDIT GRANTED, WHICH NEED NOT BE *
001400*                          THE CATALOG'S HOURS,                  *
001500*      XF-GRADE-LETTER   - THE A-D EQUIVALENT OF THE PRIOR GRADE,*
001600*      XF-GPA-FLAG       - 'Y' THE GRADE COUNTS TOWARD GPA, 'N'  *
001700*                          CREDIT ONLY (POSTED AS LETTER 'P').   *
001800*    XF-STATUS: 'P' PENDING APPROVAL, 'A' APPROVED, 'D' DENIED,  *
001900*    'T' POSTED TO TRANSCPT UNDER TERM XF-PRIOR-YEAR + 'T'. A    *
002000*    POSTED EVALUATION IS NEVER CHANGED - A CORRECTION AFTER     *
002100*    POSTING IS A GSGRCHG GRADE CHANGE.                          *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-15  RVM  ORIGINAL LAYOUT.
002600******************************************************************
002700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002800*        01  TRANSFER-CREDIT-RECORD.
002900*            COPY XFERREC.
003000******************************************************************
003100     05  XF-KEY.
003200         10  XF-STUDENT-ID           PIC 9(07).
003300         10  XF-SEQ-NO               PIC 9(03).
003400     05  XF-PRIOR-SCHOOL             PIC X(30).
003500     05  XF-PRIOR-COURSE             PIC X(10).
003600     05  XF-PRIOR-TITLE              PIC X(24).
003700     05  XF-PRIOR-YEAR               PIC 9(04).
003800     05  XF-PRIOR-GRADE              PIC X(03).
003900     05  XF-EQUIV-COURSE             PIC X(06).
004000     05  XF-CREDIT-AWARDED           PIC 9V9.
004100     05  XF-GRADE-LETTER             PIC X(01).
004200     05  XF-GPA-FLAG                 PIC X(01).
004300     05  XF-STATUS                   PIC X(01).
004400     05  XF-EVALUATED-BY             PIC X(08).
004500     05  XF-EVAL-DATE                PIC 9(08).
004600     05  XF-DECIDED-BY               PIC X(08).
004700     05  XF-DECISION-DATE            PIC 9(08).
004800     05  XF-POSTED-DATE              PIC 9(08).
004900     05  FILLER                      PIC X(10).
