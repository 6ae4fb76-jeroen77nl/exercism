001210*    2026-08-22  RVM  ADDED CAT-HONORS-FLAG ('Y' = AN HONORS OR
001220*                     ACCELERATED SECTION, GRADED ON THE WEIGHTED
001230*                     QUALITY-POINT SCALE).
001240*    2026-10-15  RVM  ADDED CAT-PREREQ-COURSE - UP TO TWO COURSES
001250*                     A STUDENT MUST HAVE PASSED (OR BE TAKING
001260*                     NOW) BEFORE REQUESTING THIS ONE. SPACES =
001270*                     NO PREREQUISITE.
001270*    2026-10-15  RVM  ADDED CAT-SUBJECT-AREA - THE GRADUATION
001270*                     SUBJECT AREA THE COURSE'S CREDIT COUNTS
001270*                     TOWARD, A CODE ON THE SUBJAREA TABLE OF THE
001270*                     DISTRICT CODE-TABLE MASTER (CODETBL).
001270*    2026-10-15  RVM  ADDED CAT-GRADING-BASIS ('P' = PASS/FAIL -
001270*                     CREDIT RECOVERY, TEACHER AIDE, PE WAIVER -
001270*                     GRADED P OR N, EARNING CREDIT BUT NEVER
001270*                     ENTERING A GPA; SPACE = LETTER GRADED A-F).
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  COURSE-CATALOG-RECORD.
001900     05  CAT-COURSE-NAME             PIC X(24).
002000     05  CAT-CREDIT-HOURS            PIC 9V9.
002100     05  CAT-HONORS-FLAG             PIC X(01).
002200     05  CAT-PREREQ-COURSE           PIC X(06) OCCURS 2 TIMES.
002200     05  CAT-SUBJECT-AREA            PIC X(04).
002200     05  CAT-GRADING-BASIS           PIC X(01).
