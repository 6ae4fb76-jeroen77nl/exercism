000100******************************************************************
000200*    CNSLREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE COUNSELOR CASELOAD FILE (CNSLASGN).   *
000400*    ONE RECORD PER CASELOAD, KEPT BY EACH BUILDING'S COUNSELING *
000500*    OFFICE: THE BUILDING, OPTIONALLY A RANGE OF GRADES, AND     *
000600*    OPTIONALLY A RANGE OF LAST-NAME INITIALS, AND THE COUNSELOR *
000700*    WHO HOLDS THOSE STUDENTS.                                   *
000800*      CA-GRADE-FROM,                                            *
000900*      CA-GRADE-TO       - FIRST AND LAST GRADE, INCLUSIVE, IN   *
001000*                          GRADE ORDER KG, 01-12, UG. BOTH SPACES*
001100*                          FOR EVERY GRADE IN THE BUILDING; A    *
001200*                          BLANK CA-GRADE-TO IS CA-GRADE-FROM    *
001300*                          ALONE.                                *
001400*      CA-ALPHA-FROM,                                            *
001500*      CA-ALPHA-TO       - FIRST AND LAST INITIAL OF THE         *
001600*                          STUDENT'S LAST NAME, INCLUSIVE;       *
001700*                          SPACES LEAVE THAT END OPEN.           *
001800*    A STUDENT BELONGS TO THE FIRST CASELOAD IN FILE ORDER THAT  *
001900*    FITS, SO A SPLIT GRADE IS LISTED BEFORE A BUILDING-WIDE     *
002000*    CATCH-ALL. GSCNSL RESOLVES EVERY ENROLLED STUDENT AGAINST   *
002100*    THIS FILE EACH NIGHT INTO STUCNSL (COPY SCNSREC), WHICH IS  *
002200*    WHAT THE WORKLISTS READ.                                    *
002300******************************************************************
002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-10-15  RVM  ORIGINAL LAYOUT.
002700*    2026-10-15  RVM  CA-GRADE IS NOW A RANGE, CA-GRADE-FROM AND
002800*                     CA-GRADE-TO, TAKEN FROM THE FILLER.
002900*                     CASELOADS ARE RESOLVED ONCE, BY GSCNSL, INTO
003000*                     STUCNSL.
003100******************************************************************
003200*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003300*        01  CASELOAD-RECORD.
003400*            COPY CNSLREC.
003500******************************************************************
003600     05  CA-SCHOOL-CODE              PIC X(04).
003700     05  CA-GRADE-FROM               PIC X(02).
003800     05  CA-GRADE-TO                 PIC X(02).
003900     05  CA-ALPHA-FROM               PIC X(01).
004000     05  CA-ALPHA-TO                 PIC X(01).
004100     05  CA-COUNSELOR-ID             PIC 9(05).
004200     05  CA-COUNSELOR-NAME           PIC X(30).
004300     05  FILLER                      PIC X(05).
