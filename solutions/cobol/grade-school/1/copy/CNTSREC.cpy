000100******************************************************************
000200*    CNTSREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE RETAINED COUNT-DAY SNAPSHOT (CNTSNAP).*
000400*    ONE RECORD PER ENROLLED STUDENT, FROZEN BY THE CNTD CARD ON *
000500*    THE STATE'S STATUTORY OCTOBER COUNT DAY - THE COUNT THE     *
000600*    DISTRICT CERTIFIED. READ BY THE CNTV VARIANCE REPORT AND BY *
000700*    GSFUND FOR THE WEIGHTED STUDENT FUNDING.                    *
000800*      CS-CERT-DATE      - THE BUSINESS DATE OF CERTIFICATION.   *
000900*      CS-IEP-STATUS     - ST-IEP-STATUS AND ST-MEAL-STATUS AS   *
001000*      CS-MEAL-STATUS      THEY STOOD ON COUNT DAY, SO FUNDING   *
001100*                          WEIGHTS THE STUDENTS CERTIFIED AND    *
001200*                          NOT THE ROSTER OF THE DAY IT RUNS.    *
001300*      CS-FROZEN         - 'Y' WHEN THE TWO ABOVE WERE FROZEN.   *
001400*                          A SNAPSHOT TAKEN BEFORE THEY WERE     *
001500*                          ADDED HAS SPACES HERE.                *
001600******************************************************************
001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-08-22  RVM  ORIGINAL LAYOUT (IN GRADE-SCHOOL).
002000*    2026-10-15  RVM  MOVED TO A COPYBOOK; ADDED CS-IEP-STATUS,
002100*                     CS-MEAL-STATUS AND CS-FROZEN FOR GSFUND.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  COUNT-SNAPSHOT-RECORD.
002500*            COPY CNTSREC.
002600******************************************************************
002700     05  CS-CERT-DATE                PIC 9(08).
002800     05  CS-STUDENT-ID               PIC 9(07).
002900     05  CS-LAST-NAME                PIC X(30).
003000     05  CS-FIRST-NAME               PIC X(20).
003100     05  CS-DOB                      PIC 9(08).
003200     05  CS-GRADE                    PIC X(02).
003300     05  CS-SCHOOL-CODE              PIC X(04).
003400     05  CS-IEP-STATUS               PIC X(01).
003500     05  CS-MEAL-STATUS              PIC X(01).
003600     05  CS-FROZEN                   PIC X(01).
