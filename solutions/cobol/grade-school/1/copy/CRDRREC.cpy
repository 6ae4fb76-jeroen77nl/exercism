000100******************************************************************
000200*    CRDRREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE DISTRICT GRADUATION-REQUIREMENTS      *
000400*    TABLE (CRDREQ). ONE RECORD PER GRADUATING COHORT AND        *
000500*    SUBJECT AREA - THE CREDITS A STUDENT GRADUATING IN          *
000600*    RQ-COHORT (THE CALENDAR YEAR OF THEIR SPRING COMMENCEMENT)  *
000700*    MUST EARN IN THE AREA. RQ-SUBJECT-AREA IS A CODE ON THE     *
000800*    SUBJAREA TABLE OF CODETBL. THE CREDITS REQUIRED TO GRADUATE *
000900*    ARE THE SUM OF A COHORT'S ROWS. A NEW COHORT IS NEW ROWS -  *
001000*    AN EARLIER COHORT'S ROWS ARE NEVER CHANGED UNDER IT.        *
001100******************************************************************
001200*    MOD-LOG
001300*    DATE       INIT  DESCRIPTION
001400*    2026-10-15  RVM  ORIGINAL LAYOUT.
001500******************************************************************
001600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001700*        01  CREDIT-REQUIREMENT-RECORD.
001800*            COPY CRDRREC.
001900******************************************************************
002000     05  RQ-COHORT                   PIC 9(04).
002100     05  RQ-SUBJECT-AREA             PIC X(04).
002200     05  RQ-CREDITS-REQUIRED         PIC 9(02)V9.
002300     05  FILLER                      PIC X(09).
