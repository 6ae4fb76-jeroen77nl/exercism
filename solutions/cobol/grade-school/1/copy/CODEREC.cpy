000100******************************************************************
000200*    CODEREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE DISTRICT CODE-TABLE MASTER (CODETBL). *
000400*    ONE RECORD PER CODE, KEYED BY TABLE NAME AND CODE, KEPT IN  *
000500*    KEY ORDER BY THE GSCODES MAINTENANCE JOB. EVERY EDIT AND    *
000600*    REPORT THAT VALIDATES OR DESCRIBES A REASON, ACTION OR      *
000700*    PROGRAM CODE READS IT INSTEAD OF CARRYING ITS OWN LIST:     *
000800*      WDRREASN  WITHDRAWAL REASON   (ST-WITHDRAW-REASON)        *
000900*      ABSREASN  ABSENCE REASON      (ATT-REASON-CODE)           *
001000*      DISCTYPE  DISCIPLINE TYPE     (DI-TYPE-CODE)              *
001100*      DISCACTN  DISCIPLINE ACTION   (DI-ACTION-CODE)            *
001200*      CONDCODE  MEDICAL CONDITION   (CD-CONDITION-CODE)         *
001300*      PGMCODE   PROGRAM             (PP-PROGRAM-CODE)           *
001400*      VACCINE   VACCINE             (IM-VACCINE-CODE)           *
001400*      SUBJAREA  SUBJECT AREA        (CAT-SUBJECT-AREA)          *
001400*      STDSUBJ   K-5 SUBJECT         (SD-SUBJECT)                *
001400*      STDCMNT   STANDARDS COMMENT   (SM-COMMENT-CODE)           *
001400*      INTVCODE  MTSS INTERVENTION   (IV-INTV-CODE)              *
001400*      CNTCTYPE  COUNSELOR CONTACT   (CN-CONTACT-TYPE)           *
001400*      CNTCRSN   CONTACT REASON      (CN-REASON-CODE)            *
001400*      CLSACCOM  504 CLASSROOM ACCOM (SP-CLASS-ACCOM)            *
001400*      TSTACCOM  504 TESTING ACCOM   (SP-TEST-ACCOM)             *
001400*      HIBCATG   BULLYING CATEGORY   (HC-CATEGORY)               *
001400*      LEAVETYP  TEACHER LEAVE TYPE  (AL-LEAVE-TYPE)             *
001400*      BUILDING  DISTRICT BUILDING   (ST-SCHOOL-CODE)            *
001500*    A CODE IS IN FORCE FROM CT-EFFECTIVE-DATE THROUGH           *
001600*    CT-EXPIRY-DATE INCLUSIVE; A ZERO EXPIRY MEANS OPEN-ENDED.   *
001700*    AN EXPIRED CODE STAYS ON FILE SO HISTORY STILL DESCRIBES.   *
001800*    CT-STATE-CODE IS THE STATE REPORTING CROSSWALK VALUE (SPACE *
001900*    = REPORT THE DISTRICT CODE AS IT STANDS) - FOR LEAVETYP,    *
001900*    THE PAYROLL SYSTEM'S LEAVE CODE; FOR BUILDING, THE STATE    *
001900*    SCHOOL NUMBER. CT-CLASS IS A                                *
002000*    PER-TABLE CLASSIFICATION - FOR ABSREASN, 'E' EXCUSED OR     *
002000*    'U' UNEXCUSED; FOR SUBJAREA, 'E' MARKS THE ELECTIVE AREA    *
002000*    THAT TAKES THE CREDIT NO OTHER AREA CLAIMS; FOR HIBCATG,    *
002000*    'T' MARKS A SEX-BASED (TITLE IX) CATEGORY; FOR BUILDING,    *
002000*    'D' MARKS THE DISTRICT OFFICE ITSELF, 'S' A SCHOOL.         *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-15  RVM  ORIGINAL LAYOUT.
002500*    2026-10-15  RVM  ADDED THE SUBJAREA TABLE - GRADUATION
002500*                     SUBJECT AREAS FOR THE CREDIT AUDIT.
002500*    2026-10-15  RVM  ADDED THE STDSUBJ AND STDCMNT TABLES - THE
002500*                     K-5 STANDARDS SUBJECTS AND REPORT-CARD
002500*                     COMMENT CODES.
002500*    2026-10-15  RVM  ADDED THE INTVCODE TABLE - THE MTSS/RTI
002500*                     INTERVENTIONS A STUDENT MAY BE PLACED IN.
002500*    2026-10-15  RVM  ADDED THE CNTCTYPE AND CNTCRSN TABLES - THE
002500*                     TYPES AND REASONS OF A COUNSELOR CONTACT.
002520*    2026-10-15  RVM  ADDED THE CLSACCOM AND TSTACCOM TABLES -
002540*                     THE CLASSROOM AND TESTING ACCOMMODATIONS
002560*                     OF A SECTION 504 PLAN.
002580*    2026-10-15  RVM  ADDED THE HIBCATG TABLE - BULLYING AND
002580*                     HARASSMENT ALLEGATION CATEGORIES (GSHIB).
002590*    2026-10-15  RVM  ADDED THE LEAVETYP TABLE - TEACHER LEAVE
002590*                     TYPES (GSSUB), CROSSWALKED TO PAYROLL'S
002590*                     LEAVE CODES IN CT-STATE-CODE (GSPAYX).
002595*    2026-10-15  RVM  ADDED THE BUILDING TABLE - THE DISTRICT'S
002595*                     BUILDINGS, NAMED AND NUMBERED FOR THE LMS
002595*                     ROSTER EXPORT (GSLMS).
002600******************************************************************
002700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002800*        01  CODE-TABLE-RECORD.
002900*            COPY CODEREC.
003000******************************************************************
003100     05  CT-KEY.
003200         10  CT-TABLE-NAME           PIC X(08).
003300         10  CT-CODE                 PIC X(04).
003400     05  CT-DESCRIPTION              PIC X(30).
003500     05  CT-EFFECTIVE-DATE           PIC 9(08).
003600     05  CT-EXPIRY-DATE              PIC 9(08).
003700     05  CT-STATE-CODE               PIC X(04).
003800     05  CT-CLASS                    PIC X(01).
003900     05  FILLER                      PIC X(17).
