000100******************************************************************
000200*    DOCRREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE ENROLLMENT DOCUMENT REQUIREMENTS      *
000400*    (DOCREQ). ONE RECORD PER DOCUMENT A STUDENT MUST HAVE ON    *
000500*    FILE, KEPT BY THE REGISTRARS' OFFICE IN THE ORDER THE       *
000600*    DOCUMENTS ARE TO BE LISTED ON THE CHECKLIST AND LETTERS:    *
000700*      DR-DOC-TYPE       - THE DOCUMENT (BRTH, RESD, CUST ...),  *
000800*                          UNIQUE ON THE FILE.                   *
000900*      DR-GRADE-FROM/TO  - THE GRADES THAT NEED IT, KG THROUGH   *
001000*                          12 (UG RANKS AFTER 12).               *
001100*      DR-CIRCUMSTANCE   - SPACE, EVERY STUDENT IN THE GRADES;   *
001200*                          'C', ONLY A STUDENT WITH A PROHIBITED *
001300*                          PERSON ON PICKAUTH (THE CUSTODY ORDER *
001400*                          BEHIND IT); 'E', ONLY A STUDENT WHOSE *
001500*                          ST-IEP-STATUS IS 'Y'.                 *
001600*      DR-GRACE-DAYS     - CALENDAR DAYS FROM THE DAY THE ITEM   *
001700*                          IS OPENED TO THE DAY IT IS OVERDUE.   *
001800*    GSDOCS OPENS THE CHECKLIST (DOCCHK, COPY DOCKREC) FROM IT.  *
001900******************************************************************
002000*    MOD-LOG
002100*    DATE       INIT  DESCRIPTION
002200*    2026-10-15  RVM  ORIGINAL LAYOUT.
002300******************************************************************
002400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002500*        01  DOC-REQUIREMENT-RECORD.
002600*            COPY DOCRREC.
002700******************************************************************
002800     05  DR-DOC-TYPE                 PIC X(04).
002900     05  DR-DESCRIPTION              PIC X(30).
003000     05  DR-GRADE-FROM               PIC X(02).
003100     05  DR-GRADE-TO                 PIC X(02).
003200     05  DR-CIRCUMSTANCE             PIC X(01).
003300     05  DR-GRACE-DAYS               PIC 9(03).
003400     05  FILLER                      PIC X(08).
