000100******************************************************************
000200*    CNTCREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE COUNSELOR CONTACT LOG (CNTCLOG). ONE  *
000400*    RECORD PER CONTACT A COUNSELOR HAS WITH OR ABOUT A STUDENT, *
000500*    APPENDED BY GSCNSL FROM THE COUNSELORS' CNTCTRAN CARDS ONLY *
000600*    AFTER THE CARD HAS PASSED ITS EDITS.                        *
000700*      CN-CONTACT-TYPE   - CNTCTYPE TABLE OF CODETBL (MEETING,   *
000800*                          PHONE CALL, PARENT CONFERENCE ...).   *
000900*      CN-REASON-CODE    - CNTCRSN TABLE OF CODETBL.             *
001000*      CN-FOLLOWUP-DATE  - WHEN THE COUNSELOR MEANS TO SEE THE   *
001100*                          STUDENT AGAIN; ZERO FOR NONE. THE     *
001200*                          FOLLOW-UP IS MET BY THE STUDENT'S NEXT*
001300*                          CONTACT ON THE LOG, BY ANY COUNSELOR, *
001400*                          AND IS OVERDUE WHILE THERE IS NONE    *
001500*                          AND THE DATE HAS PASSED.              *
001600*    THE LOG IS APPEND-ONLY AND NEVER CORRECTED IN PLACE.        *
001700******************************************************************
001800*    MOD-LOG
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15  RVM  ORIGINAL LAYOUT.
002100******************************************************************
002200*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002300*        01  CONTACT-LOG-RECORD.
002400*            COPY CNTCREC.
002500******************************************************************
002600     05  CN-STUDENT-ID               PIC 9(07).
002700     05  CN-COUNSELOR-ID             PIC 9(05).
002800     05  CN-CONTACT-DATE             PIC 9(08).
002900     05  CN-CONTACT-TYPE             PIC X(02).
003000     05  CN-REASON-CODE              PIC X(04).
003100     05  CN-FOLLOWUP-DATE            PIC 9(08).
003200     05  CN-ENTERED-DATE             PIC 9(08).
003300     05  FILLER                      PIC X(08).
