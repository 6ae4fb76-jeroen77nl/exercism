000100******************************************************************
000200*    SCNSREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STUDENT-COUNSELOR FILE (STUCNSL). ONE *
000400*    RECORD PER ENROLLED STUDENT, IN STUDENT-ID ORDER, NAMING THE*
000500*    COUNSELOR THE CASELOAD FILE (CNSLASGN, COPY CNSLREC)        *
000600*    RESOLVES THEM TO. REWRITTEN WHOLE BY GSCNSL EVERY NIGHT, SO *
000700*    A NAME CHANGE, A GRADE CHANGE, A TRANSFER OR A CHANGE TO    *
000800*    THE CASELOADS THEMSELVES IS PICKED UP THE NEXT MORNING.     *
000900*      SC-SCHOOL-CODE,                                           *
001000*      SC-GRADE,                                                 *
001100*      SC-LAST-NAME      - THE ROSTER VALUES THE ASSIGNMENT WAS  *
001200*                          RESOLVED FROM, KEPT SO THE NEXT NIGHT *
001300*                          CAN SAY WHY A STUDENT MOVED.          *
001400*      SC-COUNSELOR-ID   - ZERO WHEN NO CASELOAD FITS; THE       *
001500*                          STUDENT IS THEN UNASSIGNED.           *
001600*      SC-ASSIGNED-DATE  - THE DATE THE STUDENT CAME TO THIS     *
001700*                          COUNSELOR.                            *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  STUDENT-COUNSELOR-RECORD.
002500*            COPY SCNSREC.
002600******************************************************************
002700     05  SC-STUDENT-ID               PIC 9(07).
002800     05  SC-SCHOOL-CODE              PIC X(04).
002900     05  SC-GRADE                    PIC X(02).
003000     05  SC-LAST-NAME                PIC X(30).
003100     05  SC-COUNSELOR-ID             PIC 9(05).
003200     05  SC-COUNSELOR-NAME           PIC X(30).
003300     05  SC-ASSIGNED-DATE            PIC 9(08).
003400     05  FILLER                      PIC X(14).
