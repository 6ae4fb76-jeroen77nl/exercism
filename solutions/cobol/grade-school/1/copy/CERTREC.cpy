000100******************************************************************
000200*    CERTREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE TEACHER CERTIFICATION FILE (CERTFILE).*
000400*    ONE RECORD PER TEACHER, KEYED BY CE-TEACHER-ID - THE        *
000500*    TA-TEACHER-ID OF TEACHFIL AND MS-TEACHER-ID OF MSTSCHED.    *
000600*    KEPT BY HUMAN RESOURCES FROM THE STATE LICENSURE LOOKUP.    *
000700*      CE-LICENSE-NO      - THE STATE LICENSE NUMBER.            *
000800*      CE-ISSUE-DATE      - THE DATE THE CURRENT LICENSE TOOK    *
000900*                           EFFECT.                              *
001000*      CE-EXPIRE-DATE     - THE LAST DAY IT IS VALID. A TEACHER  *
001100*                           PAST IT IS NOT CERTIFIED FOR         *
001200*                           ANYTHING UNTIL IT IS RENEWED.        *
001300*      CE-AREA            - UP TO 8 CERTIFICATION AREAS, EACH A  *
001400*                           SUBJECT (A SUBJAREA CODE OF CODETBL, *
001500*                           THE CAT-SUBJECT-AREA OF THE COURSES  *
001600*                           IT COVERS, OR 'ELEM' FOR AN          *
001700*                           ELEMENTARY SELF-CONTAINED CLASSROOM) *
001800*                           AND THE GRADE BAND IT COVERS, LOW TO *
001900*                           HIGH ('KG', '01'-'12'). UNUSED AREAS *
002000*                           ARE SPACES.                          *
002100******************************************************************
002200*    MOD-LOG
002300*    DATE       INIT  DESCRIPTION
002400*    2026-10-15  RVM  ORIGINAL LAYOUT.
002500******************************************************************
002600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002700*        01  CERTIFICATION-RECORD.
002800*            COPY CERTREC.
002900******************************************************************
003000     05  CE-TEACHER-ID               PIC 9(05).
003100     05  CE-LICENSE-NO               PIC X(12).
003200     05  CE-ISSUE-DATE               PIC 9(08).
003300     05  CE-EXPIRE-DATE              PIC 9(08).
003400     05  CE-AREA                     OCCURS 8 TIMES.
003500         10  CE-SUBJECT              PIC X(04).
003600         10  CE-GRADE-LOW            PIC X(02).
003700         10  CE-GRADE-HIGH           PIC X(02).
003800     05  FILLER                      PIC X(23).
