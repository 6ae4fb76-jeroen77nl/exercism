000100******************************************************************
000200*    AUDTREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STUDENT AUDIT TRAIL (AUDITLOG AND ITS *
000400*    MONTHLY AUDMNTH GENERATIONS). ONE RECORD PER ROSTER CHANGE, *
000500*    WRITTEN BY GSNIGHT, GSGRCHG, GSMERGE, GSGRREC AND (THROUGH  *
000600*    TD QUEUE AUDT) THE GSAD ONLINE TRANSACTIONS. GSNIGHT STAMPS *
000650*    AUD-DATE WITH THE BUSINESS DATE (BUSDATE), THE OTHERS WITH  *
000660*    THE DAY OF THE CHANGE; AUD-TIME IS ALWAYS THE CLOCK.        *
000700*    AUD-SEQ-NO IS THE DISTRICT-WIDE AUDIT SEQUENCE NUMBER,      *
000800*    DRAWN FROM THE AUDIT SEQUENCE REGISTER (AUDSEQVS, COPY      *
000900*    ASEQREC) BY EVERY WRITER, SO THE TRAIL COUNTS UP ONE BY ONE.*
001000*    AUD-CHAIN-HASH IS THE RUNNING CONTROL HASH - THE PREVIOUS   *
001100*    RECORD'S HASH FOLDED WITH EVERY BYTE OF THIS RECORD AHEAD   *
001200*    OF THE HASH ITSELF (SEE COMPUTE-AUDIT-HASH IN ANY WRITER).  *
001300*    GSAUDVER RECOMPUTES THE CHAIN TO PROVE NOTHING WAS LOST,    *
001400*    REPEATED, REORDERED OR ALTERED. A RECORD WRITTEN BEFORE THE *
001500*    SEQUENCE WAS INTRODUCED HAS BOTH FIELDS BLANK.              *
001600******************************************************************
001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  RVM  LAYOUT LIFTED UNCHANGED FROM THE FD IN
002000*                     GRADE-SCHOOL.COB AND THE SIX OTHER COPIES,
002100*                     AND AUD-SEQ-NO AND AUD-CHAIN-HASH ADDED AT
002200*                     THE END. RECORD IS NOW 112 BYTES.
002200*    2026-10-15  RVM  DOCUMENTED THE 'TCOV' RECORD GSGRREC WRITES
002200*                     WHEN THE REGISTRAR RELEASES A BUILDING FROM
002200*                     THE TERM-CLOSE GATE: AUD-STUDENT-ID IS THE
002200*                     COUNT OF GRADES STILL MISSING, AUD-LAST-NAME
002200*                     THE BUILDING (1-4) AND REASON (6-30), AUD-
002200*                     FIRST-NAME WHO RELEASED IT AND AUD-RESULT
002200*                     THE TERM.
002200*    2026-10-15  RVM  DOCUMENTED THE 'DEMO' RECORD GSNIGHT WRITES
002200*                     WHEN IT FILES A DEMOGRAPHIC SEGMENT ON
002200*                     DEMOGVS: AUD-FIRST-NAME (1-13) HOLDS DM-SEX
002200*                     THROUGH DM-FED-CATEGORY (SEE DEMOREC) AND
002200*                     AUD-RESULT IS 'ADDED', 'BEFOR' OR 'AFTER' -
002200*                     OR 'BADDM', WITH THE SEGMENT AS KEYED IN
002200*                     1-11, WHEN IT FAILED ITS EDITS.
002200*    2026-10-15  RVM  WRITER LIST NOW NAMES GSGRREC AND ALL THE
002200*                     GSAD ONLINE TRANSACTIONS. NOTED WHICH DATE
002200*                     EACH WRITER STAMPS IN AUD-DATE.
002300******************************************************************
002400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002500*        01  AUDIT-RECORD.
002600*            COPY AUDTREC.
002700******************************************************************
002800     05  AUD-DATE                    PIC 9(08).
002900     05  AUD-TIME                    PIC 9(08).
003000     05  AUD-ACTION                  PIC X(04).
003100     05  AUD-STUDENT-ID              PIC 9(07).
003200     05  AUD-LAST-NAME               PIC X(30).
003300     05  AUD-FIRST-NAME              PIC X(20).
003400     05  AUD-GRADE                   PIC X(02).
003500     05  AUD-RESULT                  PIC X(05).
003600     05  AUD-WITHDRAW-DATE           PIC 9(08).
003700     05  AUD-WITHDRAW-REASON         PIC X(02).
003800     05  AUD-SEQ-NO                  PIC 9(09).
003900     05  AUD-CHAIN-HASH              PIC 9(09).
