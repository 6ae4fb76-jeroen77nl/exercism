000100******************************************************************
000200*    DEMOREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STUDENT DEMOGRAPHICS SUPPLEMENT       *
000400*    (DEMOGVS). ONE RECORD PER STUDENT WHO HAS EVER HAD ANY      *
000500*    DEMOGRAPHIC REPORTED, KEYED BY DM-STUDENT-ID. CAPTURED FROM *
000600*    THE DEMOGRAPHIC SEGMENT OF AN 'A' TRANSACTION AND KEPT BY   *
000700*    THE SAME SEGMENT ON A 'C' TRANSACTION - EVERY CHANGE IS     *
000800*    AUDITED AS A 'DEMO' RECORD (SEE AUDTREC).                   *
000900*    ETHNICITY AND RACE FOLLOW THE FEDERAL TWO-QUESTION FORMAT:  *
001000*      DM-SEX            - 'F', 'M', 'X'; SPACE NOT REPORTED.    *
001100*      DM-HISPANIC       - 'Y' HISPANIC OR LATINO, 'N' NOT;      *
001200*                          SPACE NOT REPORTED.                   *
001300*      DM-RACE-FLAGS     - ONE 'Y'/'N' BYTE PER RACE, ANY NUMBER *
001400*                          MAY BE 'Y': AMERICAN INDIAN OR ALASKA *
001500*                          NATIVE, ASIAN, BLACK OR AFRICAN       *
001600*                          AMERICAN, NATIVE HAWAIIAN OR OTHER    *
001700*                          PACIFIC ISLANDER, WHITE.              *
001800*      DM-HOME-LANGUAGE  - LANGUAGE SPOKEN AT HOME (AS GU-       *
001900*                          LANGUAGE, E.G. 'EN', 'ES').           *
002000*      DM-BIRTH-COUNTRY  - TWO-LETTER COUNTRY OF BIRTH.          *
002100*      DM-FED-CATEGORY   - THE SINGLE REPORTING CATEGORY DERIVED *
002200*                          ON EVERY WRITE: 'HI' WHEN HISPANIC,   *
002300*                          OTHERWISE 'TR' FOR TWO OR MORE RACES, *
002400*                          OR THE ONE RACE - 'AM', 'AS', 'BL',   *
002500*                          'PI', 'WH'; SPACES WHEN NONE IS       *
002600*                          REPORTED. SUBGROUP REPORTS COUNT BY   *
002700*                          THIS AND BY DM-SEX.                   *
002800*      DM-LAST-CHANGED   - DATE OF THE LAST ADD OR CHANGE.       *
002900******************************************************************
003000*    MOD-LOG
003100*    DATE       INIT  DESCRIPTION
003200*    2026-10-15  RVM  ORIGINAL LAYOUT.
003300******************************************************************
003400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003500*        01  DEMOGRAPHIC-RECORD.
003600*            COPY DEMOREC.
003700******************************************************************
003800     05  DM-STUDENT-ID               PIC 9(07).
003900     05  DM-SEX                      PIC X(01).
004000     05  DM-HISPANIC                 PIC X(01).
004100     05  DM-RACE-FLAGS.
004200         10  DM-RACE-AMIND           PIC X(01).
004300         10  DM-RACE-ASIAN           PIC X(01).
004400         10  DM-RACE-BLACK           PIC X(01).
004500         10  DM-RACE-PACIFIC         PIC X(01).
004600         10  DM-RACE-WHITE           PIC X(01).
004700     05  DM-RACE-TABLE REDEFINES DM-RACE-FLAGS.
004800         10  DM-RACE-FLAG            PIC X(01) OCCURS 5 TIMES.
004900     05  DM-HOME-LANGUAGE            PIC X(02).
005000     05  DM-BIRTH-COUNTRY            PIC X(02).
005100     05  DM-FED-CATEGORY             PIC X(02).
005200     05  DM-LAST-CHANGED             PIC 9(08).
005300     05  FILLER                      PIC X(12).
