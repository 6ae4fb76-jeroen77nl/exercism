000100******************************************************************
000200*    MDETREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE MEAL DETERMINATION-SOURCE LOG         *
000400*    (MEALSRC). ONE RECORD EACH TIME A STUDENT'S ST-MEAL-STATUS  *
000500*    IS SET OR CONFIRMED, SAYING ON WHAT                         *
000600*    AUTHORITY - THE EVIDENCE A FEDERAL MEAL-CLAIM REVIEW ASKS   *
000700*    FOR BEHIND EVERY FREE STUDENT WITH NO APPLICATION ON FILE.  *
000800*      MD-LOGGED-DATE    - THE BUSINESS DATE THE STATUS WAS SET. *
000900*      MD-SOURCE         - 'HL' HOMELESS, DETERMINED BY THE      *
001000*                          DISTRICT LIAISON (HOUSING),           *
001100*                          'FC' FOSTER CARE (HOUSING),           *
001110*                          'AP' FAMILY APPLICATION, INCOME,      *
001120*                          'CN' FAMILY APPLICATION, CASE NUMBER, *
001130*                          'CO' LAST YEAR'S CARRY-OVER ENDED.    *
001200*      MD-REFERENCE      - WHO MADE THE DETERMINATION (FOR HL    *
001300*                          AND FC THE LIAISON'S HS-LIAISON-ID,   *
001310*                          FOR AP AND CN 'AP' AND THE MEALAPP    *
001320*                          APPLICATION ID, FOR CO 'CARRYOVR').   *
001400*      MD-DETERMINED-DATE                                        *
001500*                        - THE DATE OF THAT DETERMINATION.       *
001600*      MD-PRIOR-STATUS   - ST-MEAL-STATUS BEFORE THE CHANGE.     *
001700*    THE LOG IS APPEND-ONLY. WRITTEN BY GSMCKV AND GSMEALAP.     *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002110*    2026-10-15  RVM  SOURCES AP, CN AND CO WRITTEN BY GSMEALAP.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  MEAL-SOURCE-RECORD.
002500*            COPY MDETREC.
002600******************************************************************
002700     05  MD-STUDENT-ID               PIC 9(07).
002800     05  MD-LOGGED-DATE              PIC 9(08).
002900     05  MD-MEAL-STATUS              PIC X(01).
003000     05  MD-PRIOR-STATUS             PIC X(01).
003100     05  MD-SOURCE                   PIC X(02).
003200     05  MD-REFERENCE                PIC X(08).
003300     05  MD-DETERMINED-DATE          PIC 9(08).
003400     05  MD-JOB-NAME                 PIC X(08).
003500     05  FILLER                      PIC X(07).
