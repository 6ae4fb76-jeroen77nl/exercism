000800*    CURRENT. THE ENTRY/EXIT HISTORY IS THE POINT: FUNDING       *
000900*    AUDITS ASK WHEN SERVICES STARTED AND STOPPED, SO EXITED     *
001000*    SPELLS ARE NEVER DELETED - A RE-ENTRY IS A NEW RECORD.      *
001010*    ON AN 'SE' (SPECIAL EDUCATION - IEP) SPELL THE SERVICE      *
001020*    DETAIL CARRIES UP TO FIVE 4-BYTE STATE TESTING              *
001030*    ACCOMMODATION CODES (PP-ACCOM-CODE), READ BY GSPREID FOR    *
001040*    THE ASSESSMENT PRE-ID FILE. A SECTION 504 PLAN AND ITS      *
001050*    ACCOMMODATIONS ARE KEPT ON PLAN504 (COPY P504REC) INSTEAD.  *
001100******************************************************************
001200*    MOD-LOG
001300*    DATE       INIT  DESCRIPTION
001400*    2026-09-01  RVM  ORIGINAL LAYOUT.
001410*    2026-10-15  RVM  ADDED PP-ACCOM-CODES - THE TESTING
001420*                     ACCOMMODATIONS ON AN IEP OR 504 SPELL.
001440*    2026-10-15  RVM  504 ACCOMMODATIONS MOVED TO PLAN504 -
001460*                     PP-ACCOM-CODES IS READ ON 'SE' SPELLS ONLY.
001500******************************************************************
001600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001700*        01  PROGRAM-PART-RECORD.
002200     05  PP-ENTRY-DATE               PIC 9(08).
002300     05  PP-EXIT-DATE                PIC 9(08).
002400     05  PP-SERVICE-DETAIL           PIC X(20).
002410     05  PP-ACCOM-CODES REDEFINES PP-SERVICE-DETAIL.
002420         10  PP-ACCOM-CODE           PIC X(04) OCCURS 5 TIMES.
