000100******************************************************************
000200*    MGDLREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE FEDERAL MEAL INCOME-GUIDELINE TABLE   *
000400*    (MEALGUID). ONE RECORD PER SCHOOL YEAR PER HOUSEHOLD SIZE,  *
000500*    KEYED FROM THE YEARLY FEDERAL NOTICE, WITH THE YEARLY       *
000600*    INCOME LIMITS IN WHOLE DOLLARS FOR FREE AND FOR REDUCED     *
000700*    MEALS. MG-SCHOOL-YEAR IS THE YEAR THE SCHOOL YEAR BEGINS    *
000800*    (THE GUIDELINES TAKE EFFECT 1 JULY). MG-HH-SIZE 00 IS THE   *
000900*    "EACH ADDITIONAL MEMBER" ROW - ADDED ONCE PER MEMBER ABOVE  *
001000*    THE LARGEST SIZE KEYED.                                     *
001100******************************************************************
001200*    MOD-LOG
001300*    DATE       INIT  DESCRIPTION
001400*    2026-10-15  RVM  ORIGINAL LAYOUT.
001500******************************************************************
001600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001700*        01  MEAL-GUIDELINE-RECORD.
001800*            COPY MGDLREC.
001900******************************************************************
002000     05  MG-SCHOOL-YEAR              PIC 9(04).
002100     05  MG-HH-SIZE                  PIC 9(02).
002200     05  MG-FREE-LIMIT               PIC 9(07).
002300     05  MG-REDUCED-LIMIT            PIC 9(07).
002400     05  FILLER                      PIC X(10).
