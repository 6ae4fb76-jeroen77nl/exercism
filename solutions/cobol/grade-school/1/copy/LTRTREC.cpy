000500*    LT-LINE-SEQ ORDER. LETTER TYPES IN USE:                     *
000600*      CHBC - CHRONIC-ABSENTEEISM LETTER BODY (GSCHRAB),        *
000700*      CHBW - ATTENDANCE-WATCH LETTER BODY (GSCHRAB),           *
000800*      VERL - ENROLLMENT VERIFICATION LETTER BODY (GSVERIFY),   *
000800*      INCV - INCOMPLETE-GRADE CONVERSION NOTICE BODY (GSINCMP),*
000800*      CONF - CONFERENCE CONFIRMATION LETTER BODY (GSCONF),     *
000800*      DOCF - MISSING ENROLLMENT DOCUMENT FOLLOW-UP (GSDOCS),   *
000800*      HHST - HOUSEHOLD BILLING STATEMENT BODY (GSHHBILL),      *
000800*      MAPF, MAPR, MAPP - MEAL APPLICATION NOTICE BODY, FREE,   *
000800*             REDUCED AND NOT APPROVED (GSMEALAP),             *
000800*      MAPX - MEAL CARRY-OVER ENDED NOTICE BODY (GSMEALAP).     *
000900*    A LETTER PROGRAM SELECTS THE GUARDIAN'S GU-LANGUAGE AND     *
001000*    FALLS BACK TO 'EN' - WITH AN EXCEPTION LINE ON THE RUN      *
001100*    OUTPUT - WHEN NO TRANSLATION EXISTS FOR THE TYPE.           *
001300*    MOD-LOG
001400*    DATE       INIT  DESCRIPTION
001500*    2026-09-01  RVM  ORIGINAL LAYOUT.
001500*    2026-10-15  RVM  ADDED LETTER TYPE INCV (GSINCMP).
001500*    2026-10-15  RVM  ADDED LETTER TYPE CONF (GSCONF).
001500*    2026-10-15  RVM  ADDED LETTER TYPE DOCF (GSDOCS).
001500*    2026-10-15  RVM  ADDED LETTER TYPE HHST (GSHHBILL).
001500*    2026-10-15  RVM  ADDED LETTER TYPES MAPF MAPR MAPP MAPX
001500*                     (GSMEALAP).
001600******************************************************************
001700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001800*        01  LETTER-TEMPLATE-RECORD.
