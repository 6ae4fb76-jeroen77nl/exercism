000400*    ONE RECORD PER STUDENT PER SCHOOL DAY, APPENDED BY          *
000500*    RECORD-ATTENDANCE IN THE NIGHTLY RUN AND READ BACK BY THE   *
000600*    MONTH-END AND COMPLIANCE REPORTING JOBS. ATT-STATUS-CODE    *
000700*    IS 'P' PRESENT, 'A' ABSENT, 'T' TARDY OR 'E' EARLY          *
000700*    DISMISSAL (SIGNED OUT AT THE FRONT DESK - A PARTIAL DAY).   *
000800******************************************************************
000900*    MOD-LOG
001000*    DATE       INIT  DESCRIPTION
001385*                     NIGHTLY RUN DERIVES THE DAY'S PERIOD-00
001386*                     RECORD FROM THEM. READERS THAT COUNT
001387*                     DAYS MUST TAKE ONLY PERIOD-00 RECORDS.
001387*    2026-10-15  RVM  ADDED STATUS 'E' - EARLY DISMISSAL, POSTED
001387*                     BY THE GSSN FRONT-DESK SIGN-OUT AND CARRIED
001387*                     IN BY THE NIGHTLY RUN. THE STUDENT ATTENDED
001387*                     PART OF THE DAY AND COUNTS AS PRESENT.
001400******************************************************************
001500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001600*        01  ATTENDANCE-RECORD.
