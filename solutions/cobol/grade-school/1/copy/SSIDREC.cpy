000500*    STUDENT ID). SX-STATE-ID IS THE SSID THE STATE ASSIGNS -    *
000600*    THE ONLY KEY THE STATE MATCHES SUBMISSIONS ON. LOADED BY    *
000700*    THE GSSSID EXCHANGE JOB FROM THE STATE'S RESPONSE FILE      *
000800*    AND READ BY THE DOE ENROLLMENT EXTRACT, AND BY GSDOEERR TO  *
000810*    MATCH THE STATE'S SUBMISSION ERRORS BACK TO THE STUDENT.    *
000900******************************************************************
001000*    MOD-LOG
001100*    DATE       INIT  DESCRIPTION
001200*    2026-09-01  RVM  ORIGINAL LAYOUT.
001210*    2026-10-15  RVM  NOW ALSO READ BY GSDOEERR (SSID TO STUDENT).
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  SSID-XREF-RECORD.
