000100******************************************************************
000200*    RUNSREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE NIGHTLY RUN-STATISTICS HISTORY        *
000400*    (RUNSTATS). GSNIGHT APPENDS ONE RECORD PER PHASE AND ONE    *
000500*    PER RUN - START AND END TIME (HHMMSSHH FROM ACCEPT ...      *
000600*    FROM TIME), THE TRANSACTION COUNTS AND THE ROSTER ROWS      *
000650*    WRITTEN                                                     *
000700*    - SO THE BATCH WINDOW IS ON FILE INSTEAD OF IN THE JOB      *
000800*    LOG. READ BACK BY THE GSBSTATS WINDOW TREND REPORT.         *
000900******************************************************************
001000*    MOD-LOG
001100*    DATE       INIT  DESCRIPTION
001200*    2026-09-01  RVM  ORIGINAL LAYOUT.
001210*    2026-10-15  RVM  ADDED RU-PHASE. EACH GSNIGHT PHASE NOW
001220*                     APPENDS ITS OWN RECORD (RU-PHASE = THE
001230*                     PHASE NAME) AND THE STEP THAT FINISHES THE
001240*                     NIGHT APPENDS THE WHOLE-RUN RECORD WITH
001250*                     RU-PHASE SPACES, AS EVERY EARLIER RECORD
001260*                     READS.
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  RUN-STATS-RECORD.
002500     05  RU-REJECTS                  PIC 9(07).
002600     05  RU-ATT-POSTED               PIC 9(07).
002700     05  RU-ROSTER-WRITTEN           PIC 9(05).
002710     05  RU-PHASE                    PIC X(08).
