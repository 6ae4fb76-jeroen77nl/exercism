000100******************************************************************
000200*    JRUNREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE JOB-STREAM RUN-CONTROL LEDGER         *
000400*    (RUNCTL). EVERY JOB IN THE NIGHTLY STREAM APPENDS ONE       *
000500*    RECORD WHEN IT STARTS AND ONE WHEN IT ENDS, STAMPED WITH    *
000600*    THE BUSINESS DATE IT IS RUNNING FOR. A JOB THAT NEEDS A     *
000700*    PREDECESSOR READS THE LEDGER BEFORE IT DOES ANYTHING ELSE   *
000800*    AND REFUSES TO START UNLESS THE PREDECESSOR'S LATEST EVENT  *
000900*    FOR THAT DATE IS A CLEAN END. GSRUNST PRINTS THE STREAM.    *
001000*    JR-EVENT:                                                   *
001100*      'S' - JOB STARTED,                                        *
001200*      'E' - JOB ENDED, JR-COMPLETION-CODE IS ITS RETURN CODE,   *
001300*      'B' - JOB REFUSED TO START, JR-BLOCKED-BY NAMES THE       *
001400*            PREDECESSOR THAT HAD NOT COMPLETED.                 *
001500*    A RERUN SIMPLY APPENDS MORE EVENTS - THE LATEST EVENT FOR   *
001600*    A JOB AND DATE IS ITS CURRENT STATE.                        *
001700******************************************************************
001800*    MOD-LOG
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15  RVM  ORIGINAL LAYOUT.
002100******************************************************************
002200*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002300*        01  RUN-CONTROL-RECORD.
002400*            COPY JRUNREC.
002500******************************************************************
002600     05  JR-BUSINESS-DATE            PIC 9(08).
002700     05  JR-JOB-NAME                 PIC X(08).
002800     05  JR-EVENT                    PIC X(01).
002900     05  JR-EVENT-DATE               PIC 9(08).
003000     05  JR-EVENT-TIME               PIC 9(08).
003100     05  JR-COMPLETION-CODE          PIC 9(04).
003200     05  JR-BLOCKED-BY               PIC X(08).
003300     05  FILLER                      PIC X(05).
