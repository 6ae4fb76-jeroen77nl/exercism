000100******************************************************************
000200*    BDATREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE DISTRICT BUSINESS-DATE CONTROL        *
000400*    RECORD (BUSDATE) - ONE RECORD, MAINTAINED ONLY BY GSBDATE.  *
000500*    EVERY BATCH JOB TAKES "TODAY" FROM HERE INSTEAD OF FROM THE *
000600*    SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT STILL       *
000700*    STAMPS THE DAY IT IS DOING THE WORK FOR.                    *
000800*      BD-BUSINESS-DATE  - THE CURRENT BUSINESS DAY. MOVED ON    *
000900*                          ONLY BY THE END-OF-DAY STEP (GSEOD).  *
001000*      BD-OVERRIDE-DATE  - ZERO, OR A PAST BUSINESS DAY BEING    *
001100*                          RERUN. WHILE SET, JOBS RUN AS OF THIS *
001200*                          DATE AND SAY SO ON EVERY REPORT.      *
001300*    THE REASON, OPERATOR AND WHEN-SET FIELDS ARE THE AUDIT OF   *
001400*    THE OVERRIDE; GSBDATE ALSO LOGS EVERY CHANGE TO BDATHIST.   *
001500******************************************************************
001600*    MOD-LOG
001700*    DATE       INIT  DESCRIPTION
001800*    2026-10-15  RVM  ORIGINAL LAYOUT.
001900******************************************************************
002000*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002100*        01  BUSINESS-DATE-RECORD.
002200*            COPY BDATREC.
002300******************************************************************
002400     05  BD-BUSINESS-DATE            PIC 9(08).
002500     05  BD-OVERRIDE-DATE            PIC 9(08).
002600     05  BD-OVERRIDE-REASON          PIC X(30).
002700     05  BD-OVERRIDE-OPERATOR        PIC X(08).
002800     05  BD-OVERRIDE-SET-DATE        PIC 9(08).
002900     05  BD-OVERRIDE-SET-TIME        PIC 9(08).
003000     05  BD-ADVANCED-DATE            PIC 9(08).
003100     05  BD-ADVANCED-TIME            PIC 9(08).
003200     05  FILLER                      PIC X(04).
