000100******************************************************************
000200*    PAYXREC.CPY                                                 *
000300*    DETAIL RECORD LAYOUT FOR THE PAY-PERIOD EXTRACT TO THE      *
000400*    PAYROLL SYSTEM (PAYXTRCT), WRITTEN BY GSPAYX. THE FILE      *
000500*    OPENS WITH THE DISTRICT 'HDR' RECORD AND CLOSES WITH THE    *
000600*    'TRL' RECORD (COPY INBHREC - SENDER 'GRADESCH', FILE TYPE   *
000700*    'PAYLEAVE', THE PAY PERIOD AS THE SEQUENCE, THE PERIOD END  *
000800*    AS THE AS-OF DATE). THE TRAILER'S RECORD COUNT IS THE       *
000900*    DETAIL RECORDS AND ITS HASH TOTAL THE CONTROL TOTAL OF DAYS *
001000*    - PX-DAYS OF EVERY DETAIL RECORD, IN TENTHS OF A DAY.       *
001100*      PX-RECORD-TYPE     - 'LVE' LEAVE A TEACHER TOOK, ONE PER  *
001200*                           TEACHER PER LEAVE TYPE; 'SUB' DAYS A *
001300*                           SUBSTITUTE WORKED, ONE PER SUB PER   *
001400*                           BUILDING.                            *
001500*      PX-EMPLOYEE-ID     - THE TEACHER (LVE) OR THE SUBSTITUTE  *
001600*                           (SUB).                               *
001700*      PX-SCHOOL-CODE     - THE ABSENT TEACHER'S TEACHFIL        *
001800*                           BUILDING ('????' IF NOT ON TEACHFIL).*
001900*      PX-LEAVE-TYPE      - LVE ONLY - THE LEAVETYP CODE, AND    *
002000*      PX-PAYROLL-CODE      ITS PAYROLL CROSSWALK (CT-STATE-CODE *
002100*                           OF CODETBL).                         *
002200*      PX-FULL-DAYS       - FULL AND HALF DAYS, AND THEIR TOTAL  *
002300*      PX-HALF-DAYS         IN DAYS AND TENTHS.                  *
002400*      PX-DAYS                                                   *
002500******************************************************************
002600*    MOD-LOG
002700*    DATE       INIT  DESCRIPTION
002800*    2026-10-15  RVM  ORIGINAL LAYOUT.
002900******************************************************************
003000*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003100*        01  PAY-EXTRACT-RECORD.
003200*            COPY PAYXREC.
003300******************************************************************
003400     05  PX-RECORD-TYPE              PIC X(03).
003500     05  PX-EMPLOYEE-ID              PIC 9(05).
003600     05  PX-SCHOOL-CODE              PIC X(04).
003700     05  PX-LEAVE-TYPE               PIC X(04).
003800     05  PX-PAYROLL-CODE             PIC X(04).
003900     05  PX-FULL-DAYS                PIC 9(03).
004000     05  PX-HALF-DAYS                PIC 9(03).
004100     05  PX-DAYS                     PIC 9(03)V9.
004200     05  PX-PERIOD-START             PIC 9(08).
004300     05  PX-PERIOD-END               PIC 9(08).
004400     05  FILLER                      PIC X(34).
