000100******************************************************************
000200*    EWIHREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE EARLY-WARNING HISTORY FILE (EWIHIST). *
000400*    ONE RECORD PER STUDENT PER MONTHLY GSEWI RUN, GRADES 6-12,  *
000500*    HOLDING THE RAW FIGURES EACH INDICATOR WAS SCORED FROM, THE *
000600*    THREE INDICATOR SCORES AND THE COMBINED RISK LEVEL, SO THE  *
000700*    MOVEMENT OF A STUDENT FROM MONTH TO MONTH CAN BE SEEN.      *
000800*      EH-RUN-MONTH      - YYYYMM OF THE BUSINESS DATE THE RUN   *
000900*                          SCORED.                               *
001000*      EH-ABSENCE-RATE   - UNEXCUSED ABSENT DAYS THIS SCHOOL     *
001100*                          YEAR AS A PCT OF INSTRUCTIONAL DAYS.  *
001200*      EH-INCIDENTS      - DISCFILE INCIDENTS THIS SCHOOL YEAR.  *
001300*      EH-SUSPENDED      - 'Y' WHEN ONE OF THEM WAS AN 'SU' OR   *
001400*                          'EX' ACTION.                          *
001500*      EH-F-COUNT        - F MARKS IN THE CURRENT MARKING PERIOD.*
001600*      EH-TERM-GPA       - LATEST TERM GPA; EH-GPA-ON-FILE 'N'   *
001700*                          WHEN THE STUDENT HAS NONE YET.        *
001800*      EH-ATT-SCORE,                                             *
001900*      EH-BEH-SCORE,                                             *
002000*      EH-CRS-SCORE      - ATTENDANCE, BEHAVIOR AND COURSE-      *
002100*                          PERFORMANCE SCORES: 0 ON TRACK, 1 AT  *
002200*                          THE MODERATE THRESHOLD, 2 AT THE HIGH.*
002300*      EH-RISK-LEVEL     - 'L' LOW, 'M' MODERATE, 'H' HIGH.      *
002400*    THE FILE IS APPEND-ONLY. A RERUN OF A MONTH ADDS ITS ROWS   *
002500*    AGAIN AND THE LAST ROW IN FILE ORDER FOR A STUDENT AND      *
002600*    MONTH IS THE ONE OF RECORD.                                 *
002700******************************************************************
002800*    MOD-LOG
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-15  RVM  ORIGINAL LAYOUT.
003100******************************************************************
003200*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003300*        01  EWI-HISTORY-RECORD.
003400*            COPY EWIHREC.
003500******************************************************************
003600     05  EH-STUDENT-ID               PIC 9(07).
003700     05  EH-RUN-MONTH                PIC 9(06).
003800     05  EH-SCHOOL-CODE              PIC X(04).
003900     05  EH-GRADE                    PIC X(02).
004000     05  EH-ABSENCE-RATE             PIC 9(03)V9.
004100     05  EH-INCIDENTS                PIC 9(03).
004200     05  EH-SUSPENDED                PIC X(01).
004300     05  EH-F-COUNT                  PIC 9(02).
004400     05  EH-TERM-GPA                 PIC 9V99.
004500     05  EH-GPA-ON-FILE              PIC X(01).
004600     05  EH-ATT-SCORE                PIC 9(01).
004700     05  EH-BEH-SCORE                PIC 9(01).
004800     05  EH-CRS-SCORE                PIC 9(01).
004900     05  EH-RISK-LEVEL               PIC X(01).
005000     05  EH-RUN-DATE                 PIC 9(08).
005100     05  FILLER                      PIC X(15).
