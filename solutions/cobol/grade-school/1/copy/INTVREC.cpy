000100******************************************************************
000200*    INTVREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE MTSS/RTI INTERVENTION FILE (INTVFILE).*
000400*    ONE RECORD PER INTERVENTION A STUDENT IS PLACED IN - THE    *
000500*    TIER OF SUPPORT, THE INTERVENTION (INTVCODE TABLE OF        *
000600*    CODETBL), THE INTERVENTIONIST (TEACHFIL), THE START AND END *
000700*    DATES, AND THE BASELINE AND GOAL SCORES THAT DRAW THE GOAL  *
000800*    LINE THE PROGRESS-MONITORING PROBES (PMONLOG, COPY PMONREC) *
000900*    ARE JUDGED AGAINST. APPENDED BY GSINTV ONLY AFTER THE ROW   *
001000*    HAS PASSED ITS EDITS.                                       *
001100*      IV-TIER         - 1 CORE, 2 TARGETED, 3 INTENSIVE.        *
001200*      IV-END-DATE     - THE DATE THE GOAL IS TO BE MET BY; THE  *
001300*                        GOAL LINE RUNS FROM THE BASELINE ON THE *
001400*                        START DATE TO THE GOAL ON THIS DATE.    *
001500*      IV-STATUS       - 'A' ACTIVE, 'C' CLOSED.                 *
001600*    AN INTERVENTION IS KNOWN BY STUDENT, INTERVENTION CODE AND  *
001700*    START DATE. THE FILE IS NEVER UPDATED IN PLACE - A          *
001800*    CORRECTION, OR THE CLOSE OF AN INTERVENTION, IS A NEW ROW   *
001900*    WITH THE SAME KEY AND THE LAST ONE IN FILE ORDER IS THE     *
002000*    ROW OF RECORD. A TIER CHANGE CLOSES THE OLD INTERVENTION    *
002100*    AND STARTS A NEW ONE, SO THE FILE IS THE STUDENT'S HISTORY. *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-15  RVM  ORIGINAL LAYOUT.
002600******************************************************************
002700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002800*        01  INTERVENTION-RECORD.
002900*            COPY INTVREC.
003000******************************************************************
003100     05  IV-STUDENT-ID               PIC 9(07).
003200     05  IV-INTV-CODE                PIC X(04).
003300     05  IV-START-DATE               PIC 9(08).
003400     05  IV-TIER                     PIC 9(01).
003500     05  IV-INTERVENTIONIST-ID       PIC 9(05).
003600     05  IV-END-DATE                 PIC 9(08).
003700     05  IV-BASELINE-SCORE           PIC 9(03).
003800     05  IV-GOAL-SCORE               PIC 9(03).
003900     05  IV-STATUS                   PIC X(01).
004000     05  IV-ENTERED-DATE             PIC 9(08).
004100     05  FILLER                      PIC X(12).
