001100*      1. ONE LINE PER RUN - DATE, START, END, ELAPSED MINUTES   *
001200*         (MIDNIGHT CROSSINGS HANDLED) AND THE PHASE COUNTS,     *
001300*         WITH A 'LATE' FLAG ON ANY RUN THAT FINISHED AFTER      *
001400*         THE 06:00 ONLINE HANDOFF. EACH GSNIGHT PHASE HAS ITS   *
001410*         OWN LINE AHEAD OF THE WHOLE-RUN LINE (PHASE 'NIGHT').  *
001500*      2. A MONTH-OVER-MONTH SECTION - AVERAGE ELAPSED MINUTES   *
001600*         AND THE LATE-FINISH COUNT PER MONTH - THE SHRINKING    *
001700*         WINDOW, VISIBLE BEFORE GSLOCK REFUSES THE REGION.      *
001710*         WHOLE-RUN RECORDS ONLY.                                *
001720*      3. AVERAGE ELAPSED MINUTES PER PHASE - WHICH PART OF THE  *
001730*         NIGHT IS EATING THE WINDOW.                            *
001800*    SEE JCL/GSBSTATS.JCL.                                       *
001900******************************************************************
002000*    MOD-LOG
002100*    DATE       INIT  DESCRIPTION
002200*    2026-09-01  RVM  ORIGINAL VERSION.
002210*    2026-10-15  RVM  GSNIGHT NOW WRITES ONE RUNSTATS RECORD PER
002220*                     PHASE AS WELL AS THE WHOLE-RUN RECORD
002230*                     (RU-PHASE SPACES). ADDED THE PHASE COLUMN,
002240*                     KEPT THE MONTHLY FIGURES TO WHOLE RUNS AND
002250*                     ADDED THE PER-PHASE AVERAGE SECTION.
002260*    2026-10-15  RVM  THE REPORT NOW OPENS WITH THE BUSINESS DATE
002270*                     (BUSDATE, COPY BDATREC), FLAGGED WHEN A
002280*                     RERUN OVERRIDE IS ON, SO AN AUDITOR CAN SEE
002290*                     WHICH BUSINESS DAY IT REPRESENTS.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003000     SELECT TREND-RPT ASSIGN TO BSTATRPT
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-BSTATRPT-STATUS.
003225     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003250         ORGANIZATION IS LINE SEQUENTIAL
003275         FILE STATUS IS WS-BUSDATE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RUN-STATS-FILE
003900 FD  TREND-RPT
004000     LABEL RECORDS ARE STANDARD.
004100 01  TREND-LINE                  PIC X(110).
004120 FD  BUSINESS-DATE-FILE
004140     LABEL RECORDS ARE STANDARD.
004160 01  BUSINESS-DATE-RECORD.
004180     COPY BDATREC.
004200 WORKING-STORAGE SECTION.
004300 01  WS-RUNSTATS-STATUS       PIC X(02).
004400 01  WS-BSTATRPT-STATUS       PIC X(02).
006800         10  WS-MON-LATE      PIC 9(04).
006900 01  WS-MON-ROW               PIC 9(02).
007000 01  WS-AVG-MINS              PIC 9(05)V9.
007010******************************************************************
007020*    PER-PHASE ACCUMULATORS, FIND-OR-ADD STYLE.                  *
007030******************************************************************
007040 77  WS-PHS-MAX               PIC 9(02) VALUE 10.
007050 01  WS-PHS-COUNT             PIC 9(02) VALUE ZERO.
007060 01  WS-PHS-TABLE.
007070     05  WS-PHS-ENTRY         OCCURS 10 TIMES.
007080         10  WS-PHS-PHASE     PIC X(08).
007090         10  WS-PHS-RUNS      PIC 9(04).
007091         10  WS-PHS-MINS      PIC 9(07).
007092 01  WS-PHS-ROW               PIC 9(02).
007100 01  RUN-HEADING.
007200     05  FILLER               PIC X(44) VALUE
007300         'NIGHTLY RUN STATISTICS - ONE LINE PER RUN   '.
007400 01  RUN-COLUMN-HEADING.
007500     05  FILLER               PIC X(10) VALUE 'DATE'.
007510     05  FILLER               PIC X(10) VALUE 'PHASE'.
007600     05  FILLER               PIC X(10) VALUE 'START'.
007700     05  FILLER               PIC X(10) VALUE 'END'.
007800     05  FILLER               PIC X(06) VALUE 'MINS'.
008300 01  RUN-DETAIL-LINE.
008400     05  RUN-D-DATE           PIC 9(08).
008500     05  FILLER               PIC X(02) VALUE SPACES.
008510     05  RUN-D-PHASE          PIC X(08).
008520     05  FILLER               PIC X(02) VALUE SPACES.
008600     05  RUN-D-START          PIC 9(08).
008700     05  FILLER               PIC X(02) VALUE SPACES.
008800     05  RUN-D-END            PIC 9(08).
010700     05  MON-D-AVG            PIC ZZZZ9.9.
010800     05  FILLER               PIC X(15) VALUE '  LATE (6 AM): '.
010900     05  MON-D-LATE           PIC ZZZ9.
010910 01  PHS-HEADING.
010920     05  FILLER               PIC X(44) VALUE
010930         'AVERAGE ELAPSED MINUTES BY GSNIGHT PHASE    '.
010940 01  PHS-DETAIL-LINE.
010950     05  PHS-D-PHASE          PIC X(08).
010960     05  FILLER               PIC X(08) VALUE '  RUNS: '.
010970     05  PHS-D-RUNS           PIC ZZZ9.
010980     05  FILLER               PIC X(13) VALUE '  AVG MINS:  '.
010990     05  PHS-D-AVG            PIC ZZZZ9.9.
010990******************************************************************
010990*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
010990*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
010990*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
010990******************************************************************
010990 01  WS-BUSDATE-STATUS        PIC X(02).
010990 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010990 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
010990 01  BUS-DATE-HEADING.
010990     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
010990     05  BDH-DATE             PIC 9(08).
010990     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
011000 PROCEDURE DIVISION.
011100 MAINLINE.
011200******************************************************************
011300*    OPERATIONS ENTRY POINT - RUN WHENEVER THE WINDOW IS IN      *
011400*    QUESTION, AND MONTHLY AS A MATTER OF COURSE.                *
011500******************************************************************
011550     perform read-business-date
011600     open output trend-rpt
011700     if ws-bstatrpt-status not = '00'
011800         display 'COULD NOT OPEN BSTATRPT - STATUS '
012000         move 16 to return-code
012100         stop run
012200     end-if
012250     write trend-line from bus-date-heading
012300     write trend-line from run-heading
012400     write trend-line from run-column-heading
012500     open input run-stats-file
015000         move ws-mon-late(j) to mon-d-late
015100         write trend-line from mon-detail-line
015200     end-perform
015210     write trend-line from phs-heading
015220     perform varying j from 1 by 1 until j > ws-phs-count
015230         move ws-phs-phase(j) to phs-d-phase
015240         move ws-phs-runs(j)  to phs-d-runs
015250         if ws-phs-runs(j) not = zero
015260             compute ws-avg-mins rounded =
015270                 ws-phs-mins(j) / ws-phs-runs(j)
015280         else
015290             move zero to ws-avg-mins
015291         end-if
015292         move ws-avg-mins     to phs-d-avg
015293         write trend-line from phs-detail-line
015294     end-perform
015300     close trend-rpt
015400     stop run
015500     .
015900*    THE RUN CROSSED MIDNIGHT. A RUN IS LATE WHEN IT ENDED AT    *
016000*    OR AFTER THE 06:00 ONLINE HANDOFF - EITHER IT CROSSED       *
016100*    MIDNIGHT AND RAN PAST SIX, OR IT STARTED IN THE SMALL       *
016200*    HOURS AND RAN PAST SIX. A PHASE RECORD TALLIES TO ITS       *
016210*    PHASE, THE WHOLE-RUN RECORD TO ITS MONTH.                   *
016300******************************************************************
016400     move ru-start-time to ws-time-work
016500     compute ws-start-secs =
018600         move 'Y' to ws-late-flag
018700     end-if
018800     move ru-run-date    to run-d-date
018810     if ru-phase = spaces
018820         move 'NIGHT'    to run-d-phase
018830     else
018840         move ru-phase   to run-d-phase
018850     end-if
018900     move ru-start-time  to run-d-start
019000     move ru-end-time    to run-d-end
019100     move ws-elapsed-mins to run-d-mins
019800         move spaces to run-d-late
019900     end-if
020000     write trend-line from run-detail-line
020100     if ru-phase = spaces
020110         perform tally-month-row
020120     else
020130         perform tally-phase-row
020140     end-if
020200     .
020300 TALLY-MONTH-ROW.
020400     move zero to ws-mon-row
022500         end-if
022600     end-if
022700     .
022800 TALLY-PHASE-ROW.
022900     move zero to ws-phs-row
023000     perform varying j from 1 by 1 until j > ws-phs-count
023100         if ws-phs-phase(j) = ru-phase
023200             move j to ws-phs-row
023300         end-if
023400     end-perform
023500     if ws-phs-row = zero
023600         and ws-phs-count < ws-phs-max
023700         add 1 to ws-phs-count
023800         move ws-phs-count to ws-phs-row
023900         move ru-phase to ws-phs-phase(ws-phs-row)
024000         move zero to ws-phs-runs(ws-phs-row)
024100         move zero to ws-phs-mins(ws-phs-row)
024200     end-if
024300     if ws-phs-row not = zero
024400         add 1 to ws-phs-runs(ws-phs-row)
024500         add ws-elapsed-mins to ws-phs-mins(ws-phs-row)
024600     end-if
024700     .
024800 READ-BUSINESS-DATE.
024900******************************************************************
025000*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
025100*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
025200*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
025300******************************************************************
025400     open input business-date-file
025500     if ws-busdate-status not = '00'
025600         display 'COULD NOT OPEN BUSDATE - STATUS '
025700             ws-busdate-status
025800         move 16 to return-code
025900         stop run
026000     end-if
026100     read business-date-file next record
026200     if ws-busdate-status not = '00'
026300         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
026400             ws-busdate-status
026500         move 16 to return-code
026600         stop run
026700     end-if
026800     close business-date-file
026900     move bd-business-date to ws-business-date
027000     if bd-override-date not = zero
027100         move bd-override-date to ws-business-date
027200         move 'Y' to ws-bus-date-override
027300         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
027400             bd-override-date ' SET BY ' bd-override-operator
027500         display '    REASON: ' bd-override-reason
027600     end-if
027700     move ws-business-date to bdh-date
027800     if ws-bus-date-override = 'Y'
027900         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
028000             to bdh-override
028100     end-if
028200     .
