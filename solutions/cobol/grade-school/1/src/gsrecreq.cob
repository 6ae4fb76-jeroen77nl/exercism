001600*            '1' ROSTER DEMOGRAPHICS, '2' ATTENDANCE HISTORY     *
001700*            (ATTNDLOG), '3' TRANSCRIPT (TRANSCPT), '4' GPA      *
001800*            HISTORY (GPAHIST), '5' IMMUNIZATIONS (IMMUNVS),     *
001900*            '6' DISCIPLINE (DISCFILE), '7' MTSS/RTI             *
001900*            INTERVENTIONS (INTVFILE), '8' PROGRESS-MONITORING   *
001900*            PROBE SCORES (PMONLOG) - AND LOG THE RELEASE ON THE *
001900*            DISCLOSURE REGISTER (DISCLREG: WHO RECEIVED WHAT,   *
001900*            WHEN, UNDER WHAT AUTHORITY).                        *
002200*      'R' - PRINT THE STUDENT'S DISCLOSURE HISTORY FROM THE     *
002300*            REGISTER (DISCLRPT) - THE ANNUAL ACCOUNTING FERPA   *
002400*            REQUIRES THE DISTRICT TO BE ABLE TO PRODUCE.        *
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002910*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002920*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002930*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002940*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002950*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002960*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002960*    2026-10-15  RVM  ADDED RECORD TYPES '7' AND '8' - THE
002960*                     STUDENT'S MTSS/RTI INTERVENTION HISTORY
002960*                     (INTVFILE, COPY INTVREC) AND PROGRESS-
002960*                     MONITORING PROBE SCORES (PMONLOG, COPY
002960*                     PMONREC) NOW TRAVEL IN THE PACKAGE.
002970*    2026-10-15  RVM  A TYPE-'3' COURSE LINE NOW CARRIES THE
002980*                     TRANSCRIPT'S REPEAT FLAG AFTER THE GRADE -
002990*                     'R' IS AN ATTEMPT SUPERSEDED BY A RETAKE
002995*                     (NO CREDIT, NO GPA), SPACE COUNTS.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006700     SELECT DISCLOSURE-RPT ASSIGN TO DISCLRPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-DISCLRPT-STATUS.
006920     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006940         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-BUSDATE-STATUS.
006960     SELECT INTERVENTION-FILE ASSIGN TO INTVFILE
006960         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-INTVFILE-STATUS.
006960     SELECT PROBE-SCORE-FILE ASSIGN TO PMONLOG
006960         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-PMONLOG-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  REQUEST-FILE
011400 FD  DISCLOSURE-RPT
011500     LABEL RECORDS ARE STANDARD.
011600 01  DISCLOSURE-LINE             PIC X(100).
011620 FD  BUSINESS-DATE-FILE
011640     LABEL RECORDS ARE STANDARD.
011660 01  BUSINESS-DATE-RECORD.
011680     COPY BDATREC.
011680 FD  INTERVENTION-FILE
011680     LABEL RECORDS ARE STANDARD.
011680 01  INTERVENTION-RECORD.
011680     COPY INTVREC.
011680 FD  PROBE-SCORE-FILE
011680     LABEL RECORDS ARE STANDARD.
011680 01  PROBE-SCORE-RECORD.
011680     COPY PMONREC.
011700 WORKING-STORAGE SECTION.
011800 01  WS-RECREQ-STATUS         PIC X(02).
011900 01  WS-ROSTER-FILE-STATUS    PIC X(02).
012500 01  WS-RECPKG-STATUS         PIC X(02).
012600 01  WS-DISCLREG-STATUS       PIC X(02).
012700 01  WS-DISCLRPT-STATUS       PIC X(02).
012700 01  WS-INTVFILE-STATUS       PIC X(02).
012700 01  WS-PMONLOG-STATUS        PIC X(02).
012800 01  WS-TODAY-DATE            PIC 9(08).
012900 01  WS-HIST-DONE             PIC X.
013000 01  WS-PACKAGES-WRITTEN      PIC 9(04) VALUE ZERO.
015800     05  PC-COURSE-NAME       PIC X(24).
015900     05  PC-CREDIT-HOURS      PIC 9.9.
016000     05  PC-GRADE-LETTER      PIC X(01).
016050     05  PC-REPEAT-FLAG       PIC X(01).
016100 01  PKG-GPA-LINE.
016200     05  FILLER               PIC X(01) VALUE '4'.
016300     05  PG-ID                PIC 9(07).
017700     05  PX-TYPE              PIC X(02).
017800     05  PX-ACTION            PIC X(02).
017900     05  PX-DAYS              PIC 9(02).
017900 01  PKG-INTV-LINE.
017900     05  FILLER               PIC X(01) VALUE '7'.
017900     05  PV-ID                PIC 9(07).
017900     05  PV-INTV-CODE         PIC X(04).
017900     05  PV-START-DATE        PIC 9(08).
017900     05  PV-TIER              PIC 9(01).
017900     05  PV-INTERVENTIONIST   PIC 9(05).
017900     05  PV-END-DATE          PIC 9(08).
017900     05  PV-BASELINE          PIC 9(03).
017900     05  PV-GOAL              PIC 9(03).
017900     05  PV-STATUS            PIC X(01).
017900     05  PV-ENTERED-DATE      PIC 9(08).
017900 01  PKG-PROBE-LINE.
017900     05  FILLER               PIC X(01) VALUE '8'.
017900     05  PB-ID                PIC 9(07).
017900     05  PB-INTV-CODE         PIC X(04).
017900     05  PB-INTV-START        PIC 9(08).
017900     05  PB-PROBE-DATE        PIC 9(08).
017900     05  PB-SCORE             PIC 9(03).
018000 01  DR-HEADING.
018100     05  FILLER               PIC X(36) VALUE
018200         'FERPA DISCLOSURE HISTORY - STUDENT  '.
018900     05  DR-D-AUTHORITY       PIC X(20).
019000     05  FILLER               PIC X(02) VALUE SPACES.
019100     05  DR-D-CONTENTS        PIC X(12).
019107******************************************************************
019114*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
019121*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
019128*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
019135******************************************************************
019142 01  WS-BUSDATE-STATUS        PIC X(02).
019149 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
019156 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
019163 01  BUS-DATE-HEADING.
019170     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
019177     05  BDH-DATE             PIC 9(08).
019184     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
019200 PROCEDURE DIVISION.
019300 MAINLINE.
019400******************************************************************
019500*    ON-DEMAND ENTRY POINT - ONE PACKAGE OR DISCLOSURE REPORT    *
019600*    PER REQUEST CARD.                                           *
019700******************************************************************
019750     perform read-business-date
019800     move ws-business-date to ws-today-date
019900     open output package-file
020000     if ws-recpkg-status not = '00'
020100         display 'COULD NOT OPEN RECPKG - STATUS '
023800             perform copy-gpa-history
023900             perform copy-immunizations
024000             perform copy-discipline-rows
024000             perform copy-interventions
024000             perform copy-probe-scores
024100             perform log-the-disclosure
024200             add 1 to ws-packages-written
024300         else
029200                 move trn-course-name  to pc-course-name
029300                 move trn-credit-hours to pc-credit-hours
029400                 move trn-grade-letter to pc-grade-letter
029450                 move trn-repeat-flag  to pc-repeat-flag
029500                 write package-line from pkg-course-line
029600             end-if
029700         end-perform
037400         close discipline-file
037500     end-if
037600     .
037700 COPY-INTERVENTIONS.
037700******************************************************************
037700*    EVERY INTVFILE ROW FOR THE STUDENT IN FILE ORDER - THE      *
037700*    PLACEMENTS, CORRECTIONS AND CLOSES AS THEY WERE POSTED, SO  *
037700*    THE RECEIVER SEES THE WHOLE TIER HISTORY. NO INTVFILE MEANS *
037700*    NO INTERVENTION WAS EVER POSTED.                            *
037700******************************************************************
037700     open input intervention-file
037700     if ws-intvfile-status = '00'
037700         perform until ws-intvfile-status not = '00'
037700             read intervention-file next record
037700             if ws-intvfile-status = '00'
037700                 and iv-student-id = rq-student-id
037700                 move iv-student-id         to pv-id
037700                 move iv-intv-code          to pv-intv-code
037700                 move iv-start-date         to pv-start-date
037700                 move iv-tier               to pv-tier
037700                 move iv-interventionist-id to pv-interventionist
037700                 move iv-end-date           to pv-end-date
037700                 move iv-baseline-score     to pv-baseline
037700                 move iv-goal-score         to pv-goal
037700                 move iv-status             to pv-status
037700                 move iv-entered-date       to pv-entered-date
037700                 write package-line from pkg-intv-line
037700             end-if
037700         end-perform
037700         close intervention-file
037700     end-if
037700     .
037700 COPY-PROBE-SCORES.
037700     open input probe-score-file
037700     if ws-pmonlog-status = '00'
037700         perform until ws-pmonlog-status not = '00'
037700             read probe-score-file next record
037700             if ws-pmonlog-status = '00'
037700                 and pm-student-id = rq-student-id
037700                 move pm-student-id  to pb-id
037700                 move pm-intv-code   to pb-intv-code
037700                 move pm-intv-start  to pb-intv-start
037700                 move pm-probe-date  to pb-probe-date
037700                 move pm-score       to pb-score
037700                 write package-line from pkg-probe-line
037700             end-if
037700         end-perform
037700         close probe-score-file
037700     end-if
037700     .
037700 LOG-THE-DISCLOSURE.
037800******************************************************************
037900*    ONE REGISTER ROW PER RELEASE - WHO RECEIVED IT, WHAT,       *
040600                 ws-disclrpt-status
040700             move 1 to return-code
040800         else
040850             write disclosure-line from bus-date-heading
040900             move 'Y' to ws-disclrpt-open
041000         end-if
041100     end-if
043100         add 1 to ws-reports-written
043200     end-if
043300     .
043400 READ-BUSINESS-DATE.
043500******************************************************************
043600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
043700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
043800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
043900******************************************************************
044000     open input business-date-file
044100     if ws-busdate-status not = '00'
044200         display 'COULD NOT OPEN BUSDATE - STATUS '
044300             ws-busdate-status
044400         move 16 to return-code
044500         stop run
044600     end-if
044700     read business-date-file next record
044800     if ws-busdate-status not = '00'
044900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
045000             ws-busdate-status
045100         move 16 to return-code
045200         stop run
045300     end-if
045400     close business-date-file
045500     move bd-business-date to ws-business-date
045600     if bd-override-date not = zero
045700         move bd-override-date to ws-business-date
045800         move 'Y' to ws-bus-date-override
045900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
046000             bd-override-date ' SET BY ' bd-override-operator
046100         display '    REASON: ' bd-override-reason
046200     end-if
046300     move ws-business-date to bdh-date
046400     if ws-bus-date-override = 'Y'
046500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
046600             to bdh-override
046700     end-if
046800     .
