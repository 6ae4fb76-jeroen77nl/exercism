002400*    MOD-LOG
002500*    DATE       INIT  DESCRIPTION
002600*    2026-09-01  RVM  ORIGINAL VERSION.
002616*    2026-10-15  RVM  THE EXCEPTION REPORT NOW OPENS WITH THE
002632*                     BUSINESS DATE (BUSDATE, COPY BDATREC),
002648*                     FLAGGED WHEN A RERUN OVERRIDE IS ON, SO AN
002664*                     AUDITOR CAN SEE WHICH BUSINESS DAY IT
002680*                     REPRESENTS.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005300     SELECT PROGRESS-RPT ASSIGN TO PROGRPTS
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PROGRPT-STATUS.
005525     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005550         ORGANIZATION IS LINE SEQUENTIAL
005575         FILE STATUS IS WS-BUSDATE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PROGRESS-TRANS-FILE
008600 FD  PROGRESS-RPT
008700     LABEL RECORDS ARE STANDARD.
008800 01  PROGRESS-RPT-LINE           PIC X(80).
008820 FD  BUSINESS-DATE-FILE
008840     LABEL RECORDS ARE STANDARD.
008860 01  BUSINESS-DATE-RECORD.
008880     COPY BDATREC.
008900 WORKING-STORAGE SECTION.
009000 01  WS-PROGTRN-STATUS        PIC X(02).
009100 01  WS-PROGFILE-STATUS       PIC X(02).
023000         'A FAILING MARK ABOVE IS AN INTERIM GRADE - PLEASE   '.
023100     05  FILLER               PIC X(26) VALUE
023200         'CONTACT THE SCHOOL OFFICE.'.
023207******************************************************************
023214*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
023221*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
023228*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
023235******************************************************************
023242 01  WS-BUSDATE-STATUS        PIC X(02).
023249 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
023256 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
023263 01  BUS-DATE-HEADING.
023270     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
023277     05  BDH-DATE             PIC 9(08).
023284     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
023300 PROCEDURE DIVISION.
023400 MAINLINE.
023500******************************************************************
023800*    THROUGH THE EDIT PASS, REWRITES PROGFILE AND PRINTS THE     *
023900*    PROGRESS REPORTS FOR THE MARKING PERIOD JUST FED.           *
024000******************************************************************
024050     perform read-business-date
024100     perform load-course-catalog
024200     perform load-roster-id-table
024300     perform load-progress-file
034000 OPEN-EXCEPTION-REPORT.
034100     open output exception-rpt
034200     if ws-exception-status = '00'
034250         write exception-line from bus-date-heading
034300         write exception-line from exc-heading
034400         write exception-line from exc-column-heading
034500     else
061300         end-string
061400     end-if
061500     .
061600 READ-BUSINESS-DATE.
061700******************************************************************
061800*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
061900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
062000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
062100******************************************************************
062200     open input business-date-file
062300     if ws-busdate-status not = '00'
062400         display 'COULD NOT OPEN BUSDATE - STATUS '
062500             ws-busdate-status
062600         move 16 to return-code
062700         stop run
062800     end-if
062900     read business-date-file next record
063000     if ws-busdate-status not = '00'
063100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
063200             ws-busdate-status
063300         move 16 to return-code
063400         stop run
063500     end-if
063600     close business-date-file
063700     move bd-business-date to ws-business-date
063800     if bd-override-date not = zero
063900         move bd-override-date to ws-business-date
064000         move 'Y' to ws-bus-date-override
064100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
064200             bd-override-date ' SET BY ' bd-override-operator
064300         display '    REASON: ' bd-override-reason
064400     end-if
064500     move ws-business-date to bdh-date
064600     if ws-bus-date-override = 'Y'
064700         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
064800             to bdh-override
064900     end-if
065000     .
