002097*                     INSTEAD OF BEING APPENDED BELOW THEM -
002098*                     SAME SCHEME AS THE GSCHRAB LETTERS. THEY
002099*                     STILL PRINT WHEN NO BODY LINE DID.
002100*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002101*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002102*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002103*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003890     SELECT HOLD-FILE ASSIGN TO OBLGHOLD
003891         ORGANIZATION IS LINE SEQUENTIAL
003892         FILE STATUS IS WS-OBLGHOLD-STATUS.
003894     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003896         ORGANIZATION IS LINE SEQUENTIAL
003898         FILE STATUS IS WS-BUSDATE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  VERIFY-CONTROL-FILE
007791     LABEL RECORDS ARE STANDARD.
007792 01  OBLIGATION-HOLD-RECORD.
007793     COPY OBLGREC.
007794 FD  BUSINESS-DATE-FILE
007795     LABEL RECORDS ARE STANDARD.
007796 01  BUSINESS-DATE-RECORD.
007797     COPY BDATREC.
007800 WORKING-STORAGE SECTION.
007900 01  WS-VERCTL-STATUS         PIC X(02).
008000 01  WS-ROSTER-FILE-STATUS    PIC X(02).
013000     05  VL-NF-ID             PIC 9(07).
013100     05  FILLER               PIC X(07) VALUE ' YEAR: '.
013200     05  VL-NF-YEAR           PIC 9(04).
013210******************************************************************
013220*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
013230*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
013240*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
013250******************************************************************
013260 01  WS-BUSDATE-STATUS        PIC X(02).
013270 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013280 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
013300 PROCEDURE DIVISION.
013400 MAINLINE.
013450     perform read-business-date
013500     move ws-business-date to ws-today-date
013510     perform load-letter-templates
013511     perform load-hold-table
013520     open input guardian-file
023700         close archive-file
023800     end-if
023900     .
024000 READ-BUSINESS-DATE.
024100******************************************************************
024200*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
024300*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
024400*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
024500******************************************************************
024600     open input business-date-file
024700     if ws-busdate-status not = '00'
024800         display 'COULD NOT OPEN BUSDATE - STATUS '
024900             ws-busdate-status
025000         move 16 to return-code
025100         stop run
025200     end-if
025300     read business-date-file next record
025400     if ws-busdate-status not = '00'
025500         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
025600             ws-busdate-status
025700         move 16 to return-code
025800         stop run
025900     end-if
026000     close business-date-file
026100     move bd-business-date to ws-business-date
026200     if bd-override-date not = zero
026300         move bd-override-date to ws-business-date
026400         move 'Y' to ws-bus-date-override
026500         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
026600             bd-override-date ' SET BY ' bd-override-operator
026700         display '    REASON: ' bd-override-reason
026800     end-if
026900     .
