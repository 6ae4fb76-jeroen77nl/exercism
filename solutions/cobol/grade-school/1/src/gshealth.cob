002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-01  RVM  ORIGINAL VERSION.
002910*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002920*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002930*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002940*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002950*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002960*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002970*    2026-10-15  RVM  MEDORDR LAYOUT MOVED TO COPYBOOK MEDOREC,
002980*                     SHARED WITH GSTRIP.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005400     SELECT MISSED-DOSE-RPT ASSIGN TO MEDMISS
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MEDMISS-STATUS.
005620     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005640         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-BUSDATE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  VISIT-TRANS-FILE
007500 FD  MED-ORDER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  MED-ORDER-RECORD.
007800     COPY MEDOREC.
008300 FD  MED-ADMIN-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  MED-ADMIN-RECORD.
009700 FD  MISSED-DOSE-RPT
009800     LABEL RECORDS ARE STANDARD.
009900 01  MISSED-DOSE-LINE            PIC X(80).
009920 FD  BUSINESS-DATE-FILE
009940     LABEL RECORDS ARE STANDARD.
009960 01  BUSINESS-DATE-RECORD.
009980     COPY BDATREC.
010000 WORKING-STORAGE SECTION.
010100 01  WS-HVSTTRN-STATUS        PIC X(02).
010200 01  WS-HLTHVST-STATUS        PIC X(02).
016700 01  MS-NONE-LINE.
016800     05  FILLER               PIC X(34) VALUE
016900         'EVERY SCHEDULED DOSE WAS RECORDED'.
016907******************************************************************
016914*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
016921*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
016928*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
016935******************************************************************
016942 01  WS-BUSDATE-STATUS        PIC X(02).
016949 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
016956 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
016963 01  BUS-DATE-HEADING.
016970     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
016977     05  BDH-DATE             PIC 9(08).
016984     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
017000 PROCEDURE DIVISION.
017100 MAINLINE.
017200******************************************************************
017500*    ADMINISTERED, AND PRINTS THE WORKLIST AND THE MISSED-DOSE  *
017600*    EXCEPTIONS.                                                *
017700******************************************************************
017750     perform read-business-date
017800     move ws-business-date to ws-today-date
017900     perform load-roster-id-table
018000     perform post-visit-transactions
018100     perform build-due-list
030700             ws-medwork-status
030800         move 1 to return-code
030900     else
030950         write med-worklist-line from bus-date-heading
031000         move ws-today-date to wk-h-date
031100         write med-worklist-line from wk-heading
031200         write med-worklist-line from wk-column-heading
033800             ws-medmiss-status
033900         move 1 to return-code
034000     else
034050         write missed-dose-line from bus-date-heading
034100         move ws-today-date to ms-h-date
034200         write missed-dose-line from ms-heading
034300         write missed-dose-line from wk-column-heading
036800     move due-medication(i) to wk-d-medication
036900     write missed-dose-line from wk-detail-line
037000     .
037100 READ-BUSINESS-DATE.
037200******************************************************************
037300*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
037400*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
037500*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
037600******************************************************************
037700     open input business-date-file
037800     if ws-busdate-status not = '00'
037900         display 'COULD NOT OPEN BUSDATE - STATUS '
038000             ws-busdate-status
038100         move 16 to return-code
038200         stop run
038300     end-if
038400     read business-date-file next record
038500     if ws-busdate-status not = '00'
038600         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
038700             ws-busdate-status
038800         move 16 to return-code
038900         stop run
039000     end-if
039100     close business-date-file
039200     move bd-business-date to ws-business-date
039300     if bd-override-date not = zero
039400         move bd-override-date to ws-business-date
039500         move 'Y' to ws-bus-date-override
039600         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
039700             bd-override-date ' SET BY ' bd-override-operator
039800         display '    REASON: ' bd-override-reason
039900     end-if
040000     move ws-business-date to bdh-date
040100     if ws-bus-date-override = 'Y'
040200         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
040300             to bdh-override
040400     end-if
040500     .
