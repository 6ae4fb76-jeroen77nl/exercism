003100*    MOD-LOG
003200*    DATE       INIT  DESCRIPTION
003300*    2026-09-01  RVM  ORIGINAL VERSION.
003310*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
003320*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
003330*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
003340*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
003350*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
003360*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
003370*    2026-10-15  RVM  THE TRANSACTION LAYOUT GAINS THE 11-BYTE
003380*                     DEMOGRAPHIC SEGMENT OF TRANFILE, LEFT BLANK;
003390*                     HHTRANS IS NOW 270 BYTES.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006300     SELECT EXCEPTION-RPT ASSIGN TO HHEXCP
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-HHEXCP-STATUS.
006520     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006540         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-BUSDATE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ROSTER-FILE
012300     05  TR-RELATIONSHIP         PIC X(10).
012400     05  TR-PHONE                PIC X(12).
012500     05  TR-EMAIL                PIC X(40).
012550     05  TR-DEMOGRAPHICS         PIC X(11).
012600******************************************************************
012700*    SAME LEADING FIELDS AS THE NIGHTLY PROGRAM'S CTLCARDS FD    *
012800*    - AN ADDG CARD REPLACING THE PRIORITY-01 CONTACT.           *
014200 FD  EXCEPTION-RPT
014300     LABEL RECORDS ARE STANDARD.
014400 01  EXCEPTION-LINE              PIC X(80).
014420 FD  BUSINESS-DATE-FILE
014440     LABEL RECORDS ARE STANDARD.
014460 01  BUSINESS-DATE-RECORD.
014480     COPY BDATREC.
014500 WORKING-STORAGE SECTION.
014600 01  WS-ROSTER-FILE-STATUS    PIC X(02).
014700 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
022700     05  EXC-D-HOUSEHOLD      PIC 9(05).
022800     05  FILLER               PIC X(09) VALUE '  ISSUED '.
022900     05  EXC-D-ISSUE-DATE     PIC 9(08).
022907******************************************************************
022914*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
022921*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
022928*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
022935******************************************************************
022942 01  WS-BUSDATE-STATUS        PIC X(02).
022949 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
022956 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
022963 01  BUS-DATE-HEADING.
022970     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
022977     05  BDH-DATE             PIC 9(08).
022984     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
023000 PROCEDURE DIVISION.
023100 MAINLINE.
023200******************************************************************
023500*    THEREAFTER PROCESSES WHATEVER RETURNS ARE ON HAND AND       *
023600*    PRINTS THE STILL-OUTSTANDING EXCEPTION LIST.                *
023700******************************************************************
023750     perform read-business-date
023800     move ws-business-date to ws-today-date
023900     perform load-roster-table
024000     perform load-issue-register
024100     if ws-iss-count = zero
048800             ws-hhexcp-status
048900         move 1 to return-code
049000     else
049050         write exception-line from bus-date-heading
049100         write exception-line from exc-heading
049200         perform varying j from 1 by 1 until j > ws-iss-count
049300             if ws-iss-ret(j) not = 'Y'
050000         close exception-rpt
050100     end-if
050200     .
050300 READ-BUSINESS-DATE.
050400******************************************************************
050500*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
050600*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
050700*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
050800******************************************************************
050900     open input business-date-file
051000     if ws-busdate-status not = '00'
051100         display 'COULD NOT OPEN BUSDATE - STATUS '
051200             ws-busdate-status
051300         move 16 to return-code
051400         stop run
051500     end-if
051600     read business-date-file next record
051700     if ws-busdate-status not = '00'
051800         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
051900             ws-busdate-status
052000         move 16 to return-code
052100         stop run
052200     end-if
052300     close business-date-file
052400     move bd-business-date to ws-business-date
052500     if bd-override-date not = zero
052600         move bd-override-date to ws-business-date
052700         move 'Y' to ws-bus-date-override
052800         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
052900             bd-override-date ' SET BY ' bd-override-operator
053000         display '    REASON: ' bd-override-reason
053100     end-if
053200     move ws-business-date to bdh-date
053300     if ws-bus-date-override = 'Y'
053400         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
053500             to bdh-override
053600     end-if
053700     .
