003100*    MOD-LOG
003200*    DATE       INIT  DESCRIPTION
003300*    2026-09-01  RVM  ORIGINAL VERSION.
003316*    2026-10-15  RVM  THE LOTTERY REPORT NOW OPENS WITH THE
003332*                     BUSINESS DATE (BUSDATE, COPY BDATREC),
003348*                     FLAGGED WHEN A RERUN OVERRIDE IS ON, SO AN
003364*                     AUDITOR CAN SEE WHICH BUSINESS DAY IT
003380*                     REPRESENTS.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005500     SELECT CHOICE-CARD-FILE ASSIGN TO CHCARDS
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CHCARDS-STATUS.
005725     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005750         ORGANIZATION IS LINE SEQUENTIAL
005775         FILE STATUS IS WS-BUSDATE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  APPLICATION-FILE
008700     05  CC-MODE                 PIC X(04).
008800     05  CC-STUDENT-ID           PIC 9(07).
008900     05  CC-SCHOOL-CODE          PIC X(04).
008920 FD  BUSINESS-DATE-FILE
008940     LABEL RECORDS ARE STANDARD.
008960 01  BUSINESS-DATE-RECORD.
008980     COPY BDATREC.
009000 WORKING-STORAGE SECTION.
009100 01  WS-CHOICEAP-STATUS       PIC X(02).
009200 01  WS-LOTTSEED-STATUS       PIC X(02).
020000     05  FILLER               PIC X(52) VALUE
020100         'PLEASE CONTACT THE DISTRICT OFFICE TO ACCEPT THE   '.
020200     05  FILLER               PIC X(05) VALUE 'SEAT.'.
020207******************************************************************
020214*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
020221*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
020228*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
020235******************************************************************
020242 01  WS-BUSDATE-STATUS        PIC X(02).
020249 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020256 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
020263 01  BUS-DATE-HEADING.
020270     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
020277     05  BDH-DATE             PIC 9(08).
020284     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
020300 PROCEDURE DIVISION.
020400 MAINLINE.
020500******************************************************************
020700*    THE RECORDED SEED - RERUNNING WITH THE SAME SEED AND THE    *
020800*    SAME APPLICATIONS REPRODUCES THE RESULT FOR A CHALLENGE.    *
020900******************************************************************
020950     perform read-business-date
021000     perform read-lottery-seed
021100     perform load-roster-table
021200     perform load-applications
040700         move 1 to return-code
040800     else
040900         move ws-seed-input to lot-h-seed
040950         write lottery-line from bus-date-heading
041000         write lottery-line from lot-heading
041100         write lottery-line from lot-column-heading
041200         perform varying i from 1 by 1 until i > ws-app-count
045300         close choice-card-file
045400     end-if
045500     .
045600 READ-BUSINESS-DATE.
045700******************************************************************
045800*    THE BUSINESS DATE PRINTED AT THE HEAD OF THE REPORT. NO     *
045900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
046000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
046100******************************************************************
046200     open input business-date-file
046300     if ws-busdate-status not = '00'
046400         display 'COULD NOT OPEN BUSDATE - STATUS '
046500             ws-busdate-status
046600         move 16 to return-code
046700         stop run
046800     end-if
046900     read business-date-file next record
047000     if ws-busdate-status not = '00'
047100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
047200             ws-busdate-status
047300         move 16 to return-code
047400         stop run
047500     end-if
047600     close business-date-file
047700     move bd-business-date to ws-business-date
047800     if bd-override-date not = zero
047900         move bd-override-date to ws-business-date
048000         move 'Y' to ws-bus-date-override
048100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
048200             bd-override-date ' SET BY ' bd-override-operator
048300         display '    REASON: ' bd-override-reason
048400     end-if
048500     move ws-business-date to bdh-date
048600     if ws-bus-date-override = 'Y'
048700         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
048800             to bdh-override
048900     end-if
049000     .
