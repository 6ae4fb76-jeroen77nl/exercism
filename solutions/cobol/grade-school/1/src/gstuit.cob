002800*    MOD-LOG
002900*    DATE       INIT  DESCRIPTION
003000*    2026-09-01  RVM  ORIGINAL VERSION.
003010*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
003020*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
003030*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
003040*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
003050*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
003060*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005800     SELECT AGED-RPT ASSIGN TO TUITAGE
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TUITAGE-STATUS.
006020     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS WS-BUSDATE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TUITION-CONTROL-FILE
009700 FD  AGED-RPT
009800     LABEL RECORDS ARE STANDARD.
009900 01  AGED-LINE                   PIC X(90).
009920 FD  BUSINESS-DATE-FILE
009940     LABEL RECORDS ARE STANDARD.
009960 01  BUSINESS-DATE-RECORD.
009980     COPY BDATREC.
010000 WORKING-STORAGE SECTION.
010100 01  WS-TUITCTL-STATUS        PIC X(02).
010200 01  WS-TUITSTDN-STATUS       PIC X(02).
019800     05  AGE-D-OLDEST         PIC 9(06).
019900     05  FILLER               PIC X(04) VALUE SPACES.
020000     05  AGE-D-BUCKET         PIC X(08).
020007******************************************************************
020014*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
020021*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
020028*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
020035******************************************************************
020042 01  WS-BUSDATE-STATUS        PIC X(02).
020049 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020056 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
020063 01  BUS-DATE-HEADING.
020070     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
020077     05  BDH-DATE             PIC 9(08).
020084     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
020100 PROCEDURE DIVISION.
020200 MAINLINE.
020300******************************************************************
020400*    MONTHLY BILLING ENTRY POINT. LOADS THE LISTS, POSTS THE     *
020500*    MONTH, PRINTS THE INVOICES AND THE AGING.                   *
020600******************************************************************
020650     perform read-business-date
020700     move ws-business-date to ws-today-date
020800     perform read-billing-month
020900     perform load-rate-table
021000     perform load-tuition-students
048200             ws-tuitage-status
048300         move 1 to return-code
048400     else
048450         write aged-line from bus-date-heading
048500         write aged-line from age-heading
048600         write aged-line from age-column-heading
048700         perform varying i from 1 by 1 until i > ws-tui-count
051300     end-evaluate
051400     write aged-line from age-detail-line
051500     .
051600 READ-BUSINESS-DATE.
051700******************************************************************
051800*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
051900*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
052000*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
052100******************************************************************
052200     open input business-date-file
052300     if ws-busdate-status not = '00'
052400         display 'COULD NOT OPEN BUSDATE - STATUS '
052500             ws-busdate-status
052600         move 16 to return-code
052700         stop run
052800     end-if
052900     read business-date-file next record
053000     if ws-busdate-status not = '00'
053100         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
053200             ws-busdate-status
053300         move 16 to return-code
053400         stop run
053500     end-if
053600     close business-date-file
053700     move bd-business-date to ws-business-date
053800     if bd-override-date not = zero
053900         move bd-override-date to ws-business-date
054000         move 'Y' to ws-bus-date-override
054100         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
054200             bd-override-date ' SET BY ' bd-override-operator
054300         display '    REASON: ' bd-override-reason
054400     end-if
054500     move ws-business-date to bdh-date
054600     if ws-bus-date-override = 'Y'
054700         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
054800             to bdh-override
054900     end-if
055000     .
