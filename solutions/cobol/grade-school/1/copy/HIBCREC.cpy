000100******************************************************************
000200*    HIBCREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE BULLYING AND HARASSMENT INVESTIGATION *
000400*    CASE FILE (HIBCASE). ONE RECORD PER REPORT, IN CASE NUMBER  *
000500*    ORDER, REWRITTEN WHOLE BY GSHIB FROM THE PRINCIPALS' CARDS  *
000600*    (HIBTRN). THE CASE NUMBER IS THE ONE ON THE DISTRICT'S      *
000700*    REPORT FORM.                                                *
000800*      HC-REPORTER-TYPE   - WHO MADE THE REPORT: 'T' THE TARGET, *
000900*                           'G' A GUARDIAN, 'W' A STUDENT        *
001000*                           WITNESS, 'S' STAFF, 'A' ANONYMOUS,   *
001100*                           'O' OTHER.                           *
001200*      HC-CATEGORY        - ALLEGATION CATEGORY (HIBCATG TABLE OF*
001300*                           CODETBL). HC-TITLE-IX IS 'Y' WHEN THE*
001400*                           CATEGORY IS SEX-BASED (CT-CLASS 'T') *
001500*                           AND THE LONGER TITLE IX CLOCK RUNS.  *
001600*      HC-STATUS          - 'R' REPORTED, 'I' UNDER              *
001700*                           INVESTIGATION, 'F' FINDING MADE, 'C' *
001800*                           CLOSED - THE FINDING HAS GONE TO THE *
001900*                           GUARDIANS.                           *
002000*      HC-FINDING         - 'S' SUBSTANTIATED, 'U'               *
002100*                           UNSUBSTANTIATED, SPACE WHILE OPEN.   *
002200*      HC-DUE-DATES       - THE STATUTORY DEADLINE OF EACH STEP, *
002300*                           COUNTED IN SCHOOL DAYS OF THE        *
002400*                           BUILDING'S SCHCALND CALENDAR AND     *
002500*                           RECOMPUTED EVERY RUN: INVESTIGATION  *
002600*                           BEGUN, GUARDIANS NOTIFIED AND        *
002700*                           FINDING MADE FROM THE REPORT DATE,   *
002800*                           FINDING REPORTED FROM THE FINDING    *
002900*                           DATE. ZERO WHERE THE CALENDAR DOES   *
003000*                           NOT YET REACH THAT FAR.              *
003100*      HC-PARTY           - THE TARGETS ('T') AND RESPONDENTS    *
003200*                           ('R') BY ST-ID, EACH WITH THE DATE   *
003300*                           THEIR GUARDIANS WERE NOTIFIED (ZERO  *
003400*                           UNTIL THEY ARE).                     *
003500*      HC-DISC-LINK       - ON A SUBSTANTIATED CASE, THE DISCFILE*
003600*                           INCIDENTS THAT RESULTED - RESPONDENT,*
003700*                           INCIDENT DATE AND DI-TYPE-CODE.      *
003800*    UNUSED PARTY AND LINK SLOTS ARE ZERO AND SPACES. A CLOSED   *
003900*    CASE STAYS ON FILE FOR THE ANNUAL STATE REPORT (GSHIBST).   *
004000******************************************************************
004100*    MOD-LOG
004200*    DATE       INIT  DESCRIPTION
004300*    2026-10-15  RVM  ORIGINAL LAYOUT.
004400******************************************************************
004500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
004600*        01  HIB-CASE-RECORD.
004700*            COPY HIBCREC.
004800******************************************************************
004900     05  HC-CASE-NO                  PIC 9(07).
005000     05  HC-SCHOOL-CODE              PIC X(04).
005100     05  HC-REPORTED-DATE            PIC 9(08).
005200     05  HC-REPORTER-TYPE            PIC X(01).
005300     05  HC-CATEGORY                 PIC X(04).
005400     05  HC-TITLE-IX                 PIC X(01).
005500     05  HC-STATUS                   PIC X(01).
005600     05  HC-INVESTIGATOR-ID          PIC 9(05).
005700     05  HC-INVESTIGATOR-NAME        PIC X(30).
005800     05  HC-INVEST-START-DATE        PIC 9(08).
005900     05  HC-FINDING                  PIC X(01).
006000     05  HC-FINDING-DATE             PIC 9(08).
006100     05  HC-FINDING-NOTICE-DATE      PIC 9(08).
006200     05  HC-DUE-DATES.
006300         10  HC-START-DUE            PIC 9(08).
006400         10  HC-NOTICE-DUE           PIC 9(08).
006500         10  HC-FINDING-DUE          PIC 9(08).
006600         10  HC-REPORT-DUE           PIC 9(08).
006700     05  HC-PARTIES.
006800         10  HC-PARTY                OCCURS 10 TIMES.
006900             15  HC-PARTY-ROLE       PIC X(01).
007000             15  HC-PARTY-ID         PIC 9(07).
007100             15  HC-PARTY-NOTIFIED   PIC 9(08).
007200     05  HC-DISC-LINKS.
007300         10  HC-DISC-LINK            OCCURS 5 TIMES.
007400             15  HC-LINK-STUDENT-ID  PIC 9(07).
007500             15  HC-LINK-DATE        PIC 9(08).
007600             15  HC-LINK-TYPE        PIC X(02).
007700     05  HC-UPDATED-DATE             PIC 9(08).
007800     05  FILLER                      PIC X(09).
