001999*                     CARRIES THE SCHOOL CODE SO THE MORNING
002000*                     DIGEST CAN PUT EACH EXCLUSION ON ITS
002001*                     OWN BUILDING'S PAGE.
002002*    2026-10-15  RVM  GSNIGHT NOW LOGS ITS START AND END (WITH
002003*                     THE RETURN CODE, INCLUDING AN ABORT-RUN 16)
002004*                     ON THE RUN-CONTROL LEDGER (RUNCTL, COPY
002005*                     JRUNREC). THE FOLLOW-ON JOBS REFUSE TO START
002006*                     UNTIL THIS RUN HAS ENDED CLEANLY FOR THE
002007*                     BUSINESS DATE. A REPORT-ONLY RUN LOGS
002007*                     NOTHING.
002008*    2026-10-15  RVM  "TODAY" NOW COMES FROM THE DISTRICT
002009*                     BUSINESS-DATE RECORD (BUSDATE, COPY BDATREC)
002010*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN PAST
002011*                     MIDNIGHT OR A RERUN STAMPS THE RIGHT DAY.
002012*                     EVERY REPORT NOW OPENS WITH THE BUSINESS
002013*                     DATE, FLAGGED WHEN A RERUN OVERRIDE IS ON.
002014*    2026-10-15  RVM  THE NIGHT NOW RUNS AS SIX PHASES - ENROLL,
002015*                     CTLCARDS, ATTEND, SWEEP, DISCIP, SVCLOG -
002016*                     EACH A STEP OF ITS OWN (RUNMODE NAMES THE
002017*                     PHASE; EMPTY RUNS ALL SIX) WITH ITS OWN
002018*                     COMMIT POINT AND A COMPLETION MARKER ON
002019*                     NIGHTPHS (COPY NPHSREC). A RERUN SKIPS THE
002020*                     PHASES ALREADY DONE FOR THE BUSINESS DATE
002021*                     AND RESUMES AT THE ONE THAT FAILED. ATTEND,
002022*                     DISCIP AND SVCLOG WITH NO INPUT ARE MARKED
002023*                     DONE WITHOUT LOADING THE ROSTER. EACH PHASE
002024*                     NOW APPENDS ITS OWN RUNSTATS RECORD AND THE
002025*                     LAST ONE THE WHOLE-RUN RECORD.
002026*    2026-10-15  RVM  START-RUN-CONTROL NOW CLEARS THE LEDGER
002027*                     EVENT FIRST - ITS FILLER WAS NEVER SET, AND
002028*                     GSNIGHT HAS NO PREDECESSOR RECORD TO READ.
002029*    2026-10-15  RVM  AUDIT-RECORD MOVED TO COPY AUDTREC. EVERY
002030*                     AUDIT RECORD NOW CARRIES THE NEXT DISTRICT-
002031*                     WIDE AUDIT SEQUENCE NUMBER AND A RUNNING
002032*                     CONTROL HASH, DRAWN FROM THE SHARED AUDIT
002033*                     SEQUENCE REGISTER (AUDSEQVS, COPY ASEQREC)
002034*                     BY NEXT-AUDIT-SEQUENCE, SO GSAUDVER CAN
002035*                     PROVE THE TRAIL UNBROKEN.
002036*    2026-10-15  RVM  REASON, ACTION AND PROGRAM CODES NOW COME
002037*                     FROM THE DISTRICT CODE-TABLE MASTER
002038*                     (CODETBL, COPY CODEREC) - LOAD-CODE-TABLE
002039*                     AND LOOK-UP-CODE. ATTENDANCE REASONS,
002040*                     DISCIPLINE TYPE/ACTION, WITHDRAWAL REASONS,
002041*                     PGME AND IMMU CARDS ARE REJECTED WHEN THE
002042*                     CODE IS NOT IN FORCE; THE EXCUSED FLAG IS
002043*                     THE ABSREASN CODE'S CLASS; DISCRPT AND
002043*                     PGMCRPT PRINT DESCRIPTIONS AND THE DOE
002044*                     EXTRACT CARRIES THE STATE PROGRAM CODE.
002044*    2026-10-15  RVM  THE ENROLL PHASE NOW SWEEPS THE WAITLIST FOR
002044*                     SECTIONS WITH AN OPEN SEAT (OFFER-OPEN-
002044*                     SEATS) - A WITHDRAWAL OR TRANSFER KEYED AT
002044*                     THE GSAD DESK FREES A SEAT THE DAY PROGRAM
002044*                     CANNOT OFFER, SO THE NIGHT OFFERS IT.
002044*    2026-10-15  RVM  THE ATTEND PHASE NOW CARRIES THE DAY'S GSSN
002044*                     FRONT-DESK POSTINGS (ATTNDVS ROWS FLAGGED
002044*                     AV-DESK-FLAG 'D') INTO ATTNDLOG AHEAD OF
002044*                     ATTNDTRN, SO THE DESK'S LATE SIGN-IN OR
002044*                     EARLY SIGN-OUT STANDS AND THE CLASSROOM
002044*                     POSTING FOR THE SAME DAY IS SUPPRESSED AS A
002044*                     DUPLICATE. THE PHASE RUNS WHEN EITHER INPUT
002044*                     IS PRESENT.
002044*    2026-10-15  RVM  PER-BUILDING CALENDARS. SCHCALND NOW HOLDS
002044*                     THE DISTRICT DEFAULT AND ANY BUILDING'S OWN
002044*                     CALENDAR (CAL-SCHOOL-CODE). THE ATTENDANCE
002044*                     EDIT, THE NO-NOTE GRACE CLOCK, THE
002044*                     SUSPENSION DAYS AND THE IMMUNIZATION GRACE
002044*                     COUNT RUN ON THE CALENDAR OF THE STUDENT'S
002044*                     BUILDING, THE DISTRICT DEFAULT WHEN IT HAS
002044*                     NONE. THE DRLC MONTH WALK AND THE PROM
002044*                     NEXT-YEAR CHECK STAY ON THE DISTRICT
002044*                     CALENDAR; A CLOS CARD CLOSES THE DATE ON
002044*                     EVERY CALENDAR.
002044*    2026-10-15  RVM  THE PROM CARD TAKES A STAGED NEXT-YEAR
002044*                     ROSTER (NXTROSTR, BUILT BY GSNXTYR) INTO THE
002044*                     ROSTER IN THE SAME STEP: EACH STUDENT WITH A
002044*                     RETURNING ROW GETS ITS GRADE, BUILDING,
002044*                     SECTION AND ROUTE; ANYONE ELSE IS PROMOTED
002044*                     BY RULE AND FLAGGED. NXTRECON RECONCILES THE
002044*                     ROLLOVER, A GRADE OTHER THAN THE PLAIN BUMP
002044*                     IS AUDITED AS 'NXTP', AND NXTROSTR IS
002044*                     EMPTIED. PRE-FLIGHT CHECKS THE STAGED ROSTER
002044*                     FIRST.
002044*    2026-10-15  RVM  A STUDENT PROMOTED BY RULE OUT OF THEIR
002044*                     BUILDING'S TERMINAL GRADE MOVES TO THE
002044*                     FEEDER PATTERN'S RECEIVING BUILDING
002044*                     (FEEDMAST, BY STREETD ZONE FOR A SPLIT
002044*                     FEEDER) AND IS AUDITED AS AN XFER. FEEDRPT
002044*                     LISTS EVERY BUILDING MOVE BY RECEIVING
002044*                     BUILDING, AND SEPARATELY THE CHOICE-SEAT,
002044*                     OUT-OF-ZONE AND UNZONED CASES LEFT FOR A
002044*                     DECISION. PRE-FLIGHT CHECKS COVERAGE AT THE
002044*                     RECEIVING BUILDING.
002044*    2026-10-15  RVM  THE BUS CARD READS THE MCKINNEY-VENTO
002044*                     HOUSING FILE (HOUSING) AND FLAGS AN ELIGIBLE
002044*                     STUDENT WHO MUST BE CARRIED TO A SCHOOL OF
002044*                     ORIGIN OUTSIDE THEIR STREETD ZONE. BUSRTE IS
002044*                     NOW 132 BYTES, WITH THE FLAG AND THE ORIGIN
002044*                     BUILDING.
002044*    2026-10-15  RVM  THE ENROLLMENT TRANSACTION CARRIES A
002044*                     DEMOGRAPHIC SEGMENT (SEX, ETHNICITY, RACE,
002044*                     HOME LANGUAGE, COUNTRY OF BIRTH), FILED ON
002044*                     THE NEW DEMOGRAPHICS SUPPLEMENT (DEMOGVS,
002044*                     COPY DEMOREC) BY AN 'A' OR 'C' TRANSACTION
002044*                     AND AUDITED AS 'DEMO'. TRANFILE IS NOW 270
002044*                     BYTES. THE DISC SUMMARY ADDS INCIDENTS BY
002044*                     STUDENT SUBGROUP, SMALL CELLS SUPPRESSED.
002044*    2026-10-15  RVM  TCHR CLASS LIST TAGS STUDENTS WITH AN
002044*                     ACTIVE 504 PLAN (PLAN504) AND LISTS THEIR
002044*                     CLASSROOM ACCOMMODATIONS UNDER THEM.
002044*    2026-10-15  RVM  THE CNTD CARD ALSO FREEZES EACH STUDENT'S
002044*                     IEP AND MEAL STATUS TO CNTSNAP (NOW COPY
002044*                     CNTSREC, 082 BYTES) FOR GSFUND.
002044*    2026-10-15  RVM  A WDRW CARD'S CC-CUTOFF-DATE, WHEN SET, IS
002044*                     THE WITHDRAWAL'S EFFECTIVE DATE - GSABWD'S
002044*                     TEN-DAY CARDS BACKDATE TO THE LAST DAY OF
002044*                     ATTENDANCE. A DATE AFTER TODAY OR BEFORE
002044*                     ENROLLMENT IS REJECTED 'BADDT'.
002044*    2026-10-15  RVM  WRITE-AUDIT-RECORD STAMPS AUD-DATE WITH THE
002044*                     BUSINESS DATE INSTEAD OF THE CLOCK, SO A
002044*                     NIGHT PAST MIDNIGHT OR AN OVERRIDE RERUN
002044*                     DATES ITS RECORDS FOR THE DAY GSDOCS,
002044*                     GSINBND AND GSCLCHG PICK UP.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002921     SELECT BUS-ROUTE-RPT ASSIGN TO BUSRTE
002922         ORGANIZATION IS LINE SEQUENTIAL
002923         FILE STATUS IS WS-BUSRTE-STATUS.
002923     SELECT HOUSING-STATUS-FILE ASSIGN TO HOUSING
002923         ORGANIZATION IS LINE SEQUENTIAL
002923         FILE STATUS IS WS-HOUSING-STATUS.
002923     SELECT DEMOGRAPHIC-FILE ASSIGN TO DEMOGVS
002923         ORGANIZATION IS INDEXED
002923         ACCESS MODE IS DYNAMIC
002923         RECORD KEY IS DM-STUDENT-ID
002923         FILE STATUS IS WS-DEMOGVS-STATUS.
002924     SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
002925         ORGANIZATION IS LINE SEQUENTIAL
002926         FILE STATUS IS WS-ARCHIVE-STATUS.
002989         ACCESS MODE IS RANDOM
002990         RECORD KEY IS IR-KEY
002991         FILE STATUS IS WS-IDREG-STATUS.
002992     SELECT AUDIT-SEQ-FILE ASSIGN TO AUDSEQVS
002993         ORGANIZATION IS INDEXED
002994         ACCESS MODE IS RANDOM
002995         RECORD KEY IS AQ-KEY
002996         FILE STATUS IS WS-AUDSEQ-STATUS.
002985     SELECT ATTEND-VSAM-FILE ASSIGN TO ATTNDVS
002985         ORGANIZATION IS INDEXED
002985         ACCESS MODE IS DYNAMIC
002992     SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-RUNSTATS-STATUS.
002993     SELECT NIGHT-PHASE-FILE ASSIGN TO NIGHTPHS
002994         ORGANIZATION IS LINE SEQUENTIAL
002995         FILE STATUS IS WS-NIGHTPHS-STATUS.
002992     SELECT PREFLIGHT-RPT ASSIGN TO PREFLRPT
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-PREFLRPT-STATUS.
002992     SELECT NEXT-YEAR-ROSTER-FILE ASSIGN TO NXTROSTR
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-NXTROSTR-STATUS.
002992     SELECT NEXT-YEAR-RECON-RPT ASSIGN TO NXTRECON
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-NXTRECON-STATUS.
002992     SELECT FEEDER-PATTERN-FILE ASSIGN TO FEEDMAST
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-FEEDMAST-STATUS.
002992     SELECT FEEDER-RPT ASSIGN TO FEEDRPT
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-FEEDRPT-STATUS.
002992     SELECT DRILL-LOG-FILE ASSIGN TO DRILLLOG
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-DRILLLOG-STATUS.
002992     SELECT CONDITION-FILE ASSIGN TO CONDFILE
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-CONDFILE-STATUS.
002992     SELECT PLAN-504-FILE ASSIGN TO PLAN504
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-PLAN504-STATUS.
002992     SELECT CODE-TABLE-FILE ASSIGN TO CODETBL
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-CODETBL-STATUS.
002992     SELECT SERVICE-TRANS-FILE ASSIGN TO SVCLTRN
002992         ORGANIZATION IS LINE SEQUENTIAL
002992         FILE STATUS IS WS-SVCLTRN-STATUS.
002994         ACCESS MODE IS RANDOM
002995         RECORD KEY IS LK-KEY
002996         FILE STATUS IS WS-LOCK-STATUS.
002997     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
002998         ORGANIZATION IS LINE SEQUENTIAL
002999         FILE STATUS IS WS-RUNCTL-STATUS.
003000     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003001         ORGANIZATION IS LINE SEQUENTIAL
003002         FILE STATUS IS WS-BUSDATE-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ROSTER-FILE
003649     05  TR-RELATIONSHIP         PIC X(10).
003649     05  TR-PHONE                PIC X(12).
003649     05  TR-EMAIL                PIC X(40).
003649     05  TR-DEMOGRAPHICS.
003649         10  TR-SEX              PIC X(01).
003649         10  TR-HISPANIC         PIC X(01).
003649         10  TR-RACE-FLAGS.
003649             15  TR-RACE-FLAG    PIC X(01) OCCURS 5 TIMES.
003649         10  TR-HOME-LANGUAGE    PIC X(02).
003649         10  TR-BIRTH-COUNTRY    PIC X(02).
003649 FD  CHECKPOINT-FILE
003650     LABEL RECORDS ARE STANDARD.
003650 01  CHECKPOINT-RECORD.
003652 FD  AUDIT-FILE
003653     LABEL RECORDS ARE STANDARD.
003654 01  AUDIT-RECORD.
003655     COPY AUDTREC.
003663 FD  GUARDIAN-FILE
003664     LABEL RECORDS ARE STANDARD.
003665 01  GUARDIAN-FILE-RECORD.
003689 01  MEAL-ELIGIBILITY-LINE       PIC X(80).
003690 FD  BUS-ROUTE-RPT
003691     LABEL RECORDS ARE STANDARD.
003692 01  BUS-ROUTE-LINE              PIC X(132).
003692******************************************************************
003692*    THE LIAISON'S HOUSING SPELLS - READ BY THE BUS CARD FOR     *
003692*    THE SCHOOL-OF-ORIGIN FLAG. SEE HSNGREC FOR WHO IS ELIGIBLE. *
003692******************************************************************
003692 FD  HOUSING-STATUS-FILE
003692     LABEL RECORDS ARE STANDARD.
003692 01  HOUSING-STATUS-RECORD.
003692     COPY HSNGREC.
003692******************************************************************
003692*    THE DEMOGRAPHICS SUPPLEMENT - ONE RECORD PER STUDENT, FILED *
003692*    FROM THE DEMOGRAPHIC SEGMENT OF AN ENROLLMENT TRANSACTION   *
003692*    AND READ BY THE DISC CARD FOR THE SUBGROUP BREAKOUT.        *
003692******************************************************************
003692 FD  DEMOGRAPHIC-FILE
003692     LABEL RECORDS ARE STANDARD.
003692 01  DEMOGRAPHIC-RECORD.
003692     COPY DEMOREC.
003693******************************************************************
003694*    ONE YEAR-STAMPED SNAPSHOT RECORD PER STUDENT ON TEMPROSTER, *
003695*    WRITTEN AT EACH SCHOOL YEAR'S CLOSE SO PRIOR YEARS' ROSTERS *
003911     LABEL RECORDS ARE STANDARD.
003912 01  ID-REGISTER-RECORD.
003913     COPY IDREGREC.
003914 FD  AUDIT-SEQ-FILE
003915     LABEL RECORDS ARE STANDARD.
003916 01  AUDIT-SEQ-RECORD.
003917     COPY ASEQREC.
003910******************************************************************
003910*    THE FROZEN, CERTIFIABLE COUNT-DAY ENROLLMENT SNAPSHOT -   *
003910*    ONE RECORD PER ENROLLED STUDENT IN THE STATE EXTRACT'S    *
003910 FD  COUNT-SNAPSHOT-FILE
003910     LABEL RECORDS ARE STANDARD.
003910 01  COUNT-SNAPSHOT-RECORD.
003910     COPY CNTSREC.
003910 FD  COUNT-VARIANCE-RPT
003910     LABEL RECORDS ARE STANDARD.
003910 01  COUNT-VARIANCE-LINE         PIC X(90).
003915     LABEL RECORDS ARE STANDARD.
003915 01  RUN-STATS-RECORD.
003915     COPY RUNSREC.
003916 FD  NIGHT-PHASE-FILE
003917     LABEL RECORDS ARE STANDARD.
003918 01  NIGHT-PHASE-RECORD          PIC X(94).
003916 FD  PREFLIGHT-RPT
003916     LABEL RECORDS ARE STANDARD.
003916 01  PREFLIGHT-LINE              PIC X(80).
003916 FD  NEXT-YEAR-ROSTER-FILE
003916     LABEL RECORDS ARE STANDARD.
003916 01  NEXT-YEAR-ROSTER-RECORD.
003916     COPY NXTRREC.
003916 FD  NEXT-YEAR-RECON-RPT
003916     LABEL RECORDS ARE STANDARD.
003916 01  NEXT-YEAR-RECON-LINE        PIC X(80).
003916 FD  FEEDER-PATTERN-FILE
003916     LABEL RECORDS ARE STANDARD.
003916 01  FEEDER-PATTERN-RECORD.
003916     COPY FEEDREC.
003916 FD  FEEDER-RPT
003916     LABEL RECORDS ARE STANDARD.
003916 01  FEEDER-RPT-LINE             PIC X(80).
003917 FD  DRILL-LOG-FILE
003917     LABEL RECORDS ARE STANDARD.
003917 01  DRILL-LOG-RECORD.
003920     LABEL RECORDS ARE STANDARD.
003920 01  CONDITION-RECORD.
003920     COPY CONDREC.
003920 FD  PLAN-504-FILE
003920     LABEL RECORDS ARE STANDARD.
003920 01  PLAN-504-RECORD.
003920     COPY P504REC.
003920 FD  CODE-TABLE-FILE
003920     LABEL RECORDS ARE STANDARD.
003920 01  CODE-TABLE-RECORD.
003920     COPY CODEREC.
003921 FD  SERVICE-TRANS-FILE
003921     LABEL RECORDS ARE STANDARD.
003921 01  SERVICE-TRANS-RECORD.
003926 FD  PROGRAM-CENSUS-RPT
003927     LABEL RECORDS ARE STANDARD.
003928 01  PROGRAM-CENSUS-LINE         PIC X(80).
003929 FD  RUN-CONTROL-FILE
003930     LABEL RECORDS ARE STANDARD.
003931 01  RUN-CONTROL-RECORD          PIC X(50).
003932 FD  BUSINESS-DATE-FILE
003933     LABEL RECORDS ARE STANDARD.
003934 01  BUSINESS-DATE-RECORD.
003935     COPY BDATREC.
003600 WORKING-STORAGE SECTION.
003650 01  WS-STUDENT-ID            PIC 9(07).
003710 01  WS-STUDENT-LAST-NAME     PIC X(30).
003820 01  WS-ENROLL-DATE           PIC 9(08).
003821 01  WS-WITHDRAW-DATE         PIC 9(08).
003822 01  WS-WITHDRAW-REASON       PIC X(02).
003822 01  WS-WITHDRAW-EFFECTIVE    PIC 9(08) VALUE ZERO.
003811 01  WS-STUDENT-DOB           PIC 9(08).
003813 01  WS-DOB-PARTS REDEFINES WS-STUDENT-DOB.
003814     05  WS-DOB-YEAR             PIC 9(04).
003816 01  WS-DOEEXTR-STATUS        PIC X(02).
003817 01  WS-MEALRPT-STATUS        PIC X(02).
003818 01  WS-BUSRTE-STATUS         PIC X(02).
003818 01  WS-HOUSING-STATUS        PIC X(02).
003818******************************************************************
003818*    DEMOGRAPHIC SEGMENT FILING. A SEGMENT THAT FAILS ITS EDITS  *
003818*    IS AUDITED 'BADDM' AND COUNTED; THE REST OF THE TRANSACTION *
003818*    STANDS. THE RACE LIST GIVES THE FEDERAL CATEGORY OF EACH    *
003818*    DM-RACE-FLAG BYTE, IN THE SAME ORDER.                       *
003818******************************************************************
003818 01  WS-DEMOGVS-STATUS        PIC X(02).
003818 01  WS-DEMOGVS-OPEN          PIC X(01).
003818 01  WS-DEMO-VALID            PIC X(01).
003818 01  WS-DEMO-REJECTS          PIC 9(05) VALUE ZERO.
003818 01  WS-DEMO-SAVE-FIRST       PIC X(20).
003818 01  WS-RACE-COUNT            PIC 9(01).
003818 01  WS-FED-RACE-LIST         PIC X(10) VALUE 'AMASBLPIWH'.
003818 01  WS-FED-RACE-TABLE REDEFINES WS-FED-RACE-LIST.
003818     05  FED-RACE-CODE        OCCURS 5 TIMES PIC X(02).
003819 01  WS-ARCHIVE-STATUS        PIC X(02).
003820 01  WS-ARCHIVE-YEAR          PIC 9(04).
003821 01  WS-DISTROLL-STATUS       PIC X(02).
003861     05  TR-D-MIDDLE-NAME     PIC X(20).
003861     05  FILLER               PIC X(02) VALUE SPACE.
003861     05  TR-D-ALERT           PIC X(09).
003861     05  FILLER               PIC X(01) VALUE SPACE.
003861     05  TR-D-504             PIC X(04).
003861******************************************************************
003861*    UNDER A STUDENT WITH AN ACTIVE 504 PLAN, ONE LINE PER       *
003861*    CLASSROOM ACCOMMODATION THE TEACHER MUST PROVIDE.           *
003861******************************************************************
003861 01  TEACHER-ROSTER-ACCOM-LINE.
003861     05  FILLER               PIC X(04) VALUE SPACE.
003861     05  TR-A-CODE            PIC X(04).
003861     05  FILLER               PIC X(02) VALUE SPACE.
003861     05  TR-A-DESC            PIC X(30).
003862 01  TEACHER-ROSTER-HEADING-LINE.
003863     05  TR-H-LITERAL         PIC X(14) VALUE 'TEACHER:     '.
003864     05  TR-H-LAST-NAME       PIC X(30).
004527 01  WS-AUDIT-ACTION          PIC X(04).
004528 01  WS-AUDIT-DATE            PIC 9(08).
004529 01  WS-AUDIT-TIME            PIC 9(08).
004530******************************************************************
004531*    AUDIT SEQUENCE AND CONTROL HASH. WS-AUDIT-HASH-CHARSET      *
004532*    GIVES EVERY BYTE OF THE RECORD ITS WEIGHT IN COMPUTE-AUDIT- *
004533*    HASH (A BYTE NOT IN THE LIST WEIGHS 71). THE LIST, THE      *
004534*    MULTIPLIER AND THE MODULUS MUST BE THE SAME IN EVERY AUDIT  *
004535*    WRITER AND IN GSAUDVER, OR THE CHAIN WILL NOT VERIFY.       *
004536******************************************************************
004537 01  WS-AUDSEQ-STATUS         PIC X(02).
004538 01  WS-AUDSEQ-FOUND          PIC X.
004539 01  WS-AUDIT-HASH-CHARSET.
004540     05  FILLER               PIC X(37) VALUE
004541         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
004542     05  FILLER               PIC X(33) VALUE
004543         'abcdefghijklmnopqrstuvwxyz-.,''/&#'.
004544 77  WS-AUDIT-HASH-LENGTH     PIC 9(03) VALUE 103.
004545 77  WS-AUDIT-HASH-MODULUS    PIC 9(09) VALUE 999999937.
004546 01  WS-AUDIT-HASH-INPUT      PIC X(103).
004547 01  WS-AUDIT-HASH-X          PIC 9(03).
004548 01  WS-AUDIT-HASH-POS        PIC 9(03).
004549 01  WS-AUDIT-HASH-WORK       PIC 9(11).
004550 01  WS-AUDIT-HASH-QUOT       PIC 9(11).
004551 01  WS-AUDIT-HASH            PIC 9(09).
004530 01  WS-GUARDIAN-FILE-STATUS  PIC X(02).
004531 01  WS-GUARDIAN-NAME         PIC X(40).
004532 01  WS-RELATIONSHIP          PIC X(10).
004538 01  WS-ATTENDANCE-PERIOD    PIC 9(02).
004538 01  WS-ATTENDANCE-REASON    PIC X(02).
004538 01  WS-ATTENDANCE-EXCUSED   PIC X(01).
004538 01  WS-ATTN-BADCODE-COUNT    PIC 9(05).
004538 77  WS-NOTE-GRACE-DAYS       PIC 9(02) VALUE 05.
004538 01  WS-GRACE-COUNTED         PIC 9(02).
004538 01  WS-NOTE-SWEPT            PIC 9(05) VALUE ZERO.
004538         10  WS-PFG-GRADE     PIC X(02).
004538 01  WS-PFG-SEEN              PIC X.
004538 01  PREFL-HEADING.
004538     05  FILLER               PIC X(45) VALUE
004538         'PROM PRE-FLIGHT FINDINGS - CARD NOT HONORED '.
004538 01  PREFL-DETAIL-LINE.
004538     05  PREFL-D-TEXT         PIC X(44).
004538     05  PREFL-D-SCHOOL       PIC X(04).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  PREFL-D-GRADE        PIC X(02).
004538******************************************************************
004538*    STAGED NEXT-YEAR PLACEMENTS - NXTROSTR (COPY NXTRREC),      *
004538*    BUILT OVER THE SUMMER BY GSNXTYR AND TAKEN INTO THE ROSTER  *
004538*    BY PROMOTE-ROSTER. ONLY RETURNING ('A') ROWS CARRIED FROM   *
004538*    THE ROSTER ARE HELD, IN STUDENT-ID ORDER; ROUNDUP ROWS ARE  *
004538*    COUNTED ONLY, THEIR PLACEMENT ALREADY SITS ON PENDENRL.     *
004538*    NXP-FROM-GRADE IS THE GRADE THE STUDENT LEFT, SO A          *
004538*    PLACEMENT OTHER THAN THE PLAIN ONE-GRADE BUMP CAN BE        *
004538*    AUDITED.                                                    *
004538******************************************************************
004538 01  WS-NXTROSTR-STATUS       PIC X(02).
004538 01  WS-NXTRECON-STATUS       PIC X(02).
004538 01  WS-NXT-STAGED            PIC X VALUE 'N'.
004538 77  WS-NXP-MAX               PIC 9(04) VALUE 2000.
004538 01  WS-NXP-COUNT             PIC 9(04) VALUE ZERO.
004538 01  WS-NXP-TABLE.
004538     05  NXP-ROW              OCCURS 0 TO 2000 TIMES
004538                              DEPENDING ON WS-NXP-COUNT
004538                              ASCENDING KEY IS NXP-ID
004538                              INDEXED BY NXP-IDX.
004538         10  NXP-ID           PIC 9(07).
004538         10  NXP-LAST-NAME    PIC X(30).
004538         10  NXP-FIRST-NAME   PIC X(20).
004538         10  NXP-GRADE        PIC X(02).
004538         10  NXP-SCHOOL-CODE  PIC X(04).
004538         10  NXP-SECTION      PIC X(01).
004538         10  NXP-BUS-ROUTE    PIC X(04).
004538         10  NXP-FROM-GRADE   PIC X(02).
004538         10  NXP-USED         PIC X(01).
004538         10  NXP-FEEDER-NOTE  PIC X(01).
004538 01  WS-NXP-ROW               PIC 9(04).
004538 01  WS-NXP-OVERFLOW          PIC X VALUE 'N'.
004538 01  WS-NXP-RULE-GRADE        PIC X(02).
004538 01  WS-NXP-RULE-NUM REDEFINES WS-NXP-RULE-GRADE PIC 99.
004538 01  WS-NXP-DISP              PIC X(01).
004538 01  WS-PROM-FROM-ID          PIC 9(07).
004538 01  WS-PROM-FROM-LAST        PIC X(30).
004538 01  WS-PROM-FROM-FIRST       PIC X(20).
004538 01  WS-PROM-FROM-GRADE       PIC X(02).
004538 01  WS-PROM-FROM-SCHOOL      PIC X(04).
004538 01  WS-NXP-ROUNDUP           PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-BEFORE            PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-PLACED            PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-AGED              PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-GRADUATED         PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-WITHDRAWN         PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-UNUSED            PIC 9(05) VALUE ZERO.
004538 01  WS-NXP-AUDITED           PIC 9(05) VALUE ZERO.
004538 01  NXRC-HEADING.
004538     05  FILLER               PIC X(45) VALUE
004538         'NEXT-YEAR ROSTER ROLLOVER RECONCILIATION    '.
004538 01  NXRC-COLUMNS.
004538     05  FILLER               PIC X(35) VALUE
004538         '  STUDENT  NAME                    '.
004538     05  FILLER               PIC X(45) VALUE
004538         'FROM       TO                  DISPOSITION   '.
004538 01  NXRC-DETAIL-LINE.
004538     05  NXRC-D-FLAG          PIC X(01).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  NXRC-D-ID            PIC 9(07).
004538     05  FILLER               PIC X(02) VALUE SPACES.
004538     05  NXRC-D-NAME          PIC X(23).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  NXRC-D-FROM-GRADE    PIC X(02).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  NXRC-D-FROM-SCHOOL   PIC X(04).
004538     05  FILLER               PIC X(04) VALUE ' TO '.
004538     05  NXRC-D-GRADE         PIC X(02).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  NXRC-D-SCHOOL        PIC X(04).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  NXRC-D-SECTION       PIC X(01).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  NXRC-D-ROUTE         PIC X(04).
004538     05  FILLER               PIC X(02) VALUE SPACES.
004538     05  NXRC-D-NOTE          PIC X(18).
004538 01  NXRC-TOTAL-LINE.
004538     05  NXRC-T-LABEL         PIC X(44).
004538     05  NXRC-T-VALUE         PIC ZZZZ9.
004538******************************************************************
004538*    FEEDER PATTERNS (FEEDMAST, COPY FEEDREC) - FOR EACH         *
004538*    BUILDING'S TERMINAL GRADE, THE BUILDING ITS STUDENTS MOVE   *
004538*    ON TO AT PROMOTION, BY STREETD ATTENDANCE ZONE FOR A SPLIT  *
004538*    FEEDER. LOADED BY THE PROM CARD'S PRE-FLIGHT. AN EMPTY OR   *
004538*    MISSING FEEDMAST LEAVES EVERY STUDENT IN THEIR BUILDING, AS *
004538*    BEFORE. WS-FEED-FROM/-GRADE AND WS-PARSE-ADDRESS GO IN TO   *
004538*    FIND-FEEDER-BUILDING; WS-FEED-VERDICT AND WS-FEED-TO COME   *
004538*    BACK.                                                       *
004538******************************************************************
004538 01  WS-FEEDMAST-STATUS       PIC X(02).
004538 01  WS-FEEDRPT-STATUS        PIC X(02).
004538 77  WS-FEED-MAX              PIC 9(03) VALUE 200.
004538 01  WS-FEED-COUNT            PIC 9(03) VALUE ZERO.
004538 01  WS-FEED-TABLE.
004538     05  WS-FEED-ENTRY        OCCURS 200 TIMES.
004538         10  WS-FEED-FROM-SCHOOL PIC X(04).
004538         10  WS-FEED-FROM-GRADE  PIC X(02).
004538         10  WS-FEED-ZONE        PIC X(02).
004538         10  WS-FEED-TO-SCHOOL   PIC X(04).
004538 01  WS-FEED-ROW              PIC 9(03).
004538 01  WS-FEED-ROWS             PIC 9(03).
004538 01  WS-FEED-SPLIT            PIC X.
004538 01  WS-FEED-ZONE-KEY         PIC X(02).
004538 01  WS-FEED-TO               PIC X(04).
004538 01  WS-FEED-DEFAULT-TO       PIC X(04).
004538 01  WS-FEED-FROM             PIC X(04).
004538 01  WS-FEED-GRADE            PIC X(02).
004538 01  WS-FEED-VERDICT          PIC X(01).
004538 01  WS-FEED-IN-ZONE          PIC X(01).
004538 01  WS-FEED-PATH-SCHOOL      PIC X(04).
004538 01  WS-FEED-PATH-NEXT        PIC X(04).
004538 01  WS-FEED-HOP              PIC 9(02).
004538 01  WS-PREFL-SCHOOL          PIC X(04).
004538******************************************************************
004538*    EVERY BUILDING MOVE AND EVERY FEEDER CASE NEEDING A         *
004538*    DECISION AT PROMOTION, SORTED FOR FEEDRPT BY RECEIVING      *
004538*    BUILDING - ARRIVALS ('A') FIRST, THEN THE DECISIONS ('E').  *
004538******************************************************************
004538 77  WS-FDR-MAX               PIC 9(04) VALUE 2000.
004538 01  WS-FDR-COUNT             PIC 9(04) VALUE ZERO.
004538 01  WS-FDR-TABLE.
004538     05  FDR-ROW              OCCURS 0 TO 2000 TIMES
004538                              DEPENDING ON WS-FDR-COUNT.
004538         10  FDR-TO-SCHOOL    PIC X(04).
004538         10  FDR-KIND         PIC X(01).
004538         10  FDR-LAST-NAME    PIC X(30).
004538         10  FDR-FIRST-NAME   PIC X(20).
004538         10  FDR-ID           PIC 9(07).
004538         10  FDR-FROM-SCHOOL  PIC X(04).
004538         10  FDR-FROM-GRADE   PIC X(02).
004538         10  FDR-GRADE        PIC X(02).
004538         10  FDR-ZONE         PIC X(02).
004538         10  FDR-NOTE         PIC X(24).
004538 01  WS-FDR-ROW               PIC 9(04).
004538 01  WS-FDR-KIND-IN           PIC X(01).
004538 01  WS-FDR-NOTE-IN           PIC X(24).
004538 01  WS-FDR-RESULT-IN         PIC X(05).
004538 01  WS-FDR-MOVES             PIC 9(05) VALUE ZERO.
004538 01  WS-FDR-DECISIONS         PIC 9(05) VALUE ZERO.
004538 01  WS-FDR-UNLISTED          PIC 9(05) VALUE ZERO.
004538 01  WS-FDR-BRK-SCHOOL        PIC X(04).
004538 01  WS-FDR-BRK-KIND          PIC X(01).
004538 01  FDRR-HEADING.
004538     05  FILLER               PIC X(45) VALUE
004538         'YEAR-END BUILDING MOVES BY RECEIVING BUILDING'.
004538 01  FDRR-BUILDING-LINE.
004538     05  FILLER               PIC X(19) VALUE
004538         'RECEIVING BUILDING '.
004538     05  FDRR-B-SCHOOL        PIC X(16).
004538 01  FDRR-KIND-LINE.
004538     05  FILLER               PIC X(02) VALUE SPACES.
004538     05  FDRR-K-TEXT          PIC X(50).
004538 01  FDRR-DETAIL-LINE.
004538     05  FILLER               PIC X(04) VALUE SPACES.
004538     05  FDRR-D-ID            PIC 9(07).
004538     05  FILLER               PIC X(02) VALUE SPACES.
004538     05  FDRR-D-NAME          PIC X(24).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  FDRR-D-FROM-SCHOOL   PIC X(04).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  FDRR-D-FROM-GRADE    PIC X(02).
004538     05  FILLER               PIC X(04) VALUE ' TO '.
004538     05  FDRR-D-GRADE         PIC X(02).
004538     05  FILLER               PIC X(02) VALUE SPACES.
004538     05  FDRR-D-ZONE          PIC X(02).
004538     05  FILLER               PIC X(01) VALUE SPACE.
004538     05  FDRR-D-NOTE          PIC X(24).
004538 01  FDRR-TOTAL-LINE.
004538     05  FDRR-T-LABEL         PIC X(44).
004538     05  FDRR-T-VALUE         PIC ZZZZ9.
004538 01  WS-DRILLLOG-STATUS       PIC X(02).
004538 01  WS-DRILLRPT-STATUS       PIC X(02).
004538 01  WS-DRILL-DATE            PIC 9(08).
004538 01  WS-LOCKDOWN-TALLY        PIC 9(03).
004538 01  WS-DRILL-FINDINGS        PIC 9(04).
004538 01  DRILL-HEADING.
004538     05  FILLER               PIC X(45) VALUE
004538         'EMERGENCY DRILL COMPLIANCE - FINDINGS       '.
004538 01  DRILL-DETAIL-LINE.
004538     05  DRILL-D-SCHOOL       PIC X(04).
004538 01  WS-DIGIT-N REDEFINES WS-DIGIT-X PIC 9(01).
004538 01  WS-ZONE-EXCEPTIONS       PIC 9(05).
004538 01  ZONE-HEADING.
004538     05  FILLER               PIC X(45) VALUE
004538         'OUT-OF-ZONE RESIDENCY EXCEPTIONS            '.
004538 01  ZONE-DETAIL-LINE.
004538     05  ZONE-D-ID            PIC 9(07).
004538*    UNLIKE WS-CALENDAR-TABLE THIS KEEPS THE DESCRIPTION, SO    *
004538*    THE REWRITTEN FILE LOSES NOTHING.                          *
004538******************************************************************
004538 01  WS-CALF-COUNT            PIC 9(04) VALUE ZERO.
004538 01  WS-CALF-TABLE.
004538     05  WS-CALF-ENTRY        OCCURS 3660 TIMES.
004538         10  WS-CALF-DATE     PIC 9(08).
004538         10  WS-CALF-TYPE     PIC X(01).
004538         10  WS-CALF-DESC     PIC X(20).
004538         10  WS-CALF-SCHOOL   PIC X(04).
004538 01  WS-CALF-FOUND            PIC X.
004538 01  CLOS-HEADING.
004538     05  FILLER               PIC X(42) VALUE
004538         10  WS-SWP-ID        PIC 9(07).
004538         10  WS-SWP-DATE      PIC 9(08).
004538 01  WS-SWP-ROW               PIC 9(03).
004538******************************************************************
004538*    THE ATTNDVS ROWS POSTED AT A FRONT DESK BY GSSN AND NOT YET *
004538*    ON ATTNDLOG (AV-DESK-FLAG 'D'), COLLECTED WHEN THE ATTEND   *
004538*    PHASE IS PROBED. ROWS BEYOND WS-DESK-MAX KEEP THEIR FLAG    *
004538*    AND ARE CARRIED THE NEXT NIGHT.                             *
004538******************************************************************
004538 77  WS-DESK-MAX              PIC 9(03) VALUE 500.
004538 01  WS-DESK-COUNT            PIC 9(03) VALUE ZERO.
004538 01  WS-DESK-TABLE.
004538     05  WS-DESK-ENTRY        OCCURS 500 TIMES.
004538         10  WS-DESK-ID       PIC 9(07).
004538         10  WS-DESK-DATE     PIC 9(08).
004538         10  WS-DESK-STATUS   PIC X(01).
004538 01  WS-DESK-ROW              PIC 9(03).
004538 01  WS-DESK-CARRIED          PIC 9(05) VALUE ZERO.
004538 01  WS-DESK-DROPPED          PIC 9(05) VALUE ZERO.
004539 01  WS-CALENDAR-STATUS       PIC X(02).
004540******************************************************************
004541*    THE SCHOOL-CALENDAR MASTER LOADED INTO STORAGE - AT MOST    *
004541*    ONE RECORD PER DAY OF THE YEAR PER CALENDAR (WS-CAL-SCHOOL  *
004541*    SPACES IS THE DISTRICT DEFAULT). WS-CAL-DAY-TYPE IS WHAT    *
004541*    FIND-CALENDAR-DAY REPORTS BACK FOR A GIVEN DATE ON THE      *
004541*    WS-CAL-KEY CALENDAR - THE DAY'S CAL-DAY-TYPE, OR SPACE IF   *
004541*    THE DATE HAS NO CALENDAR RECORD (A WEEKEND OR SUMMER DAY)   *
004541*    OR NO CALENDAR WAS LOADED AT ALL.                           *
004541******************************************************************
004541 77  WS-CALENDAR-MAX          PIC 9(04) VALUE 3660.
004541 01  WS-CALENDAR-COUNT        PIC 9(04) VALUE ZERO.
004541 01  WS-CALENDAR-TABLE.
004541     05  WS-CAL-ENTRY         OCCURS 3660 TIMES.
004541         10  WS-CAL-DATE      PIC 9(08).
004541         10  WS-CAL-TYPE      PIC X(01).
004541         10  WS-CAL-SCHOOL    PIC X(04).
004541 01  WS-CAL-DAY-TYPE          PIC X(01).
004541******************************************************************
004541*    THE BUILDINGS THAT HAVE A CALENDAR OF THEIR OWN ON SCHCALND *
004541*    (SEE CALNREC.CPY). SELECT-SCHOOL-CALENDAR TURNS A BUILDING  *
004541*    (WS-CAL-FOR-SCHOOL) INTO THE CALENDAR IT RUNS ON            *
004541*    (WS-CAL-KEY) - ITS OWN, OR SPACES FOR THE DISTRICT DEFAULT; *
004541*    FIND-STUDENT-CALENDAR DOES THE SAME FOR WS-CAL-STUDENT-ID   *
004541*    THROUGH THE STUDENT'S TEMPROSTER BUILDING.                  *
004541******************************************************************
004541 77  WS-CALB-MAX              PIC 9(02) VALUE 10.
004541 01  WS-CALB-COUNT            PIC 9(02) VALUE ZERO.
004541 01  WS-CALB-TABLE.
004541     05  WS-CALB-SCHOOL       OCCURS 10 TIMES PIC X(04).
004541 01  WS-CALB-ROW              PIC 9(02).
004541 01  WS-CALB-FOUND            PIC X.
004541 01  WS-CAL-FOR-SCHOOL        PIC X(04).
004541 01  WS-CAL-KEY               PIC X(04) VALUE SPACES.
004541 01  WS-CAL-STUDENT-ID        PIC 9(07).
004541 01  WS-CAL-ROSTER-ROW        PIC 9(05).
004554 01  WS-ATTN-REJECT-COUNT     PIC 9(05) VALUE ZERO.
004555 01  WS-NOSHRPT-STATUS        PIC X(02).
004556******************************************************************
004883 01  WS-WAIT-QUEUED-DATE      PIC 9(08).
004883 01  WS-WAIT-ALREADY          PIC X.
004883 01  WS-SEAT-FILLED           PIC X.
004883 01  WS-OPEN-ROW              PIC 9(03).
004884 01  WS-NAMEHIST-STATUS       PIC X(02).
004885 01  WS-NEW-LAST-NAME         PIC X(30).
004886 01  WS-NEW-FIRST-NAME        PIC X(20).
004904         10  WS-COND-SEV      PIC X(01).
004904 01  WS-COND-ROW              PIC 9(04).
004904 01  WS-COND-HIT              PIC X.
004904 01  WS-COND-UNKNOWN          PIC 9(05).
004904 01  WS-PLAN504-STATUS        PIC X(02).
004904******************************************************************
004904*    THE ACTIVE SECTION 504 PLANS (PLAN504, KEPT BY GS504) WITH  *
004904*    THEIR CLASSROOM ACCOMMODATIONS, LOADED ON FIRST USE BY THE  *
004904*    TEACHER CLASS LIST.                                         *
004904******************************************************************
004904 77  WS-P504-MAX              PIC 9(04) VALUE 2000.
004904 01  WS-P504-COUNT            PIC 9(04) VALUE ZERO.
004904 01  WS-P504-LOADED           PIC X VALUE 'N'.
004904 01  WS-P504-TABLE.
004904     05  WS-P504-ENTRY        OCCURS 2000 TIMES.
004904         10  WS-P504-ID       PIC 9(07).
004904         10  WS-P504-ACCOM    PIC X(04) OCCURS 8 TIMES.
004904 01  WS-P504-ROW              PIC 9(04).
004904 01  WS-P504-HIT              PIC 9(04).
004904 01  WS-P504-SLOT             PIC 9(02).
004904 01  WS-CODETBL-STATUS        PIC X(02).
004904******************************************************************
004904*    THE DISTRICT CODE-TABLE MASTER HELD IN STORAGE, LOADED ON  *
004904*    FIRST USE BY ANY EDIT OR REPORT THAT CHECKS OR DESCRIBES A *
004904*    CODE. LOOK-UP-CODE TAKES WS-CODE-TABLE-NAME, WS-CODE-VALUE *
004904*    AND WS-CODE-AS-OF AND RETURNS WS-CODE-STATUS - 'A' IN      *
004904*    FORCE ON THAT DATE, 'X' ON FILE BUT NOT IN FORCE, 'N' NOT  *
004904*    ON FILE, 'U' NO CODE TABLE TO CHECK AGAINST - TOGETHER     *
004904*    WITH THE CODE'S DESCRIPTION, STATE VALUE AND CLASS.        *
004904******************************************************************
004904 77  WS-CODE-MAX              PIC 9(04) VALUE 2000.
004904 01  WS-CODE-COUNT            PIC 9(04) VALUE ZERO.
004904 01  WS-CODE-LOADED           PIC X VALUE 'N'.
004904 01  WS-CODE-TABLE.
004904     05  WS-CODE-ENTRY        OCCURS 2000 TIMES.
004904         10  WS-CODE-TBL      PIC X(08).
004904         10  WS-CODE-CD       PIC X(04).
004904         10  WS-CODE-DSC      PIC X(30).
004904         10  WS-CODE-EFF      PIC 9(08).
004904         10  WS-CODE-EXP      PIC 9(08).
004904         10  WS-CODE-ST       PIC X(04).
004904         10  WS-CODE-CLS      PIC X(01).
004904 01  WS-CODE-ROW              PIC 9(04).
004904 01  WS-CODE-TABLE-NAME       PIC X(08).
004904 01  WS-CODE-VALUE            PIC X(04).
004904 01  WS-CODE-AS-OF            PIC 9(08).
004904 01  WS-CODE-STATUS           PIC X(01).
004904 01  WS-CODE-DESC             PIC X(30).
004904 01  WS-CODE-STATE            PIC X(04).
004904 01  WS-CODE-CLASS            PIC X(01).
004904 01  WS-SVCLTRN-STATUS        PIC X(02).
004904 01  WS-SVCLFILE-STATUS       PIC X(02).
004904 01  WS-SVC-REJECTS           PIC 9(05).
004904     05  FILLER               PIC X(42) VALUE
004904         'PROGRAM PARTICIPATION CENSUS - CURRENT    '.
004904 01  PGM-CENSUS-COLUMN-HEADING.
004904     05  FILLER               PIC X(04) VALUE 'PGM'.
004904     05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
004904     05  FILLER               PIC X(06) VALUE 'BLDG'.
004904     05  FILLER               PIC X(05) VALUE 'COUNT'.
004904 01  PGM-CENSUS-DETAIL-LINE.
004904     05  PCEN-D-CODE          PIC X(02).
004904     05  FILLER               PIC X(02) VALUE SPACES.
004904     05  PCEN-D-DESC          PIC X(30).
004904     05  FILLER               PIC X(02) VALUE SPACES.
004904     05  PCEN-D-SCHOOL        PIC X(04).
004904     05  FILLER               PIC X(02) VALUE SPACES.
004904     05  PCEN-D-COUNT         PIC ZZZZ9.
004904 01  WS-DISC-POSTED           PIC 9(02).
004904 01  WS-DISC-SCHOOL           PIC X(04).
004904 01  WS-DISC-GRADE            PIC X(02).
004904 01  WS-DISC-CAL-IDX          PIC 9(04).
004904 01  WS-DISC-SUPPRESSED       PIC 9(05).
004904 01  WS-DISC-DAYS-SKIPPED     PIC 9(05).
004904 01  WS-DISC-SU-SEEN          PIC X.
004904     05  FILLER               PIC X(44) VALUE
004904         'ANNUAL DISCIPLINE SUMMARY - STATE REPORTABLE'.
004904 01  DISC-COLUMN-HEADING.
004904     05  FILLER               PIC X(07) VALUE 'BLDG'.
004904     05  FILLER               PIC X(07) VALUE 'GRADE'.
004904     05  FILLER               PIC X(04) VALUE 'TYPE'.
004904     05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
004904     05  FILLER               PIC X(06) VALUE 'STATE'.
004904     05  FILLER               PIC X(05) VALUE 'COUNT'.
004904 01  DISC-SUM-DETAIL-LINE.
004904     05  DISC-D-SCHOOL        PIC X(04).
004904     05  DISC-D-GRADE         PIC X(02).
004904     05  FILLER               PIC X(05) VALUE SPACES.
004904     05  DISC-D-TYPE          PIC X(02).
004904     05  FILLER               PIC X(02) VALUE SPACES.
004904     05  DISC-D-DESC          PIC X(30).
004904     05  FILLER               PIC X(02) VALUE SPACES.
004904     05  DISC-D-STATE         PIC X(04).
004904     05  FILLER               PIC X(02) VALUE SPACES.
004904     05  DISC-D-COUNT         PIC ZZZZ9.
004904******************************************************************
004904*    INCIDENTS BY STUDENT SUBGROUP, ONE ROW PER BUILDING. EACH   *
004904*    INCIDENT COUNTS ONCE UNDER THE STUDENT'S SEX (COLUMNS 1-4)  *
004904*    AND ONCE UNDER THEIR FEDERAL RACE/ETHNICITY CATEGORY        *
004904*    (COLUMNS 5-12) FROM DEMOGVS; THE LAST COLUMN OF EACH GROUP  *
004904*    IS 'NOT REPORTED'. A COUNT UNDER WS-MIN-CELL IS PRINTED AS  *
004904*    '*' (SEE SUPPRESS-SMALL-CELLS).                             *
004904******************************************************************
004904 77  WS-MIN-CELL              PIC 9(02) VALUE 10.
004904 01  WS-SUBGROUP-LIST         PIC X(24) VALUE
004904     'F M X   HIAMASBLPIWHTR  '.
004904 01  WS-SUBGROUP-TABLE REDEFINES WS-SUBGROUP-LIST.
004904     05  SG-CODE              OCCURS 12 TIMES PIC X(02).
004904 01  WS-SG-SEX                PIC X(01).
004904 01  WS-SG-CATEGORY           PIC X(02).
004904 01  WS-SEX-ROW               PIC 9(02).
004904 01  WS-RACE-ROW              PIC 9(02).
004904 01  WS-SUP-CELLS.
004904     05  WS-SUP-CELL          OCCURS 12 TIMES.
004904         10  WS-SUP-COUNT     PIC 9(05).
004904         10  WS-SUP-SHOW      PIC X(01).
004904 01  WS-SUP-FROM              PIC 9(02).
004904 01  WS-SUP-TO                PIC 9(02).
004904 01  WS-SUP-HIDDEN            PIC 9(02).
004904 01  WS-SUP-LOW               PIC 9(02).
004904 01  WS-SUP-EDIT              PIC ZZZZZ9.
004904 77  WS-DSG-MAX               PIC 9(03) VALUE 050.
004904 01  WS-DSG-COUNT             PIC 9(03) VALUE ZERO.
004904 01  DISC-SUBGROUP-TABLE.
004904     05  DSG-ROW              OCCURS 0 TO 50 TIMES
004904                              DEPENDING ON WS-DSG-COUNT.
004904         10  DSG-SCHOOL       PIC X(04).
004904         10  DSG-TALLY        PIC 9(05) OCCURS 12 TIMES.
004904 01  WS-DSG-ROW               PIC 9(03).
004904 01  DISC-SG-HEADING.
004904     05  FILLER               PIC X(30) VALUE
004904         'INCIDENTS BY STUDENT SUBGROUP'.
004904     05  FILLER               PIC X(40) VALUE
004904         '(* = FEWER THAN 10, OR HIDDEN WITH ONE)'.
004904 01  DISC-SG-GROUP-HEADING.
004904     05  FILLER               PIC X(04) VALUE SPACES.
004904     05  FILLER               PIC X(24) VALUE
004904         '  ---------SEX----------'.
004904     05  FILLER               PIC X(48) VALUE
004904         '  ------------------RACE/ETHNICITY--------------'.
004904 01  DISC-SG-COLUMN-HEADING.
004904     05  FILLER               PIC X(04) VALUE 'BLDG'.
004904     05  FILLER               PIC X(24) VALUE
004904         '     F     M     X    NR'.
004904     05  FILLER               PIC X(48) VALUE
004904         '    HI    AM    AS    BL    PI    WH    TR    NR'.
004904 01  DISC-SG-DETAIL-LINE.
004904     05  DSG-D-SCHOOL         PIC X(04).
004904     05  DSG-D-CELL           PIC X(06) OCCURS 12 TIMES.
004904 01  WS-IMMRPT-STATUS         PIC X(02).
004904 01  WS-VACCINE-CODE          PIC X(03).
004904 01  WS-DOSE-DATE             PIC 9(08).
004945******************************************************************
004946*    ONE RECORD PER STUDENT WHO HAS A BUS ROUTE ON FILE, FOR     *
004947*    THE TRANSPORTATION DEPARTMENT. A BLANK ST-BUS-ROUTE MEANS   *
004948*    THE STUDENT WALKS OR IS DRIVEN AND IS LEFT OFF THE EXPORT - *
004948*    UNLESS BUS-D-MV-TRANSPORT IS 'Y': A MCKINNEY-VENTO OR       *
004948*    FOSTER-CARE STUDENT WHO MUST BE CARRIED TO THE SCHOOL OF    *
004948*    ORIGIN IN BUS-D-ORIGIN-SCHOOL, OUTSIDE THEIR STREET ZONE.   *
004949******************************************************************
004950 01  BUS-ROUTE-DETAIL-LINE.
004951     05  BUS-D-STUDENT-ID      PIC 9(07).
004959     05  BUS-D-ROUTE           PIC X(04).
004960     05  FILLER                PIC X(01) VALUE SPACE.
004961     05  BUS-D-HOUSEHOLD       PIC 9(05).
004961     05  FILLER                PIC X(01) VALUE SPACE.
004961     05  BUS-D-MV-TRANSPORT    PIC X(01).
004961     05  BUS-D-ORIGIN-SCHOOL   PIC X(04).
004961******************************************************************
004961*    CURRENT HOUSING SPELL PER STUDENT, LOADED BY THE BUS CARD - *
004961*    THE ONE IN FORCE ON THE BUSINESS DATE, THE LATEST EFFECTIVE *
004961*    DATE WINNING. WS-MV-FLAG/WS-MV-ORIGIN ARE THE ANSWER FOR    *
004961*    THE STUDENT CHECK-ORIGIN-TRANSPORT WAS LAST ASKED ABOUT.    *
004961******************************************************************
004961 77  WS-MV-MAX                PIC 9(05) VALUE 02000.
004961 01  WS-MV-COUNT              PIC 9(05) VALUE ZERO.
004961 01  WS-MV-TABLE.
004961     05  WS-MV-ENTRY          OCCURS 2000 TIMES.
004961         10  WS-MV-STUDENT    PIC 9(07).
004961         10  WS-MV-EFFECTIVE  PIC 9(08).
004961         10  WS-MV-DETERM     PIC X(01).
004961         10  WS-MV-TYPE       PIC X(01).
004961         10  WS-MV-FOSTER     PIC X(01).
004961         10  WS-MV-ORIGIN     PIC X(04).
004961 01  WS-MV-FULL               PIC X VALUE 'N'.
004961 01  WS-MV-ROW                PIC 9(05).
004961 01  WS-MV-SPELL-END          PIC 9(08).
004961 01  WS-MV-FLAG               PIC X(01).
004961 01  WS-MV-ORIGIN-SCHOOL      PIC X(04).
004961 01  WS-MV-FLAGGED-COUNT      PIC 9(05) VALUE ZERO.

004960******************************************************************
004961*    ONE RECORD PER STUDENT CURRENTLY ON TEMPROSTER, EVERY FIELD *
005555     05  ORPHGR-D-GRADE        PIC X(02).
005556     05  ORPHGR-D-SCHOOL-CODE  PIC X(04).

005557******************************************************************
005558*    RUN-CONTROL LEDGER - THIS JOB'S NAME IN THE NIGHTLY STREAM  *
005559*    AND THE PREDECESSORS THAT MUST HAVE ENDED CLEANLY (RETURN   *
005560*    CODE NO HIGHER THAN WS-RUN-MAX-RC) FOR THE SAME BUSINESS    *
005561*    DATE BEFORE IT MAY START. A BLOCKED START ENDS THE JOB      *
005562*    WITH WS-RUN-BLOCKED-RC AND TOUCHES NOTHING.                 *
005563******************************************************************
005564 01  RUN-CONTROL-EVENT.
005565     COPY JRUNREC.
005566 77  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GSNIGHT '.
005567 77  WS-RUN-PRED-COUNT        PIC 9(02) VALUE 00.
005568 01  WS-RUN-PRED-LIST         PIC X(24) VALUE SPACES.
005570 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
005571     05  WS-RUN-PRED          OCCURS 3 TIMES PIC X(08).
005572 77  WS-RUN-MAX-RC            PIC 9(04) VALUE 0004.
005573 77  WS-RUN-BLOCKED-RC        PIC 9(04) VALUE 0020.
005574 01  WS-RUNCTL-STATUS         PIC X(02).
005575 01  WS-RUN-BUS-DATE          PIC 9(08).
005576 01  WS-RUN-PX                PIC 9(02).
005577 01  WS-RUN-PRED-STATE        PIC X.
005578 01  WS-RUN-BLOCKER           PIC X(08).
005579******************************************************************
005580*    BUSINESS DATE - "TODAY" FOR THIS RUN, FROM THE DISTRICT     *
005581*    CONTROL RECORD (BUSDATE), NEVER FROM THE SYSTEM CLOCK. A    *
005582*    RERUN OVERRIDE TAKES ITS PLACE AND IS FLAGGED ON REPORTS.   *
005583******************************************************************
005584 01  WS-BUSDATE-STATUS        PIC X(02).
005585 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
005586 01  WS-BUS-DATE-OVERRIDE     PIC X VALUE 'N'.
005587 01  BUS-DATE-HEADING.
005588     05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
005589     05  BDH-DATE             PIC 9(08).
005590     05  BDH-OVERRIDE         PIC X(40) VALUE SPACES.
005591******************************************************************
005592*    NIGHTLY PHASES - THE SIX PHASES IN RUN ORDER, THE           *
005593*    COMPLETION MARKER ALREADY ON NIGHTPHS FOR EACH (SPACES      *
005594*    WHEN THE PHASE IS NOT YET DONE FOR THE BUSINESS DATE), THE  *
005595*    RANGE OF PHASES THIS STEP RUNS, AND THE NIGHT'S TOTALS FOR  *
005596*    THE WHOLE-RUN RUNSTATS RECORD.                              *
005597******************************************************************
005598 01  WS-NIGHTPHS-STATUS       PIC X(02).
005599 01  NIGHT-PHASE-EVENT.
005600     COPY NPHSREC.
005601 77  WS-PHASE-MAX             PIC 9(02) VALUE 06.
005602 01  WS-PHASE-NAME-LIST       PIC X(48) VALUE
005603     'ENROLL  CTLCARDSATTEND  SWEEP   DISCIP  SVCLOG  '.
005604 01  WS-PHASE-NAME-TABLE REDEFINES WS-PHASE-NAME-LIST.
005605     05  WS-PHASE-NAME        OCCURS 6 TIMES PIC X(08).
005606 01  WS-PHASE-TABLE.
005607     05  WS-PH-IMAGE          OCCURS 6 TIMES PIC X(94).
005608 01  WS-PHASE-REQUEST         PIC X(08) VALUE SPACES.
005609 01  WS-PHASE-FIRST-PX        PIC 9(02).
005610 01  WS-PHASE-LAST-PX         PIC 9(02).
005611 01  WS-PHASE-PX              PIC 9(02).
005612 01  WS-PHASE-SX              PIC 9(02).
005613 01  WS-PHASE-PRIOR-RC        PIC 9(04).
005614 01  WS-PHASE-NO-INPUT        PIC X.
005615 01  WS-NIGHT-STARTED         PIC X VALUE 'N'.
005616 01  WS-ROSTER-LOADED         PIC X VALUE 'N'.
005617 01  WS-NIGHT-RC              PIC 9(04).
005618 01  WS-NIGHT-TOTALS.
005619     05  WS-NT-START-TIME     PIC 9(08).
005620     05  WS-NT-END-TIME       PIC 9(08).
005621     05  WS-NT-TRANS-READ     PIC 9(07).
005622     05  WS-NT-ADDS           PIC 9(07).
005623     05  WS-NT-CHANGES        PIC 9(07).
005624     05  WS-NT-DROPS          PIC 9(07).
005625     05  WS-NT-REJECTS        PIC 9(07).
005626     05  WS-NT-ATT-POSTED     PIC 9(07).
005627     05  WS-NT-ROSTER-WRITTEN PIC 9(05).
005600 PROCEDURE DIVISION.

005610 MAINLINE.
005611******************************************************************
005612*    OVERNIGHT BATCH ENTRY POINT. RUN AS GSNIGHT (SEE JCL/       *
005613*    GSNIGHT.JCL). THE NIGHT IS SIX PHASES, IN THIS ORDER:       *
005614*      ENROLL   - THE DAY'S ENROLLMENT TRANSACTIONS (CHECKPOINT  *
005615*                 EVERY WS-CKPT-INTERVAL) AND THE PENDING        *
005616*                 REGISTRATIONS THAT HAVE FALLEN DUE,            *
005617*      CTLCARDS - THE CTLCARDS REQUESTS, THE DAILY BALANCING     *
005618*                 REPORT AND THE TREND HISTORY,                  *
005619*      ATTEND   - ATTENDANCE POSTING AND THE PERIOD-TO-DAILY     *
005620*                 DERIVATION,                                    *
005621*      SWEEP    - THE UNEXCUSED-ABSENCE (NO NOTE) SWEEP,         *
005622*      DISCIP   - DISCIPLINE INCIDENTS AND SUSPENSION POSTINGS,  *
005623*      SVCLOG   - THE SPECIAL-EDUCATION SERVICE LOG.             *
005624*    RUNMODE NAMES THE ONE PHASE THIS STEP RUNS - GSNIGHT RUNS   *
005625*    EACH PHASE AS A STEP OF ITS OWN - OR IS EMPTY TO RUN ALL    *
005626*    SIX IN ONE STEP. EVERY PHASE COMMITS ITS OWN WORK (ENROLL   *
005627*    AND CTLCARDS SAVE THE ROSTER) AND THEN WRITES ITS           *
005628*    COMPLETION MARKER TO NIGHTPHS, SO A RESUBMITTED NIGHT SKIPS *
005629*    WHATEVER IS ALREADY DONE FOR THE BUSINESS DATE AND RESUMES  *
005629*    AT THE PHASE THAT FAILED. ENROLLMENT GOES FIRST SO          *
005629*    ATTENDANCE IS NEVER TAKEN AGAINST A STUDENT WHO ENROLLED    *
005629*    THAT SAME DAY, AND THE CONTROL CARDS RUN BEFORE THE ROSTER  *
005629*    IS SAVED, COUNTED AND BALANCED, SINCE A WDRW/XFER/HOLD/PROM *
005629*    CARD CHANGES TEMPROSTER AND MUST BE ON THE ROSTER THAT GETS *
005629*    PERSISTED. 'RPTONLY' ON RUNMODE IS THE DAYTIME REPORT-ONLY  *
005629*    RERUN - NO PHASES, NO LOCK, REPORT CARDS ONLY.              *
005629******************************************************************
005629     perform read-business-date
005629     perform read-run-mode
005629     if ws-report-only = 'Y'
005629         perform load-roster-for-phase
005629         perform get-enrollment-count
005629         move ws-enrollment-count to ws-beginning-count
005629         perform process-control-cards
005629         stop run
005629     end-if
005629     perform set-phase-range
005629     perform load-phase-table
005629     perform check-prior-phases
005629     perform varying ws-phase-px from ws-phase-first-px by 1
005629             until ws-phase-px > ws-phase-last-px
005629         perform run-one-phase
005629     end-perform
005629     stop run
005629     .

005630 SET-PHASE-RANGE.
005630******************************************************************
005630*    ONE PHASE WHEN RUNMODE NAMES ONE, ALL SIX WHEN IT IS EMPTY. *
005630*    ANYTHING ELSE ON RUNMODE IS A JCL ERROR AND NOTHING RUNS.   *
005630******************************************************************
005630     move 1 to ws-phase-first-px
005630     move ws-phase-max to ws-phase-last-px
005630     if ws-phase-request not = spaces
005630         move zero to ws-phase-first-px
005630         perform varying ws-phase-px from 1 by 1
005630                 until ws-phase-px > ws-phase-max
005630             if ws-phase-name(ws-phase-px) = ws-phase-request
005630                 move ws-phase-px to ws-phase-first-px
005630                 move ws-phase-px to ws-phase-last-px
005630             end-if
005630         end-perform
005630         if ws-phase-first-px = zero
005630             display 'RUNMODE ' ws-phase-request
005630                 ' IS NOT A GSNIGHT PHASE - NOTHING RUN'
005630             move 8 to return-code
005630             stop run
005630         end-if
005630     end-if
005630     .

005630 LOAD-PHASE-TABLE.
005630******************************************************************
005630*    PICKS UP THE COMPLETION MARKERS ALREADY ON NIGHTPHS FOR THE *
005630*    BUSINESS DATE - THE LATEST MARKER FOR A PHASE WINS. A       *
005630*    MISSING NIGHTPHS IS THE FIRST NIGHT, WITH NOTHING DONE.     *
005630*    ANY OTHER OPEN FAILURE STOPS THE RUN BEFORE IT DOES WORK IT *
005630*    COULD NOT MARK AS DONE.                                     *
005630******************************************************************
005630     move spaces to ws-phase-table
005630     open input night-phase-file
005630     if ws-nightphs-status not = '00'
005630         and ws-nightphs-status not = '35'
005630         move 'NIGHTPHS' to ws-abort-file
005630         move ws-nightphs-status to ws-abort-status
005630         perform abort-run
005630     end-if
005630     if ws-nightphs-status = '00'
005630         perform until ws-nightphs-status not = '00'
005630             read night-phase-file next record
005630                 into night-phase-event
005630             if ws-nightphs-status = '00'
005630                 and np-business-date = ws-business-date
005630                 perform varying ws-phase-sx from 1 by 1
005630                         until ws-phase-sx > ws-phase-max
005630                     if ws-phase-name(ws-phase-sx) = np-phase
005630                         move night-phase-event
005630                             to ws-ph-image(ws-phase-sx)
005630                     end-if
005630                 end-perform
005630             end-if
005630         end-perform
005630         close night-phase-file
005630     end-if
005630     .

005630 CHECK-PRIOR-PHASES.
005630******************************************************************
005630*    A PHASE RUN ON ITS OWN NEEDS EVERY PHASE AHEAD OF IT DONE   *
005630*    FOR THE BUSINESS DATE - OTHERWISE IT WOULD WORK FROM A      *
005630*    ROSTER THAT IS NOT YET CURRENT. IT IS REFUSED WITH          *
005630*    WS-RUN-BLOCKED-RC, THE SAME AS A FOLLOW-ON JOB WHOSE        *
005630*    PREDECESSOR HAS NOT ENDED, AND TOUCHES NOTHING.             *
005630******************************************************************
005630     perform varying ws-phase-sx from 1 by 1
005630             until ws-phase-sx >= ws-phase-first-px
005630         move ws-ph-image(ws-phase-sx) to night-phase-event
005630         if np-status = space
005630             display 'PHASE ' ws-phase-name(ws-phase-sx)
005630                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
005630                 ws-business-date
005630             display 'PHASE ' ws-phase-name(ws-phase-first-px)
005630                 ' NOT RUN - RUN THE EARLIER PHASE FIRST'
005630             move ws-run-blocked-rc to return-code
005630             stop run
005630         end-if
005630     end-perform
005630     .

005630 RUN-ONE-PHASE.
005630******************************************************************
005630*    A PHASE ALREADY MARKED DONE FOR THE BUSINESS DATE IS        *
005630*    SKIPPED. OTHERWISE THE FIRST PHASE TO RUN IN THE STEP LOGS  *
005630*    GSNIGHT'S 'S' EVENT AND TAKES THE ROSTER LOCK, THE PHASE    *
005630*    RUNS WITH A RETURN CODE OF ITS OWN, AND ITS MARKER AND ITS  *
005630*    RUN-STATISTICS RECORD ARE WRITTEN. THE STEP STILL ENDS      *
005630*    WITH THE WORST RETURN CODE OF ITS PHASES. THE LAST PHASE    *
005630*    CLOSES OUT THE NIGHT.                                       *
005630******************************************************************
005630     move ws-ph-image(ws-phase-px) to night-phase-event
005630     if np-status not = space
005630         display 'PHASE ' ws-phase-name(ws-phase-px)
005630             ' ALREADY COMPLETE FOR BUSINESS DATE '
005630             ws-business-date ' - SKIPPED'
005630     else
005630         if ws-night-started = 'N'
005630             perform start-run-control
005630             move 'Y' to ws-night-started
005630             perform acquire-roster-lock
005630         end-if
005630         move return-code to ws-phase-prior-rc
005630         move zero to return-code
005630         accept ws-run-start-time from time
005630         move 'N'  to ws-phase-no-input
005630         move zero to ws-ctl-drops
005630         move zero to ws-att-posted-count
005630         move zero to ws-save-written
005630         display 'PHASE ' ws-phase-name(ws-phase-px) ' STARTED'
005630         evaluate ws-phase-name(ws-phase-px)
005630             when 'ENROLL  '
005630                 perform run-enroll-phase
005630             when 'CTLCARDS'
005630                 perform run-ctlcards-phase
005630             when 'ATTEND  '
005630                 perform run-attend-phase
005630             when 'SWEEP   '
005630                 perform run-sweep-phase
005630             when 'DISCIP  '
005630                 perform run-discip-phase
005630             when 'SVCLOG  '
005630                 perform run-svclog-phase
005630         end-evaluate
005630         perform write-phase-marker
005630         perform write-run-stats
005630         if return-code < ws-phase-prior-rc
005630             move ws-phase-prior-rc to return-code
005630         end-if
005630         if ws-phase-px = ws-phase-max
005630             perform close-nightly-run
005630         end-if
005630     end-if
005630     .

005630 RUN-ENROLL-PHASE.
005630******************************************************************
005630*    COMMIT POINT: THE WAITLIST, ROSTER AND ID REGISTER ARE      *
005630*    SAVED AND CHKPOINT IS CLEARED. A FAILURE BEFORE THAT        *
005630*    RESTARTS FROM THE LAST CHECKPOINT, AS IT ALWAYS HAS.        *
005630*    WS-BEGINNING-COUNT IS TAKEN ONCE THE ROSTER IS LOADED BUT   *
005630*    BEFORE TODAY'S TRANSACTIONS, FOR THE BALANCING REPORT.      *
005630******************************************************************
005630     perform load-roster-for-phase
005630     perform read-checkpoint
005630     perform get-enrollment-count
005630     move ws-enrollment-count to ws-beginning-count
005630     perform process-enrollment-transactions
005630     perform activate-pending-enrollments
005630     perform offer-open-seats
005630     perform save-waitlist
005630     perform save-roster
005630     perform write-id-register
005630     perform clear-checkpoint
005630     .

005630 RUN-CTLCARDS-PHASE.
005630******************************************************************
005630*    THE CONTROL CARDS, THEN THE NIGHT'S ROSTER FIGURES - THE    *
005630*    BALANCING REPORT AND THE TREND HISTORY - AND THE SAVES      *
005630*    THAT COMMIT IT ALL. THE BEGINNING COUNT AND ENROLLMENT      *
005630*    TOTALS THE BALANCING REPORT AND THE PROM PRE-FLIGHT NEED    *
005630*    COME FROM THE ENROLL MARKER (PHASE 1), SO THIS PHASE CAN    *
005630*    RUN IN A STEP OF ITS OWN.                                   *
005630******************************************************************
005630     perform load-roster-for-phase
005630     move ws-ph-image(1) to night-phase-event
005630     move np-begin-count to ws-beginning-count
005630     move np-trans-read  to ws-ctl-trans-read
005630     move np-adds        to ws-ctl-adds
005630     move np-changes     to ws-ctl-changes
005630     move np-rejects     to ws-ctl-rejects
005630     move np-restarted   to ws-restart-pending
005630     perform process-control-cards
005630     perform save-waitlist
005630     perform print-daily-balancing-rpt
005630     perform append-trend-history
005630     perform save-roster
005630     perform write-id-register
005630     .

005630 RUN-ATTEND-PHASE.
005630     perform probe-attendance-input
005630     if ws-phase-no-input = 'N'
005630         perform load-roster-for-phase
005630         perform process-attendance-transactions
005630     end-if
005630     .

005630 PROBE-ATTENDANCE-INPUT.
005630******************************************************************
005630*    NO ATTNDTRN, OR AN EMPTY ONE, AND NO FRONT-DESK POSTINGS    *
005630*    WAITING ON ATTNDVS MEANS NO ATTENDANCE PHASE TONIGHT - IT   *
005630*    IS MARKED DONE WITHOUT LOADING THE ROSTER.                  *
005630******************************************************************
005630     move 'Y' to ws-phase-no-input
005630     open input attendance-trans-file
005630     if ws-attn-trans-status = '00'
005630         read attendance-trans-file next record
005630         if ws-attn-trans-status = '00'
005630             move 'N' to ws-phase-no-input
005630         end-if
005630         close attendance-trans-file
005630     end-if
005630     perform collect-desk-postings
005630     if ws-desk-count not = zero
005630         move 'N' to ws-phase-no-input
005630     end-if
005630     if ws-phase-no-input = 'Y'
005630         display 'NO ATTNDTRN INPUT OR DESK POSTINGS - '
005630             'ATTEND PHASE SKIPPED'
005630     end-if
005630     .

005630 RUN-SWEEP-PHASE.
005630     perform load-roster-for-phase
005630     perform sweep-unexcused-absences
005630     .

005630 RUN-DISCIP-PHASE.
005630     perform probe-discipline-input
005630     if ws-phase-no-input = 'N'
005630         perform load-roster-for-phase
005630         perform process-discipline-transactions
005630     end-if
005630     .

005630 PROBE-DISCIPLINE-INPUT.
005630******************************************************************
005630*    NO DISCTRN, OR AN EMPTY ONE, MEANS NO DISCIPLINE PHASE      *
005630*    TONIGHT - IT IS MARKED DONE WITHOUT LOADING THE ROSTER.     *
005630******************************************************************
005630     move 'Y' to ws-phase-no-input
005630     open input discipline-trans-file
005630     if ws-disctrn-status = '00'
005630         read discipline-trans-file next record
005630         if ws-disctrn-status = '00'
005630             move 'N' to ws-phase-no-input
005630         end-if
005630         close discipline-trans-file
005630     end-if
005630     if ws-phase-no-input = 'Y'
005630         display 'NO DISCTRN INPUT - DISCIP PHASE SKIPPED'
005630     end-if
005630     .

005630 RUN-SVCLOG-PHASE.
005630     perform probe-service-log-input
005630     if ws-phase-no-input = 'N'
005630         perform load-roster-for-phase
005630         perform process-service-log-transactions
005630     end-if
005630     .

005630 PROBE-SERVICE-LOG-INPUT.
005630******************************************************************
005630*    NO SVCLTRN, OR AN EMPTY ONE, MEANS NO SERVICE-LOG PHASE     *
005630*    TONIGHT - IT IS MARKED DONE WITHOUT LOADING THE ROSTER.     *
005630******************************************************************
005630     move 'Y' to ws-phase-no-input
005630     open input service-trans-file
005630     if ws-svcltrn-status = '00'
005630         read service-trans-file next record
005630         if ws-svcltrn-status = '00'
005630             move 'N' to ws-phase-no-input
005630         end-if
005630         close service-trans-file
005630     end-if
005630     if ws-phase-no-input = 'Y'
005630         display 'NO SVCLTRN INPUT - SVCLOG PHASE SKIPPED'
005630     end-if
005630     .

005630 LOAD-ROSTER-FOR-PHASE.
005630******************************************************************
005630*    LOADS THE ROSTER AND THE TABLES THAT GO WITH IT ONCE PER    *
005630*    STEP - THE FIRST PHASE THAT NEEDS THEM LOADS THEM, AND A    *
005630*    LATER PHASE IN THE SAME STEP WORKS FROM THE SAME TABLE.     *
005630******************************************************************
005630     if ws-roster-loaded = 'N'
005630         perform init-roster
005630         if ws-report-only = 'N'
005630             perform read-id-register
005630         end-if
005630         perform load-waitlist
005630         perform load-route-master
005630         perform load-street-dictionary
005630         perform load-room-master
005630         move 'Y' to ws-roster-loaded
005630     end-if
005630     .

005630 WRITE-PHASE-MARKER.
005630******************************************************************
005630*    THE PHASE'S COMPLETION MARKER, WRITTEN ONLY ONCE ITS WORK   *
005630*    IS COMMITTED. ONLY THE ENROLL MARKER CARRIES THE BEGINNING  *
005630*    COUNT AND THE ENROLLMENT CONTROL TOTALS. A MARKER THAT      *
005630*    CANNOT BE WRITTEN STOPS THE RUN RATHER THAN LET A LATER     *
005630*    PHASE GO AHEAD WITHOUT IT.                                  *
005630******************************************************************
005630     move spaces to night-phase-event
005630     initialize night-phase-event
005630     move ws-business-date to np-business-date
005630     move ws-phase-name(ws-phase-px) to np-phase
005630     if ws-phase-no-input = 'Y'
005630         move 'N' to np-status
005630     else
005630         move 'C' to np-status
005630     end-if
005630     move ws-run-start-time to np-start-time
005630     accept ws-run-end-time from time
005630     move ws-run-end-time   to np-end-time
005630     move return-code       to np-completion-code
005630     move 'N'               to np-restarted
005630     if ws-phase-name(ws-phase-px) = 'ENROLL  '
005630         move ws-beginning-count to np-begin-count
005630         move ws-restart-pending to np-restarted
005630         move ws-ctl-trans-read  to np-trans-read
005630         move ws-ctl-adds        to np-adds
005630         move ws-ctl-changes     to np-changes
005630         move ws-ctl-rejects     to np-rejects
005630     end-if
005630     move ws-ctl-drops        to np-drops
005630     move ws-att-posted-count to np-att-posted
005630     move ws-save-written     to np-roster-written
005630     open extend night-phase-file
005630     if ws-nightphs-status not = '00'
005630         open output night-phase-file
005630     end-if
005630     if ws-nightphs-status not = '00'
005630         move 'NIGHTPHS' to ws-abort-file
005630         move ws-nightphs-status to ws-abort-status
005630         perform abort-run
005630     end-if
005630     write night-phase-record from night-phase-event
005630     close night-phase-file
005630     move night-phase-event to ws-ph-image(ws-phase-px)
005630     display 'PHASE ' np-phase ' COMPLETE - RETURN CODE '
005630         np-completion-code
005630     .

005630 CLOSE-NIGHTLY-RUN.
005630******************************************************************
005630*    THE LAST PHASE IS DONE, SO THE NIGHT IS. APPENDS THE        *
005630*    WHOLE-RUN RUNSTATS RECORD (RU-PHASE SPACES - THE FIRST      *
005630*    PHASE'S START, THE LAST PHASE'S END AND THE NIGHT'S         *
005630*    TOTALS), RELEASES THE ROSTER LOCK AND LOGS GSNIGHT'S 'E'    *
005630*    EVENT WITH THE WORST RETURN CODE ANY PHASE ENDED WITH.      *
005630******************************************************************
005630     initialize ws-night-totals
005630     move zero to ws-night-rc
005630     perform varying ws-phase-sx from 1 by 1
005630             until ws-phase-sx > ws-phase-max
005630         move ws-ph-image(ws-phase-sx) to night-phase-event
005630         if ws-phase-sx = 1
005630             move np-start-time to ws-nt-start-time
005630         end-if
005630         move np-end-time to ws-nt-end-time
005630         add np-trans-read     to ws-nt-trans-read
005630         add np-adds           to ws-nt-adds
005630         add np-changes        to ws-nt-changes
005630         add np-drops          to ws-nt-drops
005630         add np-rejects        to ws-nt-rejects
005630         add np-att-posted     to ws-nt-att-posted
005630         add np-roster-written to ws-nt-roster-written
005630         if np-completion-code > ws-night-rc
005630             move np-completion-code to ws-night-rc
005630         end-if
005630     end-perform
005630     open extend run-stats-file
005630     if ws-runstats-status not = '00'
005630         open output run-stats-file
005630     end-if
005630     if ws-runstats-status not = '00'
005630         display 'COULD NOT OPEN RUNSTATS - STATUS '
005630             ws-runstats-status
005630         move 1 to return-code
005630     else
005630         move ws-business-date     to ru-run-date
005630         move ws-nt-start-time     to ru-start-time
005630         move ws-nt-end-time       to ru-end-time
005630         move ws-nt-trans-read     to ru-trans-read
005630         move ws-nt-adds           to ru-adds
005630         move ws-nt-changes        to ru-changes
005630         move ws-nt-drops          to ru-drops
005630         move ws-nt-rejects        to ru-rejects
005630         move ws-nt-att-posted     to ru-att-posted
005630         move ws-nt-roster-written to ru-roster-written
005630         move spaces               to ru-phase
005630         write run-stats-record
005630         close run-stats-file
005630     end-if
005630     perform release-roster-lock
005630     if ws-night-rc > return-code
005630         move ws-night-rc to return-code
005630     end-if
005630     perform end-run-control
005630     display 'GSNIGHT COMPLETE FOR BUSINESS DATE '
005630         ws-business-date ' - RETURN CODE ' ws-night-rc
005630     .

005620 READ-RUN-MODE.
005620******************************************************************
005620*    READS THE OPTIONAL RUNMODE PARAMETER. 'RPTONLY' PUTS THE   *
005620*    RUN IN REPORT-ONLY MODE - NO LOCK, NO UPDATES, REPORT      *
005620*    CARDS ONLY. ANY OTHER VALUE NAMES THE ONE NIGHTLY PHASE    *
005620*    THIS STEP RUNS (SEE MAINLINE). A MISSING OR EMPTY RUNMODE  *
005620*    RUNS THE WHOLE NIGHT IN ONE STEP.                          *
005620******************************************************************
005620     open input run-mode-file
005620     if ws-runmode-status = '00'
005620         read run-mode-file next record
005620         if ws-runmode-status = '00'
005620             if rm-mode = 'RPTONLY '
005620                 move 'Y' to ws-report-only
005620                 display 'REPORT-ONLY MODE - NO FILES WILL BE '
005620                     'UPDATED, NO LOCK TAKEN'
005620             else
005620                 move rm-mode to ws-phase-request
005620             end-if
005620         end-if
005620         close run-mode-file
005620     end-if

005620 WRITE-RUN-STATS.
005620******************************************************************
005620*    APPENDS THE PHASE'S RUN-STATISTICS RECORD - RU-PHASE NAMES *
005620*    IT - FROM THE COMPLETION MARKER JUST WRITTEN: THE TIMES,   *
005620*    THE PHASE'S COUNTS AND THE ROSTER ROWS IT WROTE. THE       *
005620*    GSBSTATS JOB TRENDS THE BATCH WINDOW, PHASE BY PHASE AND   *
005620*    RUN BY RUN, FROM THIS HISTORY.                             *
005620******************************************************************
005620     open extend run-stats-file
005620     if ws-runstats-status not = '00'
005620         open output run-stats-file
005620             ws-runstats-status
005620         move 1 to return-code
005620     else
005620         move np-business-date     to ru-run-date
005620         move np-start-time        to ru-start-time
005620         move np-end-time          to ru-end-time
005620         move np-trans-read        to ru-trans-read
005620         move np-adds              to ru-adds
005620         move np-changes           to ru-changes
005620         move np-drops             to ru-drops
005620         move np-rejects           to ru-rejects
005620         move np-att-posted        to ru-att-posted
005620         move np-roster-written    to ru-roster-written
005620         move np-phase             to ru-phase
005620         write run-stats-record
005620         close run-stats-file
005620     end-if
005621         ws-abort-status
005621     display 'RUN STOPPED - CORRECT THE DATASET AND RESUBMIT'
005621     move 16 to return-code
005622     if ws-night-started = 'Y'
005623         perform end-run-control
005624     end-if
005621     stop run
005621     .

005676                 perform add-student
005676                 if ws-result = 'ADDED'
005676                     add 1 to ws-ctl-adds
005676                     if tr-demographics not = spaces
005676                         perform file-demographics
005676                     end-if
005676                     if tr-guardian-name not = spaces
005676                         move tr-guardian-name
005676                             to ws-guardian-name
005683             end-if
005684         end-perform
005685         close enroll-trans-file
005685         if ws-demo-rejects not = zero
005685             display 'DEMOGRAPHIC SEGMENTS REJECTED: '
005685                 ws-demo-rejects
005685         end-if
005685         if ws-guard-add-fails not = zero
005685             display 'ENROLLMENT GUARDIAN ADDS FAILED: '
005685                 ws-guard-add-fails
005700*    EACH TRANSACTION NOW CARRIES ITS OWN ATTN-DATE, SO FRIDAY'S *
005701*    ABSENCES CAN BE POSTED ON MONDAY - A ZERO ATTN-DATE STILL   *
005702*    MEANS TODAY, AS IT ALWAYS DID. EVERY POSTING DATE IS        *
005703*    CHECKED AGAINST THE STUDENT'S BUILDING CALENDAR (THE        *
005703*    DISTRICT DEFAULT WHEN THE BUILDING HAS NONE) AND A POSTING  *
005703*    FOR A NON-SCHOOL DAY IS REJECTED AND COUNTED INSTEAD OF     *
005704*    WRITTEN INTO THE HISTORY, AS IS A POSTING WHOSE REASON CODE *
005704*    IS NOT AN ABSREASN CODE IN FORCE ON THE POSTING DATE.       *
005704*    THE FRONT-DESK POSTINGS ARE CARRIED FIRST, SO A CLASSROOM   *
005704*    POSTING FOR A DAY THE DESK ALREADY POSTED IS A DUPLICATE.   *
005704******************************************************************
005704     perform load-school-calendar
005704     perform build-attendance-dup-table
005704     move zero to ws-attn-reject-count
005704     move zero to ws-attn-badcode-count
005704     move zero to ws-dup-suppressed
005704     move zero to ws-pday-count
005704     move zero to ws-daily-derived
005704     perform carry-desk-postings
005709     open input attendance-trans-file
005710     if ws-attn-trans-status = '00'
005711         perform until ws-attn-trans-status not = '00'
005715                     move space to ws-attendance-corr
005715                 end-if
005716                 if attn-date = zero
005717                     move ws-business-date to ws-attendance-date
005718                 else
005719                     move attn-date to ws-attendance-date
005719                 end-if
005719                 move ws-student-id to ws-cal-student-id
005719                 perform find-student-calendar
005719                 perform find-calendar-day
005722                 if ws-cal-day-type = 'I' or ws-cal-day-type = 'E'
005722                     perform edit-attendance-reason
005722                     if ws-code-status = 'N'
005722                         or ws-code-status = 'X'
005722                         add 1 to ws-attn-badcode-count
005722                         display 'ATTENDANCE REJECTED - REASON '
005722                             ws-attendance-reason ': STUDENT '
005722                             ws-student-id ' DATE '
005722                             ws-attendance-date
005722                     else
005722                         perform check-duplicate-posting
005722                         if ws-attdup-found = 'Y'
005722                             add 1 to ws-dup-suppressed
005722                         else
005722                             perform record-attendance
005722                             perform note-posted-to-dup-table
005722                             if ws-attendance-period not = zero
005722                                 perform tally-period-posting
005722                             end-if
005722                         end-if
005722                     end-if
005722                 else
005725                     add 1 to ws-attn-reject-count
005726                     display 'ATTENDANCE REJECTED - NOT A SCHOOL '
005727                         'DAY: STUDENT ' ws-student-id
005732                 ws-daily-derived
005732         end-if
005733         if ws-attn-reject-count not = zero
005733             display 'ATTENDANCE REJECTED, NON-SCHOOL DAYS: '
005733                 ws-attn-reject-count
005733         end-if
005733         if ws-attn-badcode-count not = zero
005733             display 'ATTENDANCE REJECTED, REASON CODES: '
005733                 ws-attn-badcode-count
005733         end-if
005737         if ws-dup-suppressed not = zero
005737             display 'DUPLICATE POSTINGS SUPPRESSED (RERUN): '
005737                 ws-dup-suppressed
005737     end-if
005738     .

005736 EDIT-ATTENDANCE-REASON.
005736******************************************************************
005736*    CHECKS A POSTING'S REASON CODE AGAINST THE ABSREASN CODE   *
005736*    TABLE AS OF THE POSTING DATE. NO REASON AT ALL IS FINE -   *
005736*    THE NO-NOTE SWEEP RESOLVES THOSE DAYS LATER.               *
005736******************************************************************
005736     move 'A' to ws-code-status
005736     if ws-attendance-reason not = spaces
005736         move 'ABSREASN'           to ws-code-table-name
005736         move ws-attendance-reason to ws-code-value
005736         move ws-attendance-date   to ws-code-as-of
005736         perform look-up-code
005736     end-if
005736     .
005736
005736 TALLY-PERIOD-POSTING.
005736******************************************************************
005736*    COUNTS ONE PER-PERIOD POSTING INTO ITS STUDENT/DATE ROW    *
005736     end-perform
005736     .
005736
005736 COLLECT-DESK-POSTINGS.
005736******************************************************************
005736*    LOADS WS-DESK-TABLE WITH EVERY ATTNDVS ROW THE GSSN FRONT- *
005736*    DESK TRANSACTION POSTED SINCE THE LAST RUN (AV-DESK-FLAG   *
005736*    'D'). A MIRROR THAT CANNOT BE OPENED HAS NOTHING TO CARRY. *
005736******************************************************************
005736     move zero to ws-desk-count
005736     open input attend-vsam-file
005736     if ws-attvsam-status = '00'
005736         perform until ws-attvsam-status not = '00'
005736             read attend-vsam-file next record
005736             if ws-attvsam-status = '00'
005736                 and av-desk-flag = 'D'
005736                 and ws-desk-count < ws-desk-max
005736                 add 1 to ws-desk-count
005736                 move av-student-id
005736                     to ws-desk-id(ws-desk-count)
005736                 move av-date to ws-desk-date(ws-desk-count)
005736                 move av-status-code
005736                     to ws-desk-status(ws-desk-count)
005736             end-if
005736         end-perform
005736         close attend-vsam-file
005736     end-if
005736     .
005736
005736 CARRY-DESK-POSTINGS.
005736******************************************************************
005736*    POSTS EACH FRONT-DESK ROW TO ATTNDLOG THROUGH RECORD-       *
005736*    ATTENDANCE AS THE DAILY (PERIOD-00) RECORD. A DAY ALREADY  *
005736*    ON THE LOG IS SUPERSEDED WITH A 'C' CORRECTION, UNLESS ITS *
005736*    LATEST STATUS IS ALREADY THE DESK'S. RECORD-ATTENDANCE'S   *
005736*    MIRROR REWRITE CLEARS THE FLAG; A ROW FOR A STUDENT NO     *
005736*    LONGER ENROLLED IS NOT POSTED AND ITS FLAG IS CLEARED HERE *
005736*    SO IT IS NOT OFFERED AGAIN TOMORROW.                       *
005736******************************************************************
005736     move zero to ws-desk-carried
005736     move zero to ws-desk-dropped
005736     perform varying ws-desk-row from 1 by 1
005736             until ws-desk-row > ws-desk-count
005736         move ws-desk-id(ws-desk-row)     to ws-student-id
005736         move ws-desk-date(ws-desk-row)   to ws-attendance-date
005736         move ws-desk-status(ws-desk-row) to ws-attendance-code
005736         move zero   to ws-attendance-period
005736         move spaces to ws-attendance-reason
005736         move space  to ws-attendance-corr
005736         perform find-daily-dup-row
005736         if ws-attdup-row not = zero
005736             and ws-attdup-status(ws-attdup-row) =
005736                 ws-attendance-code
005736             perform clear-desk-flag
005736         else
005736             if ws-attdup-row not = zero
005736                 move 'C' to ws-attendance-corr
005736             end-if
005736             perform record-attendance
005736             if ws-student-found = 'J'
005736                 perform note-posted-to-dup-table
005736                 add 1 to ws-desk-carried
005736             else
005736                 perform clear-desk-flag
005736                 add 1 to ws-desk-dropped
005736                 display 'DESK POSTING NOT CARRIED - NOT '
005736                     'ENROLLED: STUDENT ' ws-student-id
005736                     ' DATE ' ws-attendance-date
005736             end-if
005736         end-if
005736     end-perform
005736     if ws-desk-count not = zero
005736         display 'FRONT-DESK POSTINGS CARRIED TO ATTNDLOG: '
005736             ws-desk-carried
005736     end-if
005736     .
005736
005736 CLEAR-DESK-FLAG.
005736     open i-o attend-vsam-file
005736     if ws-attvsam-status = '00'
005736         move ws-student-id      to av-student-id
005736         move ws-attendance-date to av-date
005736         read attend-vsam-file
005736         if ws-attvsam-status = '00'
005736             move space to av-desk-flag
005736             rewrite attend-vsam-record
005736         end-if
005736         close attend-vsam-file
005736     end-if
005736     .
005736 SWEEP-UNEXCUSED-ABSENCES.
005736******************************************************************
005736*    THE EXCUSE-NOTE RULE. AN ABSENCE POSTED WITHOUT A REASON   *
005736     if ws-calendar-count = zero
005736         perform load-school-calendar
005736     end-if
005736     move ws-business-date to ws-today-date
005736     open input attend-vsam-file
005736     if ws-attvsam-status = '00'
005736         perform until ws-attvsam-status not = '00'
005736******************************************************************
005736*    COUNTS THE INSTRUCTIONAL DAYS AFTER THE ABSENCE THROUGH    *
005736*    TODAY - THE NOTE CLOCK RUNS ON SCHOOL DAYS, LIKE THE       *
005736*    IMMUNIZATION GRACE PERIOD DOES, OF THE STUDENT'S OWN       *
005736*    BUILDING CALENDAR.                                         *
005736******************************************************************
005736     move zero to ws-grace-counted
005736     move av-student-id to ws-cal-student-id
005736     perform find-student-calendar
005736     perform varying k from 1 by 1 until k > ws-calendar-count
005736         if (ws-cal-type(k) = 'I' or ws-cal-type(k) = 'E')
005736             and ws-cal-date(k) > av-date
005736             and ws-cal-date(k) <= ws-today-date
005736             and ws-cal-school(k) = ws-cal-key
005736             add 1 to ws-grace-counted
005736         end-if
005736     end-perform
005737*    VALID INCIDENT TO DISCFILE, AND - FOR A SUSPENSION -      *
005737*    POSTS AN 'X' EXCLUSION RECORD INTO ATTNDLOG FOR EACH OF   *
005737*    THE SUSPENSION'S SCHOOL DAYS, STARTING AT THE INCIDENT    *
005737*    DATE, SO THE ATTENDANCE HISTORY STAYS TRUTHFUL. THE       *
005737*    SCHOOL CALENDAR IS LOADED HERE WHEN NO EARLIER PHASE IN   *
005737*    THE STEP HAS LOADED IT. AN INCIDENT FOR A STUDENT NOT     *
005737*    ENROLLED IS REJECTED AND COUNTED.                         *
005737*                                                              *
005737*    THE PHASE IS NOT COVERED BY CHKPOINT, SO IT CARRIES ITS   *
005737*    OWN RERUN PROTECTION, LIKE THE ATTENDANCE PHASE: AN       *
005737*    INCIDENT ALREADY ON DISCFILE FOR THE SAME STUDENT, DATE   *
005737*    AND TYPE IS NOT APPENDED AGAIN (ITS EXCLUSION DAYS ARE    *
005737     move zero to ws-disc-rejects
005737     move zero to ws-disc-suppressed
005737     move zero to ws-disc-days-skipped
005737     if ws-calendar-count = zero
005737         perform load-school-calendar
005737     end-if
005737     perform load-discipline-incident-table
005737     perform note-suspension-dates
005737     open input discipline-trans-file

005737 NOTE-ONE-SUSPENSION-DATES.
005737     move zero to ws-disc-posted
005737     move dt-student-id to ws-cal-student-id
005737     perform find-student-calendar
005737     perform varying ws-disc-cal-idx from 1 by 1
005737             until ws-disc-cal-idx > ws-calendar-count
005737             or ws-disc-posted >= dt-days
005737             or ws-cal-type(ws-disc-cal-idx) = 'E')
005737             and ws-cal-date(ws-disc-cal-idx)
005737                 >= dt-incident-date
005737             and ws-cal-school(ws-disc-cal-idx) = ws-cal-key
005737             move ws-cal-date(ws-disc-cal-idx)
005737                 to ws-attendance-date
005737             perform note-transaction-date
005737         display 'DISCIPLINE REJECTED - NOT ENROLLED: '
005737             dt-student-id
005737     else
005737         perform edit-discipline-codes
005737         if ws-code-status = 'N'
005737             or ws-code-status = 'X'
005737             add 1 to ws-disc-rejects
005737             display 'DISCIPLINE REJECTED - ' ws-code-table-name
005737                 ' ' ws-code-value ': ' dt-student-id
005737         else
005737             perform find-discipline-incident
005737             if ws-dinc-row not = zero
005737                 add 1 to ws-disc-suppressed
005737             else
005737                 open extend discipline-file
005737                 if ws-discfile-status not = '00'
005737                     open output discipline-file
005737                 end-if
005737                 move dt-student-id    to di-student-id
005737                 move dt-incident-date to di-incident-date
005737                 move dt-type-code     to di-type-code
005737                 move dt-action-code   to di-action-code
005737                 move dt-days          to di-days
005737                 write discipline-record
005737                 close discipline-file
005737                 if ws-dinc-count < ws-dinc-max
005737                     add 1 to ws-dinc-count
005737                     move dt-student-id
005737                         to ws-dinc-id(ws-dinc-count)
005737                     move dt-incident-date
005737                         to ws-dinc-date(ws-dinc-count)
005737                     move dt-type-code
005737                         to ws-dinc-type(ws-dinc-count)
005737                 end-if
005737                 move dt-student-id to ws-student-id
005737                 move 'LOGD ' to ws-result
005737                 move 'DISC' to ws-audit-action
005737                 perform write-audit-record
005737             end-if
005737             if dt-action-code = 'SU'
005737                 and dt-days not = zero
005737                 perform post-suspension-exclusions
005737             end-if
005737         end-if
005737     end-if
005737     .

005737 EDIT-DISCIPLINE-CODES.
005737******************************************************************
005737*    CHECKS THE INCIDENT TYPE (DISCTYPE) AND THE ACTION TAKEN   *
005737*    (DISCACTN) AGAINST THE CODE TABLE AS OF THE INCIDENT DATE. *
005737*    STOPS AT THE FIRST CODE NOT IN FORCE, LEAVING ITS TABLE    *
005737*    NAME AND VALUE FOR THE REJECT MESSAGE.                     *
005737******************************************************************
005737     move 'DISCTYPE'       to ws-code-table-name
005737     move dt-type-code     to ws-code-value
005737     move dt-incident-date to ws-code-as-of
005737     perform look-up-code
005737     if ws-code-status not = 'N'
005737         and ws-code-status not = 'X'
005737         move 'DISCACTN'     to ws-code-table-name
005737         move dt-action-code to ws-code-value
005737         perform look-up-code
005737     end-if
005737     .
005737
005737 POST-SUSPENSION-EXCLUSIONS.
005737******************************************************************
005737*    POSTS ONE 'X' (EXCLUDED - SUSPENSION) ATTENDANCE RECORD   *
005737*    SKIPPED AND COUNTED INSTEAD OF DOUBLE-POSTED.             *
005737******************************************************************
005737     move zero to ws-disc-posted
005737     move dt-student-id to ws-cal-student-id
005737     perform find-student-calendar
005737     perform varying ws-disc-cal-idx from 1 by 1
005737             until ws-disc-cal-idx > ws-calendar-count
005737             or ws-disc-posted >= dt-days
005737             or ws-cal-type(ws-disc-cal-idx) = 'E')
005737             and ws-cal-date(ws-disc-cal-idx)
005737                 >= dt-incident-date
005737             and ws-cal-school(ws-disc-cal-idx) = ws-cal-key
005737             move ws-cal-date(ws-disc-cal-idx)
005737                 to ws-attendance-date
005737             move 'X'            to ws-attendance-code
005737*    JUNE. TALLIES EVERY DISCFILE INCIDENT BY THE STUDENT'S    *
005737*    CURRENT BUILDING AND GRADE (ROSTER JOIN - AN ID NO        *
005737*    LONGER ON THE ROSTER SHOWS AS '????') AND THE INCIDENT    *
005737*    TYPE, THEN AGAIN BY BUILDING AND STUDENT SUBGROUP FROM    *
005737*    DEMOGVS - THE SUBGROUP TABLE IS PUBLISHED, SO ITS SMALL   *
005737*    CELLS ARE SUPPRESSED.                                     *
005737******************************************************************
005737     move zero to ws-dsum-count
005737     move zero to ws-dsg-count
005737     open input demographic-file
005737     if ws-demogvs-status = '00'
005737         move 'Y' to ws-demogvs-open
005737     else
005737         move 'N' to ws-demogvs-open
005737         display 'NO DEMOGVS - STATUS ' ws-demogvs-status
005737             ' - EVERY INCIDENT SUBGROUP NOT REPORTED'
005737     end-if
005737     open input discipline-file
005737     if ws-discfile-status not = '00'
005737         display 'NO DISCIPLINE FILE ON HAND - STATUS '
005737             read discipline-file next record
005737             if ws-discfile-status = '00'
005737                 perform tally-discipline-incident
005737                 perform tally-discipline-subgroup
005737             end-if
005737         end-perform
005737         close discipline-file
005737     end-if
005737     if ws-demogvs-open = 'Y'
005737         close demographic-file
005737     end-if
005737     sort dsum-row ascending key dsum-school dsum-grade
005737         dsum-type
005737     sort dsg-row ascending key dsg-school
005737     open output discipline-rpt
005737     if ws-discrpt-status = '00'
005738         write discipline-rpt-line from bus-date-heading
005737         write discipline-rpt-line from disc-heading
005737         write discipline-rpt-line from disc-column-heading
005737         perform varying j from 1 by 1 until j > ws-dsum-count
005737             move dsum-school(j) to disc-d-school
005737             move dsum-grade(j)  to disc-d-grade
005737             move dsum-type(j)   to disc-d-type
005737             move 'DISCTYPE'       to ws-code-table-name
005737             move dsum-type(j)     to ws-code-value
005737             move ws-business-date to ws-code-as-of
005737             perform look-up-code
005737             move ws-code-desc   to disc-d-desc
005737             move ws-code-state  to disc-d-state
005737             move dsum-tally(j)  to disc-d-count
005737             write discipline-rpt-line
005737                 from disc-sum-detail-line
005737         end-perform
005737         perform print-discipline-subgroups
005737         close discipline-rpt
005737     else
005737         display 'COULD NOT OPEN DISCRPT - STATUS '
005737     end-if
005737     .

005737 TALLY-DISCIPLINE-SUBGROUP.
005737     move spaces to ws-sg-sex
005737     move spaces to ws-sg-category
005737     if ws-demogvs-open = 'Y'
005737         move di-student-id to dm-student-id
005737         read demographic-file
005737         if ws-demogvs-status = '00'
005737             move dm-sex          to ws-sg-sex
005737             move dm-fed-category to ws-sg-category
005737         end-if
005737     end-if
005737     perform find-subgroup-rows
005737     move zero to ws-dsg-row
005737     perform varying j from 1 by 1 until j > ws-dsg-count
005737         if dsg-school(j) = ws-disc-school
005737             move j to ws-dsg-row
005737         end-if
005737     end-perform
005737     if ws-dsg-row = zero
005737         and ws-dsg-count < ws-dsg-max
005737         add 1 to ws-dsg-count
005737         move ws-dsg-count to ws-dsg-row
005737         move ws-disc-school to dsg-school(ws-dsg-row)
005737         perform varying k from 1 by 1 until k > 12
005737             move zero to dsg-tally(ws-dsg-row k)
005737         end-perform
005737     end-if
005737     if ws-dsg-row not = zero
005737         add 1 to dsg-tally(ws-dsg-row ws-sex-row)
005737         add 1 to dsg-tally(ws-dsg-row ws-race-row)
005737     end-if
005737     .
005737
005737 FIND-SUBGROUP-ROWS.
005737******************************************************************
005737*    TURNS WS-SG-SEX AND WS-SG-CATEGORY INTO THE STUDENT'S TWO   *
005737*    SUBGROUP COLUMNS - WS-SEX-ROW (1-4) AND WS-RACE-ROW (5-12). *
005737*    ANYTHING NOT ON WS-SUBGROUP-LIST IS 'NOT REPORTED' (4, 12). *
005737******************************************************************
005737     move 4 to ws-sex-row
005737     perform varying k from 1 by 1 until k > 3
005737         if sg-code(k) = ws-sg-sex
005737             move k to ws-sex-row
005737         end-if
005737     end-perform
005737     move 12 to ws-race-row
005737     perform varying k from 5 by 1 until k > 11
005737         if sg-code(k) = ws-sg-category
005737             move k to ws-race-row
005737         end-if
005737     end-perform
005737     .
005737
005737 PRINT-DISCIPLINE-SUBGROUPS.
005737     move spaces to discipline-rpt-line
005737     write discipline-rpt-line
005737     write discipline-rpt-line from disc-sg-heading
005737     write discipline-rpt-line from disc-sg-group-heading
005737     write discipline-rpt-line from disc-sg-column-heading
005737     perform varying j from 1 by 1 until j > ws-dsg-count
005737         perform varying k from 1 by 1 until k > 12
005737             move dsg-tally(j k) to ws-sup-count(k)
005737             move 'Y' to ws-sup-show(k)
005737         end-perform
005737         perform suppress-small-cells
005737         move dsg-school(j) to dsg-d-school
005737         perform varying k from 1 by 1 until k > 12
005737             if ws-sup-show(k) = 'N'
005737                 move '     *' to dsg-d-cell(k)
005737             else
005737                 move ws-sup-count(k) to ws-sup-edit
005737                 move ws-sup-edit to dsg-d-cell(k)
005737             end-if
005737         end-perform
005737         write discipline-rpt-line from disc-sg-detail-line
005737     end-perform
005737     .
005737
005737 SUPPRESS-SMALL-CELLS.
005737******************************************************************
005737*    SMALL-CELL SUPPRESSION FOR ONE PUBLISHED ROW OF 12 SUBGROUP *
005737*    COUNTS IN WS-SUP-COUNT. THE CALLER SETS EVERY WS-SUP-SHOW   *
005737*    TO 'Y' (OR 'N' FOR A CELL IT HAS ALREADY HIDDEN). A COUNT   *
005737*    FROM 1 TO WS-MIN-CELL - 1 IS HIDDEN. THEN, WHERE THE SEX    *
005737*    GROUP (1-4) OR THE RACE/ETHNICITY GROUP (5-12) HIDES ONLY   *
005737*    ONE CELL, ITS SMALLEST OTHER NONZERO CELL IS HIDDEN AS      *
005737*    WELL, SO THE FIRST CANNOT BE HAD BACK FROM THE GROUP TOTAL. *
005737******************************************************************
005737     perform varying k from 1 by 1 until k > 12
005737         if ws-sup-count(k) > zero
005737             and ws-sup-count(k) < ws-min-cell
005737             move 'N' to ws-sup-show(k)
005737         end-if
005737     end-perform
005737     move 1 to ws-sup-from
005737     move 4 to ws-sup-to
005737     perform suppress-complement
005737     move 5 to ws-sup-from
005737     move 12 to ws-sup-to
005737     perform suppress-complement
005737     .
005737
005737 SUPPRESS-COMPLEMENT.
005737     move zero to ws-sup-hidden
005737     move zero to ws-sup-low
005737     perform varying k from ws-sup-from by 1 until k > ws-sup-to
005737         if ws-sup-show(k) = 'N'
005737             add 1 to ws-sup-hidden
005737         else
005737             if ws-sup-count(k) > zero
005737                 if ws-sup-low = zero
005737                     move k to ws-sup-low
005737                 else
005737                     if ws-sup-count(k) < ws-sup-count(ws-sup-low)
005737                         move k to ws-sup-low
005737                     end-if
005737                 end-if
005737             end-if
005737         end-if
005737     end-perform
005737     if ws-sup-hidden = 1
005737         and ws-sup-low not = zero
005737         move 'N' to ws-sup-show(ws-sup-low)
005737     end-if
005737     .
005737
005738 BUILD-ATTENDANCE-DUP-TABLE.
005738******************************************************************
005738*    PASS 1 - COLLECT THE DISTINCT POSTING DATES ON TONIGHT'S   *
005738*    ATTNDTRN (AND OF THE FRONT-DESK POSTINGS WAITING ON        *
005738*    ATTNDVS). PASS 2 - PULL EVERY ATTNDLOG POSTING ALREADY ON   *
005738*    FILE FOR ONE OF THOSE DATES INTO WS-ATTDUP-TABLE. A        *
005738*    FIRST RUN OF THE NIGHT FINDS NOTHING AND SUPPRESSES        *
005738*    NOTHING; A RERUN AFTER A LATE ABEND FINDS ITS OWN EARLIER  *
005738             read attendance-trans-file next record
005738             if ws-attn-trans-status = '00'
005738                 if attn-date = zero
005738                     move ws-business-date to ws-attendance-date
005738                 else
005738                     move attn-date to ws-attendance-date
005738                 end-if
005738         end-perform
005738         close attendance-trans-file
005738     end-if
005738     perform varying ws-desk-row from 1 by 1
005738             until ws-desk-row > ws-desk-count
005738         move ws-desk-date(ws-desk-row) to ws-attendance-date
005738         perform note-transaction-date
005738     end-perform
005738     perform scan-log-for-duplicates
005738     .

005747*    THE INSTRUCTIONAL-DAY COUNT TO BE ON FILE.                  *
005748******************************************************************
005749     move zero to ws-calendar-count
005749     move zero to ws-calb-count
005749     open input school-calendar-file
005749     if ws-calendar-status = '00'
005749         perform until ws-calendar-status not = '00'
005749             read school-calendar-file next record
005749             if ws-calendar-status = '00'
005749                 and ws-calendar-count < ws-calendar-max
005749                 add 1 to ws-calendar-count
005749                 move cal-date to ws-cal-date(ws-calendar-count)
005749                 move cal-day-type
005749                     to ws-cal-type(ws-calendar-count)
005749                 move cal-school-code
005749                     to ws-cal-school(ws-calendar-count)
005749                 if cal-school-code not = spaces
005749                     perform note-calendar-building
005749                 end-if
005749             end-if
005761         end-perform
005762         close school-calendar-file
005763     else
005768 FIND-CALENDAR-DAY.
005769******************************************************************
005770*    SETS WS-CAL-DAY-TYPE TO THE CALENDAR DAY TYPE ON FILE FOR   *
005770*    WS-ATTENDANCE-DATE ON THE WS-CAL-KEY CALENDAR, OR SPACE     *
005770*    WHEN THE DATE HAS NO CALENDAR RECORD - A WEEKEND, A SUMMER  *
005770*    DAY, OR A CALENDAR THAT WAS NEVER LOADED.                   *
005770******************************************************************
005770     move space to ws-cal-day-type
005770     perform varying k from 1 by 1 until k > ws-calendar-count
005770         if ws-cal-date(k) = ws-attendance-date
005770             and ws-cal-school(k) = ws-cal-key
005770             move ws-cal-type(k) to ws-cal-day-type
005770         end-if
005770     end-perform
005770     .
005770
005770 NOTE-CALENDAR-BUILDING.
005770******************************************************************
005770*    ADDS CAL-SCHOOL-CODE TO THE LIST OF BUILDINGS THAT HAVE A   *
005770*    CALENDAR OF THEIR OWN, THE FIRST TIME IT IS SEEN.           *
005770******************************************************************
005770     move 'N' to ws-calb-found
005770     perform varying ws-calb-row from 1 by 1
005770             until ws-calb-row > ws-calb-count
005770         if ws-calb-school(ws-calb-row) = cal-school-code
005770             move 'Y' to ws-calb-found
005770         end-if
005770     end-perform
005770     if ws-calb-found = 'N'
005770         and ws-calb-count < ws-calb-max
005770         add 1 to ws-calb-count
005770         move cal-school-code to ws-calb-school(ws-calb-count)
005770     end-if
005770     .
005770
005770 SELECT-SCHOOL-CALENDAR.
005770******************************************************************
005770*    SETS WS-CAL-KEY TO THE CALENDAR WS-CAL-FOR-SCHOOL RUNS ON - *
005770*    THE BUILDING'S OWN WHEN SCHCALND CARRIES ONE, OTHERWISE     *
005770*    SPACES, THE DISTRICT DEFAULT.                               *
005770******************************************************************
005770     move spaces to ws-cal-key
005770     perform varying ws-calb-row from 1 by 1
005770             until ws-calb-row > ws-calb-count
005770         if ws-calb-school(ws-calb-row) = ws-cal-for-school
005770             move ws-cal-for-school to ws-cal-key
005770         end-if
005770     end-perform
005770     .
005770
005770 FIND-STUDENT-CALENDAR.
005770******************************************************************
005770*    SETS WS-CAL-KEY FOR WS-CAL-STUDENT-ID FROM THE STUDENT'S    *
005770*    TEMPROSTER BUILDING - THE ENROLLED ROW WHEN THERE IS ONE,   *
005770*    ELSE THE LAST ROW SEEN (A WITHDRAWN STUDENT KEEPS THE       *
005770*    CALENDAR OF THE BUILDING THEY LEFT). A STUDENT NOT ON THE   *
005770*    ROSTER RUNS ON THE DISTRICT DEFAULT.                        *
005770******************************************************************
005770     move spaces to ws-cal-for-school
005770     perform varying ws-cal-roster-row from 1 by 1
005770             until ws-cal-roster-row > ws-student-count
005770         if tmp-id(ws-cal-roster-row) = ws-cal-student-id
005770             if tmp-withdraw-date(ws-cal-roster-row) = zero
005770                 or ws-cal-for-school = spaces
005770                 move tmp-school-code(ws-cal-roster-row)
005770                     to ws-cal-for-school
005770             end-if
005770         end-if
005770     end-perform
005770     perform select-school-calendar
005770     .

005713 PROCESS-CONTROL-CARDS.
005714******************************************************************
005722     if ws-ctlcard-status = '00'
005722         open output control-card-rpt
005722         if ws-ctlrpt-status = '00'
005723             write control-card-rpt-line from bus-date-heading
005722             move 'Y' to ws-ctlrpt-open
005722             write control-card-rpt-line from ctl-rpt-heading
005722             write control-card-rpt-line
005731             end-if
005731         end-if
005731     end-perform
005731     move ws-business-date to ws-today-date
005731     open extend trend-history-file
005731     if ws-trendhis-status not = '00'
005731         open output trend-history-file
005732             when 'PREFL'
005732             when 'RPTMD'
005732             when 'SAME '
005732             when 'BADCD'
005732             when 'BADDT'
005732                 move 'REJECTED' to ctl-d-status
005732             when other
005732                 move 'ACCEPTED' to ctl-d-status
005747         when 'WDRW'
005748             move cc-student-id to ws-student-id
005748             move cc-withdraw-reason to ws-withdraw-reason
005748             move cc-cutoff-date to ws-withdraw-effective
005749             perform withdraw-student
005750         when 'XFER'
005751             move cc-student-id  to ws-student-id
005794             move cc-vaccine-code to ws-vaccine-code
005794             move cc-dose-date    to ws-dose-date
005794             move cc-exempt-flag  to ws-exempt-flag
005794             move 'VACCINE'       to ws-code-table-name
005794             move cc-vaccine-code to ws-code-value
005794             move ws-business-date to ws-code-as-of
005794             perform look-up-code
005794             if ws-code-status = 'N'
005794                 or ws-code-status = 'X'
005794                 move 'BADCD' to ws-result
005794             else
005794                 perform add-immunization
005794             end-if
005794         when 'IMMC'
005794             perform print-immunization-rpt
005794         when 'CNTD'
009417*    BACK TO OUTPUT THE ONE TIME IT IS CREATED. AUD-WITHDRAW-    *
009418*    DATE IS ONLY STAMPED FROM WS-WITHDRAW-DATE FOR A 'WDR '     *
009419*    ACTION - ANY OTHER ACTION WRITES IT AS ZERO.                *
009419*    AUD-DATE IS THE BUSINESS DATE, NOT THE CLOCK, SO A NIGHT    *
009419*    THAT RUNS PAST MIDNIGHT (OR AN OVERRIDE RERUN) STAMPS ITS   *
009419*    RECORDS WITH THE DAY THE JOBS AFTER GSNIGHT SELECT ON.      *
009419*    AUD-TIME STAYS THE WALL-CLOCK TIME OF THE WRITE.            *
009418******************************************************************
009419     move ws-business-date to ws-audit-date
009420     accept ws-audit-time from time
009421     open extend audit-file
009422     if ws-audit-status not = '00'
009432         move zero               to aud-withdraw-date
009432         move spaces             to aud-withdraw-reason
009432     end-if
009432     perform next-audit-sequence
009433     write audit-record
009433     if ws-audit-status not = '00'
009433         move 'AUDITLOG' to ws-abort-file
009433         move ws-audit-status to ws-abort-status
009433         perform abort-run
009433     end-if
009433     perform save-audit-sequence
009434     close audit-file
009435     .
009436 NEXT-AUDIT-SEQUENCE.
009436******************************************************************
009436*    STAMPS THE RECORD BEING BUILT WITH THE NEXT DISTRICT-WIDE  *
009436*    AUDIT SEQUENCE NUMBER AND ITS CONTROL HASH, FROM THE       *
009436*    SHARED REGISTER (AUDSEQVS). THE REGISTER IS LEFT OPEN      *
009436*    UNTIL SAVE-AUDIT-SEQUENCE, SO IT ONLY MOVES ON ONCE THE    *
009436*    AUDIT RECORD IS SAFELY WRITTEN. A MISSING REGISTER IS      *
009436*    CREATED EMPTY THE FIRST TIME AND THE TRAIL STARTS AT 1.    *
009436******************************************************************
009436     open i-o audit-seq-file
009436     if ws-audseq-status not = '00'
009436         open output audit-seq-file
009436         close audit-seq-file
009436         open i-o audit-seq-file
009436     end-if
009436     if ws-audseq-status not = '00'
009436         move 'AUDSEQVS' to ws-abort-file
009436         move ws-audseq-status to ws-abort-status
009436         perform abort-run
009436     end-if
009436     move 'AUDITSEQ' to aq-key
009436     read audit-seq-file record key is aq-key
009436     evaluate ws-audseq-status
009436         when '00'
009436             move 'Y' to ws-audseq-found
009436         when '23'
009436             move 'N' to ws-audseq-found
009436             move 'AUDITSEQ' to aq-key
009436             move zero to aq-last-seq-no
009436             move zero to aq-last-hash
009436         when other
009436             move 'AUDSEQVS' to ws-abort-file
009436             move ws-audseq-status to ws-abort-status
009436             perform abort-run
009436     end-evaluate
009436     compute aud-seq-no = aq-last-seq-no + 1
009436     move aq-last-hash to ws-audit-hash
009436     perform compute-audit-hash
009436     move ws-audit-hash to aud-chain-hash
009436     .
009437 SAVE-AUDIT-SEQUENCE.
009437******************************************************************
009437*    MOVES THE REGISTER ON TO THE RECORD JUST WRITTEN AND       *
009437*    RELEASES IT.                                               *
009437******************************************************************
009437     move aud-seq-no     to aq-last-seq-no
009437     move aud-chain-hash to aq-last-hash
009437     if ws-audseq-found = 'Y'
009437         rewrite audit-seq-record
009437     else
009437         write audit-seq-record
009437     end-if
009437     if ws-audseq-status not = '00'
009437         move 'AUDSEQVS' to ws-abort-file
009437         move ws-audseq-status to ws-abort-status
009437         perform abort-run
009437     end-if
009437     close audit-seq-file
009437     .
009438 COMPUTE-AUDIT-HASH.
009438******************************************************************
009438*    FOLDS EVERY BYTE OF THE AUDIT RECORD AHEAD OF THE HASH     *
009438*    ITSELF (DATE THROUGH AUD-SEQ-NO) INTO WS-AUDIT-HASH, WHICH *
009438*    COMES IN AS THE PREVIOUS RECORD'S HASH AND GOES OUT AS     *
009438*    THIS ONE'S. EACH STEP IS HASH * 31 + WEIGHT, MODULO        *
009438*    WS-AUDIT-HASH-MODULUS, SO CHANGING, DROPPING OR SWAPPING   *
009438*    ANY RECORD BREAKS EVERY HASH AFTER IT.                     *
009438******************************************************************
009438     move audit-record(1:103) to ws-audit-hash-input
009438     perform varying ws-audit-hash-x from 1 by 1
009438             until ws-audit-hash-x > ws-audit-hash-length
009438         move zero to ws-audit-hash-pos
009438         inspect ws-audit-hash-charset tallying ws-audit-hash-pos
009438             for characters before initial
009438             ws-audit-hash-input(ws-audit-hash-x:1)
009438         compute ws-audit-hash-work =
009438             ws-audit-hash * 31 + ws-audit-hash-pos + 1
009438         divide ws-audit-hash-work by ws-audit-hash-modulus
009438             giving ws-audit-hash-quot
009438             remainder ws-audit-hash
009438     end-perform
009438     .

009437*************************************************************
009438*    APPENDS ONE LINE TO SHIFT-LOG-FILE EVERY TIME AANSCHUIVEN *
009438*    APPENDS ONE LINE TO ATTENDANCE-FILE FOR WS-STUDENT-ID. THE  *
009439*    CALLER SETS WS-STUDENT-ID, WS-ATTENDANCE-DATE (THE DAY THE  *
009440*    ATTENDANCE IS FOR - NO LONGER ALWAYS THE RUN DATE),         *
009441*    WS-ATTENDANCE-CODE ('P', 'A', 'T' OR 'E') AND WS-ATTENDANCE-*
009442*    CORR ('C' WHEN THIS POSTING SUPERSEDES AN EARLIER ONE FOR   *
009443*    THE SAME STUDENT AND DATE, SPACE OTHERWISE) BEFORE          *
009444*    PERFORMING THIS PARAGRAPH. THE LOG IS APPEND-ONLY, SO A     *

009440 DERIVE-EXCUSED-FLAG.
009440******************************************************************
009440*    DETERMINES THE DAY FROM THE REASON CODE - A REASON WHOSE   *
009440*    ABSREASN CODE-TABLE CLASS IS 'E' POSTS 'E', ANY OTHER      *
009440*    (UNEXCUSED OR UNRECOGNIZED) REASON POSTS 'U',              *
009440*    AND NO REASON LEAVES THE DAY UNDETERMINED (SPACE) FOR THE  *
009440*    NO-NOTE SWEEP TO RESOLVE. ONLY AN ABSENCE CARRIES A        *
009440*    DETERMINATION.                                             *
009440     if ws-attendance-code = 'A'
009440         and ws-attendance-reason not = spaces
009440         move 'U' to ws-attendance-excused
009440         move 'ABSREASN'           to ws-code-table-name
009440         move ws-attendance-reason to ws-code-value
009440         move ws-attendance-date   to ws-code-as-of
009440         perform look-up-code
009440         if ws-code-class = 'E'
009440             move 'E' to ws-attendance-excused
009440         end-if
009440     end-if
009440     .
009441
009467         move ws-attendance-corr  to av-correction-flag
009467         move ws-attendance-reason  to av-reason-code
009467         move ws-attendance-excused to av-excused-flag
009467         move space                 to av-desk-flag
009467         write attend-vsam-record
009469         if ws-attvsam-status not = '00'
009470             rewrite attend-vsam-record
009471         end-if
009494             move 1 to return-code
009494             close immunization-file
009494         else
009495             write immunization-line from bus-date-heading
009494             move zero to ws-imm-noncompliant
009494             move zero to ws-imm-excluded
009494             write immunization-line from imm-heading

009494 COUNT-GRACE-SCHOOL-DAYS.
009494******************************************************************
009494*    COUNTS THE INSTRUCTIONAL DAYS ON ROW I'S BUILDING         *
009494*    CALENDAR BETWEEN ITS ENROLLMENT DATE AND TODAY - THE      *
009494*    GRACE CLOCK STATE LAW RUNS ON SCHOOL DAYS, NOT CALENDAR   *
009494*    DAYS.                                                     *
009494******************************************************************
009494     move ws-business-date to ws-today-date
009494     move zero to ws-grace-days
009494     move tmp-school-code(i) to ws-cal-for-school
009494     perform select-school-calendar
009494     perform varying k from 1 by 1 until k > ws-calendar-count
009494         if (ws-cal-type(k) = 'I' or ws-cal-type(k) = 'E')
009494             and ws-cal-date(k) > tmp-enroll-date(i)
009494             and ws-cal-date(k) <= ws-today-date
009494             and ws-cal-school(k) = ws-cal-key
009494             add 1 to ws-grace-days
009494         end-if
009494     end-perform
009495*    TO THE RETAINED CNTSNAP DATASET. WHEN THE STATE           *
009495*    CHALLENGES THE COUNT, THIS DATASET IS WHAT WE CERTIFIED.  *
009495******************************************************************
009495     move ws-business-date to ws-today-date
009495     open output count-snapshot-file
009495     if ws-cntsnap-status not = '00'
009495         display 'COULD NOT OPEN CNTSNAP - STATUS '
009495                 move tmp-dob(i)         to cs-dob
009495                 move tmp-grade(i)       to cs-grade
009495                 move tmp-school-code(i) to cs-school-code
009495                 move tmp-iep-status(i)  to cs-iep-status
009495                 move tmp-meal-status(i) to cs-meal-status
009495                 move 'Y'                to cs-frozen
009495                 write count-snapshot-record
009495                 add 1 to ws-var-count
009495             end-if
009495                 ws-varrpt-status
009495             move 1 to return-code
009495         else
009496             write count-variance-line from bus-date-heading
009495             move zero to ws-var-count
009495             move ws-snap-cert-date to var-h-date
009495             write count-variance-line from var-heading
009495             ws-roomrpt-status
009495         move 1 to return-code
009495     else
009496         write room-utilization-line from bus-date-heading
009495         write room-utilization-line from room-heading
009495         write room-utilization-line
009495             from room-column-heading
009497             ws-rtexcp-status
009497         move 1 to return-code
009497     else
009498         write route-exception-line from bus-date-heading
009497         write route-exception-line from rtex-heading
009497         perform varying i from 1 by 1
009497                 until i > ws-student-count
009498             ws-rtecap-status
009498         move 1 to return-code
009498     else
009499         write route-capacity-line from bus-date-heading
009498         write route-capacity-line from rtec-heading
009498         write route-capacity-line from rtec-column-heading
009498         perform varying j from 1 by 1
009493*    BIRTHDAY, SO ONE YEAR IS SUBTRACTED FROM THE RAW            *
009494*    YEAR DIFFERENCE.                                           *
009494******************************************************************
009495     move ws-business-date to ws-today-date
009496     compute ws-student-age = ws-today-year - ws-dob-year
009497     if ws-today-monday < ws-dob-monday
009498         subtract 1 from ws-student-age
009503             end-if
009503         end-perform
009503         close pending-enroll-file
009503         move ws-business-date to ws-today-date
009503         perform varying ws-pend-row from 1 by 1
009503                 until ws-pend-row > ws-pend-count
009503             if pd-start-date(ws-pend-row) <= ws-today-date
009504         move ws-bus-route           to wl-bus-route(j)
009504         move ws-iep-status          to wl-iep-status(j)
009504         move ws-directory-optout    to wl-directory-optout(j)
009504         move ws-business-date to ws-wait-queued-date
009504         move ws-wait-queued-date    to wl-queued-date(j)
009504         display 'WAITLISTED: ' ws-student-last-name
009504             ' FOR GRADE ' ws-studentgrade
009504     end-perform
009504     .

009504 OFFER-OPEN-SEATS.
009504******************************************************************
009504*    WALKS THE WAITLIST ONCE AND, FOR EVERY ENTRY WHOSE SECTION  *
009504*    NOW HAS AN OPEN SEAT - ENROLLED HEADCOUNT UNDER THE         *
009504*    EFFECTIVE CAP, COUNTED THE WAY ADD-STUDENT COUNTS IT - RUNS *
009504*    PROCESS-WAITLIST-FOR-SEAT FOR THAT SECTION. CATCHES SEATS   *
009504*    FREED BY A WITHDRAWAL OR TRANSFER KEYED AT THE GSAD DESK    *
009504*    DURING THE DAY, WHICH UPDATES ROSTERVS DIRECTLY AND NEVER   *
009504*    SEES THE WAITLIST. AN OFFER TAKES THE ENTRY OFF THE QUEUE   *
009504*    (OR, SECFL, MOVES IT TO THE TAIL), SO THE SAME ROW IS       *
009504*    LOOKED AT AGAIN BEFORE THE WALK MOVES ON. ENTRIES WITH NO   *
009504*    SECTION WAIT FOR A SEAT IN A NAMED SECTION AND ARE SKIPPED. *
009504******************************************************************
009504     move 1 to ws-open-row
009504     perform until ws-open-row > ws-wait-count
009504         if wl-section(ws-open-row) = space
009504             add 1 to ws-open-row
009504         else
009504             move wl-grade(ws-open-row)   to ws-studentgrade
009504             move wl-section(ws-open-row) to ws-section
009504             perform count-section-students
009504             move wl-school-code(ws-open-row) to ws-cap-school
009504             move wl-grade(ws-open-row)       to ws-cap-grade
009504             move wl-section(ws-open-row)     to ws-cap-section
009504             perform get-effective-section-cap
009504             if ws-section-count < ws-effective-cap
009504                 move wl-school-code(ws-open-row)
009504                     to ws-seat-school
009504                 move wl-grade(ws-open-row)
009504                     to ws-seat-grade
009504                 move wl-section(ws-open-row)
009504                     to ws-seat-section
009504                 perform process-waitlist-for-seat
009504             else
009504                 add 1 to ws-open-row
009504             end-if
009504         end-if
009504     end-perform
009504     .

009504 OFFER-SEAT-TO-WAITLIST-HEAD.
009504     move zero to ws-student-id
009504     move wl-last-name(ws-wait-row)
010739     move ws-bus-route           to tmp-bus-route(k)
010739     move 'N'                    to tmp-promo-hold(k)
010739     move ws-iep-status          to tmp-iep-status(k)
010741     move ws-business-date to ws-enroll-date
010742     move ws-enroll-date         to tmp-enroll-date(k)
010743     move zero                   to tmp-withdraw-date(k)
010744     move ws-directory-optout    to tmp-directory-optout(k)
013603*    FIRST TIME, SO EXTEND FALLS BACK TO OUTPUT THE SAME WAY    *
013604*    THE AUDIT LOG DOES.                                        *
013605******************************************************************
013606     move ws-business-date to ws-namc-eff-date
013607     open extend name-history-file
013608     if ws-namehist-status not = '00'
013609         open output name-history-file
013673             move 'CHG '  to ws-audit-action
013674             perform write-audit-record
013675             move 'CHNGD' to ws-result
013675             if tr-demographics not = spaces
013675                 perform file-demographics
013675                 move 'CHNGD' to ws-result
013675             end-if
013676             if ws-change-resort = 'Y'
013677                 sort tmp-roster ascending key tmp-grade
013678                     tmp-last-name tmp-first-name
013730         move tr-directory-optout to tmp-directory-optout(j)
013731     end-if
013732     .
013732
013732 FILE-DEMOGRAPHICS.
013732******************************************************************
013732*    FILES THE DEMOGRAPHIC SEGMENT OF THE CURRENT 'A' OR 'C'     *
013732*    TRANSACTION ON DEMOGVS FOR WS-STUDENT-ID. ONLY THE FIELDS   *
013732*    THE SEGMENT SUPPLIES ARE APPLIED - EXCEPT THE FIVE RACE     *
013732*    FLAGS, WHICH ARE ONE ANSWER: ANY FLAG SUPPLIED REPLACES ALL *
013732*    FIVE, A BLANK FLAG READING 'N'. DM-FED-CATEGORY IS DERIVED  *
013732*    AGAIN ON EVERY WRITE. A 'DEMO' AUDIT RECORD CARRIES THE     *
013732*    13-BYTE DEMOGRAPHIC IMAGE (DM-SEX THROUGH DM-FED-CATEGORY)  *
013732*    IN AUD-FIRST-NAME: 'BEFOR' AND 'AFTER' FOR A CHANGE,        *
013732*    'ADDED' FOR A FIRST RECORD, OR 'BADDM' WITH THE SEGMENT AS  *
013732*    KEYED WHEN IT FAILS EDIT-DEMOGRAPHICS. THE CALLER'S         *
013732*    WS-RESULT IS NOT PRESERVED.                                 *
013732******************************************************************
013732     move ws-student-first-name to ws-demo-save-first
013732     move 'DEMO' to ws-audit-action
013732     perform edit-demographics
013732     if ws-demo-valid = 'N'
013732         add 1 to ws-demo-rejects
013732         move tr-demographics to ws-student-first-name
013732         move 'BADDM' to ws-result
013732         perform write-audit-record
013732     else
013732         open i-o demographic-file
013732         if ws-demogvs-status not = '00'
013732             open output demographic-file
013732             close demographic-file
013732             open i-o demographic-file
013732         end-if
013732         if ws-demogvs-status not = '00'
013732             add 1 to ws-demo-rejects
013732             move 'ERROR' to ws-result
013732             display 'DEMOGVS NOT AVAILABLE - STATUS '
013732                 ws-demogvs-status ' - NOT FILED FOR '
013732                 ws-student-id
013732         else
013732             move ws-student-id to dm-student-id
013732             read demographic-file
013732             if ws-demogvs-status = '00'
013732                 move demographic-record(8:13)
013732                     to ws-student-first-name
013732                 move 'BEFOR' to ws-result
013732                 perform write-audit-record
013732                 perform merge-demographics
013732                 rewrite demographic-record
013732                 move 'AFTER' to ws-result
013732             else
013732                 move spaces to demographic-record
013732                 move ws-student-id to dm-student-id
013732                 perform merge-demographics
013732                 write demographic-record
013732                 move 'ADDED' to ws-result
013732             end-if
013732             if ws-demogvs-status = '00'
013732                 move demographic-record(8:13)
013732                     to ws-student-first-name
013732                 perform write-audit-record
013732             else
013732                 add 1 to ws-demo-rejects
013732                 display 'DEMOGVS WRITE FAILED - STATUS '
013732                     ws-demogvs-status ' - NOT FILED FOR '
013732                     ws-student-id
013732                 move 'ERROR' to ws-result
013732             end-if
013732             close demographic-file
013732         end-if
013732     end-if
013732     move ws-demo-save-first to ws-student-first-name
013732     .
013732
013732 EDIT-DEMOGRAPHICS.
013732******************************************************************
013732*    SEX MUST BE F, M OR X; HISPANIC AND EACH RACE FLAG Y OR N;  *
013732*    HOME LANGUAGE AND COUNTRY OF BIRTH LETTERS. A BLANK FIELD   *
013732*    IS ALWAYS ALLOWED - IT MEANS 'NOT SUPPLIED'.                *
013732******************************************************************
013732     move 'Y' to ws-demo-valid
013732     if tr-sex not = spaces
013732         and tr-sex not = 'F'
013732         and tr-sex not = 'M'
013732         and tr-sex not = 'X'
013732         move 'N' to ws-demo-valid
013732     end-if
013732     if tr-hispanic not = spaces
013732         and tr-hispanic not = 'Y'
013732         and tr-hispanic not = 'N'
013732         move 'N' to ws-demo-valid
013732     end-if
013732     perform varying k from 1 by 1 until k > 5
013732         if tr-race-flag(k) not = spaces
013732             and tr-race-flag(k) not = 'Y'
013732             and tr-race-flag(k) not = 'N'
013732             move 'N' to ws-demo-valid
013732         end-if
013732     end-perform
013732     if tr-home-language is not alphabetic
013732         or tr-birth-country is not alphabetic
013732         move 'N' to ws-demo-valid
013732     end-if
013732     .
013732
013732 MERGE-DEMOGRAPHICS.
013732     if tr-sex not = spaces
013732         move tr-sex to dm-sex
013732     end-if
013732     if tr-hispanic not = spaces
013732         move tr-hispanic to dm-hispanic
013732     end-if
013732     if tr-race-flags not = spaces
013732         move tr-race-flags to dm-race-flags
013732         perform varying k from 1 by 1 until k > 5
013732             if dm-race-flag(k) = space
013732                 move 'N' to dm-race-flag(k)
013732             end-if
013732         end-perform
013732     end-if
013732     if tr-home-language not = spaces
013732         move tr-home-language to dm-home-language
013732     end-if
013732     if tr-birth-country not = spaces
013732         move tr-birth-country to dm-birth-country
013732     end-if
013732     perform derive-fed-category
013732     move ws-business-date to dm-last-changed
013732     .
013732
013732 DERIVE-FED-CATEGORY.
013732******************************************************************
013732*    THE ONE FEDERAL REPORTING CATEGORY: HISPANIC OR LATINO      *
013732*    ('HI') WHATEVER THE RACE ANSWER, ELSE TWO OR MORE RACES     *
013732*    ('TR'), ELSE THE ONE RACE FLAGGED. NO ANSWER TO EITHER      *
013732*    QUESTION LEAVES IT BLANK - 'NOT REPORTED' ON THE REPORTS.   *
013732******************************************************************
013732     move spaces to dm-fed-category
013732     move zero to ws-race-count
013732     perform varying k from 1 by 1 until k > 5
013732         if dm-race-flag(k) = 'Y'
013732             add 1 to ws-race-count
013732             move fed-race-code(k) to dm-fed-category
013732         end-if
013732     end-perform
013732     if ws-race-count > 1
013732         move 'TR' to dm-fed-category
013732     end-if
013732     if dm-hispanic = 'Y'
013732         move 'HI' to dm-fed-category
013732     end-if
013732     .

013700 WITHDRAW-STUDENT.
013710******************************************************************
013752*    NUMBER (SEE REENROLL-STUDENT). EVERY COUNT AND EXPORT       *
013753*    TREATS A NON-ZERO WITHDRAW DATE AS NOT ENROLLED. TODAY'S    *
013754*    DATE IS CAPTURED INTO WS-WITHDRAW-DATE SO WRITE-AUDIT-      *
013754*    RECORD CAN STAMP THE AUDIT TRAIL WITH IT. A REASON THAT IS  *
013754*    NOT A WDRREASN CODE IN FORCE TODAY COMES BACK 'BADCD' AND   *
013754*    THE STUDENT STAYS ENROLLED. A WDRW CARD MAY CARRY AN        *
013754*    EFFECTIVE DATE IN CC-CUTOFF-DATE (WS-WITHDRAW-EFFECTIVE) -  *
013754*    THE STATE'S CONSECUTIVE-ABSENCE RULE BACKDATES THE          *
013754*    WITHDRAWAL TO THE LAST DAY OF ATTENDANCE. ONE AFTER TODAY   *
013754*    OR BEFORE THE ENROLL DATE COMES BACK 'BADDT'; ZERO IS       *
013754*    TODAY, AS ALWAYS.                                           *
013760******************************************************************
013770     move 'N' to ws-student-found
013780     move zero to j
013781     move zero to ws-withdraw-date
013781     if ws-withdraw-effective not numeric
013781         move zero to ws-withdraw-effective
013781     end-if
013790     perform varying i from 1 by 1 until i > ws-student-count
013800         if tmp-id(i) = ws-student-id
013810             move 'J' to ws-student-found
013851         if tmp-withdraw-date(j) not = zero
013852             move 'ALRDY' to ws-result
013853         else
013854             if ws-withdraw-reason = spaces
013854                 move 'UN' to ws-withdraw-reason
013854             end-if
013854             move 'WDRREASN'         to ws-code-table-name
013854             move ws-withdraw-reason to ws-code-value
013854             move ws-business-date   to ws-code-as-of
013854             perform look-up-code
013854             if ws-code-status = 'N'
013854                 or ws-code-status = 'X'
013854                 move 'BADCD' to ws-result
013854             else
013854             if ws-withdraw-effective not = zero
013854                 and (ws-withdraw-effective > ws-business-date
013854                 or ws-withdraw-effective < tmp-enroll-date(j))
013854                 move 'BADDT' to ws-result
013854             else
013854                 move ws-business-date to ws-withdraw-date
013854                 if ws-withdraw-effective not = zero
013854                     move ws-withdraw-effective
013854                         to ws-withdraw-date
013854                 end-if
013855                 move ws-withdraw-date to tmp-withdraw-date(j)
013855                 move ws-withdraw-reason
013855                     to tmp-withdraw-reason(j)
013855                 move 'Y' to tmp-changed(j)
013855                 move tmp-school-code(j) to ws-seat-school
013855                 move tmp-grade(j)       to ws-seat-grade
013855                 move tmp-section(j)     to ws-seat-section
013856                 add 1 to ws-ctl-drops
013857                 move 'REMOV' to ws-result
013854             end-if
013854             end-if
013858         end-if
013996     else
013997         move 'NOFND' to ws-result
014000     end-if
014000     move zero to ws-withdraw-effective
014005     move 'WDR '  to ws-audit-action
014006     perform write-audit-record
014007     if ws-result = 'REMOV'
014055             move zero to tmp-withdraw-date(j)
014055             move spaces to tmp-withdraw-reason(j)
014055             move 'Y'  to tmp-changed(j)
014056             move ws-business-date to ws-enroll-date
014057             move ws-enroll-date to tmp-enroll-date(j)
014058             move tmp-last-name(j)  to ws-student-last-name
014059             move tmp-first-name(j) to ws-student-first-name
014066     end-perform
014066     open output promo-sim-rpt
014066     if ws-simrpt-status = '00'
014067         write promo-sim-line from bus-date-heading
014066         write promo-sim-line from sim-heading
014066         write promo-sim-line from sim-column-heading
014066         perform varying j from 1 by 1 until j > 14
014066     sort mob-row ascending key mob-school mob-grade mob-reason
014066     open output mobility-rpt
014066     if ws-mobilrpt-status = '00'
014067         write mobility-line from bus-date-heading
014066         write mobility-line from mob-heading
014066         write mobility-line from mob-column-heading
014066         perform varying j from 1 by 1 until j > ws-mob-count
014075******************************************************************
014076     perform load-posted-id-table
014076     if ws-nosh-cutoff = zero
014076         move ws-business-date to ws-nosh-cutoff
014076     end-if
014077     move zero to ws-noshow-count
014078     open output no-show-rpt
014081             ws-noshrpt-status
014082         move 1 to return-code
014083     else
014084         write no-show-line from bus-date-heading
014084         write no-show-line from nosh-heading
014085         perform varying ws-nosh-row from 1 by 1
014086                 until ws-nosh-row > ws-student-count
014059*    ZERO DATE MEANS TODAY. THE LOG IS THE BINDER, ON FILE.     *
014059******************************************************************
014059     if ws-drill-date = zero
014059         move ws-business-date to ws-drill-date
014059     end-if
014059     if ws-school-code = spaces
014059         or ws-drill-type = space
014059 PRINT-DRILL-COMPLIANCE-RPT.
014059******************************************************************
014059*    WALKS SCHCALND MONTH BY MONTH (EVERY MONTH WITH AN         *
014059*    INSTRUCTIONAL DAY ON THE DISTRICT DEFAULT CALENDAR - THE   *
014059*    STATE'S DRILL MONTHS) AND CHECKS EVERY BUILDING ON THE     *
014059*    ROSTER FOR ITS MONTHLY FIRE DRILL AND ITS TWO LOCKDOWN     *
014059*    DRILLS FOR THE YEAR, RUN BY THE DRLC CARD.                 *
014059******************************************************************
014059     move zero to ws-dmon-count
014059     perform varying k from 1 by 1
014059             until k > ws-calendar-count
014059         if (ws-cal-type(k) = 'I' or ws-cal-type(k) = 'E')
014059             and ws-cal-school(k) = spaces
014059             perform note-drill-month
014059         end-if
014059     end-perform
014059             ws-drillrpt-status
014059         move 1 to return-code
014059     else
014060         write drill-rpt-line from bus-date-heading
014059         write drill-rpt-line from drill-heading
014059         perform varying ws-burst-idx from 1 by 1
014059                 until ws-burst-idx > ws-rollup-buildings
014060             ws-zonerpt-status
014060         move 1 to return-code
014060     else
014061         write out-of-zone-line from bus-date-heading
014060         write out-of-zone-line from zone-heading
014060         perform varying i from 1 by 1
014060                 until i > ws-student-count
014061
014061 RECLASSIFY-CALENDAR-DAY.
014061******************************************************************
014061*    REWRITES THE ONE SCHCALND DAY TO 'H' ON EVERY CALENDAR IT  *
014061*    APPEARS ON (A CLOSURE SHUTS EVERY BUILDING) - THE WHOLE    *
014061*    FILE IS HELD (WITH ITS DESCRIPTIONS) AND WRITTEN BACK,     *
014061*    AND THE IN-STORAGE CALENDAR IS KEPT IN STEP IF IT WAS      *
014061*    LOADED.                                                    *
014061******************************************************************
014061     move 'N' to ws-calf-found
014061     move zero to ws-calf-count
014061         perform until ws-calendar-status not = '00'
014061             read school-calendar-file next record
014061             if ws-calendar-status = '00'
014061                 and ws-calf-count < ws-calendar-max
014061                 add 1 to ws-calf-count
014061                 move cal-date
014061                     to ws-calf-date(ws-calf-count)
014061                     to ws-calf-type(ws-calf-count)
014061                 move cal-description
014061                     to ws-calf-desc(ws-calf-count)
014061                 move cal-school-code
014061                     to ws-calf-school(ws-calf-count)
014061                 if cal-date = ws-closure-date
014061                     move 'Y' to ws-calf-found
014061                     move 'H' to ws-calf-type(ws-calf-count)
014061                 move ws-calf-date(k) to cal-date
014061                 move ws-calf-type(k) to cal-day-type
014061                 move ws-calf-desc(k) to cal-description
014061                 move ws-calf-school(k) to cal-school-code
014061                 write calendar-record
014061             end-perform
014061             close school-calendar-file
014061     move zero to ws-close-backed-out
014061     open output closure-rpt
014061     if ws-closrpt-status = '00'
014062         write closure-rpt-line from bus-date-heading
014061         move ws-closure-date to clos-h-date
014061         write closure-rpt-line from clos-heading
014061     end-if
014062*    PULLS THE MEDICAL-CONDITION FILE INTO STORAGE THE FIRST    *
014062*    TIME A ROSTER PRINT OR THE MEAL EXPORT NEEDS IT. A         *
014062*    MISSING FILE SIMPLY LEAVES THE TABLE EMPTY - NO FLAGS, NO  *
014062*    ALLERGY CODES, AS IT WAS BEFORE THE FILE EXISTED. A        *
014062*    CONDITION CODE NOT ON THE CONDCODE CODE TABLE IS STILL     *
014062*    LOADED (THE NURSE'S RECORD STANDS) BUT IS COUNTED AND      *
014062*    REPORTED TO THE CONSOLE FOR THE HEALTH OFFICE TO CORRECT.  *
014062******************************************************************
014062     if ws-cond-loaded = 'N'
014062         move 'Y' to ws-cond-loaded
014062         move zero to ws-cond-count
014062         move zero to ws-cond-unknown
014062         open input condition-file
014062         if ws-condfile-status = '00'
014062             perform until ws-condfile-status not = '00'
014062                         to ws-cond-code(ws-cond-count)
014062                     move cd-severity
014062                         to ws-cond-sev(ws-cond-count)
014062                     move 'CONDCODE'        to ws-code-table-name
014062                     move cd-condition-code to ws-code-value
014062                     move ws-business-date  to ws-code-as-of
014062                     perform look-up-code
014062                     if ws-code-status = 'N'
014062                         add 1 to ws-cond-unknown
014062                     end-if
014062                 end-if
014062             end-perform
014062             close condition-file
014062             if ws-cond-unknown not = zero
014062                 display 'CONDITION CODES NOT ON CODE TABLE: '
014062                     ws-cond-unknown
014062             end-if
014062         end-if
014062     end-if
014062     .
014062     end-perform
014062     .
014062
014062 LOAD-504-TABLE.
014062******************************************************************
014062*    PULLS THE ACTIVE 504 PLANS INTO STORAGE THE FIRST TIME THE *
014062*    TEACHER CLASS LIST NEEDS THEM. A MISSING PLAN504 (NO PLAN  *
014062*    EVER ENTERED) SIMPLY LEAVES THE TABLE EMPTY.               *
014062******************************************************************
014062     if ws-p504-loaded = 'N'
014062         move 'Y' to ws-p504-loaded
014062         move zero to ws-p504-count
014062         open input plan-504-file
014062         if ws-plan504-status = '00'
014062             perform until ws-plan504-status not = '00'
014062                 read plan-504-file next record
014062                 if ws-plan504-status = '00'
014062                     and sp-status = 'A'
014062                     and sp-start-date not > ws-business-date
014062                     and ws-p504-count < ws-p504-max
014062                     add 1 to ws-p504-count
014062                     move sp-student-id
014062                         to ws-p504-id(ws-p504-count)
014062                     perform varying ws-p504-slot from 1 by 1
014062                             until ws-p504-slot > 8
014062                         move sp-class-accom(ws-p504-slot)
014062                             to ws-p504-accom(ws-p504-count
014062                                              ws-p504-slot)
014062                     end-perform
014062                 end-if
014062             end-perform
014062             close plan-504-file
014062         end-if
014062     end-if
014062     .
014062
014062 CHECK-STUDENT-504.
014062******************************************************************
014062*    SETS WS-P504-HIT TO THE ROW OF WS-STUDENT-ID'S ACTIVE 504  *
014062*    PLAN, OR ZERO IF THEY HAVE NONE.                           *
014062******************************************************************
014062     move zero to ws-p504-hit
014062     perform varying ws-p504-row from 1 by 1
014062             until ws-p504-row > ws-p504-count
014062         if ws-p504-id(ws-p504-row) = ws-student-id
014062             move ws-p504-row to ws-p504-hit
014062         end-if
014062     end-perform
014062     .
014062
014062 LOAD-CODE-TABLE.
014062******************************************************************
014062*    PULLS THE DISTRICT CODE-TABLE MASTER INTO STORAGE THE      *
014062*    FIRST TIME AN EDIT OR A REPORT NEEDS A CODE. A MISSING     *
014062*    MASTER LEAVES EVERY CODE UNCHECKED ('U') WITH ONE CONSOLE  *
014062*    WARNING, RATHER THAN REJECTING THE NIGHT'S WORK OUTRIGHT.  *
014062******************************************************************
014062     if ws-code-loaded = 'N'
014062         move 'Y' to ws-code-loaded
014062         move zero to ws-code-count
014062         open input code-table-file
014062         if ws-codetbl-status = '00'
014062             perform until ws-codetbl-status not = '00'
014062                 read code-table-file next record
014062                 if ws-codetbl-status = '00'
014062                     and ws-code-count < ws-code-max
014062                     add 1 to ws-code-count
014062                     move ct-table-name
014062                         to ws-code-tbl(ws-code-count)
014062                     move ct-code
014062                         to ws-code-cd(ws-code-count)
014062                     move ct-description
014062                         to ws-code-dsc(ws-code-count)
014062                     move ct-effective-date
014062                         to ws-code-eff(ws-code-count)
014062                     move ct-expiry-date
014062                         to ws-code-exp(ws-code-count)
014062                     move ct-state-code
014062                         to ws-code-st(ws-code-count)
014062                     move ct-class
014062                         to ws-code-cls(ws-code-count)
014062                 end-if
014062             end-perform
014062             close code-table-file
014062         else
014062             move 'U' to ws-code-loaded
014062             display 'CODETBL NOT AVAILABLE - STATUS '
014062                 ws-codetbl-status ' - CODES NOT VALIDATED'
014062         end-if
014062     end-if
014062     .
014062
014062 LOOK-UP-CODE.
014062******************************************************************
014062*    FINDS WS-CODE-VALUE IN TABLE WS-CODE-TABLE-NAME AND SAYS   *
014062*    WHETHER IT WAS IN FORCE ON WS-CODE-AS-OF. AN EXPIRED CODE  *
014062*    STILL RETURNS ITS DESCRIPTION, SO HISTORY PRINTS CLEANLY;  *
014062*    ONLY NEW INPUT IS HELD TO THE 'A' STATUS.                  *
014062******************************************************************
014062     perform load-code-table
014062     move spaces to ws-code-desc
014062     move spaces to ws-code-state
014062     move space  to ws-code-class
014062     if ws-code-loaded = 'U'
014062         move 'U' to ws-code-status
014062     else
014062         move 'N' to ws-code-status
014062         perform varying ws-code-row from 1 by 1
014062                 until ws-code-row > ws-code-count
014062             if ws-code-tbl(ws-code-row) = ws-code-table-name
014062                 and ws-code-cd(ws-code-row) = ws-code-value
014062                 move ws-code-dsc(ws-code-row) to ws-code-desc
014062                 move ws-code-st(ws-code-row)  to ws-code-state
014062                 move ws-code-cls(ws-code-row) to ws-code-class
014062                 if ws-code-eff(ws-code-row) > ws-code-as-of
014062                     or (ws-code-exp(ws-code-row) not = zero
014062                     and ws-code-exp(ws-code-row) < ws-code-as-of)
014062                     move 'X' to ws-code-status
014062                 else
014062                     move 'A' to ws-code-status
014062                 end-if
014062             end-if
014062         end-perform
014062     end-if
014062     .
014062
014062 LOAD-PROGRAM-TABLE.
014062******************************************************************
014062*    PULLS PGMPART INTO STORAGE THE FIRST TIME A PROGRAM CARD   *
014062*    BE ENROLLED; A SPELL ALREADY OPEN FOR THE SAME PROGRAM     *
014062*    COMES BACK 'ALRDY' - A RE-ENTRY AFTER AN EXIT IS A NEW     *
014062*    RECORD, THE HISTORY THE FUNDING AUDIT ASKS FOR. A ZERO     *
014062*    CC-PROGRAM-DATE MEANS TODAY. A PROGRAM THAT IS NOT A       *
014062*    PGMCODE CODE IN FORCE ON THAT DATE COMES BACK 'BADCD'.     *
014062******************************************************************
014062     perform load-program-table
014062     move 'N' to ws-student-found
014062             move tmp-grade(i)      to ws-studentgrade
014062         end-if
014062     end-perform
014062     move 'PGMCODE'       to ws-code-table-name
014062     move ws-program-code to ws-code-value
014062     if ws-program-date = zero
014062         move ws-business-date to ws-code-as-of
014062     else
014062         move ws-program-date  to ws-code-as-of
014062     end-if
014062     perform look-up-code
014062     if ws-student-found = 'N'
014062         move 'NOFND' to ws-result
014062     else
014062         if ws-pgm-row not = zero
014062             move 'ALRDY' to ws-result
014062         else
014062             if ws-code-status = 'N'
014062                 or ws-code-status = 'X'
014062                 move 'BADCD' to ws-result
014062             else
014062                 if ws-pgm-count >= ws-pgm-max
014062                     move 'FULL ' to ws-result
014062                 else
014062                     if ws-program-date = zero
014062                         move ws-business-date to ws-program-date
014062                     end-if
014062                     add 1 to ws-pgm-count
014062                     move ws-student-id
014062                         to ws-pgm-id(ws-pgm-count)
014062                     move ws-program-code
014062                         to ws-pgm-code(ws-pgm-count)
014062                     move ws-program-date
014062                         to ws-pgm-entry-dt(ws-pgm-count)
014062                     move zero
014062                         to ws-pgm-exit-dt(ws-pgm-count)
014062                     move ws-service-detail
014062                         to ws-pgm-detail(ws-pgm-count)
014062                     perform save-program-file
014062                     move 'ENTER' to ws-result
014062                 end-if
014062             end-if
014062         end-if
014062     end-if
014062         move 'NOFND' to ws-result
014062     else
014062         if ws-program-date = zero
014062             move ws-business-date to ws-program-date
014062         end-if
014062         move ws-program-date to ws-pgm-exit-dt(ws-pgm-row)
014062         perform save-program-file
014062     end-perform
014062     open output program-census-rpt
014062     if ws-pgmcrpt-status = '00'
014063         write program-census-line from bus-date-heading
014062         write program-census-line from pgm-census-heading
014062         write program-census-line
014062             from pgm-census-column-heading
014062         perform varying k from 1 by 1 until k > ws-pcen-count
014062             move ws-pcen-code(k)   to pcen-d-code
014062             move 'PGMCODE'         to ws-code-table-name
014062             move ws-pcen-code(k)   to ws-code-value
014062             move ws-business-date  to ws-code-as-of
014062             perform look-up-code
014062             move ws-code-desc      to pcen-d-desc
014062             move ws-pcen-school(k) to pcen-d-school
014062             move ws-pcen-tally(k)  to pcen-d-count
014062             write program-census-line
014116*      3. NO RESTART WAS PENDING ON CHKPOINT AT STARTUP AND     *
014116*         TONIGHT'S ENROLLMENT CONTROL TOTALS BALANCED.         *
014116*      4. THE SECTION WAITLIST IS EMPTY.                        *
014116*      5. A STAGED NEXT-YEAR ROSTER (NXTROSTR), WHEN THERE IS   *
014116*         ONE, FITS THE PLACEMENT TABLE AND ITS RECONCILIATION  *
014116*         REPORT (NXTRECON) CAN BE OPENED.                      *
014116*      6. WITH FEEDER PATTERNS ON FEEDMAST, THE BUILDING-MOVE   *
014116*         REPORT (FEEDRPT) CAN BE OPENED. CHECK 2 LOOKS FOR A   *
014116*         TERMINAL-GRADE GROUP'S SECTION IN THE BUILDING THE    *
014116*         FEEDER SENDS THEM TO.                                 *
014116******************************************************************
014116     move 'Y' to ws-preflight-ok
014116     move zero to ws-prefl-findings
014116     perform load-feeder-patterns
014116     open output preflight-rpt
014116     if ws-preflrpt-status not = '00'
014116         display 'COULD NOT OPEN PREFLRPT - STATUS '
014116             ws-preflrpt-status
014116         move 'N' to ws-preflight-ok
014116     else
014117         write preflight-line from bus-date-heading
014116         write preflight-line from prefl-heading
014116         perform check-next-year-calendar
014116         perform check-incoming-grade-coverage
014116         perform check-restart-and-totals
014116         perform check-waitlist-resolved
014116         perform check-next-year-placements
014116         perform check-feeder-report
014116         if ws-prefl-findings = zero
014116             move 'PRE-FLIGHT CLEAN - PROMOTION PROCEEDS  '
014116                 to prefl-d-text
014116     if ws-calendar-count = zero
014116         perform load-school-calendar
014116     end-if
014116     move ws-business-date to ws-today-date
014116     move zero to ws-prefl-latest-cal
014116     perform varying k from 1 by 1
014116             until k > ws-calendar-count
014116         if ws-cal-date(k) > ws-prefl-latest-cal
014116             and ws-cal-school(k) = spaces
014116             move ws-cal-date(k) to ws-prefl-latest-cal
014116         end-if
014116     end-perform
014116******************************************************************
014116*    FOR EVERY BUILDING/GRADE GROUP THAT WILL RECEIVE STUDENTS  *
014116*    (EACH CURRENT KG-11 GROUP'S NEXT GRADE CODE), TEACHFIL     *
014116*    MUST CARRY AT LEAST ONE ASSIGNMENT. A STUDENT THE FEEDER   *
014116*    PATTERN MOVES ON IS COUNTED AT THE RECEIVING BUILDING.     *
014116******************************************************************
014116     if ws-teacher-count = zero
014116         perform load-teacher-table
014116             perform find-grade-table-row
014116             if ws-lookup-row >= 1 and ws-lookup-row <= 12
014116                 compute ws-prefl-next-row = ws-lookup-row + 1
014116                 move tmp-school-code(i) to ws-prefl-school
014116                 if ws-feed-count > zero
014116                     move tmp-school-code(i) to ws-feed-from
014116                     move tmp-grade(i)       to ws-feed-grade
014116                     move tmp-address(i)     to ws-parse-address
014116                     perform find-feeder-building
014116                     if ws-feed-verdict = 'F'
014116                         move ws-feed-to to ws-prefl-school
014116                     end-if
014116                 end-if
014116                 perform check-one-grade-coverage
014116             end-if
014116         end-if
014116     move 'N' to ws-prefl-covered
014116     perform varying j from 1 by 1
014116             until j > ws-teacher-count
014116         if wt-school-code(j) = ws-prefl-school
014116             and wt-grade(j) = gd-code(ws-prefl-next-row)
014116             move 'Y' to ws-prefl-covered
014116         end-if
014116         move 'N' to ws-pfg-seen
014116         perform varying j from 1 by 1
014116                 until j > ws-pfg-count
014116             if ws-pfg-school(j) = ws-prefl-school
014116                 and ws-pfg-grade(j)
014116                     = gd-code(ws-prefl-next-row)
014116                 move 'Y' to ws-pfg-seen
014116         if ws-pfg-seen = 'N'
014116             if ws-pfg-count < ws-pfg-max
014116                 add 1 to ws-pfg-count
014116                 move ws-prefl-school
014116                     to ws-pfg-school(ws-pfg-count)
014116                 move gd-code(ws-prefl-next-row)
014116                     to ws-pfg-grade(ws-pfg-count)
014116             end-if
014116             move 'NO TEACHFIL SECTION FOR INCOMING GRADE  '
014116                 to prefl-d-text
014116             move ws-prefl-school to prefl-d-school
014116             move gd-code(ws-prefl-next-row)
014116                 to prefl-d-grade
014116             perform write-preflight-finding
014116         perform write-preflight-finding
014116     end-if
014116     .
014116 CHECK-NEXT-YEAR-PLACEMENTS.
014116     perform load-next-year-placements
014116     if ws-nxt-staged = 'Y'
014116         if ws-nxp-overflow = 'Y'
014116             move 'STAGED NEXT-YEAR ROSTER OVERFLOWS THE TABLE'
014116                 to prefl-d-text
014116             move spaces to prefl-d-school
014116             move spaces to prefl-d-grade
014116             perform write-preflight-finding
014116         end-if
014116         open output next-year-recon-rpt
014116         if ws-nxtrecon-status not = '00'
014116             move 'NXTRECON CANNOT BE OPENED FOR THE ROLLOVER'
014116                 to prefl-d-text
014116             move spaces to prefl-d-school
014116             move spaces to prefl-d-grade
014116             perform write-preflight-finding
014116         else
014116             close next-year-recon-rpt
014116         end-if
014116     end-if
014116     .
014116
014116 CHECK-FEEDER-REPORT.
014116     if ws-feed-count > zero
014116         open output feeder-rpt
014116         if ws-feedrpt-status not = '00'
014116             move 'FEEDRPT CANNOT BE OPENED FOR THE PROMOTION'
014116                 to prefl-d-text
014116             move spaces to prefl-d-school
014116             move spaces to prefl-d-grade
014116             perform write-preflight-finding
014116         else
014116             close feeder-rpt
014116         end-if
014116     end-if
014116     .
014116 LOAD-NEXT-YEAR-PLACEMENTS.
014116******************************************************************
014116*    READS THE STAGED NEXT-YEAR ROSTER. NO NXTROSTR, OR AN EMPTY *
014116*    ONE, LEAVES WS-NXT-STAGED 'N' AND THE PROMOTION RUNS ON ITS *
014116*    OWN RULES ALONE, AS IT ALWAYS HAS.                          *
014116******************************************************************
014116     move 'N' to ws-nxt-staged
014116     move 'N' to ws-nxp-overflow
014116     move zero to ws-nxp-count
014116     move zero to ws-nxp-roundup
014116     open input next-year-roster-file
014116     if ws-nxtrostr-status = '00'
014116         perform until ws-nxtrostr-status not = '00'
014116             read next-year-roster-file
014116             if ws-nxtrostr-status = '00'
014116                 move 'Y' to ws-nxt-staged
014116                 evaluate true
014116                     when nx-source = 'K'
014116                         add 1 to ws-nxp-roundup
014116                     when nx-status not = 'A'
014116                         continue
014116                     when ws-nxp-count not < ws-nxp-max
014116                         move 'Y' to ws-nxp-overflow
014116                     when other
014116                         add 1 to ws-nxp-count
014116                         move nx-id to nxp-id(ws-nxp-count)
014116                         move nx-last-name
014116                             to nxp-last-name(ws-nxp-count)
014116                         move nx-first-name
014116                             to nxp-first-name(ws-nxp-count)
014116                         move nx-grade to nxp-grade(ws-nxp-count)
014116                         move nx-school-code
014116                             to nxp-school-code(ws-nxp-count)
014116                         move nx-section
014116                             to nxp-section(ws-nxp-count)
014116                         move nx-bus-route
014116                             to nxp-bus-route(ws-nxp-count)
014116                         move spaces
014116                             to nxp-from-grade(ws-nxp-count)
014116                         move 'N' to nxp-used(ws-nxp-count)
014116                         move nx-feeder-note
014116                             to nxp-feeder-note(ws-nxp-count)
014116                 end-evaluate
014116             end-if
014116         end-perform
014116         close next-year-roster-file
014116     end-if
014116     if ws-nxp-count > zero
014116         sort nxp-row ascending key nxp-id
014116     end-if
014116     .
014116
014117 PROMOTE-ROSTER.
014110******************************************************************
014120*    YEAR-END BATCH PROMOTION. BUMPS EVERY STUDENT UP ONE GRADE. *
014120*    KINDERGARTEN MOVES TO GRADE 01. UNGRADED STUDENTS DO NOT    *
014120*    MOVE. GRADE 12 STUDENTS GRADUATE - THEY ARE WRITTEN TO      *
014120*    GRADUATE-FILE AND DROPPED FROM THE ROSTER.                 *
014120*    WHEN A NEXT-YEAR ROSTER IS STAGED (NXTROSTR, GSNXTYR) EVERY *
014120*    STUDENT WITH A RETURNING ROW THERE TAKES ITS GRADE,         *
014120*    BUILDING, SECTION AND BUS ROUTE INSTEAD, IN THIS ONE STEP,  *
014120*    AND NXTRECON RECONCILES THE ROLLOVER STUDENT BY STUDENT.    *
014120*    A STUDENT WITH NO STAGED ROW IS PROMOTED BY THE RULES ABOVE *
014120*    AND FLAGGED. NXTROSTR IS EMPTIED ONCE THE ROLLOVER IS DONE. *
014120*    A STUDENT PROMOTED BY RULE OUT OF THEIR BUILDING'S TERMINAL *
014120*    GRADE MOVES TO THE FEEDER PATTERN'S RECEIVING BUILDING      *
014120*    (FEEDMAST). EVERY BUILDING MOVE, AND EVERY FEEDER CASE THAT *
014120*    NEEDS A PERSON'S DECISION, IS LISTED ON FEEDRPT.            *
014160******************************************************************
014170     open output graduate-file
014170     if ws-nxt-staged = 'Y'
014170         perform start-next-year-recon
014170     end-if
014170     move zero to ws-fdr-count
014170     move zero to ws-fdr-moves
014170     move zero to ws-fdr-decisions
014170     move zero to ws-fdr-unlisted
014170     move zero to j
014170     perform varying i from 1 by 1 until i > ws-student-count
014170         move space              to ws-nxp-disp
014170         move tmp-id(i)          to ws-prom-from-id
014170         move tmp-last-name(i)   to ws-prom-from-last
014170         move tmp-first-name(i)  to ws-prom-from-first
014170         move tmp-grade(i)       to ws-prom-from-grade
014170         move tmp-school-code(i) to ws-prom-from-school
014170         if tmp-withdraw-date(i) not = zero
014170             continue
014170         else
014170         perform find-next-year-placement
014170         if ws-nxp-row not = zero
014170             perform place-from-next-year-roster
014170         else
014195         if tmp-promo-hold(i) = 'Y'
014195             move tmp-id(i)          to ws-student-id
014195             move tmp-last-name(i)   to ws-student-last-name
014295                 move tmp-state(i)       to gf-state
014296                 move tmp-zip(i)         to gf-zip
014297                 move tmp-enroll-date(i) to gf-enroll-date
014298                 move ws-business-date to gf-grad-date
014300                 write graduate-file-record
014301                 move tmp-id(i)          to ws-student-id
014302                 move tmp-last-name(i)   to ws-student-last-name
014355                 move zero   to tmp-household-id(i)
014350                 move zero   to tmp-id(i)
014360             when other
014360                 add 1 to tmp-grade-num(i)
014360         end-evaluate
014360         if tmp-id(i) not = zero
014360             perform apply-feeder-pattern
014360         end-if
014380         end-if
014380         end-if
014380         end-if
014380         if ws-nxt-staged = 'Y'
014380             perform note-next-year-outcome
014380         end-if
014380     end-perform
014380     close graduate-file
014410     initialize studentroster
014420     perform aanschuiven
014430     move ws-roster-count to ws-student-count
014504     move spaces to ws-studentgrade
014505     move 'DONE' to ws-result
014506     move 'PROM' to ws-audit-action
014506     perform write-audit-record
014506     if ws-nxt-staged = 'Y'
014506         perform finish-next-year-rollover
014506     end-if
014506     if ws-feed-count > zero
014506         or ws-fdr-count > zero
014506         perform print-feeder-report
014506     end-if
014510     .

014600 APPLY-FEEDER-PATTERN.
014600******************************************************************
014600*    A STUDENT JUST PROMOTED BY RULE OUT OF THEIR BUILDING'S     *
014600*    TERMINAL GRADE MOVES TO THE FEEDER PATTERN'S RECEIVING      *
014600*    BUILDING - THE SECTION IS CLEARED FOR THE NEW BUILDING TO   *
014600*    ASSIGN - AND THE MOVE IS AUDITED AS AN 'XFER'. A CASE THE   *
014600*    FEEDER CANNOT DECIDE STAYS IN THE CURRENT BUILDING AND IS   *
014600*    LISTED FOR A PERSON TO SETTLE WITH AN ORDINARY XFER CARD.   *
014600******************************************************************
014600     if ws-feed-count > zero
014600         and tmp-grade(i) not = ws-prom-from-grade
014600         move ws-prom-from-school to ws-feed-from
014600         move ws-prom-from-grade  to ws-feed-grade
014600         move tmp-address(i)      to ws-parse-address
014600         perform find-feeder-building
014600         evaluate ws-feed-verdict
014600             when 'F'
014600                 move ws-feed-to to tmp-school-code(i)
014600                 move spaces to tmp-section(i)
014600                 move 'A' to ws-fdr-kind-in
014600                 move 'FEEDR' to ws-fdr-result-in
014600                 move 'FEEDER PATTERN' to ws-fdr-note-in
014600                 perform note-feeder-outcome
014600             when 'O'
014600             when 'Z'
014600             when 'N'
014600                 move ws-feed-default-to to ws-feed-to
014600                 move 'E' to ws-fdr-kind-in
014600                 perform set-feeder-decision-note
014600                 perform note-feeder-outcome
014600             when other
014600                 continue
014600         end-evaluate
014600     end-if
014600     .
014600
014600 SET-FEEDER-DECISION-NOTE.
014600     evaluate ws-feed-verdict
014600         when 'O'
014600             move 'CHOICE SEAT/OUT OF ZONE' to ws-fdr-note-in
014600         when 'Z'
014600             move 'ADDRESS HAS NO ZONE' to ws-fdr-note-in
014600         when other
014600             move 'ZONE NOT IN FEEDMAST' to ws-fdr-note-in
014600     end-evaluate
014600     .
014600
014600 NOTE-FEEDER-OUTCOME.
014600******************************************************************
014600*    ONE FEEDRPT ROW FOR THE STUDENT AT I, UNDER RECEIVING       *
014600*    BUILDING WS-FEED-TO. AN ARRIVAL ('A') IS ALSO AUDITED -     *
014600*    ACTION 'XFER', RESULT 'FEEDR' FOR A FEEDER MOVE OR 'NXTYR'  *
014600*    FOR A STAGED ONE, GRADE THE NEW GRADE.                      *
014600******************************************************************
014600     if ws-fdr-kind-in = 'A'
014600         add 1 to ws-fdr-moves
014600         move tmp-id(i)          to ws-student-id
014600         move tmp-last-name(i)   to ws-student-last-name
014600         move tmp-first-name(i)  to ws-student-first-name
014600         move tmp-grade(i)       to ws-studentgrade
014600         move ws-fdr-result-in   to ws-result
014600         move 'XFER' to ws-audit-action
014600         perform write-audit-record
014600     else
014600         add 1 to ws-fdr-decisions
014600     end-if
014600     if ws-fdr-count < ws-fdr-max
014600         add 1 to ws-fdr-count
014600         move ws-feed-to      to fdr-to-school(ws-fdr-count)
014600         move ws-fdr-kind-in  to fdr-kind(ws-fdr-count)
014600         move tmp-last-name(i)  to fdr-last-name(ws-fdr-count)
014600         move tmp-first-name(i) to fdr-first-name(ws-fdr-count)
014600         move tmp-id(i)       to fdr-id(ws-fdr-count)
014600         move ws-prom-from-school
014600             to fdr-from-school(ws-fdr-count)
014600         move ws-prom-from-grade
014600             to fdr-from-grade(ws-fdr-count)
014600         move tmp-grade(i)    to fdr-grade(ws-fdr-count)
014600         move ws-feed-zone-key to fdr-zone(ws-fdr-count)
014600         move ws-fdr-note-in  to fdr-note(ws-fdr-count)
014600     else
014600         add 1 to ws-fdr-unlisted
014600     end-if
014600     .
014600
014600 PRINT-FEEDER-REPORT.
014600******************************************************************
014600*    FEEDRPT - THE YEAR-END BUILDING MOVES GROUPED BY RECEIVING  *
014600*    BUILDING: FIRST THE STUDENTS ARRIVING, THEN THE FEEDER      *
014600*    CASES NEEDING A DECISION, WHO ARE STILL ON THEIR OLD        *
014600*    BUILDING'S ROSTER. A DECISION WITH NO KNOWN RECEIVING       *
014600*    BUILDING (A SPLIT FEEDER) IS LISTED AS NOT DETERMINED.      *
014600******************************************************************
014600     open output feeder-rpt
014600     if ws-feedrpt-status not = '00'
014600         display 'COULD NOT OPEN FEEDRPT - STATUS '
014600             ws-feedrpt-status
014600         move 1 to return-code
014600     else
014600         write feeder-rpt-line from bus-date-heading
014600         write feeder-rpt-line from fdrr-heading
014600         if ws-fdr-count > zero
014600             sort fdr-row ascending key fdr-to-school fdr-kind
014600                 fdr-last-name fdr-first-name
014600         end-if
014600         move high-values to ws-fdr-brk-school
014600         perform varying ws-fdr-row from 1 by 1
014600                 until ws-fdr-row > ws-fdr-count
014600             if fdr-to-school(ws-fdr-row) not = ws-fdr-brk-school
014600                 move spaces to feeder-rpt-line
014600                 write feeder-rpt-line
014600                 move fdr-to-school(ws-fdr-row)
014600                     to ws-fdr-brk-school
014600                 move high-values to ws-fdr-brk-kind
014600                 if ws-fdr-brk-school = spaces
014600                     move 'NOT DETERMINED' to fdrr-b-school
014600                 else
014600                     move ws-fdr-brk-school to fdrr-b-school
014600                 end-if
014600                 write feeder-rpt-line from fdrr-building-line
014600             end-if
014600             if fdr-kind(ws-fdr-row) not = ws-fdr-brk-kind
014600                 move fdr-kind(ws-fdr-row) to ws-fdr-brk-kind
014600                 if ws-fdr-brk-kind = 'A'
014600                     move 'ARRIVING' to fdrr-k-text
014600                 else
014600                     move 'NEEDS A DECISION - NOT MOVED'
014600                         to fdrr-k-text
014600                 end-if
014600                 write feeder-rpt-line from fdrr-kind-line
014600             end-if
014600             move fdr-id(ws-fdr-row) to fdrr-d-id
014600             move spaces to fdrr-d-name
014600             string fdr-last-name(ws-fdr-row)  delimited by '  '
014600                    ', '                       delimited by size
014600                    fdr-first-name(ws-fdr-row) delimited by '  '
014600                 into fdrr-d-name
014600             end-string
014600             move fdr-from-school(ws-fdr-row)
014600                 to fdrr-d-from-school
014600             move fdr-from-grade(ws-fdr-row)  to fdrr-d-from-grade
014600             move fdr-grade(ws-fdr-row)       to fdrr-d-grade
014600             move fdr-zone(ws-fdr-row)        to fdrr-d-zone
014600             move fdr-note(ws-fdr-row)        to fdrr-d-note
014600             write feeder-rpt-line from fdrr-detail-line
014600         end-perform
014600         move spaces to feeder-rpt-line
014600         write feeder-rpt-line
014600         move 'STUDENTS MOVED TO A NEW BUILDING' to fdrr-t-label
014600         move ws-fdr-moves to fdrr-t-value
014600         write feeder-rpt-line from fdrr-total-line
014600         move 'FEEDER CASES NEEDING A DECISION' to fdrr-t-label
014600         move ws-fdr-decisions to fdrr-t-value
014600         write feeder-rpt-line from fdrr-total-line
014600         if ws-fdr-unlisted > zero
014600             move 'NOT LISTED - REPORT TABLE FULL' to fdrr-t-label
014600             move ws-fdr-unlisted to fdrr-t-value
014600             write feeder-rpt-line from fdrr-total-line
014600             move 4 to return-code
014600         end-if
014600         close feeder-rpt
014600         if ws-fdr-decisions > zero
014600             display 'FEEDRPT - FEEDER CASES NEED A DECISION: '
014600                 ws-fdr-decisions
014600         end-if
014600     end-if
014600     .
014600 FIND-FEEDER-BUILDING.
014600******************************************************************
014600*    THE FEEDER PATTERN FOR ONE STUDENT FINISHING WS-FEED-GRADE  *
014600*    AT WS-FEED-FROM, LIVING AT WS-PARSE-ADDRESS.                *
014600*    WS-FEED-VERDICT COMES BACK SPACE WHEN THE GRADE IS NOT THE  *
014600*    BUILDING'S TERMINAL GRADE, 'F' WITH WS-FEED-TO SET WHEN THE *
014600*    STUDENT MOVES ON, OR ONE OF THE CASES A PERSON MUST DECIDE: *
014600*      'O' - THE ADDRESS IS ZONED FOR ANOTHER BUILDING'S PATH -  *
014600*            A CHOICE SEAT OR AN OUT-OF-ZONE ASSIGNMENT, WHICH   *
014600*            THE ROSTER DOES NOT TELL APART;                     *
014600*      'Z' - A SPLIT FEEDER AND THE ADDRESS HAS NO ZONE;         *
014600*      'N' - A SPLIT FEEDER WITH NO RECORD FOR THE ZONE.         *
014600*    A ZONE IS ON THE STUDENT'S PATH WHEN THE BUILDING IS THE    *
014600*    ZONE'S OWN STREETD BUILDING OR ONE IT FEEDS, HOP BY HOP.    *
014600******************************************************************
014600     move space  to ws-feed-verdict
014600     move spaces to ws-feed-to
014600     move spaces to ws-feed-default-to
014600     move zero   to ws-feed-rows
014600     move 'N'    to ws-feed-split
014600     perform varying ws-feed-row from 1 by 1
014600             until ws-feed-row > ws-feed-count
014600         if ws-feed-from-school(ws-feed-row) = ws-feed-from
014600             and ws-feed-from-grade(ws-feed-row) = ws-feed-grade
014600             add 1 to ws-feed-rows
014600             if ws-feed-zone(ws-feed-row) = spaces
014600                 move ws-feed-to-school(ws-feed-row)
014600                     to ws-feed-default-to
014600             else
014600                 move 'Y' to ws-feed-split
014600             end-if
014600         end-if
014600     end-perform
014600     if ws-feed-rows > zero
014600         move zero to ws-str-row
014600         if ws-street-count > zero
014600             and ws-parse-address not = spaces
014600             perform parse-street-address
014600             perform find-street-row
014600         end-if
014600         move spaces to ws-feed-zone-key
014600         move 'Y' to ws-feed-in-zone
014600         if ws-str-row not = zero
014600             move ws-str-zone(ws-str-row) to ws-feed-zone-key
014600             perform check-zone-path
014600         end-if
014600         evaluate true
014600             when ws-feed-in-zone = 'N'
014600                 move 'O' to ws-feed-verdict
014600             when ws-str-row = zero
014600                 and ws-feed-split = 'Y'
014600                 move 'Z' to ws-feed-verdict
014600             when other
014600                 move ws-feed-default-to to ws-feed-to
014600                 perform varying ws-feed-row from 1 by 1
014600                         until ws-feed-row > ws-feed-count
014600                     if ws-feed-from-school(ws-feed-row)
014600                             = ws-feed-from
014600                         and ws-feed-from-grade(ws-feed-row)
014600                             = ws-feed-grade
014600                         and ws-feed-zone(ws-feed-row)
014600                             not = spaces
014600                         and ws-feed-zone(ws-feed-row)
014600                             = ws-feed-zone-key
014600                         move ws-feed-to-school(ws-feed-row)
014600                             to ws-feed-to
014600                     end-if
014600                 end-perform
014600                 if ws-feed-to = spaces
014600                     move 'N' to ws-feed-verdict
014600                 else
014600                     move 'F' to ws-feed-verdict
014600                 end-if
014600         end-evaluate
014600     end-if
014600     .
014600
014600 CHECK-ZONE-PATH.
014600******************************************************************
014600*    WALKS FROM THE ZONE'S STREETD BUILDING THROUGH THE FEEDER   *
014600*    TABLE (THE ZONE'S OWN RECORD FIRST, ELSE THE BLANK-ZONE     *
014600*    ONE) LOOKING FOR WS-FEED-FROM. FIVE HOPS IS MORE THAN ANY   *
014600*    K-12 PATH NEEDS AND STOPS A LOOP KEYED INTO FEEDMAST.       *
014600******************************************************************
014600     move 'N' to ws-feed-in-zone
014600     move ws-str-school(ws-str-row) to ws-feed-path-school
014600     perform varying ws-feed-hop from 1 by 1
014600             until ws-feed-hop > 5
014600                or ws-feed-in-zone = 'Y'
014600                or ws-feed-path-school = spaces
014600         if ws-feed-path-school = ws-feed-from
014600             move 'Y' to ws-feed-in-zone
014600         else
014600             move spaces to ws-feed-path-next
014600             perform varying ws-feed-row from 1 by 1
014600                     until ws-feed-row > ws-feed-count
014600                 if ws-feed-from-school(ws-feed-row)
014600                         = ws-feed-path-school
014600                     if ws-feed-zone(ws-feed-row)
014600                             = ws-feed-zone-key
014600                         move ws-feed-to-school(ws-feed-row)
014600                             to ws-feed-path-next
014600                     else
014600                         if ws-feed-zone(ws-feed-row) = spaces
014600                             and ws-feed-path-next = spaces
014600                             move ws-feed-to-school(ws-feed-row)
014600                                 to ws-feed-path-next
014600                         end-if
014600                     end-if
014600                 end-if
014600             end-perform
014600             move ws-feed-path-next to ws-feed-path-school
014600         end-if
014600     end-perform
014600     .
014600
014600 LOAD-FEEDER-PATTERNS.
014600     move zero to ws-feed-count
014600     open input feeder-pattern-file
014600     if ws-feedmast-status = '00'
014600         perform until ws-feedmast-status not = '00'
014600             read feeder-pattern-file
014600             if ws-feedmast-status = '00'
014600                 and ws-feed-count < ws-feed-max
014600                 add 1 to ws-feed-count
014600                 move fp-from-school
014600                     to ws-feed-from-school(ws-feed-count)
014600                 move fp-from-grade
014600                     to ws-feed-from-grade(ws-feed-count)
014600                 move fp-zone
014600                     to ws-feed-zone(ws-feed-count)
014600                 move fp-to-school
014600                     to ws-feed-to-school(ws-feed-count)
014600             end-if
014600         end-perform
014600         close feeder-pattern-file
014600     end-if
014600     .
014600 START-NEXT-YEAR-RECON.
014600     open output next-year-recon-rpt
014600     write next-year-recon-line from bus-date-heading
014600     write next-year-recon-line from nxrc-heading
014600     write next-year-recon-line from nxrc-columns
014600     move ws-student-count to ws-nxp-before
014600     move zero to ws-nxp-placed
014600     move zero to ws-nxp-aged
014600     move zero to ws-nxp-graduated
014600     move zero to ws-nxp-withdrawn
014600     move zero to ws-nxp-unused
014600     move zero to ws-nxp-audited
014600     .
014600
014600 FIND-NEXT-YEAR-PLACEMENT.
014600     move zero to ws-nxp-row
014600     if ws-nxt-staged = 'Y'
014600         and ws-nxp-count > zero
014600         search all nxp-row
014600             at end
014600                 continue
014600             when nxp-id(nxp-idx) = tmp-id(i)
014600                 set ws-nxp-row to nxp-idx
014600         end-search
014600     end-if
014600     .
014600
014600 PLACE-FROM-NEXT-YEAR-ROSTER.
014600******************************************************************
014600*    THE STAGED ROW WINS OVER THE PROMOTION RULES - A RETENTION, *
014600*    A SKIP, A HOLD ALREADY HONORED BY GSNXTYR OR A GRADE-12     *
014600*    STUDENT KEPT ANOTHER YEAR ARRIVE HERE AS THE STAGED GRADE.  *
014600*    THE HOLD IS SPENT EITHER WAY.                               *
014600******************************************************************
014600     move nxp-grade(ws-nxp-row)       to tmp-grade(i)
014600     move nxp-school-code(ws-nxp-row) to tmp-school-code(i)
014600     move nxp-section(ws-nxp-row)     to tmp-section(i)
014600     move nxp-bus-route(ws-nxp-row)   to tmp-bus-route(i)
014600     move 'N' to tmp-promo-hold(i)
014600     move 'Y' to nxp-used(ws-nxp-row)
014600     move ws-prom-from-grade to nxp-from-grade(ws-nxp-row)
014600     move ws-prom-from-last  to nxp-last-name(ws-nxp-row)
014600     move ws-prom-from-first to nxp-first-name(ws-nxp-row)
014600     move 'P' to ws-nxp-disp
014600     move nxp-feeder-note(ws-nxp-row) to ws-feed-verdict
014600     move spaces to ws-feed-zone-key
014600     evaluate true
014600         when tmp-school-code(i) not = ws-prom-from-school
014600             move tmp-school-code(i) to ws-feed-to
014600             move 'A' to ws-fdr-kind-in
014600             move 'NXTYR' to ws-fdr-result-in
014600             if ws-feed-verdict = 'F'
014600                 move 'FEEDER PATTERN' to ws-fdr-note-in
014600             else
014600                 move 'STAGED PLACEMENT' to ws-fdr-note-in
014600             end-if
014600             perform note-feeder-outcome
014600         when ws-feed-verdict = 'O' or 'Z' or 'N'
014600             move spaces to ws-feed-to
014600             move 'E' to ws-fdr-kind-in
014600             perform set-feeder-decision-note
014600             perform note-feeder-outcome
014600         when other
014600             continue
014600     end-evaluate
014600     .
014600
014600 NOTE-NEXT-YEAR-OUTCOME.
014600******************************************************************
014600*    ONE NXTRECON LINE PER STUDENT ON THE ROSTER AT ROLLOVER -   *
014600*    PLACED FROM THE STAGED ROSTER, GRADUATED, OR (FLAGGED '*')  *
014600*    PROMOTED BY RULE BECAUSE NO RETURNING ROW WAS STAGED.       *
014600*    WITHDRAWN ROWS ARE COUNTED ONLY.                            *
014600******************************************************************
014600     if tmp-withdraw-date(i) not = zero
014600         add 1 to ws-nxp-withdrawn
014600     else
014600         move space to nxrc-d-flag
014600         move ws-prom-from-id to nxrc-d-id
014600         move spaces to nxrc-d-name
014600         string ws-prom-from-last  delimited by '  '
014600                ', '               delimited by size
014600                ws-prom-from-first delimited by '  '
014600             into nxrc-d-name
014600         end-string
014600         move ws-prom-from-grade  to nxrc-d-from-grade
014600         move ws-prom-from-school to nxrc-d-from-school
014600         move tmp-grade(i)       to nxrc-d-grade
014600         move tmp-school-code(i) to nxrc-d-school
014600         move tmp-section(i)     to nxrc-d-section
014600         move tmp-bus-route(i)   to nxrc-d-route
014600         evaluate true
014600             when ws-nxp-disp = 'P'
014600                 add 1 to ws-nxp-placed
014600                 if tmp-grade(i) = ws-prom-from-grade
014600                     move 'PLACED, SAME GRADE' to nxrc-d-note
014600                 else
014600                     move 'PLACED' to nxrc-d-note
014600                 end-if
014600             when tmp-id(i) = zero
014600                 add 1 to ws-nxp-graduated
014600                 move spaces to nxrc-d-grade
014600                 move spaces to nxrc-d-school
014600                 move spaces to nxrc-d-section
014600                 move spaces to nxrc-d-route
014600                 move 'GRADUATED' to nxrc-d-note
014600             when other
014600                 add 1 to ws-nxp-aged
014600                 move '*' to nxrc-d-flag
014600                 move 'NOT STAGED - RULE' to nxrc-d-note
014600         end-evaluate
014600         write next-year-recon-line from nxrc-detail-line
014600     end-if
014600     .
014600
014600 FINISH-NEXT-YEAR-ROLLOVER.
014600******************************************************************
014600*    CLOSES OUT THE ROLLOVER. A PLACEMENT WHOSE GRADE IS NOT THE *
014600*    PLAIN ONE-GRADE BUMP IS AUDITED ('NXTP'/'PLACE', AFTER THE  *
014600*    'PROM' RECORD) SO RECOVERY'S PROMOTION REPLAY ENDS ON THE   *
014600*    SAME GRADE. A STAGED ROW NO STUDENT CLAIMED IS LISTED - THE *
014600*    STUDENT WITHDREW OR WAS MERGED AFTER GSNXTYR LAST RAN. THE  *
014600*    ROW COUNTS MUST BALANCE: ROWS BEFORE LESS GRADUATES EQUALS  *
014600*    ROWS AFTER. NXTROSTR IS THEN EMPTIED SO NO PLACEMENT CAN BE *
014600*    APPLIED TWICE; THE ROUNDUP ROWS LIVE ON IN PENDENRL.        *
014600******************************************************************
014600     perform varying ws-nxp-row from 1 by 1
014600             until ws-nxp-row > ws-nxp-count
014600         if nxp-used(ws-nxp-row) = 'Y'
014600             perform audit-next-year-placement
014600         else
014600             add 1 to ws-nxp-unused
014600             move '*' to nxrc-d-flag
014600             move nxp-id(ws-nxp-row) to nxrc-d-id
014600             move spaces to nxrc-d-name
014600             string nxp-last-name(ws-nxp-row)  delimited by '  '
014600                    ', '                       delimited by size
014600                    nxp-first-name(ws-nxp-row) delimited by '  '
014600                 into nxrc-d-name
014600             end-string
014600             move spaces to nxrc-d-from-grade
014600             move spaces to nxrc-d-from-school
014600             move nxp-grade(ws-nxp-row)       to nxrc-d-grade
014600             move nxp-school-code(ws-nxp-row) to nxrc-d-school
014600             move nxp-section(ws-nxp-row)     to nxrc-d-section
014600             move nxp-bus-route(ws-nxp-row)   to nxrc-d-route
014600             move 'NOT ON ROSTER' to nxrc-d-note
014600             write next-year-recon-line from nxrc-detail-line
014600         end-if
014600     end-perform
014600     move spaces to next-year-recon-line
014600     write next-year-recon-line
014600     move 'ROSTER ROWS BEFORE THE ROLLOVER' to nxrc-t-label
014600     move ws-nxp-before to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move '  WITHDRAWN, NOT PROMOTED' to nxrc-t-label
014600     move ws-nxp-withdrawn to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move '  PLACED FROM THE STAGED ROSTER' to nxrc-t-label
014600     move ws-nxp-placed to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move '  NOT STAGED - PROMOTED BY RULE (*)' to nxrc-t-label
014600     move ws-nxp-aged to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move '  GRADUATED' to nxrc-t-label
014600     move ws-nxp-graduated to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move 'ROSTER ROWS AFTER THE ROLLOVER' to nxrc-t-label
014600     move ws-student-count to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     if ws-nxp-before - ws-nxp-graduated not = ws-student-count
014600         move '** ROWS DO NOT BALANCE - CHECK BEFORE GSNIGHT'
014600             to next-year-recon-line
014600         write next-year-recon-line
014600         display 'NXTRECON - ROLLOVER ROW COUNTS DO NOT BALANCE'
014600         move 4 to return-code
014600     end-if
014600     move 'STAGED ROWS NOT ON THE ROSTER (*)' to nxrc-t-label
014600     move ws-nxp-unused to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move 'PLACEMENTS AUDITED AS NXTP' to nxrc-t-label
014600     move ws-nxp-audited to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     move 'ROUNDUP REGISTRATIONS LEFT ON PENDENRL' to nxrc-t-label
014600     move ws-nxp-roundup to nxrc-t-value
014600     write next-year-recon-line from nxrc-total-line
014600     close next-year-recon-rpt
014600     open output next-year-roster-file
014600     close next-year-roster-file
014600     move 'N' to ws-nxt-staged
014600     move zero to ws-nxp-count
014600     .
014600
014600 AUDIT-NEXT-YEAR-PLACEMENT.
014600     move nxp-from-grade(ws-nxp-row) to ws-nxp-rule-grade
014600     evaluate ws-nxp-rule-grade
014600         when 'UG'
014600             continue
014600         when 'KG'
014600             move '01' to ws-nxp-rule-grade
014600         when '12'
014600             continue
014600         when other
014600             add 1 to ws-nxp-rule-num
014600     end-evaluate
014600     if nxp-grade(ws-nxp-row) not = ws-nxp-rule-grade
014600         move nxp-id(ws-nxp-row)         to ws-student-id
014600         move nxp-last-name(ws-nxp-row)  to ws-student-last-name
014600         move nxp-first-name(ws-nxp-row) to ws-student-first-name
014600         move nxp-grade(ws-nxp-row)      to ws-studentgrade
014600         move 'PLACE' to ws-result
014600         move 'NXTP' to ws-audit-action
014600         perform write-audit-record
014600         add 1 to ws-nxp-audited
014600     end-if
014600     .
014600 PRINT-CLASS-ROSTER.
014610******************************************************************
014620*    PRINTS THE CLASS ROSTER CURRENTLY SITTING IN STUDENTROSTER  *
014655     perform discover-result-buildings
014656     perform load-condition-table
014660     open output class-roster-rpt
014662     write class-roster-line from bus-date-heading
014665     perform varying ws-burst-idx from 1 by 1
014666             until ws-burst-idx > ws-rollup-buildings
014667         move ws-rollup-code(ws-burst-idx) to ws-burst-school
015040******************************************************************
015045     perform discover-rollup-buildings
015190     open output grade-dist-rpt
015191     write grade-dist-line from bus-date-heading
015191     perform varying ws-burst-idx from 1 by 1
015192             until ws-burst-idx > ws-rollup-buildings
015193         move ws-rollup-code(ws-burst-idx) to ws-burst-school
015390******************************************************************
015400     open output duplicate-rpt
015401     if ws-duperpt-status = '00'
015405         write duplicate-rpt-line from bus-date-heading
015410         write duplicate-rpt-line from dupe-heading
015420         write duplicate-rpt-line from dupe-column-heading
015430         perform varying i from 1 by 1 until i > ws-student-count
015831******************************************************************
015832*    FILLS DOE-D-PROGRAMS WITH THE ACTIVE (OPEN-SPELL) PROGRAM   *
015833*    CODES FOR TEMPROSTER ROW I, UP TO FOUR TWO-BYTE CODES       *
015833*    PACKED LEFT TO RIGHT. EACH CODE GOES OUT AS ITS STATE       *
015833*    CROSSWALK VALUE FROM THE PGMCODE CODE TABLE, OR AS THE      *
015833*    DISTRICT CODE ITSELF WHERE NO STATE VALUE IS ON FILE.       *
015835******************************************************************
015836     move spaces to doe-d-programs
015837     move zero to k
015841             and k < 4
015842             add 1 to k
015843             compute ws-pgm-row = (k * 2) - 1
015843             move 'PGMCODE'        to ws-code-table-name
015843             move ws-pgm-code(j)   to ws-code-value
015843             move ws-business-date to ws-code-as-of
015843             perform look-up-code
015843             if ws-code-state = spaces
015843                 move ws-pgm-code(j)
015843                     to doe-d-programs(ws-pgm-row:2)
015843             else
015843                 move ws-code-state(1:2)
015843                     to doe-d-programs(ws-pgm-row:2)
015843             end-if
015846         end-if
015847     end-perform
015848     .
016100*    TMP-BUS-ROUTE MEANS THE STUDENT WALKS OR IS DRIVEN AND IS   *
016110*    LEFT OFF THE EXPORT. RUN ON WHATEVER SCHEDULE THE           *
016120*    TRANSPORTATION DEPARTMENT REQUIRES - NOT PART OF THE        *
016130*    NIGHTLY MAINLINE. A MCKINNEY-VENTO OR FOSTER-CARE STUDENT   *
016130*    WHOSE SCHOOL OF ORIGIN IS OUTSIDE THEIR STREET ZONE IS      *
016130*    WRITTEN WITH BUS-D-MV-TRANSPORT 'Y', ROUTE OR NOT - THE     *
016130*    DISTRICT OWES THEM THE RIDE AND ROUTING STARTS FROM HERE.   *
016140******************************************************************
016150     open output bus-route-rpt
016151     if ws-busrte-status = '00'
016155         move zero to ws-withheld-count
016155         perform load-mckv-spells
016160         perform varying i from 1 by 1 until i > ws-student-count
016160             move 'N' to ws-mv-flag
016160             if tmp-last-name(i) not = space
016160                 and tmp-withdraw-date(i) = zero
016160                 perform check-origin-transport
016160             end-if
016165             if tmp-last-name(i) not = space
016165                 and tmp-withdraw-date(i) = zero
016166                 and (tmp-bus-route(i) not = space
016166                      or ws-mv-flag = 'Y')
016167                 and tmp-directory-optout(i) = 'Y'
016168                 add 1 to ws-withheld-count
016169             end-if
016170             if tmp-last-name(i) not = space
016170                 and tmp-withdraw-date(i) = zero
016175                 and tmp-directory-optout(i) not = 'Y'
016180                 and (tmp-bus-route(i) not = space
016180                      or ws-mv-flag = 'Y')
016190                 move tmp-id(i)        to bus-d-student-id
016200                 move tmp-last-name(i) to bus-d-last-name
016210                 move tmp-first-name(i) to bus-d-first-name
016260                 move tmp-zip(i)       to bus-d-zip
016270                 move tmp-bus-route(i) to bus-d-route
016271                 move tmp-household-id(i) to bus-d-household
016272                 move ws-mv-flag       to bus-d-mv-transport
016272                 if ws-mv-flag = 'Y'
016272                     move ws-mv-origin-school
016272                         to bus-d-origin-school
016272                     add 1 to ws-mv-flagged-count
016272                 else
016272                     move spaces to bus-d-origin-school
016272                 end-if
016280                 write bus-route-line from bus-route-detail-line
016290             end-if
016300         end-perform
016310             display 'BUS EXPORT WITHHELD (DIRECTORY OPT-OUT): '
016310                 ws-withheld-count
016310         end-if
016310         if ws-mv-flagged-count not = zero
016310             display 'BUS EXPORT SCHOOL-OF-ORIGIN TRANSPORT: '
016310                 ws-mv-flagged-count
016310         end-if
016311     else
016312         display 'COULD NOT OPEN BUSRTE - STATUS '
016313             ws-busrte-status
016314         move 1 to return-code
016315     end-if
016320     .
016320
016320 LOAD-MCKV-SPELLS.
016320******************************************************************
016320*    THE LIAISON'S HOUSING FILE, KEEPING EACH STUDENT'S SPELL    *
016320*    IN FORCE ON THE BUSINESS DATE. GSMCKV EDITS AND LISTS THE   *
016320*    FILE; A SPELL WITH A NON-NUMERIC ID OR DATE IS PASSED OVER  *
016320*    HERE. NO HOUSING FILE MEANS NO STUDENT IS FLAGGED.          *
016320******************************************************************
016320     move zero to ws-mv-count
016320     open input housing-status-file
016320     if ws-housing-status = '00'
016320         perform until ws-housing-status not = '00'
016320             read housing-status-file next record
016320             if ws-housing-status = '00'
016320                 and hs-student-id is numeric
016320                 and hs-effective-date is numeric
016320                 and hs-end-date is numeric
016320                 perform keep-mckv-spell
016320             end-if
016320         end-perform
016320         close housing-status-file
016320     end-if
016320     if ws-mv-full = 'Y'
016320         display 'HOUSING - SPELL TABLE FULL AT ' ws-mv-max
016320     end-if
016320     .
016320
016320 KEEP-MCKV-SPELL.
016320     if hs-end-date = zero
016320         move 99999999 to ws-mv-spell-end
016320     else
016320         move hs-end-date to ws-mv-spell-end
016320     end-if
016320     if hs-effective-date not > ws-business-date
016320         and ws-mv-spell-end not < ws-business-date
016320         move zero to ws-mv-row
016320         perform varying j from 1 by 1 until j > ws-mv-count
016320             if ws-mv-student(j) = hs-student-id
016320                 move j to ws-mv-row
016320             end-if
016320         end-perform
016320         if ws-mv-row = zero
016320             if ws-mv-count < ws-mv-max
016320                 add 1 to ws-mv-count
016320                 move ws-mv-count to ws-mv-row
016320                 move hs-student-id to ws-mv-student(ws-mv-row)
016320                 move zero to ws-mv-effective(ws-mv-row)
016320             else
016320                 move 'Y' to ws-mv-full
016320             end-if
016320         end-if
016320         if ws-mv-row not = zero
016320             and hs-effective-date
016320                 not < ws-mv-effective(ws-mv-row)
016320             move hs-effective-date to ws-mv-effective(ws-mv-row)
016320             move hs-determination  to ws-mv-determ(ws-mv-row)
016320             move hs-residence-type to ws-mv-type(ws-mv-row)
016320             move hs-foster-care    to ws-mv-foster(ws-mv-row)
016320             move hs-origin-school  to ws-mv-origin(ws-mv-row)
016320         end-if
016320     end-if
016320     .
016320
016320 CHECK-ORIGIN-TRANSPORT.
016320******************************************************************
016320*    WS-MV-FLAG 'Y' WHEN TEMPROSTER ROW I IS ELIGIBLE (CURRENT   *
016320*    SPELL DETERMINED 'E', HOMELESS OR FOSTER CARE), NAMES A     *
016320*    SCHOOL OF ORIGIN, AND THAT SCHOOL IS NOT THE STREETD ZONE   *
016320*    SCHOOL FOR THEIR ADDRESS. AN ADDRESS THE DICTIONARY DOES    *
016320*    NOT KNOW - A SHELTER, A MOTEL, NONE AT ALL - IS FLAGGED.    *
016320******************************************************************
016320     move 'N' to ws-mv-flag
016320     move spaces to ws-mv-origin-school
016320     move zero to ws-mv-row
016320     perform varying j from 1 by 1 until j > ws-mv-count
016320         if ws-mv-student(j) = tmp-id(i)
016320             move j to ws-mv-row
016320         end-if
016320     end-perform
016320     if ws-mv-row not = zero
016320         and ws-mv-determ(ws-mv-row) = 'E'
016320         and (ws-mv-type(ws-mv-row) not = 'P'
016320              or ws-mv-foster(ws-mv-row) = 'Y')
016320         and ws-mv-origin(ws-mv-row) not = spaces
016320         move zero to ws-str-row
016320         if ws-street-count not = zero
016320             and tmp-address(i) not = spaces
016320             move tmp-address(i) to ws-parse-address
016320             perform parse-street-address
016320             perform find-street-row
016320         end-if
016320         if ws-str-row = zero
016320             or ws-str-school(ws-str-row)
016320                 not = ws-mv-origin(ws-mv-row)
016320             move 'Y' to ws-mv-flag
016320             move ws-mv-origin(ws-mv-row) to ws-mv-origin-school
016320         end-if
016320     end-if
016320     .
016320
016330 ARCHIVE-ROSTER.
016340******************************************************************
016350*    SNAPSHOTS EVERY STUDENT CURRENTLY ON TEMPROSTER TO THE      *
016380*    SCHOOL YEAR'S CLOSE. RUN ONCE A YEAR, BEFORE PROMOTE-ROSTER *
016390*    AGES THE ROSTER FORWARD - NOT PART OF THE NIGHTLY MAINLINE. *
016400******************************************************************
016410     move ws-business-date to ws-today-date
016420     move ws-today-year to ws-archive-year
016430     open output archive-file
016431     if ws-archive-status = '00'
016950     move zero to ws-district-total
017010     open output district-rollup-rpt
017011     if ws-distroll-status = '00'
017015         write district-rollup-line from bus-date-heading
017020         write district-rollup-line from dr-heading
017030         write district-rollup-line from dr-column-heading
017040         perform varying j from 1 by 1
017530******************************************************************
017540     open output iep-compliance-rpt
017541     if ws-ieprpt-status = '00'
017545         write iep-compliance-line from bus-date-heading
017550         perform varying i from 1 by 1 until i > ws-student-count
017560             if tmp-last-name(i) not = space
017565                 and tmp-withdraw-date(i) = zero
017960         alpha-last-name alpha-first-name
017970     open output alpha-roster-rpt
017971     if ws-alpharpt-status = '00'
017973         write alpha-roster-line from bus-date-heading
017975         move spaces to ws-burst-school
017976         move zero to ws-burst-total
017980         perform varying i from 1 by 1 until i > ws-alpha-count
018680******************************************************************
018690     open output orphan-grade-rpt
018691     if ws-orphgrpt-status = '00'
018695         write orphan-grade-line from bus-date-heading
018700         perform varying i from 1 by 1 until i > ws-student-count
018710             if tmp-last-name(i) not = space
018715                 and tmp-withdraw-date(i) = zero
018960******************************************************************
018970     open output daily-balance-rpt
018971     if ws-balrpt-status = '00'
018975         write daily-balance-line from bus-date-heading
018977         move spaces to daily-balance-line
018980         string 'BEGINNING COUNT: ' delimited by size
018990             ws-beginning-count     delimited by size
019000             into daily-balance-line
019550*    THE RESPONSIBLE TEACHER'S NAME INSTEAD OF A BARE GRADE      *
019560*    NUMBER - WHAT REPORT CARDS AND PARENT-CONFERENCE            *
019570*    SCHEDULES ACTUALLY NEED TO GO OUT BY. UNWIRED FROM MAINLINE *
019580*    LIKE THE OTHER AD HOC REPORTS - RUN ON DEMAND. A STUDENT    *
019580*    WITH AN ACTIVE 504 PLAN IS TAGGED '504' AND FOLLOWED BY     *
019580*    THE PLAN'S CLASSROOM ACCOMMODATIONS.                        *
019590******************************************************************
019600     perform load-teacher-table
019605     perform load-condition-table
019605     perform load-504-table
019610     open output teacher-roster-rpt
019611     if ws-tchrrpt-status = '00'
019615         write teacher-roster-line from bus-date-heading
019620         perform varying j from 1 by 1 until j > ws-teacher-count
019630             move wt-last-name(j)  to tr-h-last-name
019640             move wt-first-name(j) to tr-h-first-name
019755                     else
019756                         move spaces to tr-d-alert
019757                     end-if
019757                     perform check-student-504
019757                     if ws-p504-hit not = zero
019757                         move '504' to tr-d-504
019757                     else
019757                         move spaces to tr-d-504
019757                     end-if
019760                     write teacher-roster-line
019770                         from teacher-roster-detail-line
019770                     if ws-p504-hit not = zero
019770                         perform print-504-accommodations
019770                     end-if
019780                 end-if
019790             end-perform
019800         end-perform
019806     end-if
019820     .

019820 PRINT-504-ACCOMMODATIONS.
019820******************************************************************
019820*    THE CLASSROOM ACCOMMODATIONS OF THE PLAN AT WS-P504-HIT,    *
019820*    DESCRIBED FROM THE CLSACCOM CODE TABLE. A CODE SINCE TAKEN  *
019820*    OFF THE TABLE STILL PRINTS - THE PLAN STANDS UNTIL GS504    *
019820*    CHANGES IT.                                                 *
019820******************************************************************
019820     perform varying ws-p504-slot from 1 by 1
019820             until ws-p504-slot > 8
019820         if ws-p504-accom(ws-p504-hit ws-p504-slot) not = spaces
019820             move ws-p504-accom(ws-p504-hit ws-p504-slot)
019820                 to tr-a-code
019820             move 'CLSACCOM'       to ws-code-table-name
019820             move tr-a-code        to ws-code-value
019820             move ws-business-date to ws-code-as-of
019820             perform look-up-code
019820             move ws-code-desc     to tr-a-desc
019820             write teacher-roster-line
019820                 from teacher-roster-accom-line
019820         end-if
019820     end-perform
019820     .

019830 PRINT-CAPACITY-ALERT-RPT.
019840******************************************************************
019850*    REDOES THE SAME PER-GRADE HEADCOUNT TALLY AS                *
019915     perform discover-rollup-buildings
020060     open output capacity-alert-rpt
020061     if ws-caprpt-status = '00'
020062         write capacity-alert-line from bus-date-heading
020062         perform varying ws-burst-idx from 1 by 1
020063                 until ws-burst-idx > ws-rollup-buildings
020064             move ws-rollup-code(ws-burst-idx)
020268         write capacity-alert-line from ca-none-line
020269     end-if
020270     .
020300 START-RUN-CONTROL.
020400******************************************************************
020500*    FIRST THING THE JOB DOES. EVERY PREDECESSOR MUST SHOW A     *
020600*    CLEAN END ON THE RUN-CONTROL LEDGER FOR TONIGHT'S BUSINESS  *
020700*    DATE, OR THE JOB LOGS A 'B' EVENT AND STOPS WITH            *
020800*    WS-RUN-BLOCKED-RC. OTHERWISE IT LOGS ITS 'S' EVENT.         *
020900******************************************************************
020950     move spaces to run-control-event
021000     move ws-business-date to ws-run-bus-date
021100     move spaces to ws-run-blocker
021200     perform varying ws-run-px from 1 by 1
021300         until ws-run-px > ws-run-pred-count
021400            or ws-run-blocker not = spaces
021500         perform check-one-predecessor
021600     end-perform
021700     if ws-run-blocker not = spaces
021800         move 'B' to jr-event
021900         perform write-run-control-event
022000         display ws-run-job-name ' BLOCKED - ' ws-run-blocker
022100             ' HAS NOT COMPLETED FOR BUSINESS DATE '
022200             ws-run-bus-date
022300         move ws-run-blocked-rc to return-code
022400         stop run
022500     end-if
022600     move 'S' to jr-event
022700     perform write-run-control-event
022800     .
022900 CHECK-ONE-PREDECESSOR.
023000******************************************************************
023100*    THE LATEST LEDGER EVENT FOR THE PREDECESSOR AND DATE WINS - *
023200*    A FAILED RUN FOLLOWED BY A CLEAN RERUN IS COMPLETE, A CLEAN *
023300*    RUN FOLLOWED BY A RERUN STILL IN PROGRESS IS NOT.           *
023400******************************************************************
023500     move 'N' to ws-run-pred-state
023600     open input run-control-file
023700     if ws-runctl-status = '00'
023800         perform until ws-runctl-status not = '00'
023900             read run-control-file next record
024000                 into run-control-event
024100             if ws-runctl-status = '00'
024200                 and jr-business-date = ws-run-bus-date
024300                 and jr-job-name = ws-run-pred(ws-run-px)
024400                 move 'N' to ws-run-pred-state
024500                 if jr-event = 'E'
024600                     and jr-completion-code <= ws-run-max-rc
024700                     move 'Y' to ws-run-pred-state
024800                 end-if
024900             end-if
025000         end-perform
025100         close run-control-file
025200     end-if
025300     if ws-run-pred-state not = 'Y'
025400         move ws-run-pred(ws-run-px) to ws-run-blocker
025500     end-if
025600     .
025700 END-RUN-CONTROL.
025800******************************************************************
025900*    LAST THING THE JOB DOES - THE 'E' EVENT CARRYING THE        *
026000*    RETURN CODE THE JOB IS ENDING WITH.                         *
026100******************************************************************
026200     move 'E' to jr-event
026300     perform write-run-control-event
026400     .
026500 WRITE-RUN-CONTROL-EVENT.
026600     move ws-run-bus-date to jr-business-date
026700     move ws-run-job-name to jr-job-name
026800     accept jr-event-date from date yyyymmdd
026900     accept jr-event-time from time
027000     move return-code     to jr-completion-code
027100     move ws-run-blocker  to jr-blocked-by
027200     open extend run-control-file
027300     if ws-runctl-status not = '00'
027400         open output run-control-file
027500     end-if
027600     if ws-runctl-status not = '00'
027700         display 'COULD NOT OPEN RUNCTL - STATUS '
027800             ws-runctl-status
027900     else
028000         write run-control-record from run-control-event
028100         close run-control-file
028200     end-if
028300     .
028400 READ-BUSINESS-DATE.
028500******************************************************************
028600*    "TODAY" FOR EVERY DATE THIS RUN STAMPS OR COMPARES. NO      *
028700*    BUSINESS DATE MEANS NO RUN - FALLING BACK TO THE CLOCK IS   *
028800*    EXACTLY THE MISTAKE THE CONTROL RECORD IS THERE TO STOP.    *
028900******************************************************************
029000     open input business-date-file
029100     if ws-busdate-status not = '00'
029200         display 'COULD NOT OPEN BUSDATE - STATUS '
029300             ws-busdate-status
029400         move 16 to return-code
029500         stop run
029600     end-if
029700     read business-date-file next record
029800     if ws-busdate-status not = '00'
029900         display 'NO BUSINESS DATE ON BUSDATE - STATUS '
030000             ws-busdate-status
030100         move 16 to return-code
030200         stop run
030300     end-if
030400     close business-date-file
030500     move bd-business-date to ws-business-date
030600     if bd-override-date not = zero
030700         move bd-override-date to ws-business-date
030800         move 'Y' to ws-bus-date-override
030900         display 'RERUN OVERRIDE IN EFFECT - BUSINESS DATE '
031000             bd-override-date ' SET BY ' bd-override-operator
031100         display '    REASON: ' bd-override-reason
031200     end-if
031300     move ws-business-date to bdh-date
031400     if ws-bus-date-override = 'Y'
031500         move '  ** RERUN OVERRIDE - NOT CURRENT DAY **'
031600             to bdh-override
031700     end-if
031800     .
