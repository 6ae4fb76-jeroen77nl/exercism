000100******************************************************************
000200*    TLNKREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE TEACHER-OF-RECORD LINK FILE (TORLINK) *
000400*    GSTORV BUILDS EACH SPRING - ONE RECORD PER TEACHER, STUDENT *
000500*    AND CLASS FOR EACH STRETCH OF THE SCHOOL YEAR THE TEACHER   *
000600*    HAD THE STUDENT. THE CLASS KEY IS THE ONE CLSNREC USES: THE *
000700*    TEACHFIL HOMEROOM (TYPE 'H', GRADE AND SECTION) OR THE      *
000800*    STSCHED COURSE SECTION (TYPE 'S', COURSE AND SECTION        *
000900*    NUMBER). TL-LINK-NO IS THE NUMBER PRINTED ON THE TEACHER'S  *
001000*    ROSTER AND KEYED ON EVERY VERIFICATION TRANSACTION          *
001100*    (TVERREC).                                                  *
001200*      TL-START-DATE   THE FIRST AND LAST INSTRUCTIONAL DAYS OF  *
001300*      TL-END-DATE     THE LINK ON THE BUILDING'S CALENDAR.      *
001400*      TL-BLDG-FROM    THE STUDENT'S TIME IN THE BUILDING THIS   *
001500*      TL-BLDG-THRU    YEAR - THE LIMITS ON A DATE CORRECTION.   *
001600*      TL-DAYS         INSTRUCTIONAL DAYS IN THE LINK, OF THE    *
001700*      TL-YEAR-DAYS    BUILDING'S INSTRUCTIONAL DAYS IN THE YEAR,*
001800*      TL-PCT-TIME     THE PERCENT OF THE YEAR, TO A TENTH.      *
001900*      TL-MOVED        'Y' WHEN A SECTION MOVE ON THE AUDIT TRAIL*
002000*                      STARTED OR ENDED THE LINK.                *
002100******************************************************************
002200*    MOD-LOG
002300*    DATE       INIT  DESCRIPTION
002400*    2026-10-15  RVM  ORIGINAL LAYOUT.
002500******************************************************************
002600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002700*        01  TEACHER-LINK-RECORD.
002800*            COPY TLNKREC.
002900******************************************************************
003000     05  TL-LINK-NO                  PIC 9(06).
003100     05  TL-SCHOOL-YEAR              PIC 9(04).
003200     05  TL-TEACHER-ID               PIC 9(05).
003300     05  TL-STUDENT-ID               PIC 9(07).
003400     05  TL-LAST-NAME                PIC X(20).
003500     05  TL-FIRST-NAME               PIC X(12).
003600     05  TL-GRADE                    PIC X(02).
003700     05  TL-CLASS-KEY.
003800         10  TL-SCHOOL-CODE          PIC X(04).
003900         10  TL-CLASS-TYPE           PIC X(01).
004000             88  TL-IS-HOMEROOM      VALUE 'H'.
004100             88  TL-IS-SCHEDULED     VALUE 'S'.
004200         10  TL-CLASS-DETAIL         PIC X(08).
004300         10  TL-HOMEROOM-DETAIL REDEFINES TL-CLASS-DETAIL.
004400             15  TL-HR-GRADE         PIC X(02).
004500             15  TL-HR-SECTION       PIC X(01).
004600             15  FILLER              PIC X(05).
004700         10  TL-SCHEDULE-DETAIL REDEFINES TL-CLASS-DETAIL.
004800             15  TL-COURSE-CODE      PIC X(06).
004900             15  TL-SECTION-NO       PIC 9(02).
005000     05  TL-START-DATE               PIC 9(08).
005100     05  TL-END-DATE                 PIC 9(08).
005200     05  TL-BLDG-FROM                PIC 9(08).
005300     05  TL-BLDG-THRU                PIC 9(08).
005400     05  TL-DAYS                     PIC 9(03).
005500     05  TL-YEAR-DAYS                PIC 9(03).
005600     05  TL-PCT-TIME                 PIC 9(03)V9.
005700     05  TL-MOVED                    PIC X(01).
005800     05  TL-BUILT-DATE               PIC 9(08).
005900     05  FILLER                      PIC X(10).
