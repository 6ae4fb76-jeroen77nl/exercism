000100******************************************************************
000200*    BDGXREC.CPY                                                 *
000300*    DETAIL RECORD LAYOUT FOR THE STUDENT ID BADGE EXTRACT TO    *
000400*    THE BADGE VENDOR (BADGXTR), WRITTEN BY GSBADGE. THE FILE    *
000500*    OPENS WITH THE DISTRICT 'HDR' RECORD AND CLOSES WITH THE    *
000600*    'TRL' RECORD (COPY INBHREC - SENDER 'GRADESCH', FILE TYPE   *
000700*    'BADGES', THE BUSINESS DATE AS YYMMDD FOR THE SEQUENCE AND  *
000800*    AS THE AS-OF DATE). THE TRAILER'S RECORD COUNT IS THE       *
000900*    DETAIL RECORDS AND ITS HASH TOTAL THE SUM OF THE STUDENT    *
001000*    IDS.                                                        *
001100*      BX-RECORD-TYPE     - 'BDG' ON EVERY DETAIL RECORD.        *
001200*      BX-CHANGE-TYPE     - 'N' NEW STUDENT, 'C' A BADGE FIELD   *
001300*                           CHANGED, 'R' REPRINT (LOST, DAMAGED  *
001400*                           OR NEW PHOTO - A NEW ISSUE), 'F'     *
001500*                           UNCHANGED, SENT ON A FULL EXTRACT.   *
001600*      BX-BARCODE         - STUDENT ID, ISSUE NUMBER, MOD-10     *
001700*                           CHECK DIGIT (SEE BDGRREC).           *
001800*      BX-PHOTO-KEY       - THE FILE NAME THE BUILDING'S PHOTO   *
001900*                           OF THE STUDENT IS STORED UNDER:      *
002000*                           BUILDING-STUDENT ID.JPG.             *
002100*      BX-GRADE           - PRINTED DIRECTORY FIELDS - SPACES    *
002200*      BX-SECTION           WHEN BX-OPTOUT IS 'Y' (THE FAMILY    *
002300*      BX-BUS-ROUTE         HAS OPTED OUT OF DIRECTORY           *
002400*                           DISCLOSURE). THE NAME, PHOTO AND     *
002500*                           BARCODE ARE THE BADGE ITSELF AND ARE *
002600*                           ALWAYS SENT.                         *
002700******************************************************************
002800*    MOD-LOG
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-15  RVM  ORIGINAL LAYOUT.
003100******************************************************************
003200*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003300*        01  BADGE-EXTRACT-RECORD.
003400*            COPY BDGXREC.
003500******************************************************************
003600     05  BX-RECORD-TYPE              PIC X(03).
003700     05  BX-CHANGE-TYPE              PIC X(01).
003800     05  BX-STUDENT-ID               PIC 9(07).
003900     05  BX-ISSUE-NO                 PIC 9(02).
004000     05  BX-BARCODE                  PIC X(10).
004100     05  BX-LAST-NAME                PIC X(30).
004200     05  BX-FIRST-NAME               PIC X(20).
004300     05  BX-SCHOOL-CODE              PIC X(04).
004400     05  BX-GRADE                    PIC X(02).
004500     05  BX-SECTION                  PIC X(01).
004600     05  BX-BUS-ROUTE                PIC X(04).
004700     05  BX-PHOTO-KEY                PIC X(20).
004800     05  BX-OPTOUT                   PIC X(01).
004900     05  FILLER                      PIC X(15).
