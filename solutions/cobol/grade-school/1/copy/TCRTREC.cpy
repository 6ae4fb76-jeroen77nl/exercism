000100******************************************************************
000200*    TCRTREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE CERTIFIED TEACHER-STUDENT LINK FILE   *
000400*    SENT TO THE STATE FOR TEACHER EVALUATION (TORCERT), BETWEEN *
000500*    'HDR' AND 'TRL' CONTROL RECORDS (COPY INBHREC, FILE TYPE    *
000600*    'TORCERT', HASH THE SUM OF THE LOCAL STUDENT IDS). ONE      *
000700*    RECORD PER LINK OF A TEACHER WHOSE WHOLE ROSTER IS VERIFIED,*
000800*    AND ONE FOR EACH CO-TEACHER A LINK WAS SHARED WITH:         *
000900*      TC-STATE-ID        THE SSID FROM SSIDXREF - THE STATE     *
001000*                         MATCHES ON NOTHING ELSE.               *
001100*      TC-PCT-TIME        PERCENT OF THE YEAR'S INSTRUCTIONAL    *
001200*                         DAYS THE LINK COVERS.                  *
001300*      TC-RESPONSIBILITY  PERCENT OF THE RESPONSIBILITY FOR THE  *
001400*                         STUDENT - 100 UNLESS SHARED.           *
001500*      TC-SHARED-WITH     THE OTHER TEACHER OF A SHARED LINK.    *
001600*      TC-VERIFIED-AS     THE TEACHER'S ANSWER - 'C' CONFIRMED,  *
001700*                         'D' DATES ADJUSTED, 'S' SHARED (THE    *
001800*                         DATES MAY ALSO HAVE BEEN ADJUSTED).    *
001900******************************************************************
002000*    MOD-LOG
002100*    DATE       INIT  DESCRIPTION
002200*    2026-10-15  RVM  ORIGINAL LAYOUT.
002300******************************************************************
002400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002500*        01  CERTIFIED-LINK-RECORD.
002600*            COPY TCRTREC.
002700******************************************************************
002800     05  TC-SCHOOL-YEAR              PIC 9(04).
002900     05  TC-SCHOOL-CODE              PIC X(04).
003000     05  TC-TEACHER-ID               PIC 9(05).
003100     05  TC-STATE-ID                 PIC X(10).
003200     05  TC-STUDENT-ID               PIC 9(07).
003300     05  TC-CLASS-TYPE               PIC X(01).
003400     05  TC-CLASS-DETAIL             PIC X(08).
003500     05  TC-START-DATE               PIC 9(08).
003600     05  TC-END-DATE                 PIC 9(08).
003700     05  TC-PCT-TIME                 PIC 9(03)V9.
003800     05  TC-RESPONSIBILITY           PIC 9(03).
003900     05  TC-SHARED-WITH              PIC 9(05).
004000     05  TC-VERIFIED-AS              PIC X(01).
004100     05  TC-CERTIFIED-DATE           PIC 9(08).
004200     05  FILLER                      PIC X(04).
