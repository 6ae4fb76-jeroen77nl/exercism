000100******************************************************************
000200*    TVERREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE TEACHER-OF-RECORD VERIFICATION        *
000400*    TRANSACTIONS (TORVTRN). ONE CARD PER CORRECTION A TEACHER   *
000500*    MARKS ON THE GSTORV ROSTER, KEYED BY THE BUILDING OFFICE    *
000600*    AGAINST THE PRINTED LINK NUMBER, WITH THE TEACHER AND       *
000700*    STUDENT REPEATED AS A CHECK:                                *
000800*      TV-ACTION  'C' CONFIRM - THE LINK STANDS AS PRINTED.      *
000900*                 'R' REMOVE - THE TEACHER DID NOT TEACH THE     *
001000*                     STUDENT IN THAT CLASS. TV-REMARK SAYS WHY. *
001100*                 'D' ADJUST DATES - TV-START-DATE AND           *
001200*                     TV-END-DATE REPLACE THE PRINTED DATES.     *
001300*                 'S' SHARE - THE CLASS WAS CO-TAUGHT WITH       *
001400*                     TV-SHARE-TEACHER, WHO CARRIES TV-SHARE-PCT *
001500*                     PERCENT OF THE RESPONSIBILITY (1-99).      *
001600*    EVERY CARD VOUCHES FOR THE LINK. A LATER CARD FOR THE SAME  *
001700*    LINK SUPERSEDES AN EARLIER ONE - A CONFIRM PUTS BACK THE    *
001800*    PRINTED DATES AND DROPS ANY SHARE, A REMOVE DROPS BOTH -    *
001900*    EXCEPT THAT A DATE ADJUSTMENT AND A SHARE STAND TOGETHER.   *
002000******************************************************************
002100*    MOD-LOG
002200*    DATE       INIT  DESCRIPTION
002300*    2026-10-15  RVM  ORIGINAL LAYOUT.
002400******************************************************************
002500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002600*        01  TEACHER-VERIFY-RECORD.
002700*            COPY TVERREC.
002800******************************************************************
002900     05  TV-LINK-NO                  PIC 9(06).
003000     05  TV-ACTION                   PIC X(01).
003100         88  TV-CONFIRM              VALUE 'C'.
003200         88  TV-REMOVE               VALUE 'R'.
003300         88  TV-ADJUST               VALUE 'D'.
003400         88  TV-SHARE                VALUE 'S'.
003500     05  TV-TEACHER-ID               PIC 9(05).
003600     05  TV-STUDENT-ID               PIC 9(07).
003700     05  TV-START-DATE               PIC 9(08).
003800     05  TV-END-DATE                 PIC 9(08).
003900     05  TV-SHARE-TEACHER            PIC 9(05).
004000     05  TV-SHARE-PCT                PIC 9(03).
004100     05  TV-ENTERED-BY               PIC X(03).
004200     05  TV-REMARK                   PIC X(30).
004300     05  FILLER                      PIC X(04).
