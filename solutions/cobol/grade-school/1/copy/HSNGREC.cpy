000100******************************************************************
000200*    HSNGREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE HOUSING-STATUS FILE (HOUSING) - THE   *
000400*    DISTRICT LIAISON'S MCKINNEY-VENTO AND FOSTER-CARE RECORD.   *
000500*    ONE RECORD PER SPELL OF A STUDENT'S HOUSING SITUATION,      *
000600*    KEPT IN STUDENT ID AND EFFECTIVE-DATE ORDER BY THE          *
000700*    LIAISON'S OFFICE. A CHANGE OF SITUATION ENDS THE OPEN       *
000800*    SPELL AND STARTS A NEW ONE - SPELLS ARE NEVER DELETED, THE  *
000900*    FEDERAL COUNT IS TAKEN FROM THEM.                           *
001000*      HS-EFFECTIVE-DATE - FIRST DAY OF THE SPELL.               *
001100*      HS-END-DATE       - LAST DAY OF THE SPELL; ZERO WHILE IT  *
001200*                          IS STILL CURRENT.                     *
001300*      HS-RESIDENCE-TYPE - PRIMARY NIGHTTIME RESIDENCE:          *
001400*                          'S' SHELTER OR TRANSITIONAL HOUSING,  *
001500*                          'D' DOUBLED-UP WITH ANOTHER FAMILY,   *
001600*                          'H' HOTEL OR MOTEL,                   *
001700*                          'U' UNSHELTERED,                      *
001800*                          'P' PERMANENT HOUSING (NOT HOMELESS). *
001900*      HS-FOSTER-CARE    - 'Y' THE STUDENT IS IN FOSTER CARE,    *
002000*                          'N' NOT.                              *
002100*      HS-ORIGIN-SCHOOL  - THE SCHOOL OF ORIGIN THE STUDENT HAS  *
002200*                          A RIGHT TO STAY IN; SPACES WHEN THE   *
002300*                          FAMILY CHOSE THE SCHOOL OF RESIDENCE. *
002400*      HS-DETERMINATION  - THE LIAISON'S DETERMINATION: 'E'      *
002500*                          ELIGIBLE, 'N' NOT ELIGIBLE, 'P'       *
002600*                          PENDING.                              *
002700*    A STUDENT IS ELIGIBLE WHILE THEIR CURRENT SPELL (EFFECTIVE  *
002800*    ON OR BEFORE TODAY, NOT YET ENDED; THE LATEST EFFECTIVE     *
002900*    DATE WHERE SPELLS OVERLAP) IS DETERMINED 'E' AND IS EITHER  *
003000*    HOMELESS (RESIDENCE TYPE S, D, H OR U) OR FOSTER CARE.      *
003100*    READ BY GSMCKV, GSDOCS AND THE BUS CARD OF THE NIGHTLY      *
003200*    PROGRAM.                                                    *
003300******************************************************************
003400*    MOD-LOG
003500*    DATE       INIT  DESCRIPTION
003600*    2026-10-15  RVM  ORIGINAL LAYOUT.
003700******************************************************************
003800*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003900*        01  HOUSING-STATUS-RECORD.
004000*            COPY HSNGREC.
004100******************************************************************
004200     05  HS-STUDENT-ID               PIC 9(07).
004300     05  HS-EFFECTIVE-DATE           PIC 9(08).
004400     05  HS-END-DATE                 PIC 9(08).
004500     05  HS-RESIDENCE-TYPE           PIC X(01).
004600     05  HS-FOSTER-CARE              PIC X(01).
004700     05  HS-ORIGIN-SCHOOL            PIC X(04).
004800     05  HS-DETERMINATION            PIC X(01).
004900     05  HS-DETERMINATION-DATE       PIC 9(08).
005000     05  HS-LIAISON-ID               PIC X(08).
005100     05  FILLER                      PIC X(14).
