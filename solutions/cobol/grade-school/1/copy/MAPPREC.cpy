000100******************************************************************
000200*    MAPPREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE FREE/REDUCED MEAL APPLICATION FILES - *
000400*    THE KEYED-IN APPLICATIONS (MEALAPIN) AND THE DETERMINED     *
000500*    APPLICATION HISTORY (MEALAPP) GSMEALAP APPENDS THEM TO.     *
000600*    AN APPLICATION IS ONE 'A' RECORD FOLLOWED BY ONE 'M' RECORD *
000700*    PER HOUSEHOLD MEMBER, ALL WITH THE SAME MP-APP-ID.          *
000800*      'A' - MP-HOUSEHOLD-ID     THE ST-HOUSEHOLD-ID APPLIED FOR *
000900*                                (ZERO - ONLY THE MEMBERS NAMED  *
001000*                                WITH A STUDENT ID).             *
001100*            MP-SIGNED-DATE      DATE THE ADULT SIGNED.          *
001200*            MP-CASE-NUMBER      SNAP, TANF OR FDPIR CASE NUMBER *
001300*                                - ANY ONE MAKES THE HOUSEHOLD   *
001400*                                FREE WITHOUT INCOME.            *
001500*            MP-DETERMINATION ON - BLANK ON MEALAPIN; ON MEALAPP *
001600*                                'F'/'R'/'P', THE DATE, THE      *
001700*                                BASIS ('CN' CASE NUMBER, 'IN'   *
001800*                                INCOME), THE HOUSEHOLD SIZE,    *
001900*                                ANNUALIZED INCOME AND THE       *
002000*                                GUIDELINE LIMIT IT WAS HELD TO. *
002100*      'M' - MP-MEMBER-STUDENT   ST-ID WHEN THE MEMBER IS A      *
002200*                                STUDENT, ZERO OTHERWISE.        *
002300*            MP-INC-AMOUNT/FREQ  UP TO THREE INCOME SOURCES,     *
002400*                                GROSS PER PAY PERIOD - 'W'      *
002500*                                WEEKLY, 'B' EVERY TWO WEEKS,    *
002600*                                'T' TWICE A MONTH, 'M' MONTHLY, *
002700*                                'A' YEARLY.                     *
002800******************************************************************
002900*    MOD-LOG
003000*    DATE       INIT  DESCRIPTION
003100*    2026-10-15  RVM  ORIGINAL LAYOUT.
003200******************************************************************
003300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003400*        01  MEAL-APPLICATION-RECORD.
003500*            COPY MAPPREC.
003600******************************************************************
003700     05  MP-APP-ID                   PIC 9(06).
003800     05  MP-REC-TYPE                 PIC X(01).
003900         88  MP-APPLICATION-REC      VALUE 'A'.
004000         88  MP-MEMBER-REC           VALUE 'M'.
004100     05  MP-REC-DATA                 PIC X(93).
004200     05  MP-APPLICATION REDEFINES MP-REC-DATA.
004300         10  MP-HOUSEHOLD-ID         PIC 9(05).
004400         10  MP-SIGNED-DATE          PIC 9(08).
004500         10  MP-SIGNER-NAME          PIC X(30).
004600         10  MP-CASE-NUMBER          PIC X(12).
004700         10  MP-DETERMINATION        PIC X(01).
004800         10  MP-DETERMINED-DATE      PIC 9(08).
004900         10  MP-BASIS                PIC X(02).
005000         10  MP-HH-SIZE              PIC 9(02).
005100         10  MP-ANNUAL-INCOME        PIC 9(07).
005200         10  MP-LIMIT                PIC 9(07).
005300         10  FILLER                  PIC X(11).
005400     05  MP-MEMBER REDEFINES MP-REC-DATA.
005500         10  MP-MEMBER-NAME          PIC X(30).
005600         10  MP-MEMBER-STUDENT       PIC 9(07).
005700         10  MP-INCOME               OCCURS 3 TIMES.
005800             15  MP-INC-AMOUNT       PIC 9(06)V99.
005900             15  MP-INC-FREQ         PIC X(01).
006000         10  FILLER                  PIC X(29).
