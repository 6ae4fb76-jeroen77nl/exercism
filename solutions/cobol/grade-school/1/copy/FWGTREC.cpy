000100******************************************************************
000200*    FWGTREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE DISTRICT WEIGHTED-FUNDING TABLE       *
000400*    (FUNDWGT), KEPT BY THE BUDGET OFFICE. ROWS FOR SEVERAL      *
000500*    SCHOOL YEARS MAY SIT ON THE FILE; GSFUND TAKES THE ROWS OF  *
000600*    THE YEAR OF THE COUNT DAY. A STUDENT'S WEIGHT IS THE GRADE  *
000700*    BAND WEIGHT PLUS EACH ADD-ON WEIGHT THAT APPLIES TO THEM.   *
000800*      FW-SCHOOL-YEAR    - THE YEAR THE SCHOOL YEAR STARTS IN    *
000900*                          (2026 = 2026-27).                     *
001000*      FW-CATEGORY       - 'BA' THE DOLLARS PER WEIGHTED PUPIL   *
001100*                               (FW-AMOUNT), ONE ROW A YEAR,     *
001200*                          'GR' A GRADE'S BAND WEIGHT - FW-CODE  *
001300*                               THE ST-GRADE, FW-BAND THE NAME   *
001400*                               OF ITS BAND (E.G. 'K-3'),        *
001500*                          'SE' ADD-ON FOR ST-IEP-STATUS 'Y',    *
001600*                          'EL' ADD-ON FOR AN ENGLISH-LEARNER    *
001700*                               SPELL OPEN ON COUNT DAY          *
001800*                               (PGMPART),                       *
001900*                          'PV' ADD-ON FOR ST-MEAL-STATUS - ONE  *
002000*                               ROW FOR FW-CODE 'F', ONE FOR 'R'.*
002100*      FW-WEIGHT         - THE WEIGHT, 4 DECIMALS.               *
002200******************************************************************
002300*    MOD-LOG
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-15  RVM  ORIGINAL LAYOUT.
002600******************************************************************
002700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002800*        01  FUND-WEIGHT-RECORD.
002900*            COPY FWGTREC.
003000******************************************************************
003100     05  FW-SCHOOL-YEAR              PIC 9(04).
003200     05  FW-CATEGORY                 PIC X(02).
003300     05  FW-CODE                     PIC X(02).
003400     05  FW-BAND                     PIC X(10).
003500     05  FW-WEIGHT                   PIC 9(01)V9(04).
003600     05  FW-AMOUNT                   PIC 9(07)V99.
003700     05  FILLER                      PIC X(08).
