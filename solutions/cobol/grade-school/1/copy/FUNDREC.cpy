000100******************************************************************
000200*    FUNDREC.CPY                                                 *
000300*    RECORD LAYOUT FOR A BUILDING'S WEIGHTED STUDENT FUNDING,    *
000400*    WRITTEN BY GSFUND. ONE RECORD PER BUILDING PER WEIGHT       *
000500*    CATEGORY, AND A 'TT' RECORD WITH THE BUILDING'S TOTAL:      *
000600*      FUNDHIST - EVERY YEAR'S ALLOCATION, KEPT SO THE NEXT      *
000700*                 YEAR'S RUN CAN SHOW ITS VARIANCE. A RERUN      *
000800*                 REPLACES THE YEAR'S RECORDS.                   *
000900*      FUNDXTR  - THE YEAR'S RECORDS FOR THE BUDGET SYSTEM,      *
001000*                 BETWEEN THE DISTRICT 'HDR' AND 'TRL' CONTROL   *
001100*                 RECORDS (COPY INBHREC - SENDER 'GRADESCH',     *
001200*                 FILE TYPE 'FUNDWSF', THE SCHOOL YEAR AS THE    *
001300*                 SEQUENCE, THE COUNT DAY AS THE AS-OF DATE).    *
001400*                 THE TRAILER'S HASH TOTAL IS THE SUM OF         *
001500*                 FU-WEIGHTED IN TEN-THOUSANDTHS.                *
001600*      FU-CATEGORY       - 'GR' A GRADE BAND (FU-BAND), 'SE',    *
001700*                          'EL', 'PV' THE ADD-ONS (SEE FWGTREC), *
001800*                          'TT' THE BUILDING TOTAL.              *
001900*      FU-STUDENTS       - STUDENTS THE CATEGORY APPLIED TO      *
002000*                          (TT - ALL THE BUILDING'S STUDENTS).   *
002100*      FU-WEIGHTED       - THE WEIGHTED PUPILS IT CONTRIBUTES.   *
002200*      FU-DOLLARS        - FU-WEIGHTED AT THE YEAR'S BASE AMOUNT.*
002300*      FU-CERT-DATE      - THE COUNT DAY OF THE SNAPSHOT USED.   *
002400*      FU-RUN-DATE       - THE BUSINESS DATE OF THE RUN.         *
002500******************************************************************
002600*    MOD-LOG
002700*    DATE       INIT  DESCRIPTION
002800*    2026-10-15  RVM  ORIGINAL LAYOUT.
002900******************************************************************
003000*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003100*        01  FUND-RECORD.
003200*            COPY FUNDREC.
003300******************************************************************
003400     05  FU-SCHOOL-YEAR              PIC 9(04).
003500     05  FU-SCHOOL-CODE              PIC X(04).
003600     05  FU-CATEGORY                 PIC X(02).
003700     05  FU-BAND                     PIC X(10).
003800     05  FU-STUDENTS                 PIC 9(05).
003900     05  FU-WEIGHTED                 PIC 9(06)V9(04).
004000     05  FU-DOLLARS                  PIC 9(09)V99.
004100     05  FU-CERT-DATE                PIC 9(08).
004200     05  FU-RUN-DATE                 PIC 9(08).
004300     05  FILLER                      PIC X(18).
