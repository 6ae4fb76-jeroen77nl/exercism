000100******************************************************************
000200*    FEEDREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE FEEDER-PATTERN TABLE (FEEDMAST). ONE  *
000400*    RECORD PER SENDING BUILDING AND TERMINAL GRADE - THE LAST   *
000500*    GRADE THE BUILDING TEACHES - NAMING THE BUILDING ITS        *
000600*    STUDENTS MOVE ON TO AT YEAR-END PROMOTION, E.G. 0100'S      *
000700*    GRADE 05 GOES TO MIDDLE SCHOOL 0500. A SPLIT FEEDER CARRIES *
000800*    ONE RECORD PER ATTENDANCE ZONE (FP-ZONE, THE STREETD ZONE   *
000900*    OF THE STUDENT'S ADDRESS); A BLANK FP-ZONE IS THE RECEIVING *
001000*    BUILDING FOR EVERY ZONE WITHOUT ITS OWN RECORD. READ BY THE *
001100*    PROM CARD (PROMOTE-ROSTER) AND BY GSNXTYR'S PROJECTION.     *
001200******************************************************************
001300*    MOD-LOG
001400*    DATE       INIT  DESCRIPTION
001500*    2026-10-15  RVM  ORIGINAL LAYOUT.
001600******************************************************************
001700*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001800*        01  FEEDER-PATTERN-RECORD.
001900*            COPY FEEDREC.
002000******************************************************************
002100     05  FP-FROM-SCHOOL              PIC X(04).
002200     05  FP-FROM-GRADE               PIC X(02).
002300     05  FP-ZONE                     PIC X(02).
002400     05  FP-TO-SCHOOL                PIC X(04).
002500     05  FILLER                      PIC X(08).
