000100******************************************************************
000200*    TGATREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE TERM-CLOSE GATE FILE (TERMGATE). ONE  *
000400*    RECORD PER BUILDING WITH AT LEAST ONE STSCHED ENROLLMENT,   *
000500*    WRITTEN BY THE LAST GSGRREC RUN FOR THE TERM BEING CLOSED - *
000600*    REWRITTEN WHOLE BY EVERY RUN, THE WAY MSTFIND IS.           *
000700*    TG-STATUS:                                                  *
000800*      B - BLOCKED. TG-MISSING ENROLLMENTS HAVE NO FINAL GRADE   *
000900*          ON TRANSCPT AND NONE WAITING ON GBREJECT. THE GSGPA   *
001000*          RUN WILL NOT CLOSE THE TERM FOR THE BUILDING - NO     *
001100*          GPAHIST RECORD, NO CLASS RANK, NO HONOR ROLL - UNTIL  *
001200*          THE GRADES ARE IN AND GSGRREC IS RUN AGAIN,           *
001300*      C - CLEAR. NOTHING MISSING,                               *
001400*      O - OVERRIDDEN. GRADES ARE STILL MISSING BUT THE          *
001500*          REGISTRAR RELEASED THE BUILDING ON AN OVERRIDE CARD.  *
001600*          TG-OVERRIDE-BY AND TG-OVERRIDE-REASON ARE FROM THE    *
001700*          CARD AND TG-AUDIT-SEQ-NO IS THE 'TCOV' AUDITLOG       *
001800*          RECORD THAT LOGGED IT.                                *
001900******************************************************************
002000*    MOD-LOG
002100*    DATE       INIT  DESCRIPTION
002200*    2026-10-15  RVM  ORIGINAL LAYOUT.
002300******************************************************************
002400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002500*        01  TERM-GATE-RECORD.
002600*            COPY TGATREC.
002700******************************************************************
002800     05  TG-SCHOOL-CODE              PIC X(04).
002900     05  TG-TERM                     PIC X(05).
003000     05  TG-STATUS                   PIC X(01).
003100     05  TG-ENROLLED                 PIC 9(05).
003200     05  TG-GRADED                   PIC 9(05).
003300     05  TG-PENDING                  PIC 9(05).
003400     05  TG-MISSING                  PIC 9(05).
003500     05  TG-RUN-DATE                 PIC 9(08).
003600     05  TG-OVERRIDE-BY              PIC X(20).
003700     05  TG-OVERRIDE-REASON          PIC X(25).
003800     05  TG-AUDIT-SEQ-NO             PIC 9(09).
003900     05  FILLER                      PIC X(08).
