000100******************************************************************
000200*    STDMREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE DISTRICT STANDARDS MASTER (STDMAST) - *
000400*    THE GRADE-LEVEL STANDARDS THE K-5 BUILDINGS MARK INSTEAD OF *
000500*    GIVING A LETTER GRADE PER COURSE. ONE RECORD PER STANDARD,  *
000600*    KEPT IN GRADE, SUBJECT AND SEQUENCE ORDER - THE ORDER THE   *
000700*    STANDARDS PRINT ON THE REPORT CARD.                         *
000800*      SD-GRADE       - THE ROSTER GRADE CODE (KG, 01-05).       *
000900*      SD-SUBJECT     - A CODE ON THE STDSUBJ TABLE OF CODETBL,  *
001000*                       WHOSE DESCRIPTION HEADS THE SUBJECT'S    *
001100*                       BLOCK OF STANDARDS ON THE CARD.          *
001200*      SD-SEQUENCE    - PRINT ORDER WITHIN GRADE AND SUBJECT.    *
001300*      SD-STANDARD-ID - UNIQUE ACROSS THE DISTRICT; THE KEY A    *
001400*                       TEACHER'S MARK IS ENTERED UNDER          *
001500*                       (STDMARKS, COPY SMRKREC).                *
001600*    A STANDARD RETIRED MID-YEAR STAYS ON FILE UNTIL THE YEAR IS *
001700*    CLOSED SO THE MARKS ALREADY GIVEN AGAINST IT STILL PRINT.   *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  STANDARD-RECORD.
002500*            COPY STDMREC.
002600******************************************************************
002700     05  SD-GRADE                    PIC X(02).
002800     05  SD-SUBJECT                  PIC X(04).
002900     05  SD-SEQUENCE                 PIC 9(03).
003000     05  SD-STANDARD-ID              PIC X(08).
003100     05  SD-DESCRIPTION              PIC X(40).
003200     05  FILLER                      PIC X(23).
