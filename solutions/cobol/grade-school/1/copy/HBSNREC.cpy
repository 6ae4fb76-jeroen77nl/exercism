000100******************************************************************
000200*    HBSNREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE HOUSEHOLD-STATEMENT SNAPSHOT          *
000400*    (STMTSNAP). ONE RECORD PER STUDENT WHO HAS OWED ON OBLGHOLD *
000500*    (BOOKS, DEVICES, LOCKER CHARGES), REWRITTEN WHOLE BY EVERY  *
000600*    GSHHBILL RUN. OBLGHOLD CARRIES ONLY WHAT IS OWED NOW, SO    *
000700*    THE SNAPSHOT IS WHERE THE STATEMENT FINDS LAST MONTH'S      *
000800*    CLOSING BALANCE (THIS MONTH'S OPENING) AND THE MONTH THE    *
000900*    OBLIGATION FIRST APPEARED FOR THE AGING.                    *
001000*      HS-MONTH        - THE STATEMENT MONTH (YYYYMM) THE RECORD *
001100*                        WAS WRITTEN FOR. A RERUN OF THE SAME    *
001200*                        MONTH STARTS AGAIN FROM HS-OPENING.     *
001300*      HS-OPEN-SINCE   - HS-SINCE AS IT STOOD AT HS-OPENING.     *
001400*      HS-SINCE        - MONTH THE UNBROKEN DEBT BEGAN, ZERO     *
001500*                        WHEN NOTHING IS OWED.                   *
001600******************************************************************
001700*    MOD-LOG
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  RVM  ORIGINAL LAYOUT.
002000******************************************************************
002100*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002200*        01  STATEMENT-SNAPSHOT-RECORD.
002300*            COPY HBSNREC.
002400******************************************************************
002500     05  HS-STUDENT-ID               PIC 9(07).
002600     05  HS-MONTH                    PIC 9(06).
002700     05  HS-OPENING                  PIC 9(05)V99.
002800     05  HS-OPEN-SINCE               PIC 9(06).
002900     05  HS-CLOSING                  PIC 9(05)V99.
003000     05  HS-SINCE                    PIC 9(06).
003100     05  FILLER                      PIC X(11).
