000100******************************************************************
000200*    INBHREC.CPY                                                 *
000300*    HEADER AND TRAILER RECORD LAYOUT FOR EVERY INBOUND VENDOR   *
000400*    OR AGENCY FILE (GBEXTR, STASMT, DIALRET, MEALSRVD,          *
000500*    CAFEDEP, RIDERCNT, IMMRRESP, SSIDRESP). THE FIRST RECORD    *
000600*    OF THE FILE IS THE 'HDR' RECORD NAMING THE SENDER, THE      *
000700*    FILE TYPE, THE SENDER'S SEQUENCE NUMBER AND THE AS-OF       *
000800*    DATE; THE LAST IS THE 'TRL' RECORD REPEATING THE SENDER/    *
000900*    TYPE/SEQUENCE AND CARRYING THE DETAIL RECORD COUNT AND      *
001000*    THE HASH TOTAL (SUM OF THE FILE'S HASH FIELD - THE          *
001100*    STUDENT ID, OR THE RIDER COUNT ON RIDERCNT). A LOADING      *
001200*    PROGRAM PROVES BOTH BEFORE IT POSTS A SINGLE DETAIL ROW     *
001300*    AND ENTERS THE FILE IN THE RECEIPT REGISTER (RCPTREC).      *
001400******************************************************************
001500*    MOD-LOG
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15  RVM  ORIGINAL LAYOUT.
001800******************************************************************
001900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002000*        01  INB-CONTROL-RECORD.
002100*            COPY INBHREC.
002200*    THE CALLER MOVES EACH RECORD READ INTO THAT 01 AND TESTS
002300*    IH-RECORD-TYPE - ANY VALUE OTHER THAN 'HDR'/'TRL' IS A
002400*    DETAIL RECORD.
002500******************************************************************
002600     05  IH-RECORD-TYPE              PIC X(03).
002700     05  IH-SENDER-ID                PIC X(08).
002800     05  IH-FILE-TYPE                PIC X(08).
002900     05  IH-FILE-SEQ                 PIC 9(06).
003000     05  IH-AS-OF-DATE               PIC 9(08).
003100     05  IH-RECORD-COUNT             PIC 9(07).
003200     05  IH-HASH-TOTAL               PIC 9(15).
003300     05  FILLER                      PIC X(25).
