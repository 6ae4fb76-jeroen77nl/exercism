000100******************************************************************
000200*    ACCLREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE ONLINE STUDENT ACCESS LOG (ACCESSLG). *
000400*    ONE RECORD PER STUDENT SHOWN TO A TERMINAL BY A GSAD        *
000500*    INQUIRY - 'I' (BY ID), 'N' (NAME SEARCH, ONE RECORD PER     *
000600*    MATCH LISTED) AND 'G' (ATTENDANCE AND GUARDIANS). QUEUED BY *
000700*    GSONLINE TO TD QUEUE ACCL, WHICH DRAINS TO ACCESSLG THE WAY *
000800*    QUEUE AUDT DRAINS TO AUDITLOG. AN INQUIRY THAT SHOWED NO    *
000900*    STUDENT IS STILL LOGGED, WITH AC-STUDENT-ID ZERO.           *
001000*    AC-SCHOOL-CODE IS THE STUDENT'S BUILDING AT THE TIME OF THE *
001100*    LOOKUP (BLANK WHEN THE STUDENT IS NOT ON ROSTERVS).         *
001200*    AC-SEARCH-ARG IS WHAT THE OPERATOR KEYED - THE LAST NAME    *
001300*    FOR 'N', THE STUDENT ID FOR 'I' AND 'G'. READ BY GSACCREV.  *
001400******************************************************************
001500*    MOD-LOG
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15  RVM  ORIGINAL LAYOUT.
001800******************************************************************
001900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002000*        01  ACCESS-LOG-RECORD.
002100*            COPY ACCLREC.
002200******************************************************************
002300     05  AC-DATE                     PIC 9(08).
002400     05  AC-TIME                     PIC 9(08).
002500     05  AC-USERID                   PIC X(08).
002600     05  AC-TERMID                   PIC X(04).
002700     05  AC-TRANSID                  PIC X(04).
002800     05  AC-FUNCTION                 PIC X(01).
002900     05  AC-STUDENT-ID               PIC 9(07).
003000     05  AC-SCHOOL-CODE              PIC X(04).
003100     05  AC-SEARCH-ARG               PIC X(30).
003200     05  FILLER                      PIC X(06).
