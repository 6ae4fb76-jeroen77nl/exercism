000100******************************************************************
000200*    BDGPREC.CPY                                                 *
000300*    DETAIL RECORD LAYOUT FOR THE BADGE VENDOR'S "BADGE PRINTED" *
000400*    RETURN FILE (BADGPRT), LOADED BY GSBADGE (RUNMODE RETURN).  *
000500*    THE FILE CARRIES THE 'HDR' AND 'TRL' RECORDS (COPY INBHREC, *
000600*    FILE TYPE 'BADGPRT'); THE HASH TOTAL IS THE SUM OF THE      *
000700*    STUDENT IDS. ONE DETAIL RECORD PER BADGE THE VENDOR WORKED: *
000800*      BP-ISSUE-NO        - THE ISSUE FROM THE EXTRACT RECORD.   *
000900*      BP-RESULT          - 'P' PRINTED AND SENT TO THE BUILDING *
001000*                           ON BP-PRINTED-DATE, 'X' NOT PRINTED, *
001100*                           WITH THE VENDOR'S NOTE (NO PHOTO ON  *
001200*                           FILE, AND SO ON).                    *
001300******************************************************************
001400*    MOD-LOG
001500*    DATE       INIT  DESCRIPTION
001600*    2026-10-15  RVM  ORIGINAL LAYOUT.
001700******************************************************************
001800*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001900*        01  BADGE-PRINTED-RECORD.
002000*            COPY BDGPREC.
002100******************************************************************
002200     05  BP-STUDENT-ID               PIC 9(07).
002300     05  BP-ISSUE-NO                 PIC 9(02).
002400     05  BP-PRINTED-DATE             PIC 9(08).
002500     05  BP-RESULT                   PIC X(01).
002600     05  BP-NOTE                     PIC X(30).
002700     05  FILLER                      PIC X(32).
