000100******************************************************************
000200*    TDAPREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE REGISTRAR'S TEN-DAY WITHDRAWAL        *
000400*    APPROVALS (TDAPPRV). ONE CARD PER STUDENT ON THE GSABWD     *
000500*    CANDIDATE LIST THE REGISTRAR HAS REVIEWED AND APPROVES FOR  *
000600*    WITHDRAWAL. TW-REASON IS THE STATE WITHDRAWAL REASON - LEFT *
000700*    BLANK IT IS THE TEN-DAY NONATTENDANCE CODE 'TD'. A STUDENT  *
000800*    NOT APPROVED SIMPLY HAS NO CARD.                            *
000900******************************************************************
001000*    MOD-LOG
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15  RVM  ORIGINAL LAYOUT.
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  TEN-DAY-APPROVAL-RECORD.
001600*            COPY TDAPREC.
001700******************************************************************
001800     05  TW-STUDENT-ID               PIC 9(07).
001900     05  TW-REASON                   PIC X(02).
002000     05  TW-REGISTRAR                PIC X(03).
002100     05  FILLER                      PIC X(08).
