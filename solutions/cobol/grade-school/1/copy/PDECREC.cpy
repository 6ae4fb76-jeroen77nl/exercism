000100******************************************************************
000200*    PDECREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE REGISTRAR'S DECISIONS ON PARENT-      *
000400*    PORTAL REQUESTS (PRDECIDE). ONE CARD PER REQUEST DECIDED    *
000500*    FROM THE GSPRTIN REVIEW LISTING:                            *
000600*      PD-DECISION      'A' APPROVE, 'D' DENY.                   *
000700*      PD-REASON-CODE   APPROVING AN ABSENCE EXCUSE - THE        *
000800*                       EXCUSED ABSREASN CODE TO POST, WHEN NOT  *
000900*                       THE ONE THE PARENT GAVE.                 *
001000*      PD-DENY-REASON   DENYING - THE REASON SENT BACK TO THE    *
001100*                       PARENT THROUGH THE PORTAL. REQUIRED.     *
001200*    A REQUEST NOT YET DECIDED SIMPLY HAS NO CARD AND STAYS ON   *
001300*    THE LISTING.                                                *
001400******************************************************************
001500*    MOD-LOG
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15  RVM  ORIGINAL LAYOUT.
001800******************************************************************
001900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002000*        01  PORTAL-DECISION-RECORD.
002100*            COPY PDECREC.
002200******************************************************************
002300     05  PD-REQUEST-ID               PIC X(12).
002400     05  PD-DECISION                 PIC X(01).
002500     05  PD-REASON-CODE              PIC X(02).
002600     05  PD-REGISTRAR                PIC X(03).
002700     05  PD-DENY-REASON              PIC X(40).
002800     05  FILLER                      PIC X(06).
