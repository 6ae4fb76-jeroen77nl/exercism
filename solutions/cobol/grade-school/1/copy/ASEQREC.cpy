000100******************************************************************
000200*    ASEQREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE AUDIT SEQUENCE REGISTER (AUDSEQVS, A  *
000400*    ONE-RECORD VSAM KSDS, KEY 'AUDITSEQ'). AQ-LAST-SEQ-NO AND   *
000500*    AQ-LAST-HASH ARE THE SEQUENCE NUMBER AND CONTROL HASH OF    *
000600*    THE LAST AUDIT RECORD WRITTEN ANYWHERE IN THE DISTRICT.     *
000700*    GSNIGHT, GSGRCHG, GSMERGE, GSGRREC AND THE GSAD ONLINE      *
000800*    TRANSACTIONS ALL READ THIS ONE RECORD FOR UPDATE, THE SAME  *
000900*    WAY THEY SHARE THE STUDENT-ID REGISTER, SO NO TWO AUDIT     *
001000*    RECORDS EVER CARRY THE SAME NUMBER.                         *
001100******************************************************************
001200*    MOD-LOG
001300*    DATE       INIT  DESCRIPTION
001400*    2026-10-15  RVM  ORIGINAL LAYOUT.
001400*    2026-10-15  RVM  WRITER LIST NOW NAMES GSGRREC AND ALL THE
001400*                     GSAD ONLINE TRANSACTIONS.
001500******************************************************************
001600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001700*        01  AUDIT-SEQ-RECORD.
001800*            COPY ASEQREC.
001900******************************************************************
002000     05  AQ-KEY                      PIC X(08).
002100     05  AQ-LAST-SEQ-NO              PIC 9(09).
002200     05  AQ-LAST-HASH                PIC 9(09).
