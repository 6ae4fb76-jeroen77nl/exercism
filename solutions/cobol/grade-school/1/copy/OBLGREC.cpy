000600*    THE ITEM COUNT AND THE REPLACEMENT VALUE STILL OWED. THE    *
000700*    GSEXIT PACKAGE AND THE GSVERIFY LETTERS SURFACE THE HOLD    *
000800*    UNTIL THE ITEMS COME BACK OR ARE PAID FOR.                  *
000810*    OPEN LOCKER DAMAGE CHARGES (LOCKCHRG) COUNT AS ONE ITEM     *
000820*    EACH AT THEIR AMOUNT - GSASSET MERGES THEM IN AND GSLOCKER  *
000830*    ADJUSTS THE RECORD WHEN IT POSTS OR CLOSES A CHARGE.        *
000900******************************************************************
001000*    MOD-LOG
001100*    DATE       INIT  DESCRIPTION
001200*    2026-09-01  RVM  ORIGINAL LAYOUT.
001210*    2026-10-15  RVM  LOCKER DAMAGE CHARGES INCLUDED.
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  OBLIGATION-HOLD-RECORD.
