000800*                    REFERENCE BEHIND THE PROHIBITION.           *
000900*    THE GSPICKUP JOB PRINTS THE DAILY CUSTODY-ALERT LIST AND    *
001000*    GSCALL SUPPRESSES PROHIBITED PERSONS FROM THE EMERGENCY     *
001100*    CALL LIST; A PROHIBITED PERSON MAKES GSDOCS ASK FOR THE     *
001110*    CUSTODY ORDER ON THE ENROLLMENT DOCUMENT CHECKLIST. THIS IS *
001120*    A CHILD-SAFETY FILE - MAINTAIN IT THE MOMENT PAPERWORK      *
001200*    ARRIVES, NOT AT NIGHT.                                      *
001300******************************************************************
001400*    MOD-LOG
001500*    DATE       INIT  DESCRIPTION
001600*    2026-09-01  RVM  ORIGINAL LAYOUT.
001650*    2026-10-15  RVM  NOTED GSDOCS AS A READER - CUSTODY-ORDER
001660*                     ITEMS ON THE DOCUMENT CHECKLIST.
001670*    2026-10-15  RVM  NOTED GSREUN AS A READER - AUTHORIZED AND
001680*                     PROHIBITED PERSONS ON THE REUNIFICATION
001690*                     CARDS AND THE RELEASE-LOG MATCH.
001700******************************************************************
001800*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001900*        01  PICKUP-AUTH-RECORD.
