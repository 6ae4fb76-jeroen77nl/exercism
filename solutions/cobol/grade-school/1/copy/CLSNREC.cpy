000100******************************************************************
000200*    CLSNREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE CLASS-MEMBERSHIP SNAPSHOT (CLSNAP)    *
000400*    GSCLCHG SAVES AT THE END OF EACH RUN AND COMPARES AGAINST   *
000500*    THE NEXT NIGHT. ONE RECORD PER CLASS AN ENROLLED STUDENT    *
000600*    SITS IN - THE TEACHFIL HOMEROOM (TYPE 'H', GRADE AND        *
000700*    SECTION) AND EVERY STSCHED COURSE SECTION (TYPE 'S', COURSE *
000800*    AND SECTION NUMBER) - IN STUDENT AND CLASS ORDER.           *
000900******************************************************************
001000*    MOD-LOG
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15  RVM  ORIGINAL LAYOUT.
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  CLASS-SNAPSHOT-RECORD.
001600*            COPY CLSNREC.
001700******************************************************************
001800     05  CN-STUDENT-ID               PIC 9(07).
001900     05  CN-CLASS-KEY.
002000         10  CN-SCHOOL-CODE          PIC X(04).
002100         10  CN-CLASS-TYPE           PIC X(01).
002200         10  CN-CLASS-DETAIL         PIC X(08).
002300     05  CN-TAKEN-DATE               PIC 9(08).
002400     05  FILLER                      PIC X(04).
