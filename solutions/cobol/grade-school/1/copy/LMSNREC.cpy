000100******************************************************************
000200*    LMSNREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE LMS ROSTER SNAPSHOT (LMSSNAP) GSLMS   *
000400*    SAVES AT THE END OF EACH RUN - ONE RECORD PER ROW THE       *
000500*    LEARNING MANAGEMENT SYSTEM HOLDS, IN FILE AND SOURCEDID     *
000600*    ORDER. THE NEXT RUN'S DELTA IS TONIGHT'S ROWS AGAINST THESE *
000700*    RECORDS.                                                    *
000800*    LN-BODY IS THE CSV TEXT AFTER THE SOURCEDID, STATUS AND     *
000900*    DATELASTMODIFIED COLUMNS, LN-BODY-LENGTH BYTES LONG.        *
001000******************************************************************
001100*    MOD-LOG
001200*    DATE       INIT  DESCRIPTION
001300*    2026-10-15  RVM  ORIGINAL LAYOUT.
001400******************************************************************
001500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001600*        01  LMS-SNAPSHOT-RECORD.
001700*            COPY LMSNREC.
001800******************************************************************
001900     05  LN-KEY.
002000         10  LN-FILE-TYPE            PIC 9(01).
002100             88  LN-IS-ORG           VALUE 1.
002200             88  LN-IS-SESSION       VALUE 2.
002300             88  LN-IS-COURSE        VALUE 3.
002400             88  LN-IS-CLASS         VALUE 4.
002500             88  LN-IS-USER          VALUE 5.
002600             88  LN-IS-ENROLLMENT    VALUE 6.
002700         10  LN-SOURCED-ID           PIC X(24).
002800     05  LN-BODY-LENGTH              PIC 9(03).
002900     05  LN-BODY                     PIC X(160).
003000     05  LN-TAKEN-DATE               PIC 9(08).
003100     05  FILLER                      PIC X(04).
