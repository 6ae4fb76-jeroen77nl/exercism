000100******************************************************************
000200*    PMONREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE PROGRESS-MONITORING SCORE LOG         *
000400*    (PMONLOG). ONE RECORD PER PROBE SCORE POSTED BY GSINTV      *
000500*    AGAINST ONE INTERVENTION ON INTVFILE (COPY INTVREC) - THE   *
000600*    STUDENT, INTERVENTION CODE AND START DATE TIE THE SCORE TO  *
000700*    THE INTERVENTION WHOSE DATES COVER THE PROBE DATE.          *
000800*    APPEND-ONLY; A RE-ENTERED PROBE FOR THE SAME INTERVENTION   *
000900*    AND DATE REPLACES THE EARLIER ONE (LAST IN FILE ORDER).     *
001000******************************************************************
001100*    MOD-LOG
001200*    DATE       INIT  DESCRIPTION
001300*    2026-10-15  RVM  ORIGINAL LAYOUT.
001400******************************************************************
001500*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001600*        01  PROBE-SCORE-RECORD.
001700*            COPY PMONREC.
001800******************************************************************
001900     05  PM-STUDENT-ID               PIC 9(07).
002000     05  PM-INTV-CODE                PIC X(04).
002100     05  PM-INTV-START               PIC 9(08).
002200     05  PM-PROBE-DATE               PIC 9(08).
002300     05  PM-SCORE                    PIC 9(03).
002400     05  PM-ENTERED-DATE             PIC 9(08).
002500     05  FILLER                      PIC X(02).
