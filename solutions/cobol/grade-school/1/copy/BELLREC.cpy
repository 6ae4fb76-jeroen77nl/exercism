000100******************************************************************
000200*    BELLREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE BELL SCHEDULE FILE (BELLSCHD). ONE    *
000400*    RECORD PER BUILDING PER PERIOD OF THE DAY, KEPT BY EACH     *
000500*    BUILDING'S OFFICE AND CHANGED ONLY WHEN ITS BELLS CHANGE:   *
000600*      BL-PERIOD          - THE MSTSCHED PERIOD (MS-PERIOD).     *
000700*                           PERIOD 00 IS THE SELF-CONTAINED      *
000800*                           CLASSROOM'S DAY - THE FIRST BELL TO  *
000900*                           DISMISSAL.                           *
001000*      BL-START-TIME      - WHEN THE PERIOD BEGINS AND ENDS,     *
001100*      BL-END-TIME          24-HOUR HHMM.                        *
001200*      BL-DESCRIPTION     - THE BUILDING'S NAME FOR IT.          *
001300*    READ BY GSSUB FOR THE SUBSTITUTE FOLDER PACKETS.            *
001400******************************************************************
001500*    MOD-LOG
001600*    DATE       INIT  DESCRIPTION
001700*    2026-10-15  RVM  ORIGINAL LAYOUT.
001800******************************************************************
001900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002000*        01  BELL-SCHEDULE-RECORD.
002100*            COPY BELLREC.
002200******************************************************************
002300     05  BL-SCHOOL-CODE              PIC X(04).
002400     05  BL-PERIOD                   PIC 9(02).
002500     05  BL-START-TIME               PIC 9(04).
002600     05  BL-END-TIME                 PIC 9(04).
002700     05  BL-DESCRIPTION              PIC X(20).
002800     05  FILLER                      PIC X(06).
