000100******************************************************************
000200*    PJRNREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE RETENTION-PURGE JOURNAL (PURGJRNL).   *
000400*    GSPURGE APPENDS A RECORD AS EACH PIECE OF ITS WORK IS       *
000500*    DONE, SO A RUN THAT STOPS HALFWAY CAN BE RESUBMITTED AND    *
000600*    FINISH EXACTLY WHAT IS LEFT. A RUN IS EVERYTHING FROM ITS   *
000700*    'H' RECORD TO ITS 'C' RECORD. PJ-REC-TYPE:                  *
000800*      'H' - RUN STARTED. PJ-CUTOFF-DATE IS THE PURGCTL CUTOFF,  *
000900*            PJ-COUNT THE NUMBER OF STUDENTS ON THE LIST.        *
001000*      'S' - ONE STUDENT ON THE LIST, WITH THE NAME AND          *
001100*            WITHDRAWAL DATE THE CERTIFICATE PRINTS (THE ROSTER  *
001200*            ROW THEY CAME FROM MAY ALREADY BE GONE ON RESTART). *
001300*      'P' - PJ-COUNT RECORDS OF PJ-FILE-CODE FOUND FOR THE      *
001400*            STUDENT AND ABOUT TO BE DELETED IN PLACE.           *
001500*      'D' - PJ-COUNT RECORDS OF PJ-FILE-CODE DESTROYED FOR THE  *
001600*            STUDENT. FOR A COPIED SEQUENTIAL FILE THESE COUNT   *
001700*            ONLY ONCE THE FILE'S 'F' RECORD FOLLOWS.            *
001800*      'F' - SEQUENTIAL FILE PJ-FILE-CODE COPIED - PJ-COUNT      *
001900*            RECORDS READ, PJ-KEPT-COUNT WRITTEN TO THE COPY.    *
002000*      'W' - THE STUDENT'S CERTIFICATE LINE HAS BEEN PRINTED.    *
002100*      'C' - RUN COMPLETE, PJ-COUNT STUDENTS CERTIFIED.          *
002200*    EVERY RECORD CARRIES THE RUN'S CUTOFF, THE BUSINESS DATE    *
002300*    AND THE TIME IT WAS WRITTEN.                                *
002400******************************************************************
002500*    MOD-LOG
002600*    DATE       INIT  DESCRIPTION
002700*    2026-10-15  RVM  ORIGINAL LAYOUT.
002800******************************************************************
002900*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003000*        01  PURGE-JOURNAL-EVENT.
003100*            COPY PJRNREC.
003200******************************************************************
003300     05  PJ-REC-TYPE                 PIC X(01).
003400     05  PJ-STUDENT-ID               PIC 9(07).
003500     05  PJ-FILE-CODE                PIC X(08).
003600     05  PJ-COUNT                    PIC 9(07).
003700     05  PJ-KEPT-COUNT               PIC 9(07).
003800     05  PJ-CUTOFF-DATE              PIC 9(08).
003900     05  PJ-BUSINESS-DATE            PIC 9(08).
004000     05  PJ-EVENT-TIME               PIC 9(08).
004100     05  PJ-LAST-NAME                PIC X(30).
004200     05  PJ-FIRST-NAME               PIC X(20).
004300     05  PJ-WITHDRAW-DATE            PIC 9(08).
004400     05  FILLER                      PIC X(08).
