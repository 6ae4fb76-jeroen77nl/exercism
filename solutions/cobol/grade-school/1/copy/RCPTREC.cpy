000100******************************************************************
000200*    RCPTREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE INBOUND-FILE RECEIPT REGISTER         *
000400*    (RCPTREG). EVERY LOADING JOB APPENDS ONE RECORD PER         *
000500*    INBOUND FILE IT WAS HANDED - ACCEPTED OR REJECTED - WITH    *
000600*    THE SENDER, FILE TYPE AND SEQUENCE FROM THE FILE'S HEADER   *
000700*    (INBHREC), THE COUNTS IT PROVED AND ITS DISPOSITION. A      *
000800*    FILE WHOSE SENDER/TYPE/SEQUENCE IS ALREADY REGISTERED AS    *
000900*    ACCEPTED BY THE SAME JOB IS REFUSED AS A DUPLICATE, AND     *
001000*    THE MORNING DIGEST LISTS THE REJECTIONS.                    *
001100*    RCP-DISPOSITION:                                            *
001200*      'A' - ACCEPTED AND LOADED,                                *
001300*      'R' - REJECTED WHOLE, REASON IN RCP-REASON:               *
001400*            EMPTY - NO RECORDS AT ALL,                          *
001500*            NOHDR - FIRST RECORD IS NOT A HEADER,               *
001600*            BADTY - HEADER NAMES ANOTHER FILE TYPE,             *
001700*            BADDT - HEADER AS-OF DATE MISSING,                  *
001800*            HDRPO - A SECOND OR MISPLACED HEADER,               *
001900*            NOTRL - NO TRAILER (TRUNCATED FILE),                *
002000*            TRLMM - TRAILER SENDER/TYPE/SEQ DIFFER FROM HEADER, *
002100*            AFTRL - RECORDS AFTER THE TRAILER,                  *
002200*            NONUM - A DETAIL HASH FIELD IS NOT NUMERIC,         *
002300*            COUNT - TRAILER COUNT DIFFERS FROM RECORDS READ,    *
002400*            HASH  - TRAILER HASH DIFFERS FROM THE SUM READ,     *
002500*            DUPE  - SAME SENDER/TYPE/SEQ ALREADY ACCEPTED.      *
002600******************************************************************
002700*    MOD-LOG
002800*    DATE       INIT  DESCRIPTION
002900*    2026-10-15  RVM  ORIGINAL LAYOUT.
003000******************************************************************
003100*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003200*        01  RECEIPT-REGISTER-RECORD.
003300*            COPY RCPTREC.
003400******************************************************************
003500     05  RCP-SENDER-ID               PIC X(08).
003600     05  RCP-FILE-TYPE               PIC X(08).
003700     05  RCP-FILE-SEQ                PIC 9(06).
003800     05  RCP-AS-OF-DATE              PIC 9(08).
003900     05  RCP-JOB-NAME                PIC X(08).
004000     05  RCP-RECEIVED-DATE           PIC 9(08).
004100     05  RCP-RECEIVED-TIME           PIC 9(08).
004200     05  RCP-RECORD-COUNT            PIC 9(07).
004300     05  RCP-HASH-TOTAL              PIC 9(15).
004400     05  RCP-DISPOSITION             PIC X(01).
004500     05  RCP-REASON                  PIC X(05).
