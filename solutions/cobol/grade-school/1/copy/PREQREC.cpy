000100******************************************************************
000200*    PREQREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE PARENT-PORTAL REQUEST QUEUE (PORTREQ, *
000400*    A KSDS KEYED BY PQ-REQUEST-ID). ONE RECORD PER CHANGE A     *
000500*    PARENT SUBMITTED THROUGH THE PORTAL, LOADED BY GSPRTIN FROM *
000600*    THE VENDOR'S INBOUND FILE AND HELD UNTIL THE REGISTRAR      *
000700*    DECIDES IT:                                                 *
000800*      PQ-REQUEST-TYPE  'PH' GUARDIAN PHONE    (PQ-NEW-PHONE)    *
000900*                       'EM' GUARDIAN EMAIL    (PQ-NEW-EMAIL)    *
001000*                       'AD' STUDENT ADDRESS   (PQ-NEW-ADDRESS,  *
001100*                            CITY, STATE, ZIP - A BLANK FIELD    *
001200*                            IS NO CHANGE)                       *
001300*                       'AB' ABSENCE EXCUSE    (PQ-ABSENCE-DATE, *
001400*                            THE ABSREASN CODE THE PARENT GAVE   *
001500*                            AND THE PARENT'S NOTE)              *
001600*      PQ-GUARD-KEY     THE GUARDVS CONTACT THE REQUEST CAME     *
001700*                       FROM - FOR 'PH' AND 'EM' THE CONTACT     *
001800*                       BEING CHANGED.                           *
001900*      PQ-STATUS        'P' PENDING, 'A' APPROVED, 'D' DENIED.   *
002000*                       A DENIAL CARRIES PQ-DENY-REASON BACK TO  *
002100*                       THE VENDOR ON THE NEXT GSPORTAL EXTRACT, *
002200*                       WHICH STAMPS PQ-NOTICE-DATE. A REQUEST   *
002300*                       THAT FAILS THE LOAD EDITS IS QUEUED      *
002400*                       DENIED BY 'SYS' WITH THE EDIT'S REASON.  *
002500******************************************************************
002600*    MOD-LOG
002700*    DATE       INIT  DESCRIPTION
002800*    2026-10-15  RVM  ORIGINAL LAYOUT.
002900******************************************************************
003000*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
003100*        01  PORTAL-REQUEST-RECORD.
003200*            COPY PREQREC.
003300******************************************************************
003400     05  PQ-REQUEST-ID               PIC X(12).
003500     05  PQ-REQUEST-TYPE             PIC X(02).
003600         88  PQ-IS-PHONE             VALUE 'PH'.
003700         88  PQ-IS-EMAIL             VALUE 'EM'.
003800         88  PQ-IS-ADDRESS           VALUE 'AD'.
003900         88  PQ-IS-ABSENCE           VALUE 'AB'.
004000     05  PQ-STUDENT-ID               PIC 9(07).
004100     05  PQ-GUARD-KEY.
004200         10  PQ-GUARD-STUDENT-ID     PIC 9(07).
004300         10  PQ-GUARD-SEQ            PIC 9(02).
004400     05  PQ-PROPOSED                 PIC X(80).
004500     05  PQ-PROPOSED-PHONE REDEFINES PQ-PROPOSED.
004600         10  PQ-NEW-PHONE            PIC X(12).
004700         10  FILLER                  PIC X(68).
004800     05  PQ-PROPOSED-EMAIL REDEFINES PQ-PROPOSED.
004900         10  PQ-NEW-EMAIL            PIC X(40).
005000         10  FILLER                  PIC X(40).
005100     05  PQ-PROPOSED-ADDRESS REDEFINES PQ-PROPOSED.
005200         10  PQ-NEW-ADDRESS          PIC X(30).
005300         10  PQ-NEW-CITY             PIC X(20).
005400         10  PQ-NEW-STATE            PIC X(02).
005500         10  PQ-NEW-ZIP              PIC X(05).
005600         10  FILLER                  PIC X(23).
005700     05  PQ-PROPOSED-ABSENCE REDEFINES PQ-PROPOSED.
005800         10  PQ-ABSENCE-DATE         PIC 9(08).
005900         10  PQ-ABSENCE-REASON       PIC X(02).
006000         10  PQ-PARENT-NOTE          PIC X(60).
006100         10  FILLER                  PIC X(10).
006200     05  PQ-SUBMITTED.
006300         10  PQ-SUBMITTED-DATE       PIC 9(08).
006400         10  PQ-SUBMITTED-TIME       PIC 9(06).
006500     05  PQ-LOADED-DATE              PIC 9(08).
006600     05  PQ-STATUS                   PIC X(01).
006700         88  PQ-PENDING              VALUE 'P'.
006800         88  PQ-APPROVED             VALUE 'A'.
006900         88  PQ-DENIED               VALUE 'D'.
007000     05  PQ-DECIDED-DATE             PIC 9(08).
007100     05  PQ-DECIDED-BY               PIC X(03).
007200     05  PQ-DENY-REASON              PIC X(40).
007300     05  PQ-NOTICE-DATE              PIC 9(08).
007400     05  FILLER                      PIC X(08).
