000100******************************************************************
000200*    DOEEREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STATE SUBMISSION OPEN-ERROR REGISTER  *
000400*    (DOEOPEN). ONE RECORD PER ERROR THE STATE HAS RETURNED      *
000500*    AGAINST A DOE ENROLLMENT SUBMISSION, KEYED BY THE SSID THE  *
000600*    STATE MATCHED AND THE STATE'S ERROR CODE. GSDOEERR ADDS A   *
000700*    RECORD THE FIRST TIME THE STATE'S ERROR-RETURN FILE DRAWS   *
000800*    THE ERROR AND CLOSES IT WHEN A LATER RETURN NO LONGER DOES. *
000900*    DE-STUDENT-ID AND DE-SCHOOL ARE THE STUDENT THE SSID MAPS   *
001000*    TO THROUGH SSIDXREF AND THAT STUDENT'S BUILDING, REFRESHED  *
001100*    EVERY RUN (ZERO AND '----' WHILE THE SSID IS UNMATCHED).    *
001200*    DE-SEVERITY: 'F' FATAL - THE STATE WILL NOT ACCEPT THE      *
001300*    SUBMISSION WHILE IT STANDS, 'W' WARNING.                    *
001400*    DE-STATUS: 'O' OPEN, 'C' CLOSED. DE-FIRST-REPORTED AND      *
001500*    DE-LAST-REPORTED ARE THE AS-OF DATES OF THE FIRST AND MOST  *
001600*    RECENT RETURN FILES TO CARRY THE ERROR; DE-CLOSED-DATE IS   *
001700*    THE AS-OF DATE OF THE RETURN THAT NO LONGER DID.            *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  DOE-OPEN-ERROR-RECORD.
002500*            COPY DOEEREC.
002600******************************************************************
002700     05  DE-KEY.
002800         10  DE-STATE-ID             PIC X(10).
002900         10  DE-ERROR-CODE           PIC X(06).
003000     05  DE-STUDENT-ID               PIC 9(07).
003100     05  DE-SCHOOL                   PIC X(04).
003200     05  DE-SEVERITY                 PIC X(01).
003300     05  DE-STATUS                   PIC X(01).
003400     05  DE-FIRST-REPORTED           PIC 9(08).
003500     05  DE-LAST-REPORTED            PIC 9(08).
003600     05  DE-CLOSED-DATE              PIC 9(08).
003700     05  DE-ERROR-TEXT               PIC X(40).
003800     05  FILLER                      PIC X(07).
