000100******************************************************************
000200*    NPHSREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE GSNIGHT PHASE-CONTROL FILE            *
000400*    (NIGHTPHS). EACH PHASE OF THE NIGHTLY RUN - ENROLL,         *
000500*    CTLCARDS, ATTEND, SWEEP, DISCIP, SVCLOG - APPENDS ONE       *
000600*    RECORD WHEN IT HAS COMMITTED ITS WORK. THE RECORD IS THE    *
000700*    PHASE'S COMPLETION MARKER: A RERUN FOR THE SAME BUSINESS    *
000800*    DATE SKIPS EVERY PHASE THAT HAS ONE AND RESUMES AT THE      *
000900*    FIRST THAT DOES NOT.                                        *
001000*    NP-STATUS:                                                  *
001100*      'C' - PHASE RAN AND COMMITTED,                            *
001200*      'N' - PHASE HAD NO INPUT FOR THE DATE AND WAS SKIPPED     *
001300*            WITHOUT LOADING THE ROSTER.                         *
001400*    THE COUNTS ARE THE PHASE'S OWN. THE ENROLL RECORD ALSO      *
001500*    CARRIES THE BEGINNING ROSTER COUNT, THE ENROLLMENT CONTROL  *
001600*    TOTALS AND WHETHER A CHKPOINT RESTART WAS PENDING, SO A     *
001700*    CTLCARDS STEP RUN ON ITS OWN CAN STILL BALANCE THE NIGHT.   *
001800******************************************************************
001900*    MOD-LOG
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  RVM  ORIGINAL LAYOUT.
002200******************************************************************
002300*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
002400*        01  NIGHT-PHASE-EVENT.
002500*            COPY NPHSREC.
002600******************************************************************
002700     05  NP-BUSINESS-DATE            PIC 9(08).
002800     05  NP-PHASE                    PIC X(08).
002900     05  NP-STATUS                   PIC X(01).
003000     05  NP-START-TIME               PIC 9(08).
003100     05  NP-END-TIME                 PIC 9(08).
003200     05  NP-COMPLETION-CODE          PIC 9(04).
003300     05  NP-BEGIN-COUNT              PIC 9(05).
003400     05  NP-RESTARTED                PIC X(01).
003500     05  NP-TRANS-READ               PIC 9(07).
003600     05  NP-ADDS                     PIC 9(07).
003700     05  NP-CHANGES                  PIC 9(07).
003800     05  NP-DROPS                    PIC 9(07).
003900     05  NP-REJECTS                  PIC 9(07).
004000     05  NP-ATT-POSTED               PIC 9(07).
004100     05  NP-ROSTER-WRITTEN           PIC 9(05).
004200     05  FILLER                      PIC X(04).
