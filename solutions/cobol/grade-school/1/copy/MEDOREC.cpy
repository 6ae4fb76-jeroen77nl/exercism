000100******************************************************************
000200*    MEDOREC.CPY                                                 *
000300*    RECORD LAYOUT FOR THE STANDING MEDICATION ORDER FILE        *
000400*    (MEDORDR). ONE RECORD PER DOSE A STUDENT IS TO BE GIVEN AT  *
000500*    SCHOOL EACH DAY - THE MEDICATION, THE TIME OF DAY IT IS     *
000600*    SCHEDULED FOR, AND THE START AND END DATES OF THE ORDER.    *
000700*    MAINTAINED BY THE NURSE'S OFFICE. GSHEALTH WORKS THE DAILY  *
000800*    DUE-TO-ADMINISTER LIST FROM IT; GSTRIP LISTS THE DOSES THAT *
000900*    FALL DURING A FIELD TRIP SO THE MEDICATION GOES ALONG.      *
001000******************************************************************
001100*    MOD-LOG
001200*    DATE       INIT  DESCRIPTION
001300*    2026-10-15  RVM  LAYOUT LIFTED UNCHANGED FROM THE FD IN
001400*                     GSHEALTH.COB SO GSTRIP CAN SHARE IT.
001500******************************************************************
001600*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001700*        01  MED-ORDER-RECORD.
001800*            COPY MEDOREC.
001900******************************************************************
002000     05  MO-STUDENT-ID               PIC 9(07).
002100     05  MO-MEDICATION               PIC X(20).
002200     05  MO-SCHED-TIME               PIC 9(04).
002300     05  MO-START-DATE               PIC 9(08).
002400     05  MO-END-DATE                 PIC 9(08).
