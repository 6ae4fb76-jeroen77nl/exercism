000600*    INSTRUCTIONAL DAY, 'E' AN EARLY-RELEASE DAY (STILL COUNTS), *
000700*    'H' A HOLIDAY/BREAK DAY (DOES NOT COUNT). A DATE WITH NO    *
000800*    RECORD AT ALL IS NOT A SCHOOL DAY (WEEKENDS, SUMMER).       *
000800*    CAL-SCHOOL-CODE SPACES IS THE DISTRICT DEFAULT CALENDAR; A  *
000800*    BUILDING CODE MARKS THAT BUILDING'S OWN CALENDAR (THE       *
000800*    YEAR-ROUND BUILDINGS, THE ALTERNATIVE HIGH SCHOOL). A       *
000800*    STUDENT RUNS ON THE CALENDAR OF THE ST-SCHOOL-CODE BUILDING *
000800*    WHEN IT HAS ONE, OTHERWISE ON THE DISTRICT DEFAULT.         *
000900******************************************************************
001000*    MOD-LOG
001100*    DATE       INIT  DESCRIPTION
001200*    2026-08-22  RVM  ORIGINAL LAYOUT.
001200*    2026-10-15  RVM  CAL-SCHOOL-CODE ADDED - SCHCALND NOW HOLDS
001200*                     THE DISTRICT DEFAULT CALENDAR (SPACES) AND
001200*                     ANY BUILDING'S OWN CALENDAR (GSCALBLD).
001300******************************************************************
001400*    INCLUDED UNDER A CALLER-SUPPLIED 01-LEVEL, E.G.
001500*        01  CALENDAR-RECORD.
001800     05  CAL-DATE                    PIC 9(08).
001900     05  CAL-DAY-TYPE                PIC X(01).
002000     05  CAL-DESCRIPTION             PIC X(20).
002000     05  CAL-SCHOOL-CODE             PIC X(04).
