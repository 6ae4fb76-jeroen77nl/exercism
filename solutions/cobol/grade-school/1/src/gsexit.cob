002280*                     TABLE NOW TAKE ONLY PERIOD-00 (DAILY)
002290*                     RECORDS, SO A DEPARTMENTALIZED GRADUATE
002291*                     IS NOT COUNTED ONCE PER CLASS PERIOD.
002291*    2026-10-15  RVM  'E' (EARLY DISMISSAL, SIGNED OUT AT THE
002291*                     FRONT DESK) IS TALLIED AS A DAY PRESENT.
002292*    2026-10-15  RVM  A TYPE-'3' COURSE LINE NOW CARRIES THE
002293*                     TRANSCRIPT'S REPEAT FLAG AFTER THE GRADE -
002294*                     'R' IS AN ATTEMPT SUPERSEDED BY A RETAKE
002295*                     (NO CREDIT, NO GPA), SPACE COUNTS.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
013800     05  XC-COURSE-NAME       PIC X(24).
013900     05  XC-CREDIT-HOURS      PIC 9.9.
014000     05  XC-GRADE-LETTER      PIC X(01).
014050     05  XC-REPEAT-FLAG       PIC X(01).
014100 01  EXIT-ATTEND-LINE.
014200     05  FILLER               PIC X(01) VALUE '4'.
014300     05  XA-ID                PIC 9(07).
025300         if ws-grd-id(i) = ws-post-student-id
025400             evaluate ws-post-status
025500                 when 'P'
025500                     add 1 to ws-grd-present(i)
025500                 when 'E'
025500                     add 1 to ws-grd-present(i)
025700                 when 'A'
025800                     add 1 to ws-grd-absent(i)
025900                 when 'T'
036100                 move trn-course-name  to xc-course-name
036200                 move trn-credit-hours to xc-credit-hours
036300                 move trn-grade-letter to xc-grade-letter
036350                 move trn-repeat-flag  to xc-repeat-flag
036400                 write exit-package-line from exit-course-line
036500             end-if
036600         end-perform
