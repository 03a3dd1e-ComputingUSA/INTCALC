      *                 REPRINT (RP-REPRINT-ACCT, SPACES MEANS A
      *                 NORMAL BATCH RUN), BOTH HONORED BY STMTGEN.
      *                 THE OTHER RUNS IGNORE THEM.
      * 10/14/2026 DOW  ADDED THE BUSINESS-DAY ROLL RULE
      *                 (RP-BUSINESS-DAY-RULE): "N" OR SPACE ROLLS A
      *                 DATE THAT FALLS ON A WEEKEND OR CALENDAR
      *                 HOLIDAY (HOLCAL) TO THE NEXT BUSINESS DAY,
      *                 "P" TO THE PREVIOUS ONE. HONORED BY EVERY RUN
      *                 THAT LOADS THE HOLIDAY CALENDAR.
      ******************************************************************
       01  RUN-PARAMETER-RECORD.
           05  RP-RUN-MODE                 PIC X(01).
               88  RP-GL-SUPPRESSED                VALUE "Y".
           05  RP-STMT-CYCLE               PIC X(01).
           05  RP-REPRINT-ACCT             PIC X(10).
           05  RP-BUSINESS-DAY-RULE        PIC X(01).
               88  RP-ROLL-TO-NEXT                 VALUE "N" SPACE.
               88  RP-ROLL-TO-PREVIOUS             VALUE "P".
           05  FILLER                      PIC X(10).
