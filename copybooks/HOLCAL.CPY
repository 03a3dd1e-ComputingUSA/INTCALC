      ******************************************************************
      * COPYBOOK:    HOLCAL
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     BUSINESS-DAY HOLIDAY CALENDAR RECORD. THE CALENDAR
      *              FILE (HOLCAL) IS MAINTAINED BY OPERATIONS FROM THE
      *              FEDERAL RESERVE HOLIDAY SCHEDULE, IN ASCENDING DATE
      *              ORDER. EACH CALENDAR YEAR STARTS WITH A YEAR RECORD
      *              (TYPE "Y", DATE CCYY0000) THAT MARKS THE YEAR AS
      *              LOADED, FOLLOWED BY ONE HOLIDAY RECORD (TYPE "H")
      *              FOR EACH DAY THE BANK IS CLOSED, DATED ON THE DAY
      *              THE HOLIDAY IS OBSERVED. SATURDAYS AND SUNDAYS ARE
      *              NEVER BUSINESS DAYS AND ARE NOT LISTED. THE
      *              CALENDAR IS VALIDATED BY HOLEDIT AND LOADED AT
      *              START-UP BY EVERY RUN THAT ROLLS A DATE TO A
      *              BUSINESS DAY; THOSE RUNS ARE HELD WHEN THE AS-OF
      *              YEAR HAS NO YEAR RECORD.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-RECORD-TYPE              PIC X(01).
               88  HC-YEAR-RECORD                  VALUE "Y".
               88  HC-HOLIDAY-RECORD               VALUE "H".
           05  FILLER                      PIC X(01).
           05  HC-CALENDAR-DATE            PIC 9(08).
           05  HC-CALENDAR-DATE-PARTS REDEFINES HC-CALENDAR-DATE.
               10  HC-CALENDAR-CCYY        PIC 9(04).
               10  HC-CALENDAR-MM          PIC 9(02).
               10  HC-CALENDAR-DD          PIC 9(02).
           05  FILLER                      PIC X(01).
           05  HC-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(39).
