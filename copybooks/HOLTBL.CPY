      ******************************************************************
      * COPYBOOK:    HOLTBL
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     BUSINESS-DAY CALENDAR TABLE AND WORK AREA. THE
      *              YEARS AND HOLIDAYS ON THE HOLIDAY CALENDAR FILE
      *              (HOLCAL) ARE LOADED HERE AT START-UP, AND A DATE
      *              MOVED TO HT-ROLL-DATE IS ROLLED TO A BUSINESS DAY -
      *              NOT A SATURDAY, SUNDAY, OR CALENDAR HOLIDAY - BY
      *              THE RUN'S ROLL RULE: THE NEXT BUSINESS DAY, OR THE
      *              PREVIOUS ONE (RP-BUSINESS-DAY-RULE ON RUNPARMS).
      *              THE WEEKDAY IS WORKED OUT FROM THE MONTH OFFSETS
      *              BELOW (0 = SUNDAY THROUGH 6 = SATURDAY). ONLY THE
      *              DATES A RUN SETTLES, POSTS, OR SHOWS AS DUE ARE
      *              ROLLED; DAY COUNTS FOR INTEREST STAY ON THE TRUE
      *              CALENDAR DAYS.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  HOLIDAY-CALENDAR-TABLE.
           05  HT-YEAR-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  HT-YEAR-MAX                 PIC 9(03) COMP VALUE 20.
           05  HT-YEAR-ENTRY OCCURS 20 TIMES INDEXED BY HT-YR-IDX.
               10  HT-LOADED-YEAR          PIC 9(04).
           05  HT-HOLIDAY-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  HT-HOLIDAY-MAX              PIC 9(03) COMP VALUE 300.
           05  HT-HOLIDAY-ENTRY OCCURS 300 TIMES INDEXED BY HT-HOL-IDX.
               10  HT-HOLIDAY-DATE         PIC 9(08).
       01  HOLIDAY-CALENDAR-FIELDS.
           05  HT-EOF-SWITCH               PIC X(01) VALUE "N".
               88  HT-END-OF-FILE                  VALUE "Y".
           05  HT-YEAR-FOUND-SWITCH        PIC X(01).
               88  HT-YEAR-LOADED                  VALUE "Y".
           05  HT-BUSINESS-DAY-SWITCH      PIC X(01).
               88  HT-BUSINESS-DAY                 VALUE "Y".
           05  HT-ROLL-RULE                PIC X(01) VALUE "N".
               88  HT-ROLL-NEXT                    VALUE "N".
               88  HT-ROLL-PREVIOUS                VALUE "P".
           05  HT-ROLL-DATE                PIC 9(08).
           05  HT-ROLL-DATE-PARTS REDEFINES HT-ROLL-DATE.
               10  HT-ROLL-CCYY            PIC 9(04).
               10  HT-ROLL-MM              PIC 9(02).
               10  HT-ROLL-DD              PIC 9(02).
           05  HT-ORIGINAL-DATE            PIC 9(08).
           05  HT-CHECK-YEAR               PIC 9(04).
           05  HT-WEEKDAY                  PIC 9(01).
               88  HT-WEEKEND-DAY                  VALUE 0 6.
           05  HT-DOW-CCYY                 PIC 9(04).
           05  HT-DOW-SUM                  PIC 9(05) COMP.
           05  HT-DOW-QUOTIENT             PIC 9(05) COMP.
           05  HT-MONTH-DAYS               PIC 9(02).
           05  HT-LEAP-QUOTIENT            PIC 9(05) COMP.
           05  HT-LEAP-REMAINDER           PIC 9(05) COMP.
           05  HT-ROLLED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  HT-MONTH-DAYS-VALUES            PIC X(24)
           VALUE "312831303130313130313031".
       01  HT-MONTH-DAYS-TABLE REDEFINES HT-MONTH-DAYS-VALUES.
           05  HT-DAYS-IN-MONTH            PIC 9(02) OCCURS 12 TIMES.
       01  HT-DOW-OFFSET-VALUES            PIC X(12)
           VALUE "032503514624".
       01  HT-DOW-OFFSET-TABLE REDEFINES HT-DOW-OFFSET-VALUES.
           05  HT-DOW-OFFSET               PIC 9(01) OCCURS 12 TIMES.
