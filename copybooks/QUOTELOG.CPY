      ******************************************************************
      * COPYBOOK:    QUOTELOG
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     PAYOFF QUOTE LOG RECORD. THE PAYOFF QUOTE PROGRAM
      *              (PAYQUOTE) APPENDS ONE RECORD FOR EVERY PAYOFF
      *              LETTER IT PRINTS, CARRYING THE FIGURES EXACTLY AS
      *              QUOTED - WHO QUOTED THEM AND WHEN, THE GOOD-
      *              THROUGH DATE, THE ACCRUAL DATE AND DAY-COUNT
      *              BASIS THEY WERE WORKED FROM, EACH COMPONENT OF
      *              THE PAYOFF AMOUNT, AND THE PER DIEM - SO A PAYOFF
      *              THAT ARRIVES SHORT CAN BE CHECKED AGAINST THE
      *              FIGURE THE CUSTOMER WAS GIVEN. QL-QUOTE-DATE AND
      *              QL-QUOTE-TIME TOGETHER ARE THE QUOTE REFERENCE
      *              PRINTED ON THE LETTER. THE FILE IS NEVER
      *              REWRITTEN, ONLY EXTENDED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  PAYOFF-QUOTE-LOG-RECORD.
           05  QL-QUOTE-DATE               PIC 9(08).
           05  QL-QUOTE-TIME               PIC 9(08).
           05  QL-OPERATOR-ID              PIC X(08).
           05  QL-ACCOUNT-NUMBER           PIC X(10).
           05  QL-GOOD-THROUGH-DATE        PIC 9(08).
           05  QL-LAST-ACCRUED-DATE        PIC 9(08).
           05  QL-DAY-COUNT-BASIS          PIC X(01).
           05  QL-INTEREST-DAYS            PIC 9(05).
           05  QL-INT-RATE                 PIC 9(3)V99.
           05  QL-CURRENCY-CODE            PIC X(03).
           05  QL-PRINCIPAL                PIC 9(10)V99.
           05  QL-ACCRUED-INTEREST         PIC 9(10)V99.
           05  QL-INTEREST-TO-DATE         PIC 9(10)V99.
           05  QL-LATE-CHARGES             PIC 9(10)V99.
           05  QL-PER-DIEM                 PIC 9(10)V99.
           05  QL-PAYOFF-AMOUNT            PIC 9(11)V99.
           05  FILLER                      PIC X(12).
