      ******************************************************************
      * MODIFICATION HISTORY
      * 09/02/2026 DOW  INITIAL VERSION.
      * 10/14/2026 DOW  SH-FEE-AMOUNT CARRIES THE TOTAL OF THE FEES
      *                 PRINTED ON THE STATEMENT. RECORDS WRITTEN
      *                 BEFORE IT WAS ADDED READ SPACES THERE.
      ******************************************************************
       01  STMT-HISTORY-DETAIL.
           05  SH-ACCOUNT-NUMBER       PIC X(10).
           05  SH-CREDIT-DISP          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SH-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SH-FEE-AMOUNT           PIC 9(10)V99.
