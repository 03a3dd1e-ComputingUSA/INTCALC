      ******************************************************************
      * COPYBOOK:    FEEDTL
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     FEE DETAIL RECORD WRITTEN BY THE MONTHLY FEE RUN
      *              (FEERUN) - ONE RECORD FOR EACH FEE ACTUALLY
      *              DEBITED TO AM-PRINCIPAL ON THE RUN (WAIVED FEES
      *              APPEAR ONLY ON THE FEE REGISTER). THE FILE IS
      *              READ BACK BY THE STATEMENT RUN (STMTGEN) TO SHOW
      *              EACH FEE AS A LINE ON THE CUSTOMER STATEMENT FOR
      *              THE CYCLE, AND IS WRITTEN IN ASCENDING ACCOUNT
      *              NUMBER ORDER TO MATCH THE ACCOUNT MASTER PASS.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      * 10/15/2026 DOW  THE FILE IS NOW KEPT AS A GENERATION. FEERUN
      *                 READS THE LIVE FILE (FEEDTL) AND WRITES THE NEXT
      *                 ONE (FEENEW), CARRYING EACH ACCOUNT'S EARLIER
      *                 FEES STILL INSIDE ITS STATEMENT CYCLE AHEAD OF
      *                 THE FEES IT CHARGES; RUNCTL COPIES FEENEW OVER
      *                 FEEDTL WHEN THE FEE RUN IS PROMOTED. STMTGEN
      *                 PRINTS ONLY THE FEES ASSESSED IN THE STATEMENT
      *                 PERIOD.
      ******************************************************************
       01  FEE-DETAIL-RECORD.
           05  FA-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-ASSESS-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-FEE-TYPE             PIC X(01).
               88  FA-FEE-MAINTENANCE              VALUE "M".
               88  FA-FEE-BELOW-MINIMUM            VALUE "B".
               88  FA-FEE-EXCESS-WDL               VALUE "X".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-FEE-AMOUNT           PIC 9(10)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-CURRENCY-CODE        PIC X(03).
