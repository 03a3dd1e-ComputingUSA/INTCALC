      ******************************************************************
      * COPYBOOK:    FEESCHED
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     ACCOUNT FEE SCHEDULE RECORD OF THE FEE SCHEDULE
      *              FILE (FEESCHED) MAINTAINED BY DEPOSIT OPERATIONS.
      *              ONE RECORD PER PRODUCT, KEYED BY THE GL CODE THE
      *              PRODUCT BOOKS TO (AM-GL-CODE ON THE ACCOUNT
      *              MASTER), GIVES THE FEES THE MONTHLY FEE RUN
      *              (FEERUN) ASSESSES ON ITS ACCOUNTS, IN THE
      *              ACCOUNT'S OWN CURRENCY:
      *                - THE MONTHLY MAINTENANCE FEE, WAIVED WHEN THE
      *                  BALANCE IS AT OR ABOVE THE WAIVER BALANCE;
      *                - THE BELOW-MINIMUM-BALANCE FEE, CHARGED WHEN
      *                  THE BALANCE IS UNDER THE MINIMUM BALANCE;
      *                - THE EXCESS-WITHDRAWAL FEE, CHARGED FOR EACH
      *                  WITHDRAWAL IN THE CYCLE OVER THE FREE COUNT,
      *                  ALSO WAIVED AT OR ABOVE THE WAIVER BALANCE.
      *              A ZERO FEE MEANS THE PRODUCT DOES NOT CARRY THAT
      *              FEE; A ZERO WAIVER BALANCE MEANS NO BALANCE
      *              WAIVER. AN ACCOUNT WHOSE GL CODE IS NOT ON THE
      *              SCHEDULE IS NOT CHARGED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FS-GL-CODE              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-MAINT-FEE            PIC 9(05)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-WAIVE-BALANCE        PIC 9(10)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-MINIMUM-BALANCE      PIC 9(10)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-BELOW-MIN-FEE        PIC 9(05)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-FREE-WITHDRAWALS     PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-EXCESS-WDL-FEE       PIC 9(05)V99.
           05  FILLER                  PIC X(16).
