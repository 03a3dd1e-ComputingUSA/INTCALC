      *                 THE CYCLE BEING RUN. "M" (OR SPACE, FOR
      *                 RECORDS WRITTEN BEFORE THIS CHANGE) IS
      *                 MONTHLY, "Q" IS QUARTERLY.
      * 10/14/2026 DOW  ADDED THE LOAN DELINQUENCY FIELDS MAINTAINED
      *                 BY THE DELINQUENCY RUN (DELQRUN): THE
      *                 SCHEDULED INSTALLMENT (AM-PAYMENT-AMOUNT),
      *                 THE DUE DATE OF THE OLDEST INSTALLMENT NOT
      *                 YET SATISFIED (AM-NEXT-DUE-DATE), THE COUNT
      *                 OF INSTALLMENTS SATISFIED, PAYMENTS RECEIVED
      *                 BUT NOT YET ENOUGH TO SATISFY AN INSTALLMENT
      *                 (AM-UNAPPLIED-PAYMENT), THE DAYS AND AMOUNT
      *                 PAST DUE AS OF THE LAST RUN, THE UNPAID LATE
      *                 CHARGES, AND THE DUE DATE OF THE LAST
      *                 INSTALLMENT A LATE CHARGE WAS ASSESSED FOR.
      *                 SPACES IN ANY OF THEM (RECORDS WRITTEN BEFORE
      *                 THIS CHANGE, AND DEPOSIT ACCOUNTS) READ AS
      *                 ZERO. THE RECORD GREW FROM 100 TO 250 BYTES,
      *                 LEAVING ROOM IN THE FILLER FOR FIELDS STILL
      *                 TO COME; THE TRAILER (ACCTTRLR), THE
      *                 MAINTENANCE HOLD AREA, AND THE NEW-MASTER FDS
      *                 GREW WITH IT.
      * 10/14/2026 DOW  ADDED THE ADJUSTABLE-RATE TERMS FOR THE
      *                 REPRICING RUN (REPRICE): THE PUBLISHED INDEX
      *                 THE LOAN IS PRICED AT (AM-RATE-INDEX-CODE,
      *                 MATCHED AGAINST THE INDEX RATE FILE IDXRATE),
      *                 THE MARGIN ADDED TO IT ("-" IN THE SIGN BYTE
      *                 FOR A MARGIN BELOW THE INDEX), THE RATE FLOOR
      *                 AND CAP (ZERO MEANS NONE), THE NEXT REPRICING
      *                 DATE, AND THE MONTHS BETWEEN REPRICINGS (ZERO
      *                 MEANS ANNUAL). SPACES IN THE INDEX CODE MEAN
      *                 A FIXED-RATE ACCOUNT; SPACES IN THE OTHER
      *                 FIELDS READ AS ZERO.
      * 10/14/2026 DOW  ADDED THE TIME-DEPOSIT TERMS FOR THE MATURITY
      *                 RUN (CDMATURE): THE MATURITY DATE (ZERO ON
      *                 ANY ACCOUNT THAT IS NOT A CERTIFICATE OF
      *                 DEPOSIT), THE RENEWAL INSTRUCTION (R OR SPACE
      *                 ROLLS INTO A NEW TERM, P PAYS OUT TO THE
      *                 LINKED ACCOUNT, T TRANSFERS TO A LINKED
      *                 ACCOUNT ON OUR OWN BOOKS), THE LINKED ACCOUNT,
      *                 THE TERM IN MONTHS A RENEWAL RUNS FOR (ZERO
      *                 MEANS 12), THE DAYS OF INTEREST FORFEITED ON
      *                 AN EARLY WITHDRAWAL (ZERO MEANS 90), AND THE
      *                 MATURITY DATE THE LAST MATURITY NOTICE WAS
      *                 PRINTED FOR. SPACES READ AS ZERO.
      * 10/14/2026 DOW  ADDED AM-LAST-FEE-DATE, THE AS-OF DATE OF THE
      *                 LAST MONTHLY FEE RUN (FEERUN) THAT ASSESSED THE
      *                 ACCOUNT, SO A RERUN IN THE SAME MONTH DOES NOT
      *                 CHARGE IT TWICE. SPACES READ AS ZERO.
      * 10/15/2026 DOW  ADDED AM-LAST-AGED-DATE, THE AS-OF DATE OF THE
      *                 LAST DELINQUENCY RUN (DELQRUN) THAT APPLIED THE
      *                 LOAN'S PAYMENTS, SO A RERUN FOR THE SAME DATE
      *                 DOES NOT APPLY THEM TWICE. SPACES READ AS ZERO.
      * 10/15/2026 DOW  ADDED AM-CYCLE-WDL-COUNT, THE WITHDRAWALS THE
      *                 POSTING RUN (INTCALC) HAS APPLIED SINCE THE LAST
      *                 MONTHLY FEE RUN (FEERUN), WHICH PRICES THE
      *                 EXCESS-WITHDRAWAL FEE FROM IT AND CLEARS IT.
      *                 SPACES READ AS ZERO.
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-NUMBER           PIC X(10).
           05  AM-STMT-CYCLE               PIC X(01).
               88  AM-CYCLE-MONTHLY                VALUE "M" SPACE.
               88  AM-CYCLE-QUARTERLY              VALUE "Q".
           05  AM-PAYMENT-AMOUNT           PIC 9(10)V99.
           05  AM-NEXT-DUE-DATE            PIC 9(08).
           05  AM-INSTALLMENTS-PAID        PIC 9(03).
           05  AM-UNAPPLIED-PAYMENT        PIC 9(10)V99.
           05  AM-DAYS-PAST-DUE            PIC 9(04).
           05  AM-AMOUNT-PAST-DUE          PIC 9(10)V99.
           05  AM-LATE-CHARGE-DUE          PIC 9(10)V99.
           05  AM-LATE-CHARGE-DATE         PIC 9(08).
           05  AM-RATE-INDEX-CODE          PIC X(04).
               88  AM-FIXED-RATE                   VALUE SPACES.
           05  AM-RATE-MARGIN-SIGN         PIC X(01).
               88  AM-MARGIN-BELOW-INDEX           VALUE "-".
           05  AM-RATE-MARGIN              PIC 9(2)V99.
           05  AM-RATE-FLOOR               PIC 9(3)V99.
           05  AM-RATE-CAP                 PIC 9(3)V99.
           05  AM-NEXT-REPRICE-DATE        PIC 9(08).
           05  AM-REPRICE-MONTHS           PIC 9(02).
           05  AM-MATURITY-DATE            PIC 9(08).
           05  AM-RENEWAL-INSTR            PIC X(01).
               88  AM-RENEW-AUTO                   VALUE "R" SPACE.
               88  AM-RENEW-PAYOUT                 VALUE "P".
               88  AM-RENEW-TRANSFER               VALUE "T".
           05  AM-LINKED-ACCOUNT           PIC X(10).
           05  AM-CD-TERM-MONTHS           PIC 9(03).
           05  AM-PENALTY-DAYS             PIC 9(03).
           05  AM-NOTICED-MATURITY         PIC 9(08).
           05  AM-LAST-FEE-DATE            PIC 9(08).
           05  AM-LAST-AGED-DATE           PIC 9(08).
           05  AM-CYCLE-WDL-COUNT          PIC 9(04).
           05  FILLER                      PIC X(08).
