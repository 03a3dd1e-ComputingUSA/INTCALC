      * 09/02/2026 DOW  ADDED AT-STMT-CYCLE FOR THE STATEMENT CYCLE
      *                 CODE ON THE MASTER (M MONTHLY, Q QUARTERLY;
      *                 SPACE MEANS MONTHLY).
      * 10/14/2026 DOW  ADDED THE ADJUSTABLE-RATE TERMS (INDEX CODE,
      *                 MARGIN SIGN AND MARGIN, FLOOR, CAP, NEXT
      *                 REPRICING DATE, MONTHS BETWEEN REPRICINGS)
      *                 FOR THE REPRICING RUN. SPACES IN THE INDEX
      *                 CODE MEAN A FIXED-RATE ACCOUNT; SPACES IN THE
      *                 NUMERIC TERMS STORE AS ZERO. THE RECORD GREW
      *                 FROM 81 TO 110 BYTES.
      * 10/14/2026 DOW  ADDED THE TIME-DEPOSIT TERMS (MATURITY DATE,
      *                 RENEWAL INSTRUCTION, LINKED ACCOUNT, RENEWAL
      *                 TERM MONTHS, EARLY-WITHDRAWAL PENALTY DAYS).
      *                 SPACES IN THE NUMERIC TERMS STORE AS ZERO. THE
      *                 MATURITY NOTICE STAMP BELONGS TO THE MATURITY
      *                 RUN AND IS NOT CARRIED HERE. THE RECORD GREW
      *                 FROM 110 TO 130 BYTES.
      ******************************************************************
       01  ACCOUNT-TRANS-RECORD.
           05  AT-FUNCTION-CODE            PIC X(01).
           05  AT-WITHHOLD-IND             PIC X(01).
           05  AT-WITHHOLD-RATE            PIC 9(2)V99.
           05  AT-STMT-CYCLE               PIC X(01).
           05  AT-RATE-INDEX-CODE          PIC X(04).
           05  AT-RATE-MARGIN-SIGN         PIC X(01).
           05  AT-RATE-MARGIN              PIC 9(2)V99.
           05  AT-RATE-FLOOR               PIC 9(3)V99.
           05  AT-RATE-CAP                 PIC 9(3)V99.
           05  AT-NEXT-REPRICE-DATE        PIC 9(08).
           05  AT-REPRICE-MONTHS           PIC 9(02).
           05  AT-MATURITY-DATE            PIC 9(08).
           05  AT-RENEWAL-INSTR            PIC X(01).
           05  AT-LINKED-ACCOUNT           PIC X(10).
           05  AT-CD-TERM-MONTHS           PIC 9(03).
           05  AT-PENALTY-DAYS             PIC 9(03).
           05  FILLER                      PIC X(06).
