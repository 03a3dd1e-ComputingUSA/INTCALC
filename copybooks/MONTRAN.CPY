      ******************************************************************
      * MODIFICATION HISTORY
      * 09/02/2026 DOW  INITIAL VERSION.
      * 10/14/2026 DOW  THE FILE AS RECEIVED FROM THE BRANCHES NOW
      *                 COMES IN BATCHES. EACH BATCH OPENS WITH A
      *                 HEADER RECORD (MN-RECORD-TYPE "H") NAMING ITS
      *                 SOURCE AND DATE, AND CLOSES WITH A TRAILER
      *                 ("T") CARRYING THE CONTROL COUNT AND AMOUNT
      *                 FOR EACH TRANSACTION CODE (DEPOSITS,
      *                 WITHDRAWALS, LOAN PAYMENTS, IN THAT ORDER).
      *                 EVERY RECORD CARRIES ITS BATCH NUMBER. THE
      *                 MONETARY EDIT (MONEDIT) BALANCES EACH BATCH,
      *                 VALIDATES EACH TRANSACTION, AND WRITES THE
      *                 ONES IT RELEASES - DETAIL RECORDS ONLY, IN THE
      *                 ACCOUNT AND EFFECTIVE DATE ORDER DESCRIBED
      *                 ABOVE - TO THE EDITED FILE (MONPOST) THE
      *                 POSTING RUNS READ. A DETAIL RECORD WRITTEN
      *                 BEFORE THIS CHANGE CARRIES SPACES IN THE TYPE
      *                 AND BATCH NUMBER AND READS AS A DETAIL.
      ******************************************************************
       01  MONETARY-TRANS-RECORD.
           05  MN-DETAIL-AREA.
               10  MN-ACCOUNT-NUMBER       PIC X(10).
               10  MN-TRAN-CODE            PIC X(01).
                   88  MN-TRAN-DEPOSIT             VALUE "D".
                   88  MN-TRAN-WITHDRAWAL          VALUE "W".
                   88  MN-TRAN-LOAN-PAYMENT        VALUE "P".
               10  MN-EFFECTIVE-DATE       PIC 9(08).
               10  MN-AMOUNT               PIC 9(10)V99.
               10  FILLER                  PIC X(42).
           05  MN-HEADER-AREA REDEFINES MN-DETAIL-AREA.
               10  MN-HDR-SOURCE-ID        PIC X(08).
               10  MN-HDR-BATCH-DATE       PIC 9(08).
               10  FILLER                  PIC X(57).
           05  MN-TRAILER-AREA REDEFINES MN-DETAIL-AREA.
               10  MN-TRL-CODE-TOTALS OCCURS 3 TIMES.
                   15  MN-TRL-COUNT        PIC 9(05).
                   15  MN-TRL-AMOUNT       PIC 9(11)V99.
               10  FILLER                  PIC X(19).
           05  MN-RECORD-TYPE              PIC X(01).
               88  MN-DETAIL-RECORD                VALUE "D" SPACE.
               88  MN-BATCH-HEADER                 VALUE "H".
               88  MN-BATCH-TRAILER                VALUE "T".
           05  MN-BATCH-NUMBER             PIC X(06).
