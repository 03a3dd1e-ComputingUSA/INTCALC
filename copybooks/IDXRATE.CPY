      ******************************************************************
      * COPYBOOK:    IDXRATE
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     DATED INDEX RATE RECORD OF THE PUBLISHED INDEX
      *              RATE FILE (IDXRATE) MAINTAINED BY THE TREASURY
      *              DESK. EACH RECORD GIVES, FOR ONE INDEX CODE
      *              (PRIME, SOFR, ...), THE ANNUAL PERCENTAGE RATE
      *              PUBLISHED AS OF THE RATE DATE. A NEW RECORD IS
      *              ADDED FOR EACH INDEX MOVE, SO THE FILE CARRIES
      *              THE HISTORY; THE REPRICING RUN (REPRICE) USES,
      *              FOR EACH INDEX, THE NEWEST RATE DATED ON OR
      *              BEFORE ITS AS-OF DATE. THE INDEX CODE MATCHES
      *              AM-RATE-INDEX-CODE ON THE ACCOUNT MASTER.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  INDEX-RATE-RECORD.
           05  IR-INDEX-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IR-RATE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IR-RATE                 PIC 9(3)V99.
           05  FILLER                  PIC X(21).
