      ******************************************************************
      * MODIFICATION HISTORY
      * 09/02/2026 DOW  INITIAL VERSION.
      * 10/14/2026 DOW  ELECTRONIC DISPOSITION "E" - THE PAYOUT WENT
      *                 OUT AS AN ACH CREDIT ON THE ACHCRED FILE RATHER
      *                 THAN BY CHECK. IT IS STILL A PAYOUT, SO
      *                 CR-DISP-PAYOUT COVERS BOTH.
      ******************************************************************
       01  INTEREST-CREDIT-RECORD.
           05  CR-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CR-DISPOSITION          PIC X(01).
               88  CR-DISP-COMPOUND                VALUE "C".
               88  CR-DISP-PAYOUT                  VALUE "P" "E".
               88  CR-DISP-CHECK                   VALUE "P".
               88  CR-DISP-ELECTRONIC              VALUE "E".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CR-CURRENCY-CODE        PIC X(03).
