      ******************************************************************
      * COPYBOOK:    MONFLAG
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     MONETARY EDIT FLAG RECORD WRITTEN BY THE MONETARY
      *              EDIT (MONEDIT) WHEN IT HAS FINISHED WITH THE DAY'S
      *              MONETARY TRANSACTIONS. THE RUNS THAT POST FROM THE
      *              EDITED FILE (INTCALC POSTING MODE, DELQRUN) READ
      *              THE FLAG AT START-UP, AS THEY READ EDITFLAG, AND
      *              REFUSE TO RUN UNLESS THE EDIT FINISHED CLEAN FOR
      *              THE SAME AS-OF DATE, SO A STALE OR HALF-WRITTEN
      *              EDITED FILE IS NEVER POSTED. THE COUNTS ARE THE
      *              EDIT'S OWN CONTROL TOTALS FOR THE RUN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  MONETARY-EDIT-FLAG-RECORD.
           05  MF-CLEAN-FLAG               PIC X(01).
               88  MF-EDIT-CLEAN                   VALUE "Y".
               88  MF-EDIT-FAILED                  VALUE "N".
           05  MF-AS-OF-DATE               PIC 9(08).
           05  MF-RELEASED-COUNT           PIC 9(07).
           05  MF-RELEASED-AMOUNT          PIC 9(13)V99.
           05  MF-SUSPENDED-COUNT          PIC 9(07).
