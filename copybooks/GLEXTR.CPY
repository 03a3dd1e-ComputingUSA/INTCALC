      *                 PRIOR ACCRUAL, OR A SETTLEMENT WRITTEN BY THE
      *                 CAPITALIZATION RUN (CAPCYCLE) REDUCING THE
      *                 ACCRUED POSITION. THE RECORD GREW TO 62 BYTES.
      * 10/15/2026 DOW  THE FLAG AS THE LATER WRITERS SET IT. "C" ALSO
      *                 MARKS THE CHARGE INCOME CREDITED STRAIGHT TO AN
      *                 INCOME GL CODE: LATE CHARGES (GLLATECHG) FROM
      *                 THE DELINQUENCY RUN (DELQRUN), CD EARLY-
      *                 WITHDRAWAL PENALTIES (GLCDPENLTY) FROM THE
      *                 POSTING RUN (INTCALC), AND ACCOUNT FEES
      *                 (GLFEEINC) FROM THE MONTHLY FEE RUN (FEERUN);
      *                 THE CD MATURITY RUN (CDMATURE) AND THE PENALTY
      *                 TAKEN FROM ACCRUED INTEREST ARE CREDITS AT THE
      *                 ACCOUNT'S OWN GL CODE LIKE CAPCYCLE'S
      *                 SETTLEMENT. "D" ALSO MARKS THE RE-ACCRUAL
      *                 WRITTEN BY THE ACH RETURN RUN (ACHRTN) WHEN A
      *                 SETTLED PAYOUT COMES BACK. THE TRIAL BALANCE
      *                 (TRIALBAL) PROVES THE EXTRACT AGAINST THE
      *                 ACCRUED POSITION (AM-ACCRUED-INTEREST) AND SO
      *                 LEAVES THE THREE INCOME CODES OUT AND COUNTS
      *                 THEM: NONE OF THAT INCOME WAS EVER ACCRUED, AND
      *                 SUBTRACTING IT WOULD SHOW A FALSE SHORTFALL.
      *                 THE POSTING RECONCILIATION (GLRECON) STILL
      *                 MATCHES THEM TO THEIR CONFIRMATIONS LIKE ANY
      *                 OTHER ENTRY, SINCE THE LEDGER MUST POST THEM.
      ******************************************************************
       01  GL-EXTRACT-DETAIL.
           05  GE-ACCOUNT-NUMBER       PIC X(10).
