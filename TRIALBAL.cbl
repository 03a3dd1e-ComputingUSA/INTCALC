003040*                 AN ADJUSTED ACCRUAL STILL BALANCES TO THE
003050*                 POSITION. THE CUMULATIVE POSTING RECORD GREW
003060*                 TO 62 BYTES (SEE GLEXTR).
003070* 10/14/2026 DOW  LATE CHARGES FROM THE DELINQUENCY RUN
003080*                 (GLLATECHG) ARE CHARGE INCOME, NOT PART OF THE
003090*                 ACCRUED POSITION, AND ARE LEFT OUT AND COUNTED
003095*                 LIKE THE WITHHOLDING POSTINGS.
003096* 10/14/2026 DOW  CD EARLY-WITHDRAWAL PENALTIES FROM THE POSTING
003097*                 RUN (GLCDPENLTY) ARE LEFT OUT AND COUNTED WITH
003098*                 THE LATE CHARGES AS CHARGE INCOME.
003099* 10/14/2026 DOW  ACCOUNT FEE INCOME FROM THE MONTHLY FEE RUN
003100*                 (GLFEEINC) IS LEFT OUT AS CHARGE INCOME TOO.
003101******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. TRIALBAL.
003400 ENVIRONMENT DIVISION.
007700 01  TB-POSTING-COUNT            PIC 9(07) COMP VALUE ZERO.
007800 01  TB-DIFFERENCE-COUNT         PIC 9(07) COMP VALUE ZERO.
007810 01  TB-WHLD-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
007820 01  TB-INCOME-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
007900 01  TB-TOTALS-TABLE.
008000     05  TB-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY TB-IDX.
008100         10  TB-GL-CODE          PIC X(10).
021160         PERFORM 8100-READ-CUM-POSTING THRU 8100-EXIT
021170         GO TO 3000-EXIT
021180     END-IF.
021181* CHARGE INCOME (LATE CHARGES, CD PENALTIES, ACCOUNT FEES) IS
021182* BOOKED STRAIGHT TO INCOME, NOT TO AM-ACCRUED-INTEREST.
021183     IF GE-GL-CODE = "GLLATECHG" OR "GLCDPENLTY" OR "GLFEEINC"
021184         ADD 1 TO TB-INCOME-SKIP-COUNT
021185         PERFORM 8100-READ-CUM-POSTING THRU 8100-EXIT
021186         GO TO 3000-EXIT
021187     END-IF.
021200     MOVE GE-GL-CODE TO TB-WORK-GL-CODE.
021300     MOVE GE-CURRENCY-CODE TO TB-WORK-CURRENCY.
021400     PERFORM 3200-FIND-TOTAL-ENTRY THRU 3200-EXIT.
032300     DISPLAY "MASTER ACCOUNTS READ:    " TB-ACCOUNT-COUNT.
032400     DISPLAY "CUM POSTINGS READ:       " TB-POSTING-COUNT.
032410     DISPLAY "WITHHOLDING LEFT OUT:    " TB-WHLD-SKIP-COUNT.
032420     DISPLAY "CHARGE INCOME LEFT OUT:  " TB-INCOME-SKIP-COUNT.
032500     DISPLAY "GL CODES OUT OF BALANCE: " TB-DIFFERENCE-COUNT.
032600     IF TB-DIFFERENCE-COUNT > ZERO
032700         MOVE 8 TO RETURN-CODE
