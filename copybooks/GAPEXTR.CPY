      ******************************************************************
      * COPYBOOK:    GAPEXTR
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/15/2026
      * PURPOSE:     DELIMITED EXTRACT OF THE INTEREST-RATE SENSITIVITY
      *              GAP REPORT (ALCOGAP) FOR THE ASSET/LIABILITY
      *              COMMITTEE'S SPREADSHEETS. EVERY RECORD IS ONE
      *              LINE OF COMMA-SEPARATED FIELDS, THE FIRST FIELD
      *              GIVING THE RECORD TYPE:
      *                HDR - ONE RECORD FIRST: THE PROGRAM, AS-OF
      *                      DATE, OPERATOR AND BASE CURRENCY.
      *                GAP - ONE PER CURRENCY PER TIME BAND (AND A
      *                      TOTAL): LOAN AND DEPOSIT PRINCIPAL THAT
      *                      MATURES OR REPRICES IN THE BAND, THE
      *                      PRINCIPAL-WEIGHTED AVERAGE RATE OF EACH,
      *                      THE PERIOD GAP (LOANS LESS DEPOSITS) AND
      *                      THE CUMULATIVE GAP.
      *                PRJ - ONE PER CURRENCY: THE ONE-YEAR PROJECTED
      *                      INTEREST INCOME (LOANS), EXPENSE
      *                      (DEPOSITS) AND NET AT CURRENT RATES.
      *                SHK - ONE PER CURRENCY PER RATE SHOCK: THE
      *                      CHANGE IN PROJECTED INCOME, EXPENSE AND
      *                      NET INTEREST INCOME UNDER THE SHOCK.
      *              CURRENCY CODE "ALL" CARRIES EVERY CURRENCY
      *              CONVERTED TO THE BASE CURRENCY (USD). AMOUNTS
      *              CARRY A LEADING MINUS SIGN WHEN NEGATIVE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/15/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  GAP-EXTRACT-HEADER.
           05  XH-RECORD-TYPE              PIC X(03) VALUE "HDR".
           05  FILLER                      PIC X(01) VALUE ",".
           05  XH-PROGRAM-ID               PIC X(08) VALUE "ALCOGAP".
           05  FILLER                      PIC X(01) VALUE ",".
           05  XH-AS-OF-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XH-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XH-BASE-CURRENCY            PIC X(03) VALUE "USD".
       01  GAP-EXTRACT-BAND.
           05  XB-RECORD-TYPE              PIC X(03) VALUE "GAP".
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-CURRENCY-CODE            PIC X(03).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-BAND-CODE                PIC X(07).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-LOAN-COUNT               PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-LOAN-PRINCIPAL           PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-LOAN-RATE                PIC 9(03).9(03).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-DEPOSIT-COUNT            PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-DEPOSIT-PRINCIPAL        PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-DEPOSIT-RATE             PIC 9(03).9(03).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-PERIOD-GAP               PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XB-CUMULATIVE-GAP           PIC -9(13).99.
       01  GAP-EXTRACT-PROJECTION.
           05  XP-RECORD-TYPE              PIC X(03) VALUE "PRJ".
           05  FILLER                      PIC X(01) VALUE ",".
           05  XP-CURRENCY-CODE            PIC X(03).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XP-INTEREST-INCOME          PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XP-INTEREST-EXPENSE         PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XP-NET-INTEREST             PIC -9(13).99.
       01  GAP-EXTRACT-SHOCK.
           05  XS-RECORD-TYPE              PIC X(03) VALUE "SHK".
           05  FILLER                      PIC X(01) VALUE ",".
           05  XS-CURRENCY-CODE            PIC X(03).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XS-SHOCK-BP                 PIC -9(04).
           05  FILLER                      PIC X(01) VALUE ",".
           05  XS-INCOME-CHANGE            PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XS-EXPENSE-CHANGE           PIC -9(13).99.
           05  FILLER                      PIC X(01) VALUE ",".
           05  XS-NET-INTEREST-CHANGE      PIC -9(13).99.
