      ******************************************************************
      * COPYBOOK:    PAYEEINS
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     PAYEE INSTRUCTION FILE KEYED BY ACCOUNT NUMBER,
      *              NAMING THE OUTSIDE ACCOUNT TO WHICH AN ACCOUNT'S
      *              INTEREST PAYOUT IS SENT BY ACH CREDIT. READ BY
      *              THE CAPITALIZATION CYCLE RUN (CAPCYCLE) FOR EACH
      *              ACCOUNT CARRYING THE PAYOUT DISPOSITION, AND MUST
      *              BE IN ASCENDING PI-ACCOUNT-NUMBER ORDER TO MATCH
      *              THE ACCOUNT MASTER PASS. A PAYOUT ACCOUNT WITH NO
      *              ACTIVE INSTRUCTION HERE, OR WHOSE ROUTING NUMBER
      *              FAILS ITS CHECK DIGIT, IS STILL PAID BY CHECK.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  PAYEE-INSTRUCTION-RECORD.
           05  PI-ACCOUNT-NUMBER           PIC X(10).
           05  PI-PAYEE-NAME               PIC X(22).
           05  PI-ROUTING-NUMBER           PIC X(09).
           05  PI-ROUTING-PARTS REDEFINES PI-ROUTING-NUMBER.
               10  PI-ROUTING-RDFI         PIC 9(08).
               10  PI-ROUTING-CHECK-DIGIT  PIC 9(01).
           05  PI-ROUTING-DIGITS REDEFINES PI-ROUTING-NUMBER.
               10  PI-ROUTING-DIGIT        PIC 9(01) OCCURS 9 TIMES.
           05  PI-DEST-ACCOUNT             PIC X(17).
           05  PI-DEST-ACCT-TYPE           PIC X(01).
               88  PI-DEST-CHECKING                VALUE "C" SPACE.
               88  PI-DEST-SAVINGS                 VALUE "S".
           05  PI-INSTR-STATUS             PIC X(01).
               88  PI-INSTR-ACTIVE                 VALUE "A" SPACE.
               88  PI-INSTR-SUSPENDED              VALUE "S".
           05  FILLER                      PIC X(20).
