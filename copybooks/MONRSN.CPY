      ******************************************************************
      * COPYBOOK:    MONRSN
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     MONETARY SUSPENSE REASON CODES AND THEIR
      *              DESCRIPTIONS. THE REASON CODE CARRIED ON A
      *              SUSPENSE ITEM (MS-REASON-CODE, SEE MONSUSP) IS THE
      *              ENTRY NUMBER IN THIS TABLE. CODES 01 THROUGH 10
      *              ARE GIVEN BY THE MONETARY EDIT (MONEDIT) TO A
      *              TRANSACTION THAT FAILS ON ITS OWN; 11 THROUGH 13
      *              TO A GOOD TRANSACTION HELD BECAUSE OF ITS BATCH.
      *              SHARED BY MONEDIT AND THE SUSPENSE AGING REPORT
      *              (SUSPAGE) SO BOTH DESCRIBE A CODE THE SAME WAY.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  SUSPENSE-REASON-VALUES.
           05  FILLER                      PIC X(30)
               VALUE "ACCOUNT NOT ON MASTER".
           05  FILLER                      PIC X(30)
               VALUE "INVALID RECORD OR TRAN CODE".
           05  FILLER                      PIC X(30)
               VALUE "INVALID EFFECTIVE DATE".
           05  FILLER                      PIC X(30)
               VALUE "EFFECTIVE AFTER AS-OF DATE".
           05  FILLER                      PIC X(30)
               VALUE "INVALID OR ZERO AMOUNT".
           05  FILLER                      PIC X(30)
               VALUE "ACCOUNT CLOSED".
           05  FILLER                      PIC X(30)
               VALUE "WITHDRAWAL - ACCOUNT FROZEN".
           05  FILLER                      PIC X(30)
               VALUE "WITHDRAWAL - ACCOUNT DORMANT".
           05  FILLER                      PIC X(30)
               VALUE "PAYMENT TO NON-LOAN ACCOUNT".
           05  FILLER                      PIC X(30)
               VALUE "EXCEEDS ACCOUNT BALANCE".
           05  FILLER                      PIC X(30)
               VALUE "BATCH OUT OF BALANCE".
           05  FILLER                      PIC X(30)
               VALUE "NO BATCH HEADER".
           05  FILLER                      PIC X(30)
               VALUE "BATCH HAS NO TRAILER".
       01  SUSPENSE-REASON-TABLE REDEFINES SUSPENSE-REASON-VALUES.
           05  SX-REASON-DESC              PIC X(30) OCCURS 13 TIMES.
       01  SX-REASON-MAX                   PIC 9(02) VALUE 13.
