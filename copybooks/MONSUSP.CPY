      ******************************************************************
      * COPYBOOK:    MONSUSP
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     MONETARY SUSPENSE RECORD. THE MONETARY EDIT
      *              (MONEDIT) WRITES EVERY TRANSACTION IT WILL NOT
      *              RELEASE TO THE POSTING RUNS HERE, WITH THE REASON
      *              IT WAS HELD (SEE MONRSN), INSTEAD OF LETTING IT
      *              DROP. EACH ITEM IS IDENTIFIED BY THE AS-OF DATE IT
      *              WAS FIRST SUSPENDED AND A SEQUENCE NUMBER WITHIN
      *              THAT DATE; THE TELLERS CORRECT OR DELETE AN ITEM
      *              BY THAT IDENTIFIER ON THE SUSPENSE CORRECTION FILE
      *              (SEE MONCORR). THE EDIT READS THE CURRENT FILE
      *              (SUSPENSE) AND WRITES THE NEXT GENERATION
      *              (SUSPNEW) IN ASCENDING IDENTIFIER ORDER. THE
      *              SUSPENSE AGING REPORT (SUSPAGE) AGES ITEMS FROM
      *              MS-SUSPENSE-DATE. MS-TRANSACTION CARRIES THE
      *              MONETARY TRANSACTION AS LAST EDITED, IN THE
      *              MONTRAN LAYOUT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  MONETARY-SUSPENSE-RECORD.
           05  MS-SUSPENSE-ID.
               10  MS-SUSPENSE-DATE        PIC 9(08).
               10  MS-SUSPENSE-SEQ         PIC 9(05).
           05  MS-REASON-CODE              PIC X(02).
           05  MS-REJECT-COUNT             PIC 9(03).
           05  MS-LAST-EDIT-DATE           PIC 9(08).
           05  MS-CORRECTED-BY             PIC X(08).
           05  MS-TRANSACTION.
               10  MS-ACCOUNT-NUMBER       PIC X(10).
               10  MS-TRAN-CODE            PIC X(01).
               10  MS-EFFECTIVE-DATE       PIC X(08).
               10  MS-AMOUNT               PIC X(12).
               10  MS-AMOUNT-NUM REDEFINES MS-AMOUNT
                                           PIC 9(10)V99.
               10  FILLER                  PIC X(42).
               10  MS-RECORD-TYPE          PIC X(01).
               10  MS-BATCH-NUMBER         PIC X(06).
           05  FILLER                      PIC X(14).
