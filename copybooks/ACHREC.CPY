      ******************************************************************
      * COPYBOOK:    ACHREC
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     94-BYTE ACH RECORD LAYOUTS IN THE STANDARD
      *              NACHA FORMAT - FILE HEADER (TYPE 1), BATCH
      *              HEADER (TYPE 5), ENTRY DETAIL (TYPE 6), RETURN
      *              ADDENDA (TYPE 7, ADDENDA TYPE 99), BATCH CONTROL
      *              (TYPE 8) AND FILE CONTROL (TYPE 9). THE
      *              CAPITALIZATION CYCLE RUN (CAPCYCLE) BUILDS ITS
      *              PPD CREDIT FILE (ACHCRED) FROM THESE LAYOUTS, AND
      *              THE ACH RETURNS RUN (ACHRTN) READS THE BANK'S
      *              RETURN FILE THROUGH THEM. AMOUNTS ARE UNSIGNED
      *              WITH TWO IMPLIED DECIMALS, AS THE FORMAT REQUIRES.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  ACH-FILE-HEADER.
           05  FH-RECORD-TYPE              PIC X(01) VALUE "1".
           05  FH-PRIORITY-CODE            PIC X(02) VALUE "01".
           05  FH-IMMEDIATE-DEST           PIC X(10).
           05  FH-IMMEDIATE-ORIGIN         PIC X(10).
           05  FH-CREATION-DATE            PIC 9(06).
           05  FH-CREATION-TIME            PIC 9(04).
           05  FH-FILE-ID-MODIFIER         PIC X(01) VALUE "A".
           05  FH-RECORD-SIZE              PIC X(03) VALUE "094".
           05  FH-BLOCKING-FACTOR          PIC X(02) VALUE "10".
           05  FH-FORMAT-CODE              PIC X(01) VALUE "1".
           05  FH-DEST-NAME                PIC X(23).
           05  FH-ORIGIN-NAME              PIC X(23).
           05  FH-REFERENCE-CODE           PIC X(08).
       01  ACH-BATCH-HEADER.
           05  BH-RECORD-TYPE              PIC X(01) VALUE "5".
           05  BH-SERVICE-CLASS            PIC X(03) VALUE "220".
           05  BH-COMPANY-NAME             PIC X(16).
           05  BH-DISCRETIONARY-DATA       PIC X(20).
           05  BH-COMPANY-ID               PIC X(10).
           05  BH-ENTRY-CLASS              PIC X(03) VALUE "PPD".
           05  BH-ENTRY-DESCRIPTION        PIC X(10).
           05  BH-DESCRIPTIVE-DATE         PIC X(06).
           05  BH-EFFECTIVE-DATE           PIC 9(06).
           05  BH-SETTLEMENT-DATE          PIC X(03).
           05  BH-ORIGINATOR-STATUS        PIC X(01) VALUE "1".
           05  BH-ODFI-ID                  PIC X(08).
           05  BH-BATCH-NUMBER             PIC 9(07).
       01  ACH-ENTRY-DETAIL.
           05  EN-RECORD-TYPE              PIC X(01) VALUE "6".
           05  EN-TRANSACTION-CODE         PIC X(02).
               88  EN-CHECKING-CREDIT              VALUE "22".
               88  EN-SAVINGS-CREDIT               VALUE "32".
           05  EN-RDFI-ID                  PIC X(08).
           05  EN-CHECK-DIGIT              PIC X(01).
           05  EN-DFI-ACCOUNT              PIC X(17).
           05  EN-AMOUNT                   PIC 9(08)V99.
           05  EN-INDIVIDUAL-ID            PIC X(15).
           05  EN-INDIVIDUAL-NAME          PIC X(22).
           05  EN-DISCRETIONARY-DATA       PIC X(02).
           05  EN-ADDENDA-INDICATOR        PIC X(01).
           05  EN-TRACE-NUMBER.
               10  EN-TRACE-ODFI           PIC X(08).
               10  EN-TRACE-SEQUENCE       PIC 9(07).
       01  ACH-RETURN-ADDENDA.
           05  RA-RECORD-TYPE              PIC X(01) VALUE "7".
           05  RA-ADDENDA-TYPE             PIC X(02) VALUE "99".
           05  RA-RETURN-REASON            PIC X(03).
           05  RA-ORIGINAL-TRACE           PIC X(15).
           05  RA-DATE-OF-DEATH            PIC X(06).
           05  RA-ORIGINAL-RDFI            PIC X(08).
           05  RA-ADDENDA-INFO             PIC X(44).
           05  RA-TRACE-NUMBER             PIC X(15).
       01  ACH-BATCH-CONTROL.
           05  BT-RECORD-TYPE              PIC X(01) VALUE "8".
           05  BT-SERVICE-CLASS            PIC X(03) VALUE "220".
           05  BT-ENTRY-COUNT              PIC 9(06).
           05  BT-ENTRY-HASH               PIC 9(10).
           05  BT-TOTAL-DEBIT              PIC 9(10)V99.
           05  BT-TOTAL-CREDIT             PIC 9(10)V99.
           05  BT-COMPANY-ID               PIC X(10).
           05  BT-AUTHENTICATION           PIC X(19).
           05  BT-RESERVED                 PIC X(06).
           05  BT-ODFI-ID                  PIC X(08).
           05  BT-BATCH-NUMBER             PIC 9(07).
       01  ACH-FILE-CONTROL.
           05  FT-RECORD-TYPE              PIC X(01) VALUE "9".
           05  FT-BATCH-COUNT              PIC 9(06).
           05  FT-BLOCK-COUNT              PIC 9(06).
           05  FT-ENTRY-COUNT              PIC 9(08).
           05  FT-ENTRY-HASH               PIC 9(10).
           05  FT-TOTAL-DEBIT              PIC 9(10)V99.
           05  FT-TOTAL-CREDIT             PIC 9(10)V99.
           05  FT-RESERVED                 PIC X(39).
