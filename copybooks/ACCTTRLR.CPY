      * 08/22/2026 DOW  INITIAL VERSION.
      * 09/02/2026 DOW  FILLER GREW WITH THE 100-BYTE ACCOUNT MASTER
      *                 RECORD (SEE ACCTMAST).
      * 10/14/2026 DOW  FILLER GREW WITH THE 250-BYTE ACCOUNT MASTER
      *                 RECORD (SEE ACCTMAST).
      ******************************************************************
       01  ACCOUNT-TRAILER-RECORD.
           05  TL-TRAILER-KEY              PIC X(10).
               88  TL-TRAILER-PRESENT              VALUE "9999999999".
           05  TL-RECORD-COUNT             PIC 9(07).
           05  TL-PRINCIPAL-HASH           PIC 9(13)V99.
           05  FILLER                      PIC X(218).
