      ******************************************************************
      * COPYBOOK:    MNTPEND
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     PENDING-APPROVAL RECORD FOR ACCOUNT MASTER
      *              MAINTENANCE. EVERY ACCTTRAN TRANSACTION IS QUEUED
      *              HERE BY MNTQUEUE, STAMPED WITH THE OPERATOR WHO
      *              ENTERED IT, AND WAITS AS PENDING UNTIL A SECOND
      *              OPERATOR APPROVES OR REJECTS IT THROUGH MNTAPPR.
      *              ACCTMNT APPLIES ONLY APPROVED ITEMS, REPORTS THE
      *              REJECTED ONES, AND CARRIES THE ITEMS STILL
      *              PENDING FORWARD TO THE NEXT GENERATION OF THE
      *              FILE (PENDNEW). THE FILE IS INDEXED ON
      *              MP-PENDING-KEY - ACCOUNT NUMBER, THEN THE ENTRY
      *              DATE, TIME AND SEQUENCE - SO IT READS IN ACCOUNT
      *              ORDER FOR THE MAINTENANCE PASS AND THE ITEMS FOR
      *              ONE ACCOUNT COME IN THE ORDER THEY WERE ENTERED.
      *              MP-TRANS-IMAGE IS THE ACCTTRAN RECORD EXACTLY AS
      *              ENTERED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  MAINT-PENDING-RECORD.
           05  MP-PENDING-KEY.
               10  MP-ACCOUNT-NUMBER       PIC X(10).
               10  MP-ENTRY-DATE           PIC 9(08).
               10  MP-ENTRY-TIME           PIC 9(08).
               10  MP-ENTRY-SEQUENCE       PIC 9(04).
           05  MP-ENTERED-BY               PIC X(08).
           05  MP-APPROVAL-STATUS          PIC X(01).
               88  MP-STATUS-PENDING               VALUE "P".
               88  MP-STATUS-APPROVED              VALUE "A".
               88  MP-STATUS-REJECTED              VALUE "R".
           05  MP-DECIDED-BY               PIC X(08).
           05  MP-DECISION-DATE            PIC 9(08).
           05  MP-DECISION-TIME            PIC 9(08).
           05  MP-REJECT-REASON            PIC X(30).
           05  MP-TRANS-IMAGE              PIC X(130).
           05  FILLER                      PIC X(17).
