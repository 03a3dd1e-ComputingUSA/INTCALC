      ******************************************************************
      * COPYBOOK:    MONCORR
      * AUTHOR:      D. OKONKWO-WARE
      * DATE WRITTEN: 10/14/2026
      * PURPOSE:     SUSPENSE CORRECTION RECORD KEYED BY THE TELLERS
      *              AGAINST AN ITEM ON THE MONETARY SUSPENSE FILE (SEE
      *              MONSUSP). "R" RE-RELEASES THE ITEM INTO THE NEXT
      *              MONETARY EDIT (MONEDIT) WITH ANY OF THE ACCOUNT,
      *              TRANSACTION CODE, EFFECTIVE DATE, OR AMOUNT
      *              REPLACED - SPACES IN A FIELD LEAVE IT AS IT WAS -
      *              AND THE ITEM IS EDITED AGAIN BEFORE IT IS
      *              RELEASED TO POSTING. "D" DELETES THE ITEM FROM
      *              SUSPENSE WITHOUT POSTING IT. THE FILE MUST BE IN
      *              ASCENDING SUSPENSE IDENTIFIER ORDER TO MATCH THE
      *              SUSPENSE FILE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 10/14/2026 DOW  INITIAL VERSION.
      ******************************************************************
       01  SUSPENSE-CORRECTION-RECORD.
           05  SC-SUSPENSE-ID              PIC X(13).
           05  SC-ACTION                   PIC X(01).
               88  SC-ACTION-RELEASE               VALUE "R".
               88  SC-ACTION-DELETE                VALUE "D".
           05  SC-NEW-ACCOUNT-NUMBER       PIC X(10).
           05  SC-NEW-TRAN-CODE            PIC X(01).
           05  SC-NEW-EFFECTIVE-DATE       PIC X(08).
           05  SC-NEW-AMOUNT               PIC X(12).
           05  SC-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(27).
