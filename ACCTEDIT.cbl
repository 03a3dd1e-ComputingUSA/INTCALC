003101*                 AGAINST THE CONDITIONS ON THE MASTER LAYOUT
003102*                 (M MONTHLY, Q QUARTERLY; SPACE MEANS
003103*                 MONTHLY).
003104* 10/14/2026 DOW  THE LOAN DELINQUENCY FIELDS ARE EDITED AS
003105*                 NUMERIC-OR-SPACES, WITH THE MONTH/DAY CHECK
003106*                 ON THE NEXT DUE AND LATE CHARGE DATES.
003107* 10/14/2026 DOW  THE ADJUSTABLE-RATE TERMS ARE EDITED: THE
003108*                 MARGIN SIGN (+, -, OR SPACE), THE NUMERIC TERMS
003109*                 AS NUMERIC-OR-SPACES, AND THE MONTH/DAY CHECK
003110*                 ON THE NEXT REPRICING DATE.
003111* 10/14/2026 DOW  THE TIME-DEPOSIT TERMS ARE EDITED: THE RENEWAL
003112*                 INSTRUCTION (R, P, T, OR SPACE), THE NUMERIC
003113*                 TERMS AS NUMERIC-OR-SPACES, THE MONTH/DAY
003114*                 CHECK ON THE MATURITY DATE, A MATURITY DATE ON
003115*                 A LOAN, AND A PAY-OUT OR TRANSFER WITH NO
003116*                 LINKED ACCOUNT.
003117* 10/14/2026 DOW  THE LAST FEE DATE IS EDITED AS
003118*                 NUMERIC-OR-SPACES.
003119* 10/15/2026 DOW  THE LAST AGED DATE IS EDITED AS
003120*                 NUMERIC-OR-SPACES.
003121* 10/15/2026 DOW  THE CYCLE WITHDRAWAL COUNT IS EDITED AS
003122*                 NUMERIC-OR-SPACES.
003123******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. ACCTEDIT.
003400 ENVIRONMENT DIVISION.
026400         MOVE "INVALID STATEMENT CYCLE" TO AE-ERROR-MESSAGE
026401         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
026402     END-IF.
026403     PERFORM 2200-EDIT-DELINQUENCY-FIELDS THRU 2200-EXIT.
026404     PERFORM 2300-EDIT-REPRICING-TERMS THRU 2300-EXIT.
026405     PERFORM 2150-EDIT-MATURITY-TERMS THRU 2150-EXIT.
026406     PERFORM 2160-EDIT-FEE-FIELDS THRU 2160-EXIT.
026407     PERFORM 2050-EDIT-RUN-FIELDS THRU 2050-EXIT.
026410     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
026500 2000-EXIT.
026600     EXIT.
026700
026705 2050-EDIT-RUN-FIELDS.
026710* THE LAST AGED DATE AND THE CYCLE WITHDRAWAL COUNT ARE SET BY
026715* THE DELINQUENCY AND POSTING RUNS, NOT KEYED, AND ARE SPACES
026717* UNTIL THOSE RUNS FIRST UPDATE THE ACCOUNT.
026720     IF AM-LAST-AGED-DATE NOT NUMERIC
026725        AND AM-LAST-AGED-DATE(1:8) NOT = SPACES
026730         MOVE "LAST AGED DATE NOT NUMERIC" TO AE-ERROR-MESSAGE
026735         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
026740     END-IF.
026741     IF AM-CYCLE-WDL-COUNT NOT NUMERIC
026742        AND AM-CYCLE-WDL-COUNT(1:4) NOT = SPACES
026743         MOVE "CYCLE WITHDRAWAL COUNT NOT NUMERIC" TO
026744             AE-ERROR-MESSAGE
026745         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
026746     END-IF.
026747 2050-EXIT.
026750     EXIT.
026755
026800 2100-CHECK-CURRENCY-CODE.
026900     MOVE "N" TO AE-CURR-FOUND-SWITCH.
027000     PERFORM 2110-MATCH-ONE-CURRENCY THRU 2110-EXIT
028400     END-IF.
028500 2110-EXIT.
028600     EXIT.
028601
028603 2150-EDIT-MATURITY-TERMS.
028605* THE TIME-DEPOSIT TERMS ARE SPACES ON ANY ACCOUNT THAT IS NOT A
028607* CERTIFICATE OF DEPOSIT.
028609     IF NOT AM-RENEW-AUTO AND NOT AM-RENEW-PAYOUT
028611        AND NOT AM-RENEW-TRANSFER
028613         MOVE "INVALID RENEWAL INSTRUCTION" TO AE-ERROR-MESSAGE
028615         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028617     END-IF.
028619     IF (AM-MATURITY-DATE NOT NUMERIC
028621         AND AM-MATURITY-DATE(1:8) NOT = SPACES)
028623        OR (AM-CD-TERM-MONTHS NOT NUMERIC
028625         AND AM-CD-TERM-MONTHS(1:3) NOT = SPACES)
028627        OR (AM-PENALTY-DAYS NOT NUMERIC
028629         AND AM-PENALTY-DAYS(1:3) NOT = SPACES)
028631        OR (AM-NOTICED-MATURITY NOT NUMERIC
028633         AND AM-NOTICED-MATURITY(1:8) NOT = SPACES)
028635         MOVE "MATURITY TERMS NOT NUMERIC" TO AE-ERROR-MESSAGE
028637         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028639     END-IF.
028641     IF AM-MATURITY-DATE NUMERIC
028643        AND AM-MATURITY-DATE > ZERO
028645         IF AM-MATURITY-DATE(5:2) < "01"
028647            OR AM-MATURITY-DATE(5:2) > "12"
028649            OR AM-MATURITY-DATE(7:2) < "01"
028651            OR AM-MATURITY-DATE(7:2) > "31"
028653             MOVE "MATURITY DATE MONTH/DAY INVALID" TO
028655                 AE-ERROR-MESSAGE
028657             PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028659         END-IF
028661         IF AM-TERM-MONTHS NUMERIC AND AM-TERM-MONTHS > ZERO
028663             MOVE "MATURITY DATE ON A LOAN ACCOUNT" TO
028665                 AE-ERROR-MESSAGE
028667             PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028669         END-IF
028671     END-IF.
028673     IF (AM-RENEW-PAYOUT OR AM-RENEW-TRANSFER)
028675        AND AM-LINKED-ACCOUNT = SPACES
028677         MOVE "PAY-OUT OR TRANSFER NEEDS A LINKED ACCOUNT" TO
028679             AE-ERROR-MESSAGE
028681         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028683     END-IF.
028685 2150-EXIT.
028687     EXIT.
028688
028689 2160-EDIT-FEE-FIELDS.
028690* THE LAST FEE DATE IS SET BY THE FEE RUN, NOT KEYED, AND IS
028691* SPACES UNTIL THE RUN FIRST ASSESSES THE ACCOUNT.
028692     IF AM-LAST-FEE-DATE NOT NUMERIC
028693        AND AM-LAST-FEE-DATE(1:8) NOT = SPACES
028694         MOVE "LAST FEE DATE NOT NUMERIC" TO AE-ERROR-MESSAGE
028695         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028696     END-IF.
028697 2160-EXIT.
028698     EXIT.
028700
028701 2200-EDIT-DELINQUENCY-FIELDS.
028702* THE DELINQUENCY FIELDS ARE SET BY THE DELINQUENCY RUN, NOT
028703* KEYED; THEY ARE SPACES ON DEPOSIT ACCOUNTS AND ON LOANS THE
028704* RUN HAS NOT YET SEEN, SO ONLY GENUINE GARBAGE IS FLAGGED.
028705     IF AM-PAYMENT-AMOUNT NOT NUMERIC
028706        AND AM-PAYMENT-AMOUNT(1:12) NOT = SPACES
028707         MOVE "PAYMENT AMOUNT NOT NUMERIC" TO AE-ERROR-MESSAGE
028708         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028709     END-IF.
028710     IF AM-NEXT-DUE-DATE NOT NUMERIC
028711        AND AM-NEXT-DUE-DATE(1:8) NOT = SPACES
028712         MOVE "NEXT DUE DATE NOT NUMERIC" TO AE-ERROR-MESSAGE
028713         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028714     END-IF.
028715     IF AM-NEXT-DUE-DATE NUMERIC
028716        AND AM-NEXT-DUE-DATE > ZERO
028717        AND (AM-NEXT-DUE-DATE(5:2) < "01"
028718             OR AM-NEXT-DUE-DATE(5:2) > "12"
028719             OR AM-NEXT-DUE-DATE(7:2) < "01"
028720             OR AM-NEXT-DUE-DATE(7:2) > "31")
028721         MOVE "NEXT DUE DATE MONTH/DAY INVALID" TO
028722             AE-ERROR-MESSAGE
028723         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028724     END-IF.
028725     IF AM-INSTALLMENTS-PAID NOT NUMERIC
028726        AND AM-INSTALLMENTS-PAID(1:3) NOT = SPACES
028727         MOVE "INSTALLMENTS PAID NOT NUMERIC" TO AE-ERROR-MESSAGE
028728         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028729     END-IF.
028730     IF AM-UNAPPLIED-PAYMENT NOT NUMERIC
028731        AND AM-UNAPPLIED-PAYMENT(1:12) NOT = SPACES
028732         MOVE "UNAPPLIED PAYMENT NOT NUMERIC" TO AE-ERROR-MESSAGE
028733         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028734     END-IF.
028735     IF AM-DAYS-PAST-DUE NOT NUMERIC
028736        AND AM-DAYS-PAST-DUE(1:4) NOT = SPACES
028737         MOVE "DAYS PAST DUE NOT NUMERIC" TO AE-ERROR-MESSAGE
028738         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028739     END-IF.
028740     IF AM-AMOUNT-PAST-DUE NOT NUMERIC
028741        AND AM-AMOUNT-PAST-DUE(1:12) NOT = SPACES
028742         MOVE "AMOUNT PAST DUE NOT NUMERIC" TO AE-ERROR-MESSAGE
028743         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028744     END-IF.
028745     IF AM-LATE-CHARGE-DUE NOT NUMERIC
028746        AND AM-LATE-CHARGE-DUE(1:12) NOT = SPACES
028747         MOVE "LATE CHARGE DUE NOT NUMERIC" TO AE-ERROR-MESSAGE
028748         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028749     END-IF.
028750     IF AM-LATE-CHARGE-DATE NOT NUMERIC
028751        AND AM-LATE-CHARGE-DATE(1:8) NOT = SPACES
028752         MOVE "LATE CHARGE DATE NOT NUMERIC" TO AE-ERROR-MESSAGE
028753         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028754     END-IF.
028755     IF AM-LATE-CHARGE-DATE NUMERIC
028756        AND AM-LATE-CHARGE-DATE > ZERO
028757        AND (AM-LATE-CHARGE-DATE(5:2) < "01"
028758             OR AM-LATE-CHARGE-DATE(5:2) > "12"
028759             OR AM-LATE-CHARGE-DATE(7:2) < "01"
028760             OR AM-LATE-CHARGE-DATE(7:2) > "31")
028761         MOVE "LATE CHARGE DATE MONTH/DAY INVALID" TO
028762             AE-ERROR-MESSAGE
028763         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028764     END-IF.
028765 2200-EXIT.
028766     EXIT.
028767
028768 2300-EDIT-REPRICING-TERMS.
028769* THE REPRICING TERMS ARE SPACES ON A FIXED-RATE ACCOUNT.
028770     IF AM-RATE-MARGIN-SIGN NOT = "+" AND "-" AND SPACE
028771         MOVE "INVALID RATE MARGIN SIGN" TO AE-ERROR-MESSAGE
028772         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028773     END-IF.
028774     IF (AM-RATE-MARGIN NOT NUMERIC
028775         AND AM-RATE-MARGIN(1:4) NOT = SPACES)
028776        OR (AM-RATE-FLOOR NOT NUMERIC
028777         AND AM-RATE-FLOOR(1:5) NOT = SPACES)
028778        OR (AM-RATE-CAP NOT NUMERIC
028779         AND AM-RATE-CAP(1:5) NOT = SPACES)
028780        OR (AM-REPRICE-MONTHS NOT NUMERIC
028781         AND AM-REPRICE-MONTHS(1:2) NOT = SPACES)
028782        OR (AM-NEXT-REPRICE-DATE NOT NUMERIC
028783         AND AM-NEXT-REPRICE-DATE(1:8) NOT = SPACES)
028784         MOVE "REPRICING TERMS NOT NUMERIC" TO AE-ERROR-MESSAGE
028785         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028786     END-IF.
028787     IF AM-NEXT-REPRICE-DATE NUMERIC
028788        AND AM-NEXT-REPRICE-DATE > ZERO
028789        AND (AM-NEXT-REPRICE-DATE(5:2) < "01"
028790             OR AM-NEXT-REPRICE-DATE(5:2) > "12"
028791             OR AM-NEXT-REPRICE-DATE(7:2) < "01"
028792             OR AM-NEXT-REPRICE-DATE(7:2) > "31")
028793         MOVE "NEXT REPRICE DATE MONTH/DAY INVALID" TO
028794             AE-ERROR-MESSAGE
028795         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028796     END-IF.
028797 2300-EXIT.
028798     EXIT.
028800 3000-BALANCE-TO-TRAILER.
028900     IF NOT AE-TRAILER-FOUND
029000         MOVE SPACES TO EE-ACCOUNT-NUMBER
