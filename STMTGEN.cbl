002399******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. STMTGEN.
002510******************************************************************
002512* MODIFICATION HISTORY (CONTINUED)
002514* 10/14/2026 DOW  AN INTEREST PAYOUT SENT BY ACH CREDIT (INTCRED
002516*                 DISPOSITION "E") IS CAPTIONED "INT PAID BY ACH"
002518*                 ON THE STATEMENT AND ON A REPRINT.
002520* 10/14/2026 DOW  THE FEES CHARGED ON THE CYCLE BY THE MONTHLY FEE
002522*                 RUN (FEERUN) PRINT ONE LINE EACH FROM THE FEE
002524*                 DETAIL FILE (FEEDTL); A MISSING FILE MEANS NO
002526*                 FEE LINES. THEIR TOTAL IS KEPT ON THE STATEMENT
002528*                 HISTORY, AS "FEES CHARGED" ON A REPRINT.
002530* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). EACH
002532*                 LOAN PAYMENT LINE NOW SHOWS ITS DUE DATE - THE
002534*                 OLDEST UNSATISFIED INSTALLMENT FIRST, THEN ONE
002536*                 A MONTH ON THE FIRST PAYMENT DAY - ROLLED TO A
002538*                 BUSINESS DAY UNDER THE RUNPARMS ROLL RULE. A
002540*                 BATCH RUN IS HELD IF THE RUN YEAR IS NOT ON THE
002542*                 CALENDAR.
002544* 10/15/2026 DOW  THE FEE DETAIL FILE NOW CARRIES THE EARLIER
002546*                 MONTHS' FEES FORWARD (SEE FEERUN). ONLY THE
002548*                 FEES ASSESSED IN THE STATEMENT PERIOD PRINT -
002550*                 THE RUN'S CALENDAR MONTH, OR THE THREE MONTHS
002552*                 ENDING WITH IT ON A QUARTERLY RUN.
002554******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
004270     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
004272         ORGANIZATION IS LINE SEQUENTIAL
004274         FILE STATUS IS SG-PRM-FILE-STATUS.
004275     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
004276         ORGANIZATION IS LINE SEQUENTIAL
004277         FILE STATUS IS SG-HOL-FILE-STATUS.
004280     SELECT STATEMENT-HISTORY-FILE ASSIGN TO "STMTHIST"
004282         ORGANIZATION IS LINE SEQUENTIAL
004284         FILE STATUS IS SG-HIS-FILE-STATUS.
004286     SELECT FEE-DETAIL-FILE ASSIGN TO "FEEDTL"
004288         ORGANIZATION IS LINE SEQUENTIAL
004290         FILE STATUS IS SG-FDT-FILE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ACCOUNT-MASTER-FILE
005670 FD  RUN-PARAMETER-FILE
005672     RECORDING MODE IS F.
005674 COPY RUNPARMS.
005675 FD  HOLIDAY-CALENDAR-FILE
005676     RECORDING MODE IS F.
005677 COPY HOLCAL.
005680 FD  STATEMENT-HISTORY-FILE
005682     RECORDING MODE IS F.
005684 COPY STMTHIST.
005686 FD  FEE-DETAIL-FILE
005688     RECORDING MODE IS F.
005690 COPY FEEDTL.
005700 WORKING-STORAGE SECTION.
005800 01  SG-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
005900     88  SG-ACCT-FILE-OK                 VALUE "00".
006300     88  SG-NAD-FILE-EOF                  VALUE "10".
006400 01  SG-STM-FILE-STATUS          PIC X(02) VALUE "99".
006500     88  SG-STM-FILE-OK                   VALUE "00".
006510 01  SG-HOL-FILE-STATUS          PIC X(02) VALUE "99".
006520     88  SG-HOL-FILE-OK                   VALUE "00".
006600 01  SG-FLG-FILE-STATUS          PIC X(02) VALUE "99".
006700     88  SG-FLG-FILE-OK                   VALUE "00".
006710 01  SG-CRD-FILE-STATUS          PIC X(02) VALUE "99".
006784     05  SG-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
006786     05  SG-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
006788     05  SG-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
006790 01  SG-FDT-FILE-STATUS          PIC X(02) VALUE "99".
006792     88  SG-FDT-FILE-OK                   VALUE "00".
006794     88  SG-FDT-FILE-EOF                  VALUE "10".
006796     88  SG-FDT-FILE-MISSING              VALUE "35".
006800 01  SG-CONTROL-SWITCHES.
006900     05  SG-EOF-SWITCH           PIC X(01) VALUE "N".
007000         88  SG-END-OF-FILE               VALUE "Y".
008100     05  SG-RPR-CREDIT-AMOUNT    PIC 9(10)V99.
008101     05  SG-RPR-CREDIT-DISP      PIC X(01).
008102     05  SG-RPR-CURRENCY-CODE    PIC X(03).
008103     05  SG-RPR-FEE-AMOUNT       PIC 9(10)V99.
008110 01  SG-STATEMENT-COUNT          PIC 9(07) COMP VALUE ZERO.
008200 01  SG-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
008300 01  SG-NO-NAME-COUNT            PIC 9(07) COMP VALUE ZERO.
008310 01  SG-CREDIT-COUNT             PIC 9(07) COMP VALUE ZERO.
008320 01  SG-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
008322 01  SG-FEE-CONTROL-FIELDS.
008324     05  SG-FDT-AVAIL-SWITCH     PIC X(01) VALUE "N".
008326         88  SG-FDT-AVAILABLE             VALUE "Y".
008328     05  SG-FDT-EOF-SWITCH       PIC X(01) VALUE "N".
008330         88  SG-FDT-END-OF-FILE           VALUE "Y".
008332     05  SG-FEE-FOUND-SWITCH     PIC X(01).
008334         88  SG-FEE-FOUND                 VALUE "Y".
008336     05  SG-STMT-FEE-TOTAL       PIC 9(10)V99 VALUE ZERO.
008338 01  SG-FEE-COUNT                PIC 9(07) COMP VALUE ZERO.
008340 01  SG-FEE-OUT-PERIOD-COUNT     PIC 9(07) COMP VALUE ZERO.
008342 01  SG-STATEMENT-PERIOD.
008344     05  SG-PERIOD-CCYY          PIC 9(04).
008346     05  SG-PERIOD-MM            PIC 9(02).
008400 01  SG-MAX-INT-RATE             PIC 9(3)V99 VALUE 025.00.
008500 COPY RATETIER.
008600 COPY CURRTBL.
012100     05  SG-END-BALANCE          PIC 9(10)V99.
012200     05  SG-PAYMENTS-TO-SHOW     PIC 9(3) COMP VALUE 6.
012300     05  SG-PAYMENTS-SHOWN       PIC 9(3) COMP.
012310     05  SG-DUE-DATE-SWITCH      PIC X(01).
012320         88  SG-DUE-DATES-ACTIVE          VALUE "Y".
012330     05  SG-DUE-CCYY             PIC 9(04).
012340     05  SG-DUE-MM               PIC 9(02).
012350     05  SG-PAYMENT-DAY          PIC 9(02).
012400 01  SG-CURRENCY-FIELDS.
012500     05  SG-CURR-INPUT-AMOUNT    PIC 9(10)V99.
012600     05  SG-CURR-AMOUNT-ED-2     PIC ZZZZZ,ZZ9.99.
016300     05  FILLER                  PIC X(15) VALUE "INTEREST".
016400     05  FILLER                  PIC X(15) VALUE "PRINCIPAL".
016500     05  FILLER                  PIC X(15) VALUE "BALANCE AFTER".
016510     05  FILLER                  PIC X(10) VALUE "DUE DATE".
016600 01  STMT-PAYMENT-LINE.
016700     05  SP-PERIOD-NUMBER        PIC ZZ9.
016800     05  FILLER                  PIC X(05) VALUE SPACES.
017300     05  SP-PRINCIPAL-ED         PIC X(13).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  SP-BALANCE-ED           PIC X(13).
017502     05  FILLER                  PIC X(02) VALUE SPACES.
017504     05  SP-DUE-DATE             PIC X(10).
017510 COPY HOLTBL.
017600 PROCEDURE DIVISION.
017700 0000-MAIN-PROCEDURE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018950         PERFORM 1400-OPEN-REPRINT-FILES THRU 1400-EXIT
018960         GO TO 1000-EXIT
018970     END-IF.
018972* THE FEES PRINTED ARE THOSE ASSESSED IN THE STATEMENT PERIOD -
018974* THE RUN'S CALENDAR MONTH, OR THE THREE MONTHS ENDING WITH IT
018976* ON A QUARTERLY RUN.
018978     MOVE SG-RUN-DATE(1:4) TO SG-PERIOD-CCYY.
018980     MOVE SG-RUN-DATE(5:2) TO SG-PERIOD-MM.
018982     IF SG-RUN-CYCLE = "Q"
018984         IF SG-PERIOD-MM > 2
018986             SUBTRACT 2 FROM SG-PERIOD-MM
018988         ELSE
018990             ADD 10 TO SG-PERIOD-MM
018992             SUBTRACT 1 FROM SG-PERIOD-CCYY
018994         END-IF
018996     END-IF.
019000     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
019100     IF SG-END-OF-FILE
019200         GO TO 1000-EXIT
019320     IF SG-END-OF-FILE
019330         GO TO 1000-EXIT
019340     END-IF.
019350     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
019360     IF SG-END-OF-FILE
019370         GO TO 1000-EXIT
019380     END-IF.
019400     OPEN INPUT ACCOUNT-MASTER-FILE.
019500     IF NOT SG-ACCT-FILE-OK
019600         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
021094         END-IF
021096         MOVE "Y" TO SG-CRD-EOF-SWITCH
021098     END-IF.
021099     PERFORM 1450-OPEN-FEE-DETAIL THRU 1450-EXIT.
021100     OPEN OUTPUT STATEMENT-FILE.
021200     IF NOT SG-STM-FILE-OK
021300         DISPLAY "ERROR OPENING STATEMENT FILE, STATUS = "
022470                 " ON RUN PARAMETERS - ALL ACCOUNTS RUN"
022472         END-IF
022474     END-IF.
022475     PERFORM 1310-CHECK-ROLL-RULE THRU 1310-EXIT.
022476     CLOSE RUN-PARAMETER-FILE.
022478 1300-EXIT.
022480     EXIT.
024700 1200-EXIT.
024702     EXIT.
024704
024705******************************************************************
024706* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
024707* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
024708* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
024709* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
024710* FILE AHEAD OF THE DATE-DRIVEN RUNS.
024711******************************************************************
024712 1700-LOAD-HOLIDAY-CALENDAR.
024713     OPEN INPUT HOLIDAY-CALENDAR-FILE.
024714     IF NOT SG-HOL-FILE-OK
024715         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
024716             "HELD, STATUS = " SG-HOL-FILE-STATUS
024717         MOVE "Y" TO SG-EOF-SWITCH
024718         MOVE 16 TO RETURN-CODE
024719         GO TO 1700-EXIT
024720     END-IF.
024721     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
024722         UNTIL HT-END-OF-FILE.
024723     CLOSE HOLIDAY-CALENDAR-FILE.
024724     IF SG-END-OF-FILE
024725         GO TO 1700-EXIT
024726     END-IF.
024727     MOVE SG-RUN-DATE(1:4) TO HT-CHECK-YEAR.
024728     PERFORM 1720-CHECK-CALENDAR-YEAR THRU 1720-EXIT.
024729     IF NOT HT-YEAR-LOADED
024730         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
024731             " - RUN HELD"
024732         MOVE "Y" TO SG-EOF-SWITCH
024733         MOVE 16 TO RETURN-CODE
024734         GO TO 1700-EXIT
024735     END-IF.
024736     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
024737         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
024738 1700-EXIT.
024739     EXIT.
024740
024741 1710-LOAD-ONE-CALENDAR-ENTRY.
024742     READ HOLIDAY-CALENDAR-FILE
024743         AT END
024744             MOVE "Y" TO HT-EOF-SWITCH
024745             GO TO 1710-EXIT
024746     END-READ.
024747     IF HC-CALENDAR-DATE NOT NUMERIC
024748        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
024749         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
024750             HC-RECORD-TYPE " " HC-CALENDAR-DATE
024751         GO TO 1710-EXIT
024752     END-IF.
024753     IF HC-YEAR-RECORD
024754         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
024755             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
024756             MOVE "Y" TO HT-EOF-SWITCH
024757             MOVE "Y" TO SG-EOF-SWITCH
024758             MOVE 16 TO RETURN-CODE
024759             GO TO 1710-EXIT
024760         END-IF
024761         ADD 1 TO HT-YEAR-COUNT
024762         SET HT-YR-IDX TO HT-YEAR-COUNT
024763         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
024764         GO TO 1710-EXIT
024765     END-IF.
024766     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
024767         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
024768         MOVE "Y" TO HT-EOF-SWITCH
024769         MOVE "Y" TO SG-EOF-SWITCH
024770         MOVE 16 TO RETURN-CODE
024771         GO TO 1710-EXIT
024772     END-IF.
024773     ADD 1 TO HT-HOLIDAY-COUNT.
024774     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
024775     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
024776 1710-EXIT.
024777     EXIT.
024778
024779 1720-CHECK-CALENDAR-YEAR.
024780     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
024781     SET HT-YR-IDX TO 1.
024782     PERFORM 1725-SCAN-ONE-YEAR THRU 1725-EXIT
024783         VARYING HT-YR-IDX FROM 1 BY 1
024784         UNTIL HT-YR-IDX > HT-YEAR-COUNT
024785            OR HT-YEAR-LOADED.
024786 1720-EXIT.
024787     EXIT.
024788
024789 1725-SCAN-ONE-YEAR.
024790     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
024791         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
024792     END-IF.
024793 1725-EXIT.
024794     EXIT.
024795
024810******************************************************************
024812* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
024814* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO NEWER
024954 1260-EXIT.
024956     EXIT.
024958
024960******************************************************************
024961* THE BUSINESS-DAY ROLL RULE FOR THE LOAN PAYMENT DUE DATES.
024962******************************************************************
024963 1310-CHECK-ROLL-RULE.
024964     IF RP-ROLL-TO-PREVIOUS
024965         MOVE "P" TO HT-ROLL-RULE
024966     END-IF.
024967     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
024968         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
024969             " INVALID - NEXT BUSINESS DAY ASSUMED"
024970     END-IF.
024971 1310-EXIT.
024972     EXIT.
024973
024974******************************************************************
024975* THE FEE DETAIL FILE FROM THE MONTHLY FEE RUN (FEERUN) CARRIES
024976* THE FEES OF THE CURRENT AND EARLIER MONTHS. A MISSING FILE MEANS
024977* NO FEE RUN PRECEDED THIS ONE AND THE STATEMENTS CARRY NO FEES.
024978******************************************************************
024979 1450-OPEN-FEE-DETAIL.
024980     OPEN INPUT FEE-DETAIL-FILE.
024981     IF SG-FDT-FILE-OK
024982         MOVE "Y" TO SG-FDT-AVAIL-SWITCH
024983         PERFORM 8300-READ-FEE-DETAIL THRU 8300-EXIT
024984         GO TO 1450-EXIT
024985     END-IF.
024986     IF SG-FDT-FILE-MISSING
024987         DISPLAY "NO FEE DETAIL FILE - STATEMENTS CARRY NO "
024988             "FEE LINES"
024989     ELSE
024990         DISPLAY "FEE DETAIL FILE NOT USABLE, STATUS = "
024991             SG-FDT-FILE-STATUS
024992     END-IF.
024993     MOVE "Y" TO SG-FDT-EOF-SWITCH.
024994 1450-EXIT.
024995     EXIT.
024996
025000 2000-PROCESS-ACCOUNT.
025010     IF AM-STATUS-DORMANT OR AM-STATUS-CLOSED
025020         ADD 1 TO SG-HELD-COUNT
026100     END-IF.
026200     PERFORM 2300-POSITION-NAME-ADDRESS THRU 2300-EXIT.
026210     PERFORM 2350-POSITION-INTEREST-CREDIT THRU 2350-EXIT.
026220     PERFORM 2360-POSITION-FEE-DETAIL THRU 2360-EXIT.
026300     PERFORM 3000-COMPUTE-COMPOUND-INTEREST THRU 3000-EXIT.
026400     PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT.
026500     IF AM-TERM-MONTHS > ZERO
033546     END-IF.
033548 2350-EXIT.
033550     EXIT.
033552
033554******************************************************************
033556* THE FEE DETAIL FILE IS IN ACCOUNT ORDER TOO. AN ACCOUNT MAY
033558* CARRY SEVERAL FEES; THEY ARE PRINTED AND READ PAST TOGETHER
033560* WHEN THE STATEMENT IS PRINTED, ONLY THOSE ASSESSED IN THE
033561* STATEMENT PERIOD APPEARING ON IT.
033562******************************************************************
033564 2360-POSITION-FEE-DETAIL.
033566     MOVE "N" TO SG-FEE-FOUND-SWITCH.
033568     MOVE ZERO TO SG-STMT-FEE-TOTAL.
033570     IF NOT SG-FDT-AVAILABLE
033572         GO TO 2360-EXIT
033574     END-IF.
033576     PERFORM 8300-READ-FEE-DETAIL THRU 8300-EXIT
033578         UNTIL SG-FDT-END-OF-FILE
033580            OR FA-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER.
033582     IF NOT SG-FDT-END-OF-FILE
033584        AND FA-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
033586         MOVE "Y" TO SG-FEE-FOUND-SWITCH
033588     END-IF.
033590 2360-EXIT.
033592     EXIT.
033600
033700 3000-COMPUTE-COMPOUND-INTEREST.
033800     PERFORM 3150-SET-YEAR-BASIS-DAYS THRU 3150-EXIT.
050840         ELSE
050850             MOVE "INTEREST CREDITED:" TO SF-CAPTION
050860         END-IF
050862         IF CR-DISP-ELECTRONIC
050864             MOVE "INT PAID BY ACH:" TO SF-CAPTION
050866         END-IF
050870         MOVE CR-CREDIT-AMOUNT TO SG-CURR-INPUT-AMOUNT
050880         PERFORM 6000-FORMAT-CURRENCY-AMOUNT THRU 6000-EXIT
050882         MOVE SG-CURR-FORMATTED-AMT TO SF-AMOUNT
050886             AFTER ADVANCING 1 LINE
050888         ADD 1 TO SG-CREDIT-COUNT
050890     END-IF.
050891     IF SG-FEE-FOUND
050893         PERFORM 4100-PRINT-ONE-FEE THRU 4100-EXIT
050895             UNTIL SG-FDT-END-OF-FILE
050897                OR FA-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
050899     END-IF.
050900 4000-EXIT.
051000     EXIT.
051100
051102 4100-PRINT-ONE-FEE.
051104     IF FA-ASSESS-DATE NOT NUMERIC
051106        OR FA-ASSESS-DATE(1:6) < SG-STATEMENT-PERIOD
051108        OR FA-ASSESS-DATE > SG-RUN-DATE
051110         ADD 1 TO SG-FEE-OUT-PERIOD-COUNT
051112         PERFORM 8300-READ-FEE-DETAIL THRU 8300-EXIT
051114         GO TO 4100-EXIT
051116     END-IF.
051118     EVALUATE TRUE
051120         WHEN FA-FEE-MAINTENANCE
051122             MOVE "MAINTENANCE FEE:" TO SF-CAPTION
051124         WHEN FA-FEE-BELOW-MINIMUM
051126             MOVE "BELOW MIN BAL FEE:" TO SF-CAPTION
051128         WHEN OTHER
051130             MOVE "EXCESS WDL FEE:" TO SF-CAPTION
051132     END-EVALUATE.
051134     IF FA-FEE-AMOUNT NUMERIC
051136         MOVE FA-FEE-AMOUNT TO SG-CURR-INPUT-AMOUNT
051138         PERFORM 6000-FORMAT-CURRENCY-AMOUNT THRU 6000-EXIT
051140         MOVE SG-CURR-FORMATTED-AMT TO SF-AMOUNT
051142         WRITE STATEMENT-RECORD FROM STMT-FIGURE-LINE
051144             AFTER ADVANCING 1 LINE
051146         ADD FA-FEE-AMOUNT TO SG-STMT-FEE-TOTAL
051148         ADD 1 TO SG-FEE-COUNT
051150     END-IF.
051152     PERFORM 8300-READ-FEE-DETAIL THRU 8300-EXIT.
051154 4100-EXIT.
051156     EXIT.
051158
051160******************************************************************
051162* A REPRINT SHOWS THE FEES CHARGED AS ONE TOTAL, AS KEPT ON THE
051164* STATEMENT HISTORY.
051166******************************************************************
051168 4150-PRINT-REPRINT-FEES.
051170     IF SG-RPR-FEE-AMOUNT NUMERIC
051172        AND SG-RPR-FEE-AMOUNT > ZERO
051174         MOVE "FEES CHARGED:" TO SF-CAPTION
051176         MOVE SG-RPR-FEE-AMOUNT TO SG-CURR-INPUT-AMOUNT
051178         PERFORM 6000-FORMAT-CURRENCY-AMOUNT THRU 6000-EXIT
051180         MOVE SG-CURR-FORMATTED-AMT TO SF-AMOUNT
051182         WRITE STATEMENT-RECORD FROM STMT-FIGURE-LINE
051184             AFTER ADVANCING 1 LINE
051186     END-IF.
051188 4150-EXIT.
051190     EXIT.
051192
051200 4500-PRINT-PAYMENTS.
051300     WRITE STATEMENT-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
051400     WRITE STATEMENT-RECORD FROM STMT-PAYMENT-HEADING
051700     MOVE AM-PRINCIPAL TO SG-BEGIN-BALANCE.
051800     MOVE 1 TO SG-PERIOD-NUMBER.
051900     MOVE ZERO TO SG-PAYMENTS-SHOWN.
051910     PERFORM 4505-SET-DUE-DATE-START THRU 4505-EXIT.
052000     PERFORM 4510-PRINT-ONE-PAYMENT THRU 4510-EXIT
052100         UNTIL SG-PERIOD-NUMBER > AM-TERM-MONTHS
052200            OR SG-PAYMENTS-SHOWN NOT < SG-PAYMENTS-TO-SHOW.
052300 4500-EXIT.
052400     EXIT.
052410
052412******************************************************************
052414* EACH PAYMENT LINE CARRIES ITS DUE DATE WHEN THE LOAN HAS A
052416* USABLE FIRST PAYMENT DATE: THE FIRST LINE IS THE OLDEST
052418* INSTALLMENT NOT YET SATISFIED (AM-NEXT-DUE-DATE, OR THE FIRST
052420* PAYMENT DATE BEFORE ANY INSTALLMENT HAS COME DUE) AND EACH
052422* LINE AFTER IT FALLS A MONTH LATER ON THE FIRST PAYMENT DATE'S
052424* DAY. WITHOUT ONE THE COLUMN IS LEFT BLANK.
052426******************************************************************
052428 4505-SET-DUE-DATE-START.
052430     MOVE "N" TO SG-DUE-DATE-SWITCH.
052432     IF AM-FIRST-PAYMENT-DATE NUMERIC
052434        AND AM-FIRST-PAYMENT-DATE > ZERO
052436        AND AM-FIRST-PAYMENT-DATE(5:2) >= "01"
052438        AND AM-FIRST-PAYMENT-DATE(5:2) <= "12"
052440         MOVE "Y" TO SG-DUE-DATE-SWITCH
052442         MOVE AM-FIRST-PAYMENT-DATE(1:4) TO SG-DUE-CCYY
052444         MOVE AM-FIRST-PAYMENT-DATE(5:2) TO SG-DUE-MM
052446         MOVE AM-FIRST-PAYMENT-DATE(7:2) TO SG-PAYMENT-DAY
052448         IF AM-NEXT-DUE-DATE NUMERIC
052450            AND AM-NEXT-DUE-DATE > AM-FIRST-PAYMENT-DATE
052452            AND AM-NEXT-DUE-DATE(5:2) >= "01"
052454            AND AM-NEXT-DUE-DATE(5:2) <= "12"
052456             MOVE AM-NEXT-DUE-DATE(1:4) TO SG-DUE-CCYY
052458             MOVE AM-NEXT-DUE-DATE(5:2) TO SG-DUE-MM
052460         END-IF
052462     END-IF.
052464 4505-EXIT.
052466     EXIT.
052500
052600 4510-PRINT-ONE-PAYMENT.
052700     COMPUTE SG-INTEREST-PORTION ROUNDED =
054800     MOVE SG-END-BALANCE TO SG-CURR-INPUT-AMOUNT.
054900     PERFORM 6000-FORMAT-CURRENCY-AMOUNT THRU 6000-EXIT.
055000     MOVE SG-CURR-FORMATTED-AMT TO SP-BALANCE-ED.
055010     IF SG-DUE-DATES-ACTIVE
055020         PERFORM 4520-SET-DUE-DATE THRU 4520-EXIT
055030     ELSE
055040         MOVE SPACES TO SP-DUE-DATE
055050     END-IF.
055100     WRITE STATEMENT-RECORD FROM STMT-PAYMENT-LINE
055200         AFTER ADVANCING 1 LINE.
055300     MOVE SG-END-BALANCE TO SG-BEGIN-BALANCE.
055400     ADD 1 TO SG-PERIOD-NUMBER.
055500     ADD 1 TO SG-PAYMENTS-SHOWN.
055510     IF SG-DUE-DATES-ACTIVE
055520         IF SG-DUE-MM = 12
055530             MOVE 1 TO SG-DUE-MM
055540             ADD 1 TO SG-DUE-CCYY
055550         ELSE
055560             ADD 1 TO SG-DUE-MM
055570         END-IF
055580     END-IF.
055600 4510-EXIT.
055700     EXIT.
055702
055704******************************************************************
055706* THE DUE DATE IS THE FIRST PAYMENT DATE'S DAY IN THE DUE MONTH
055708* (THE LAST DAY OF A SHORTER MONTH), ROLLED TO A BUSINESS DAY BY
055710* THE RUN'S ROLL RULE.
055712******************************************************************
055714 4520-SET-DUE-DATE.
055716     MOVE SG-DUE-CCYY TO HT-ROLL-CCYY.
055718     MOVE SG-DUE-MM TO HT-ROLL-MM.
055720     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
055722     IF SG-PAYMENT-DAY = ZERO
055724         MOVE 1 TO HT-ROLL-DD
055726     ELSE
055728         IF SG-PAYMENT-DAY > HT-MONTH-DAYS
055730             MOVE HT-MONTH-DAYS TO HT-ROLL-DD
055732         ELSE
055734             MOVE SG-PAYMENT-DAY TO HT-ROLL-DD
055736         END-IF
055738     END-IF.
055740     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
055742     STRING HT-ROLL-CCYY "-" HT-ROLL-MM "-" HT-ROLL-DD
055744         DELIMITED BY SIZE INTO SP-DUE-DATE.
055746 4520-EXIT.
055748     EXIT.
055800
055810 5500-WRITE-STMT-HISTORY.
055812     MOVE SPACES TO STMT-HISTORY-DETAIL.
055850         MOVE SPACE TO SH-CREDIT-DISP
055852     END-IF.
055854     MOVE AM-CURRENCY-CODE   TO SH-CURRENCY-CODE.
055855     MOVE SG-STMT-FEE-TOTAL  TO SH-FEE-AMOUNT.
055856     WRITE STMT-HISTORY-DETAIL.
055858     ADD 1 TO SG-HIST-WRITE-COUNT.
055860 5500-EXIT.
062600     INSPECT SG-CURR-FORMATTED-AMT REPLACING ALL "#" BY ",".
062700 6030-EXIT.
062800     EXIT.
062801
062802******************************************************************
062803* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
062804* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
062805* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
062806* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
062807******************************************************************
062808 6500-ROLL-BUSINESS-DAY.
062809     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
062810         GO TO 6500-EXIT
062811     END-IF.
062812     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
062813     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
062814     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
062815         UNTIL HT-BUSINESS-DAY.
062816     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
062817         ADD 1 TO HT-ROLLED-COUNT
062818     END-IF.
062819 6500-EXIT.
062820     EXIT.
062821
062822 6510-CHECK-BUSINESS-DAY.
062823     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
062824     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
062825     IF HT-ROLL-MM < 3
062826         SUBTRACT 1 FROM HT-DOW-CCYY
062827     END-IF.
062828     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
062829     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
062830     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
062831     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
062832     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
062833     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
062834     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
062835     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
062836     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
062837         REMAINDER HT-WEEKDAY.
062838     IF HT-WEEKEND-DAY
062839         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
062840         GO TO 6510-EXIT
062841     END-IF.
062842     SET HT-HOL-IDX TO 1.
062843     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
062844         VARYING HT-HOL-IDX FROM 1 BY 1
062845         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
062846            OR NOT HT-BUSINESS-DAY.
062847 6510-EXIT.
062848     EXIT.
062849
062850 6515-SCAN-ONE-HOLIDAY.
062851     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
062852         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
062853     END-IF.
062854 6515-EXIT.
062855     EXIT.
062856
062857 6520-STEP-ONE-DAY.
062858     IF HT-ROLL-PREVIOUS
062859         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
062860     ELSE
062861         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
062862         ADD 1 TO HT-ROLL-DD
062863         IF HT-ROLL-DD > HT-MONTH-DAYS
062864             MOVE 1 TO HT-ROLL-DD
062865             ADD 1 TO HT-ROLL-MM
062866         END-IF
062867         IF HT-ROLL-MM > 12
062868             MOVE 1 TO HT-ROLL-MM
062869             ADD 1 TO HT-ROLL-CCYY
062870         END-IF
062871     END-IF.
062872     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
062873 6520-EXIT.
062874     EXIT.
062875
062876 6525-STEP-BACK-ONE-DAY.
062877     SUBTRACT 1 FROM HT-ROLL-DD.
062878     IF HT-ROLL-DD > ZERO
062879         GO TO 6525-EXIT
062880     END-IF.
062881     SUBTRACT 1 FROM HT-ROLL-MM.
062882     IF HT-ROLL-MM = ZERO
062883         MOVE 12 TO HT-ROLL-MM
062884         SUBTRACT 1 FROM HT-ROLL-CCYY
062885     END-IF.
062886     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
062887     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
062888 6525-EXIT.
062889     EXIT.
062890
062891 6530-SET-ROLL-MONTH-DAYS.
062892     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
062893     MOVE HT-ROLL-CCYY TO SG-LEAP-CCYY.
062894     PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT.
062895     IF HT-ROLL-MM = 2 AND SG-LEAP-YEAR
062896         MOVE 29 TO HT-MONTH-DAYS
062897     END-IF.
062898 6530-EXIT.
062899     EXIT.
062900
062910******************************************************************
062912* SINGLE-ACCOUNT REPRINT. THE HISTORY IS SCANNED FRONT TO BACK
063028     MOVE SH-CREDIT-AMOUNT   TO SG-RPR-CREDIT-AMOUNT.
063030     MOVE SH-CREDIT-DISP     TO SG-RPR-CREDIT-DISP.
063032     MOVE SH-CURRENCY-CODE   TO SG-RPR-CURRENCY-CODE.
063033     MOVE SH-FEE-AMOUNT      TO SG-RPR-FEE-AMOUNT.
063034 7100-EXIT.
063036     EXIT.
063038
063174     END-IF.
063176     IF SG-RPR-CREDIT-AMOUNT NUMERIC
063178        AND SG-RPR-CREDIT-AMOUNT > ZERO
063180         EVALUATE SG-RPR-CREDIT-DISP
063181             WHEN "P"
063182                 MOVE "INT PAID BY CHECK:" TO SF-CAPTION
063183             WHEN "E"
063184                 MOVE "INT PAID BY ACH:" TO SF-CAPTION
063185             WHEN OTHER
063186                 MOVE "INTEREST CREDITED:" TO SF-CAPTION
063188         END-EVALUATE
063190         MOVE SG-RPR-CREDIT-AMOUNT TO SG-CURR-INPUT-AMOUNT
063192         PERFORM 6000-FORMAT-CURRENCY-AMOUNT THRU 6000-EXIT
063194         MOVE SG-CURR-FORMATTED-AMT TO SF-AMOUNT
063196         WRITE STATEMENT-RECORD FROM STMT-FIGURE-LINE
063198             AFTER ADVANCING 1 LINE
063200     END-IF.
063201     PERFORM 4150-PRINT-REPRINT-FEES THRU 4150-EXIT.
063202 7500-EXIT.
063204     EXIT.
063206
064860     END-READ.
064870 8200-EXIT.
064880     EXIT.
064882
064884 8300-READ-FEE-DETAIL.
064886     READ FEE-DETAIL-FILE
064888         AT END
064890             MOVE "Y" TO SG-FDT-EOF-SWITCH
064892     END-READ.
064894 8300-EXIT.
064896     EXIT.
064900
065000 9000-TERMINATE.
065100     DISPLAY "STATEMENTS PRODUCED:    " SG-STATEMENT-COUNT.
065320     DISPLAY "STATEMENTS HELD:        " SG-HELD-COUNT.
065330     DISPLAY "OUTSIDE CYCLE:          " SG-CYCLE-SKIP-COUNT.
065340     DISPLAY "HISTORY RECORDS WRITTEN:" SG-HIST-WRITE-COUNT.
065342     DISPLAY "FEES SHOWN:             " SG-FEE-COUNT.
065343     DISPLAY "FEES OUTSIDE PERIOD:    " SG-FEE-OUT-PERIOD-COUNT.
065344     DISPLAY "DUE DATES ROLLED:       " HT-ROLLED-COUNT.
065350* THE MASTER AND THE CREDIT FILE ARE NEVER OPENED ON A
065360* REPRINT, SO THEIR CLOSES ONLY APPLY TO A BATCH RUN.
065370     IF NOT SG-REPRINT-MODE
065610         IF SG-CRD-FILE-OK OR SG-CRD-FILE-EOF
065620             CLOSE INTEREST-CREDIT-FILE
065630         END-IF
065632         IF SG-FDT-FILE-OK OR SG-FDT-FILE-EOF
065634             CLOSE FEE-DETAIL-FILE
065636         END-IF
065640     END-IF.
065700     IF SG-NAD-FILE-OK OR SG-NAD-FILE-EOF
065800         CLOSE NAME-ADDRESS-FILE
