011154*                 ALREADY APPLIED IN THE PRE-ABEND LEG; THEY ARE
011155*                 NOW COUNTED AS APPLIED-PRIOR-LEG ON THE RUN
011156*                 SUMMARY INSTEAD OF BEING REPORTED UNMATCHED.
011157* 10/14/2026 DOW  NEW-MASTER RECORD GREW TO 250 BYTES WITH THE
011158*                 ACCOUNT MASTER (SEE ACCTMAST).
011159* 10/14/2026 DOW  A WITHDRAWAL FROM A CERTIFICATE OF DEPOSIT
011160*                 (AM-MATURITY-DATE ON FILE) EFFECTIVE BEFORE ITS
011161*                 MATURITY DATE NOW FORFEITS AM-PENALTY-DAYS (90
011162*                 WHEN NOT ON FILE) OF INTEREST ON THE AMOUNT
011163*                 WITHDRAWN AT THE ACCOUNT'S OWN DAILY RATE. THE
011164*                 PENALTY IS HELD BACK FROM THE PROCEEDS AND IS
011165*                 CARRIED TO ITS OWN INCOME GL CODE ("GLCDPENLTY")
011166*                 ON THE GL EXTRACT; THE COUNT AND TOTAL SHOW ON
011167*                 THE RUN SUMMARY.
011168* 10/14/2026 DOW  THE POSTING RUN NOW READS THE EDITED MONETARY
011169*                 TRANSACTION FILE (MONPOST) RELEASED BY THE
011170*                 MONETARY EDIT (MONEDIT) INSTEAD OF THE FILE AS
011171*                 RECEIVED FROM THE BRANCHES, AND IS HELD UNLESS
011172*                 THE MONETARY EDIT FLAG (MONFLAG) SHOWS THE EDIT
011173*                 FINISHED CLEAN FOR THE SAME AS-OF DATE.
011174* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). THE
011175*                 GL VALUE DATE IS THE AS-OF DATE ROLLED TO A
011176*                 BUSINESS DAY UNDER THE RUNPARMS ROLL RULE; THE
011177*                 ACCRUAL DAY COUNTS STAY ON CALENDAR DAYS. THE
011178*                 RUN IS HELD IF THE AS-OF YEAR IS NOT ON THE
011179*                 CALENDAR.
011180* 10/15/2026 DOW  THE EARLY WITHDRAWAL PENALTY IS NOW CHARGED TO
011181*                 THE DEPOSIT: IT COMES OUT OF ACCRUED INTEREST
011182*                 FIRST AND THEN OUT OF THE REMAINING BALANCE,
011183*                 NEVER MORE THAN THE TWO HOLD. THE PART TAKEN
011184*                 FROM ACCRUED INTEREST IS ALSO CREDITED TO THE
011185*                 ACCOUNT'S INTEREST GL CODE ON THE GL EXTRACT.
011186*                 THE PENALTY SHOWS ON THE REPORT DETAIL LINE.
011187* 10/15/2026 DOW  A LOAN PAYMENT STILL COMES WHOLE OFF THE BALANCE
011188*                 HERE; THE DELINQUENCY RUN (DELQRUN) OWNS THE
011189*                 LATE-CHARGE SPLIT AND PUTS THE SHARE APPLIED TO
011190*                 THE LATE CHARGE BACK ON PRINCIPAL.
011191* 10/15/2026 DOW  EACH WITHDRAWAL APPLIED ADDS ONE TO THE
011192*                 ACCOUNT'S CYCLE WITHDRAWAL COUNT
011193*                 (AM-CYCLE-WDL-COUNT), WHICH THE MONTHLY FEE RUN
011194*                 (FEERUN) PRICES AND CLEARS.
011195******************************************************************
011200 IDENTIFICATION DIVISION.
011300 PROGRAM-ID. INTCALC.
011400 ENVIRONMENT DIVISION.
013700     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
013800         ORGANIZATION IS LINE SEQUENTIAL
013900         FILE STATUS IS IC-PRM-FILE-STATUS.
013902     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
013904         ORGANIZATION IS LINE SEQUENTIAL
013906         FILE STATUS IS IC-HOL-FILE-STATUS.
013910     SELECT MONETARY-TRANS-FILE ASSIGN TO "MONPOST"
013920         ORGANIZATION IS LINE SEQUENTIAL
013930         FILE STATUS IS IC-MON-FILE-STATUS.
013931     SELECT MONETARY-FLAG-FILE ASSIGN TO "MONFLAG"
013932         ORGANIZATION IS LINE SEQUENTIAL
013933         FILE STATUS IS IC-MFL-FILE-STATUS.
013940     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
013950         ORGANIZATION IS LINE SEQUENTIAL
013960         FILE STATUS IS IC-STP-FILE-STATUS.
016410 FD  MONETARY-TRANS-FILE
016420     RECORDING MODE IS F.
016430 COPY MONTRAN.
016431 FD  MONETARY-FLAG-FILE
016432     RECORDING MODE IS F.
016433 COPY MONFLAG.
016440 FD  STEP-STATUS-FILE
016450     RECORDING MODE IS F.
016460 COPY STEPSTAT.
016500 FD  RUN-PARAMETER-FILE
016600     RECORDING MODE IS F.
016700 COPY RUNPARMS.
016710 FD  HOLIDAY-CALENDAR-FILE
016720     RECORDING MODE IS F.
016730 COPY HOLCAL.
016800 FD  NEW-MASTER-FILE
016900     RECORDING MODE IS F.
017000 01  NEW-MASTER-RECORD.
017100     05  NM-ACCOUNT-NUMBER           PIC X(10).
017200     05  FILLER                      PIC X(240).
017300 WORKING-STORAGE SECTION.
017400 01  IC-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
017500     88  IC-ACCT-FILE-OK                 VALUE "00".
018900 01  IC-FLG-FILE-STATUS          PIC X(02) VALUE "99".
019000     88  IC-FLG-FILE-OK                   VALUE "00".
019100     88  IC-FLG-FILE-EOF                  VALUE "10".
019110 01  IC-HOL-FILE-STATUS          PIC X(02) VALUE "99".
019120     88  IC-HOL-FILE-OK                   VALUE "00".
019200 01  IC-PRM-FILE-STATUS          PIC X(02) VALUE "99".
019300     88  IC-PRM-FILE-OK                   VALUE "00".
019302 01  IC-MFL-FILE-STATUS          PIC X(02) VALUE "99".
019304     88  IC-MFL-FILE-OK                   VALUE "00".
019310 01  IC-MON-FILE-STATUS          PIC X(02) VALUE "99".
019320     88  IC-MON-FILE-OK                   VALUE "00".
019330     88  IC-MON-FILE-EOF                  VALUE "10".
022700 01  IC-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
022800 01  IC-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
022900 01  IC-MAX-INT-RATE             PIC 9(3)V99 VALUE 025.00.
022910 01  IC-PENALTY-GL-CODE          PIC X(10) VALUE "GLCDPENLTY".
022920 01  IC-DEFAULT-PENALTY-DAYS     PIC 9(03) VALUE 090.
022930 01  IC-PENALTY-FIELDS.
022940     05  IC-PENALTY-DAYS         PIC 9(03) COMP.
022950     05  IC-PENALTY-WORK         PIC 9(10)V99.
022960     05  IC-PENALTY-AMT          PIC 9(10)V99 VALUE ZERO.
022970     05  IC-PENALTY-COUNT        PIC 9(07) COMP VALUE ZERO.
022980     05  IC-PENALTY-TOTAL-AMT    PIC 9(13)V99 VALUE ZERO.
022982     05  IC-PENALTY-FROM-INT     PIC 9(10)V99 VALUE ZERO.
022984     05  IC-PENALTY-AVAIL        PIC 9(11)V99.
023000 COPY DAYSTBL.
023100 COPY ACCTTRLR.
023200 01  IC-POSTING-FIELDS.
028900     05  IC-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
029000     05  IC-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
029100     05  IC-RUN-DATE             PIC 9(8).
029150     05  IC-VALUE-DATE           PIC 9(8).
029200     05  IC-RUN-DATE-EDITED.
029300         10  IC-RUN-DATE-CCYY    PIC 9(4).
029400         10  FILLER              PIC X VALUE "-".
032600     05  FILLER                  PIC X(16) VALUE "1 YR INTEREST".
032700     05  FILLER                  PIC X(16) VALUE "FINAL TOTAL".
032800     05  FILLER                  PIC X(16) VALUE "DAILY INTEREST".
032810     05  FILLER                  PIC X(16) VALUE "EARLY PENALTY".
032900 01  REPORT-DETAIL-LINE.
033000     05  RD-ACCOUNT-NUMBER       PIC X(10).
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  RD-FINAL-TOTAL-ED       PIC X(13).
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  RD-DAILY-ED             PIC X(13).
034010     05  FILLER                  PIC X(03) VALUE SPACES.
034020     05  RD-PENALTY-ED           PIC X(13).
034100 COPY AUDITLOG.
034200 COPY GLEXTR.
034300 01  DATA-FIELDS.
034600     05  RESULT                  PIC 9(10)V99.
034700     05  RESULT-EDITED           PIC $$$$$,$$9.99.
034800     05  INT-EDITED              PIC ZZ9.99.
034810 COPY HOLTBL.
034900 PROCEDURE DIVISION.
035000 0000-MAIN-PROCEDURE.
035100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037200     IF IC-END-OF-FILE
037300         GO TO 1000-EXIT
037400     END-IF.
037401     IF IC-POSTING-RUN
037402         PERFORM 1270-CHECK-MONETARY-EDIT THRU 1270-EXIT
037403     END-IF.
037404     IF IC-END-OF-FILE
037405         GO TO 1000-EXIT
037406     END-IF.
037410     PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT.
037420     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
037430     IF IC-END-OF-FILE
037440         GO TO 1000-EXIT
037450     END-IF.
037460     MOVE IC-RUN-DATE TO HT-ROLL-DATE.
037465     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
037470     MOVE HT-ROLL-DATE TO IC-VALUE-DATE.
037475     IF IC-VALUE-DATE NOT = IC-RUN-DATE
037480         DISPLAY "AS-OF DATE IS NOT A BUSINESS DAY - VALUE DATE "
037485             IC-VALUE-DATE
037490     END-IF.
037500     OPEN INPUT ACCOUNT-MASTER-FILE.
037600     IF NOT IC-ACCT-FILE-OK
037700         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
053126 1260-EXIT.
053128     EXIT.
053130
053131******************************************************************
053132* THE MONETARY EDIT GATE (POSTING RUNS ONLY). THE POSTING RUN
053133* READS ONLY THE EDITED TRANSACTION FILE (MONPOST) RELEASED BY
053134* THE MONETARY EDIT (MONEDIT), AND IS HELD UNLESS THAT EDIT
053135* FINISHED CLEAN FOR THE SAME AS-OF DATE - THE SAME WAY THE
053136* PRE-RUN EDIT FLAG HOLDS IT FOR THE ACCOUNT MASTER.
053137******************************************************************
053138 1270-CHECK-MONETARY-EDIT.
053139     OPEN INPUT MONETARY-FLAG-FILE.
053140     IF NOT IC-MFL-FILE-OK
053141         DISPLAY "MONETARY TRANSACTIONS HAVE NOT PASSED THE "
053142             "MONETARY EDIT (MONEDIT) - RUN HELD, STATUS = "
053143             IC-MFL-FILE-STATUS
053144         MOVE "Y" TO IC-EOF-SWITCH
053145         MOVE 16 TO RETURN-CODE
053146         GO TO 1270-EXIT
053147     END-IF.
053148     READ MONETARY-FLAG-FILE
053149         AT END
053150             MOVE "N" TO MF-CLEAN-FLAG
053151     END-READ.
053152     CLOSE MONETARY-FLAG-FILE.
053153     IF NOT MF-EDIT-CLEAN
053154         DISPLAY "MONETARY EDIT DID NOT FINISH CLEAN - RUN HELD, "
053155             "RERUN MONEDIT AFTER CORRECTION"
053156         MOVE "Y" TO IC-EOF-SWITCH
053157         MOVE 16 TO RETURN-CODE
053158         GO TO 1270-EXIT
053159     END-IF.
053160     IF MF-AS-OF-DATE NOT = IC-RUN-DATE
053161         DISPLAY "MONETARY EDIT WAS RUN AS OF " MF-AS-OF-DATE
053162             ", NOT " IC-RUN-DATE " - RUN HELD"
053163         MOVE "Y" TO IC-EOF-SWITCH
053164         MOVE 16 TO RETURN-CODE
053165         GO TO 1270-EXIT
053166     END-IF.
053167     DISPLAY "MONETARY EDIT RELEASED " MF-RELEASED-COUNT
053168         " TRANSACTIONS, " MF-SUSPENDED-COUNT " IN SUSPENSE".
053169 1270-EXIT.
053170     EXIT.
053200 1300-READ-RUN-PARAMETERS.
053300     OPEN INPUT RUN-PARAMETER-FILE.
053400     IF NOT IC-PRM-FILE-OK
059500     ELSE
059600         DISPLAY "PROJECTION RUN - ONE-YEAR FIGURES ONLY"
059700     END-IF.
059710     IF RP-ROLL-TO-PREVIOUS
059720         MOVE "P" TO HT-ROLL-RULE
059730     END-IF.
059740     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
059750         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
059760             " INVALID - NEXT BUSINESS DAY ASSUMED"
059770     END-IF.
059800     CLOSE RUN-PARAMETER-FILE.
059900 1300-EXIT.
059902     EXIT.
060034 1510-EXIT.
060036     EXIT.
060038
060039******************************************************************
060040* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
060041* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
060042* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
060043* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
060044* FILE AHEAD OF THE DATE-DRIVEN RUNS.
060045******************************************************************
060046 1700-LOAD-HOLIDAY-CALENDAR.
060047     OPEN INPUT HOLIDAY-CALENDAR-FILE.
060048     IF NOT IC-HOL-FILE-OK
060049         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
060050             "HELD, STATUS = " IC-HOL-FILE-STATUS
060051         MOVE "Y" TO IC-EOF-SWITCH
060052         MOVE 16 TO RETURN-CODE
060053         GO TO 1700-EXIT
060054     END-IF.
060055     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
060056         UNTIL HT-END-OF-FILE.
060057     CLOSE HOLIDAY-CALENDAR-FILE.
060058     IF IC-END-OF-FILE
060059         GO TO 1700-EXIT
060060     END-IF.
060061     MOVE IC-RUN-DATE(1:4) TO HT-CHECK-YEAR.
060062     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
060063     IF NOT HT-YEAR-LOADED
060064         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
060065             " - RUN HELD"
060066         MOVE "Y" TO IC-EOF-SWITCH
060067         MOVE 16 TO RETURN-CODE
060068         GO TO 1700-EXIT
060069     END-IF.
060070     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
060071         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
060072 1700-EXIT.
060073     EXIT.
060074
060075 1710-LOAD-ONE-CALENDAR-ENTRY.
060076     READ HOLIDAY-CALENDAR-FILE
060077         AT END
060078             MOVE "Y" TO HT-EOF-SWITCH
060079             GO TO 1710-EXIT
060080     END-READ.
060081     IF HC-CALENDAR-DATE NOT NUMERIC
060082        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
060083         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
060084             HC-RECORD-TYPE " " HC-CALENDAR-DATE
060085         GO TO 1710-EXIT
060086     END-IF.
060087     IF HC-YEAR-RECORD
060088         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
060089             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
060090             MOVE "Y" TO HT-EOF-SWITCH
060091             MOVE "Y" TO IC-EOF-SWITCH
060092             MOVE 16 TO RETURN-CODE
060093             GO TO 1710-EXIT
060094         END-IF
060095         ADD 1 TO HT-YEAR-COUNT
060096         SET HT-YR-IDX TO HT-YEAR-COUNT
060097         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
060098         GO TO 1710-EXIT
060099     END-IF.
060100     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
060101         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
060102         MOVE "Y" TO HT-EOF-SWITCH
060103         MOVE "Y" TO IC-EOF-SWITCH
060104         MOVE 16 TO RETURN-CODE
060105         GO TO 1710-EXIT
060106     END-IF.
060107     ADD 1 TO HT-HOLIDAY-COUNT.
060108     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
060109     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
060110 1710-EXIT.
060111     EXIT.
060112
060200******************************************************************
060300* WITH THE MASTER CARRIED AS AN INDEXED FILE THE RESTART NO
060400* LONGER RE-READS THE WHOLE FILE TO FIND ITS PLACE - IT STARTS
069700
069710     MOVE ZERO TO IC-PERIOD-ACCRUAL.
069720     MOVE ZERO TO IC-WITHHELD-AMT.
069721     MOVE ZERO TO IC-PENALTY-AMT.
069722     MOVE ZERO TO IC-PENALTY-FROM-INT.
069800     IF IC-POSTING-RUN
069900         PERFORM 3500-POST-ACCRUAL THRU 3500-EXIT
070000     END-IF.
070410         IF IC-POSTING-RUN AND IC-WITHHELD-AMT > ZERO
070420             PERFORM 5250-WRITE-WHLD-EXTRACT THRU 5250-EXIT
070430         END-IF
070431         IF IC-POSTING-RUN AND IC-PENALTY-AMT > ZERO
070432             PERFORM 5260-WRITE-PENALTY-EXTRACT THRU 5260-EXIT
070433         END-IF
070434         IF IC-POSTING-RUN AND IC-PENALTY-FROM-INT > ZERO
070435             PERFORM 5270-WRITE-PENALTY-INT-EXTRACT THRU 5270-EXIT
070436         END-IF
070500     END-IF.
070600     IF IC-POSTING-RUN
070700         PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT
084400         AM-ACCRUED-INTEREST.
084500 3500-EXIT.
084600     EXIT.
084601
084602 3505-COUNT-WITHDRAWAL.
084603     IF AM-CYCLE-WDL-COUNT NOT NUMERIC
084604         MOVE ZERO TO AM-CYCLE-WDL-COUNT
084605     END-IF.
084606     IF MN-TRAN-WITHDRAWAL AND AM-CYCLE-WDL-COUNT < 9999
084607         ADD 1 TO AM-CYCLE-WDL-COUNT
084608     END-IF.
084609 3505-EXIT.
084610     EXIT.
084611
084612******************************************************************
084614* APPLY ONE MONETARY TRANSACTION FOR THE ACCOUNT IN HAND. A
084616* TRANSACTION EFFECTIVE AFTER THE LAST ACCRUAL DATE CLOSES THE
084618* SUB-PERIOD UP TO ITS EFFECTIVE DATE AT THE OLD BALANCE FIRST;
084620* ONE EFFECTIVE ON OR BEFORE IT SIMPLY RESTATES THE OPENING
084622* BALANCE. BAD TRANSACTIONS ARE COUNTED AND NOT APPLIED.
084623* EACH WITHDRAWAL APPLIED IS COUNTED FOR THE MONTHLY FEE RUN.
084624******************************************************************
084626 3510-APPLY-ONE-TRANSACTION.
084628     IF MN-AMOUNT NOT NUMERIC
084690         ADD MN-AMOUNT TO IC-WORK-BALANCE
084692     ELSE
084694         SUBTRACT MN-AMOUNT FROM IC-WORK-BALANCE
084695         PERFORM 3505-COUNT-WITHDRAWAL THRU 3505-EXIT
084696     END-IF.
084697     PERFORM 3520-ASSESS-EARLY-PENALTY THRU 3520-EXIT.
084698     MOVE "Y" TO IC-TRANS-APPLIED-SWITCH.
084700     ADD 1 TO IC-MON-APPLIED-COUNT.
084702     PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT.
086300     END-IF.
086400 3600-EXIT.
086500     EXIT.
086510
086512******************************************************************
086514* A WITHDRAWAL FROM A CERTIFICATE OF DEPOSIT EFFECTIVE BEFORE ITS
086516* MATURITY DATE FORFEITS A SET NUMBER OF DAYS' INTEREST ON THE
086518* AMOUNT WITHDRAWN (AM-PENALTY-DAYS, 90 WHEN NOT ON FILE) AT THE
086520* ACCOUNT'S OWN DAILY RATE. THE PENALTY - NEVER MORE THAN THE
086522* AMOUNT WITHDRAWN - IS CHARGED TO THE DEPOSIT (3525) AND IS
086524* CARRIED TO THE PENALTY INCOME GL CODE.
086526******************************************************************
086528 3520-ASSESS-EARLY-PENALTY.
086530     IF NOT MN-TRAN-WITHDRAWAL
086532        OR AM-MATURITY-DATE NOT NUMERIC
086534        OR AM-MATURITY-DATE = ZERO
086536        OR MN-EFFECTIVE-DATE NOT < AM-MATURITY-DATE
086538         GO TO 3520-EXIT
086540     END-IF.
086542     IF AM-PENALTY-DAYS NUMERIC AND AM-PENALTY-DAYS > ZERO
086544         MOVE AM-PENALTY-DAYS TO IC-PENALTY-DAYS
086546     ELSE
086548         MOVE IC-DEFAULT-PENALTY-DAYS TO IC-PENALTY-DAYS
086550     END-IF.
086552     COMPUTE IC-PENALTY-WORK ROUNDED =
086554         MN-AMOUNT * IC-DAILY-RATE * IC-PENALTY-DAYS.
086556     IF IC-PENALTY-WORK > MN-AMOUNT
086558         MOVE MN-AMOUNT TO IC-PENALTY-WORK
086560     END-IF.
086561     PERFORM 3525-CHARGE-EARLY-PENALTY THRU 3525-EXIT.
086564     ADD IC-PENALTY-WORK TO IC-PENALTY-AMT.
086566     ADD IC-PENALTY-WORK TO IC-PENALTY-TOTAL-AMT.
086568     ADD 1 TO IC-PENALTY-COUNT.
086570     DISPLAY "EARLY WITHDRAWAL PENALTY ON " AM-ACCOUNT-NUMBER
086572         " = " IC-PENALTY-WORK.
086574 3520-EXIT.
086576     EXIT.
086600
086602******************************************************************
086604* CHARGE THE PENALTY TO THE DEPOSIT. IT COMES OUT OF INTEREST
086606* ALREADY ACCRUED FIRST AND ANY REMAINDER OUT OF THE BALANCE LEFT
086608* AFTER THE WITHDRAWAL, NEVER MORE THAN THE TWO TOGETHER HOLD.
086610* THE PART TAKEN FROM ACCRUED INTEREST IS KEPT SO THE GL EXTRACT
086612* CAN TAKE IT OFF THE ACCOUNT'S OWN INTEREST GL CODE AS WELL.
086614******************************************************************
086616 3525-CHARGE-EARLY-PENALTY.
086618     IF AM-ACCRUED-INTEREST NOT NUMERIC
086620         MOVE ZERO TO AM-ACCRUED-INTEREST
086622     END-IF.
086624     COMPUTE IC-PENALTY-AVAIL =
086626         AM-ACCRUED-INTEREST + IC-WORK-BALANCE.
086628     IF IC-PENALTY-WORK > IC-PENALTY-AVAIL
086630         MOVE IC-PENALTY-AVAIL TO IC-PENALTY-WORK
086632     END-IF.
086634     IF IC-PENALTY-WORK > AM-ACCRUED-INTEREST
086636         ADD AM-ACCRUED-INTEREST TO IC-PENALTY-FROM-INT
086638         COMPUTE IC-WORK-BALANCE = IC-WORK-BALANCE
086640             - (IC-PENALTY-WORK - AM-ACCRUED-INTEREST)
086642         MOVE ZERO TO AM-ACCRUED-INTEREST
086644     ELSE
086646         ADD IC-PENALTY-WORK TO IC-PENALTY-FROM-INT
086648         SUBTRACT IC-PENALTY-WORK FROM AM-ACCRUED-INTEREST
086650     END-IF.
086652 3525-EXIT.
086654     EXIT.
086656
086700******************************************************************
086800* 30/360 DAY COUNT: EVERY MONTH COUNTS 30 DAYS AND THE YEAR
086900* COUNTS 360, WITH THE USUAL MONTH-END ADJUSTMENTS - A START
094300     MOVE IC-SAVE-ONE-YEAR-CUR   TO RD-ONE-YEAR-ED.
094400     MOVE IC-SAVE-FINAL-TOTAL-CUR TO RD-FINAL-TOTAL-ED.
094500     MOVE IC-SAVE-DAILY-CUR      TO RD-DAILY-ED.
094510     IF IC-PENALTY-AMT > ZERO
094520         MOVE IC-PENALTY-AMT TO IC-CURR-INPUT-AMOUNT
094530         PERFORM 6000-FORMAT-CURRENCY-AMOUNT THRU 6000-EXIT
094540         MOVE IC-CURR-FORMATTED-AMT TO RD-PENALTY-ED
094550     ELSE
094560         MOVE SPACES TO RD-PENALTY-ED
094570     END-IF.
094600     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
094700         AFTER ADVANCING 1 LINE.
094800     ADD 1 TO IC-LINE-COUNT.
098800     ELSE
098900         MOVE IC-SAVE-ONE-YEAR-AMT TO GE-INTEREST-AMOUNT
099000     END-IF.
099100     MOVE IC-VALUE-DATE          TO GE-VALUE-DATE.
099200     IF AM-CURRENCY-CODE = SPACES
099300         MOVE "USD" TO GE-CURRENCY-CODE
099400     ELSE
099914     MOVE AM-ACCOUNT-NUMBER      TO GE-ACCOUNT-NUMBER.
099916     MOVE IC-WHLD-GL-CODE        TO GE-GL-CODE.
099918     MOVE IC-WITHHELD-AMT        TO GE-INTEREST-AMOUNT.
099920     MOVE IC-VALUE-DATE          TO GE-VALUE-DATE.
099922     IF AM-CURRENCY-CODE = SPACES
099924         MOVE "USD" TO GE-CURRENCY-CODE
099926     ELSE
100016 6120-EXIT.
100018     EXIT.
100020
100030 5260-WRITE-PENALTY-EXTRACT.
100032     MOVE AM-ACCOUNT-NUMBER      TO GE-ACCOUNT-NUMBER.
100034     MOVE IC-PENALTY-GL-CODE     TO GE-GL-CODE.
100036     MOVE IC-PENALTY-AMT         TO GE-INTEREST-AMOUNT.
100038     MOVE IC-VALUE-DATE          TO GE-VALUE-DATE.
100040     IF AM-CURRENCY-CODE = SPACES
100042         MOVE "USD" TO GE-CURRENCY-CODE
100044     ELSE
100046         MOVE AM-CURRENCY-CODE TO GE-CURRENCY-CODE
100048     END-IF.
100050     MOVE GE-CURRENCY-CODE TO IC-XR-WORK-CODE.
100052     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
100054     COMPUTE GE-BASE-AMOUNT ROUNDED =
100056         GE-INTEREST-AMOUNT * IC-XR-APPLIED-RATE.
100058     MOVE "C" TO GE-DR-CR-FLAG.
100060     WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL.
100062 5260-EXIT.
100064     EXIT.
100066
100067******************************************************************
100068* THE PART OF AN EARLY WITHDRAWAL PENALTY TAKEN FROM INTEREST
100069* ALREADY ACCRUED COMES OFF THE ACCOUNT'S OWN INTEREST GL CODE,
100070* SO THE LEDGER STILL BALANCES TO AM-ACCRUED-INTEREST.
100071******************************************************************
100072 5270-WRITE-PENALTY-INT-EXTRACT.
100073     MOVE AM-ACCOUNT-NUMBER      TO GE-ACCOUNT-NUMBER.
100074     MOVE AM-GL-CODE             TO GE-GL-CODE.
100075     MOVE IC-PENALTY-FROM-INT    TO GE-INTEREST-AMOUNT.
100076     MOVE IC-VALUE-DATE          TO GE-VALUE-DATE.
100077     IF AM-CURRENCY-CODE = SPACES
100078         MOVE "USD" TO GE-CURRENCY-CODE
100079     ELSE
100080         MOVE AM-CURRENCY-CODE TO GE-CURRENCY-CODE
100081     END-IF.
100082     MOVE GE-CURRENCY-CODE TO IC-XR-WORK-CODE.
100083     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
100084     COMPUTE GE-BASE-AMOUNT ROUNDED =
100085         GE-INTEREST-AMOUNT * IC-XR-APPLIED-RATE.
100086     MOVE "C" TO GE-DR-CR-FLAG.
100087     WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL.
100088 5270-EXIT.
100089     EXIT.
100090
100100 5300-WRITE-NEW-MASTER.
100200     MOVE ACCOUNT-MASTER-RECORD TO NEW-MASTER-RECORD.
100300     WRITE NEW-MASTER-RECORD.
107200     INSPECT IC-CURR-FORMATTED-AMT REPLACING ALL "#" BY ",".
107300 6030-EXIT.
107400     EXIT.
107401
107402******************************************************************
107403* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
107404* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
107405* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
107406* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
107407******************************************************************
107408 6500-ROLL-BUSINESS-DAY.
107409     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
107410         GO TO 6500-EXIT
107411     END-IF.
107412     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
107413     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
107414     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
107415         UNTIL HT-BUSINESS-DAY.
107416     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
107417         ADD 1 TO HT-ROLLED-COUNT
107418     END-IF.
107419 6500-EXIT.
107420     EXIT.
107421
107422 6510-CHECK-BUSINESS-DAY.
107423     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
107424     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
107425     IF HT-ROLL-MM < 3
107426         SUBTRACT 1 FROM HT-DOW-CCYY
107427     END-IF.
107428     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
107429     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
107430     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
107431     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
107432     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
107433     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
107434     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
107435     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
107436     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
107437         REMAINDER HT-WEEKDAY.
107438     IF HT-WEEKEND-DAY
107439         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
107440         GO TO 6510-EXIT
107441     END-IF.
107442     SET HT-HOL-IDX TO 1.
107443     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
107444         VARYING HT-HOL-IDX FROM 1 BY 1
107445         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
107446            OR NOT HT-BUSINESS-DAY.
107447 6510-EXIT.
107448     EXIT.
107449
107450 6515-SCAN-ONE-HOLIDAY.
107451     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
107452         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
107453     END-IF.
107454 6515-EXIT.
107455     EXIT.
107456
107457 6520-STEP-ONE-DAY.
107458     IF HT-ROLL-PREVIOUS
107459         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
107460     ELSE
107461         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
107462         ADD 1 TO HT-ROLL-DD
107463         IF HT-ROLL-DD > HT-MONTH-DAYS
107464             MOVE 1 TO HT-ROLL-DD
107465             ADD 1 TO HT-ROLL-MM
107466         END-IF
107467         IF HT-ROLL-MM > 12
107468             MOVE 1 TO HT-ROLL-MM
107469             ADD 1 TO HT-ROLL-CCYY
107470         END-IF
107471     END-IF.
107472     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
107473 6520-EXIT.
107474     EXIT.
107475
107476 6525-STEP-BACK-ONE-DAY.
107477     SUBTRACT 1 FROM HT-ROLL-DD.
107478     IF HT-ROLL-DD > ZERO
107479         GO TO 6525-EXIT
107480     END-IF.
107481     SUBTRACT 1 FROM HT-ROLL-MM.
107482     IF HT-ROLL-MM = ZERO
107483         MOVE 12 TO HT-ROLL-MM
107484         SUBTRACT 1 FROM HT-ROLL-CCYY
107485     END-IF.
107486     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
107487     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
107488 6525-EXIT.
107489     EXIT.
107500
107501 6530-SET-ROLL-MONTH-DAYS.
107502     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
107503     IF HT-ROLL-MM NOT = 2
107504         GO TO 6530-EXIT
107505     END-IF.
107506     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
107507         REMAINDER HT-LEAP-REMAINDER.
107508     IF HT-LEAP-REMAINDER = ZERO
107509         MOVE 29 TO HT-MONTH-DAYS
107510     END-IF.
107511     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
107512         REMAINDER HT-LEAP-REMAINDER.
107513     IF HT-LEAP-REMAINDER = ZERO
107514         MOVE 28 TO HT-MONTH-DAYS
107515     END-IF.
107516     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
107517         REMAINDER HT-LEAP-REMAINDER.
107518     IF HT-LEAP-REMAINDER = ZERO
107519         MOVE 29 TO HT-MONTH-DAYS
107520     END-IF.
107521 6530-EXIT.
107522     EXIT.
107523
107524 6540-CHECK-CALENDAR-YEAR.
107525     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
107526     SET HT-YR-IDX TO 1.
107527     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
107528         VARYING HT-YR-IDX FROM 1 BY 1
107529         UNTIL HT-YR-IDX > HT-YEAR-COUNT
107530            OR HT-YEAR-LOADED.
107531 6540-EXIT.
107532     EXIT.
107533
107534 6545-SCAN-ONE-YEAR.
107535     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
107536         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
107537     END-IF.
107538 6545-EXIT.
107539     EXIT.
107589
107600 6020-FIND-FIRST-DIGIT.
107700     PERFORM 6021-BUMP-SCAN-INDEX THRU 6021-EXIT
107800         VARYING IC-CURR-SCAN-IDX FROM 1 BY 1
110666                 IC-MON-PRIORLEG-COUNT
110668         END-IF
110670         DISPLAY "MONETARY TRANS BYPASSED:  " IC-MON-BYPASS-COUNT
110672         DISPLAY "EARLY WITHDRAWAL PENALTIES: " IC-PENALTY-COUNT
110673         DISPLAY "TOTAL PENALTIES ASSESSED:   "
110674             IC-PENALTY-TOTAL-AMT
110680     END-IF.
110700     DISPLAY "RUN PARAMETERS USED:".
110800     DISPLAY "  OPERATOR:    " IC-OPERATOR-ID.
110900     DISPLAY "  RUN MODE:    " IC-RUN-MODE.
111000     DISPLAY "  AS-OF DATE:  " IC-RUN-DATE-EDITED.
111010     DISPLAY "  VALUE DATE:  " IC-VALUE-DATE.
111020     DISPLAY "  ROLL RULE:   " HT-ROLL-RULE.
111100     DISPLAY "  SELECT FROM: " IC-SELECT-SHOW-FROM.
111200     DISPLAY "  SELECT THRU: " IC-SELECT-SHOW-THRU.
111300     IF IC-GL-SUPPRESSED
