005080*                 MAINTENANCE GENERATION AWAITS PROMOTION. A
005090*                 MISSING STEP-STATUS FILE MEANS RUN CONTROL IS
005095*                 NOT ACTIVE AND ONLY THE EDITFLAG GATE APPLIES.
005096* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). EACH
005097*                 SCHEDULE LINE NOW SHOWS THE PERIOD'S DUE DATE -
005098*                 THE FIRST PAYMENT DAY IN THAT MONTH, ROLLED TO A
005099*                 BUSINESS DAY UNDER THE RUNPARMS ROLL RULE. THE
005100*                 RUN IS HELD IF THE AS-OF YEAR IS NOT ON THE
005101*                 CALENDAR.
005102******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. AMORSCH.
005400 ENVIRONMENT DIVISION.
007100     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS AS-PRM-FILE-STATUS.
007302     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
007304         ORGANIZATION IS LINE SEQUENTIAL
007306         FILE STATUS IS AS-HOL-FILE-STATUS.
007310     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
007320         ORGANIZATION IS LINE SEQUENTIAL
007330         FILE STATUS IS AS-STP-FILE-STATUS.
008800 FD  RUN-PARAMETER-FILE
008900     RECORDING MODE IS F.
009000 COPY RUNPARMS.
009002 FD  HOLIDAY-CALENDAR-FILE
009004     RECORDING MODE IS F.
009006 COPY HOLCAL.
009010 FD  STEP-STATUS-FILE
009020     RECORDING MODE IS F.
009030 COPY STEPSTAT.
013100     88  AS-TAX-FILE-OK                    VALUE "00".
013200 01  AS-PRM-FILE-STATUS          PIC X(02) VALUE "99".
013300     88  AS-PRM-FILE-OK                    VALUE "00".
013310 01  AS-HOL-FILE-STATUS          PIC X(02) VALUE "99".
013320     88  AS-HOL-FILE-OK                   VALUE "00".
013400 01  AS-PRM-REC-SWITCH           PIC X(01) VALUE "N".
013500     88  AS-PRM-REC-PRESENT               VALUE "Y".
013600 01  AS-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
014600         88  AS-CALENDAR-ACTIVE           VALUE "Y".
014700     05  AS-SCHED-CCYY           PIC 9(04).
014800     05  AS-SCHED-MM             PIC 9(02).
014850     05  AS-PAYMENT-DAY          PIC 9(02).
014900     05  AS-YEAR-INT-TOTAL       PIC 9(10)V99.
015000     05  AS-YEAR-PRIN-TOTAL      PIC 9(10)V99.
015100 01  AS-NO-FPD-COUNT             PIC 9(07) COMP VALUE ZERO.
017300     05  FILLER                  PIC X(18) VALUE "BEGIN BALANCE".
017400     05  FILLER                  PIC X(16) VALUE "INTEREST".
017500     05  FILLER                  PIC X(16) VALUE "PRINCIPAL".
017600     05  FILLER                  PIC X(12) VALUE "END BALANCE".
017650     05  FILLER                  PIC X(10) VALUE "DUE DATE".
017700 01  SCHEDULE-DETAIL-LINE.
017800     05  SD-PERIOD-NUMBER        PIC ZZ9.
017900     05  FILLER                  PIC X(03) VALUE SPACES.
018800     05  SD-PRINCIPAL-ED         PIC $$$$$,$$9.99.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  SD-END-BALANCE-ED       PIC $$$$$,$$9.99.
019020     05  FILLER                  PIC X(08) VALUE SPACES.
019040     05  SD-DUE-DATE             PIC X(10).
019100 01  SCHEDULE-YEAR-LINE.
019200     05  FILLER                  PIC X(05) VALUE "YEAR ".
019300     05  SY-CCYY                 PIC X(04).
019600     05  SY-INTEREST-ED          PIC $$$$$,$$9.99.
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  SY-PRINCIPAL-ED         PIC $$$$$,$$9.99.
019810 COPY HOLTBL.
019900 PROCEDURE DIVISION.
020000 0000-MAIN-PROCEDURE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     IF AS-END-OF-FILE
021500         GO TO 1000-EXIT
021600     END-IF.
021610     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
021620     IF AS-END-OF-FILE
021630         GO TO 1000-EXIT
021640     END-IF.
021700     OPEN INPUT ACCOUNT-MASTER-FILE.
021800     IF NOT AS-ACCT-FILE-OK
021900         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
029600         MOVE RP-SELECT-THRU-ACCT TO AS-SELECT-THRU-ACCT
029700         MOVE RP-SELECT-THRU-ACCT TO AS-SELECT-SHOW-THRU
029800     END-IF.
029810     IF RP-ROLL-TO-PREVIOUS
029820         MOVE "P" TO HT-ROLL-RULE
029830     END-IF.
029840     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
029850         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
029860             " INVALID - NEXT BUSINESS DAY ASSUMED"
029870     END-IF.
029900     CLOSE RUN-PARAMETER-FILE.
030000 1300-EXIT.
030100     EXIT.
030200
030201******************************************************************
030202* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
030203* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
030204* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
030205* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
030206* FILE AHEAD OF THE DATE-DRIVEN RUNS.
030207******************************************************************
030208 1700-LOAD-HOLIDAY-CALENDAR.
030209     OPEN INPUT HOLIDAY-CALENDAR-FILE.
030210     IF NOT AS-HOL-FILE-OK
030211         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
030212             "HELD, STATUS = " AS-HOL-FILE-STATUS
030213         MOVE "Y" TO AS-EOF-SWITCH
030214         MOVE 16 TO RETURN-CODE
030215         GO TO 1700-EXIT
030216     END-IF.
030217     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
030218         UNTIL HT-END-OF-FILE.
030219     CLOSE HOLIDAY-CALENDAR-FILE.
030220     IF AS-END-OF-FILE
030221         GO TO 1700-EXIT
030222     END-IF.
030223     MOVE AS-RUN-DATE(1:4) TO HT-CHECK-YEAR.
030224     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
030225     IF NOT HT-YEAR-LOADED
030226         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
030227             " - RUN HELD"
030228         MOVE "Y" TO AS-EOF-SWITCH
030229         MOVE 16 TO RETURN-CODE
030230         GO TO 1700-EXIT
030231     END-IF.
030232     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
030233         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
030234 1700-EXIT.
030235     EXIT.
030236
030237 1710-LOAD-ONE-CALENDAR-ENTRY.
030238     READ HOLIDAY-CALENDAR-FILE
030239         AT END
030240             MOVE "Y" TO HT-EOF-SWITCH
030241             GO TO 1710-EXIT
030242     END-READ.
030243     IF HC-CALENDAR-DATE NOT NUMERIC
030244        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
030245         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
030246             HC-RECORD-TYPE " " HC-CALENDAR-DATE
030247         GO TO 1710-EXIT
030248     END-IF.
030249     IF HC-YEAR-RECORD
030250         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
030251             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
030252             MOVE "Y" TO HT-EOF-SWITCH
030253             MOVE "Y" TO AS-EOF-SWITCH
030254             MOVE 16 TO RETURN-CODE
030255             GO TO 1710-EXIT
030256         END-IF
030257         ADD 1 TO HT-YEAR-COUNT
030258         SET HT-YR-IDX TO HT-YEAR-COUNT
030259         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
030260         GO TO 1710-EXIT
030261     END-IF.
030262     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
030263         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
030264         MOVE "Y" TO HT-EOF-SWITCH
030265         MOVE "Y" TO AS-EOF-SWITCH
030266         MOVE 16 TO RETURN-CODE
030267         GO TO 1710-EXIT
030268     END-IF.
030269     ADD 1 TO HT-HOLIDAY-COUNT.
030270     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
030271     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
030272 1710-EXIT.
030273     EXIT.
030274
030300 2000-PROCESS-ACCOUNT.
030400     IF AM-ACCOUNT-NUMBER < AS-SELECT-FROM-ACCT
030500        OR AM-ACCOUNT-NUMBER > AS-SELECT-THRU-ACCT
040000         MOVE "Y" TO AS-CALENDAR-SWITCH
040100         MOVE AM-FIRST-PAYMENT-DATE(1:4) TO AS-SCHED-CCYY
040200         MOVE AM-FIRST-PAYMENT-DATE(5:2) TO AS-SCHED-MM
040250         MOVE AM-FIRST-PAYMENT-DATE(7:2) TO AS-PAYMENT-DAY
040300     ELSE
040400         ADD 1 TO AS-NO-FPD-COUNT
040500     END-IF.
051100         MOVE AS-SCHED-CCYY TO SD-SCHED-CCYY
051200         MOVE "-" TO SD-MONTH-SEP
051300         MOVE AS-SCHED-MM TO SD-SCHED-MM
051350         PERFORM 4150-SET-DUE-DATE THRU 4150-EXIT
051400     ELSE
051500         MOVE SPACES TO SD-SCHED-CCYY
051600         MOVE SPACE  TO SD-MONTH-SEP
051700         MOVE SPACES TO SD-SCHED-MM
051750         MOVE SPACES TO SD-DUE-DATE
051800     END-IF.
051900     MOVE AS-BEGIN-BALANCE TO SD-BEGIN-BALANCE-ED.
052000     MOVE AS-INTEREST-PORTION TO SD-INTEREST-ED.
054100     ADD 1 TO AS-PERIOD-NUMBER.
054200 4100-EXIT.
054300     EXIT.
054302
054304******************************************************************
054306* THE DUE DATE FOR THE PERIOD IS THE FIRST PAYMENT DATE'S DAY IN
054308* THE SCHEDULE MONTH (THE LAST DAY OF A SHORTER MONTH), ROLLED
054310* TO A BUSINESS DAY BY THE RUN'S ROLL RULE. THE TAX YEAR STAYS
054312* WITH THE SCHEDULE MONTH.
054314******************************************************************
054316 4150-SET-DUE-DATE.
054318     MOVE AS-SCHED-CCYY TO HT-ROLL-CCYY.
054320     MOVE AS-SCHED-MM TO HT-ROLL-MM.
054322     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
054324     IF AS-PAYMENT-DAY = ZERO
054326         MOVE 1 TO HT-ROLL-DD
054328     ELSE
054330         IF AS-PAYMENT-DAY > HT-MONTH-DAYS
054332             MOVE HT-MONTH-DAYS TO HT-ROLL-DD
054334         ELSE
054336             MOVE AS-PAYMENT-DAY TO HT-ROLL-DD
054338         END-IF
054340     END-IF.
054342     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
054344     STRING HT-ROLL-CCYY "-" HT-ROLL-MM "-" HT-ROLL-DD
054346         DELIMITED BY SIZE INTO SD-DUE-DATE.
054348 4150-EXIT.
054350     EXIT.
054400
054500 4600-WRITE-YEAR-TOTAL.
054600     IF AS-LINE-COUNT NOT < AS-LINES-PER-PAGE
056900     WRITE TAX-EXTRACT-RECORD.
057000 5000-EXIT.
057100     EXIT.
057101
057102******************************************************************
057103* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
057104* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
057105* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
057106* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
057107******************************************************************
057108 6500-ROLL-BUSINESS-DAY.
057109     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
057110         GO TO 6500-EXIT
057111     END-IF.
057112     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
057113     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
057114     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
057115         UNTIL HT-BUSINESS-DAY.
057116     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
057117         ADD 1 TO HT-ROLLED-COUNT
057118     END-IF.
057119 6500-EXIT.
057120     EXIT.
057121
057122 6510-CHECK-BUSINESS-DAY.
057123     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
057124     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
057125     IF HT-ROLL-MM < 3
057126         SUBTRACT 1 FROM HT-DOW-CCYY
057127     END-IF.
057128     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
057129     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
057130     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
057131     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
057132     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
057133     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
057134     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
057135     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
057136     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
057137         REMAINDER HT-WEEKDAY.
057138     IF HT-WEEKEND-DAY
057139         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
057140         GO TO 6510-EXIT
057141     END-IF.
057142     SET HT-HOL-IDX TO 1.
057143     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
057144         VARYING HT-HOL-IDX FROM 1 BY 1
057145         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
057146            OR NOT HT-BUSINESS-DAY.
057147 6510-EXIT.
057148     EXIT.
057149
057150 6515-SCAN-ONE-HOLIDAY.
057151     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
057152         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
057153     END-IF.
057154 6515-EXIT.
057155     EXIT.
057156
057157 6520-STEP-ONE-DAY.
057158     IF HT-ROLL-PREVIOUS
057159         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
057160     ELSE
057161         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
057162         ADD 1 TO HT-ROLL-DD
057163         IF HT-ROLL-DD > HT-MONTH-DAYS
057164             MOVE 1 TO HT-ROLL-DD
057165             ADD 1 TO HT-ROLL-MM
057166         END-IF
057167         IF HT-ROLL-MM > 12
057168             MOVE 1 TO HT-ROLL-MM
057169             ADD 1 TO HT-ROLL-CCYY
057170         END-IF
057171     END-IF.
057172     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
057173 6520-EXIT.
057174     EXIT.
057175
057176 6525-STEP-BACK-ONE-DAY.
057177     SUBTRACT 1 FROM HT-ROLL-DD.
057178     IF HT-ROLL-DD > ZERO
057179         GO TO 6525-EXIT
057180     END-IF.
057181     SUBTRACT 1 FROM HT-ROLL-MM.
057182     IF HT-ROLL-MM = ZERO
057183         MOVE 12 TO HT-ROLL-MM
057184         SUBTRACT 1 FROM HT-ROLL-CCYY
057185     END-IF.
057186     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
057187     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
057188 6525-EXIT.
057189     EXIT.
057200
057201 6530-SET-ROLL-MONTH-DAYS.
057202     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
057203     IF HT-ROLL-MM NOT = 2
057204         GO TO 6530-EXIT
057205     END-IF.
057206     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
057207         REMAINDER HT-LEAP-REMAINDER.
057208     IF HT-LEAP-REMAINDER = ZERO
057209         MOVE 29 TO HT-MONTH-DAYS
057210     END-IF.
057211     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
057212         REMAINDER HT-LEAP-REMAINDER.
057213     IF HT-LEAP-REMAINDER = ZERO
057214         MOVE 28 TO HT-MONTH-DAYS
057215     END-IF.
057216     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
057217         REMAINDER HT-LEAP-REMAINDER.
057218     IF HT-LEAP-REMAINDER = ZERO
057219         MOVE 29 TO HT-MONTH-DAYS
057220     END-IF.
057221 6530-EXIT.
057222     EXIT.
057223
057224 6540-CHECK-CALENDAR-YEAR.
057225     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
057226     SET HT-YR-IDX TO 1.
057227     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
057228         VARYING HT-YR-IDX FROM 1 BY 1
057229         UNTIL HT-YR-IDX > HT-YEAR-COUNT
057230            OR HT-YEAR-LOADED.
057231 6540-EXIT.
057232     EXIT.
057233
057234 6545-SCAN-ONE-YEAR.
057235     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
057236         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
057237     END-IF.
057238 6545-EXIT.
057239     EXIT.
057289
057300 8000-READ-ACCOUNT-MASTER.
057400     READ ACCOUNT-MASTER-FILE
057500         AT END
058800     DISPLAY "NO FIRST PAYMENT DATE: " AS-NO-FPD-COUNT.
058900     DISPLAY "ACCOUNTS OUTSIDE RANGE: " AS-RANGE-SKIP-COUNT.
058910     DISPLAY "CLOSED - NO SCHEDULE:   " AS-CLOSED-SKIP-COUNT.
058920     DISPLAY "DUE DATES ROLLED:       " HT-ROLLED-COUNT.
059000     DISPLAY "RUN PARAMETERS USED:".
059100     DISPLAY "  OPERATOR:    " AS-OPERATOR-ID.
059200     DISPLAY "  AS-OF DATE:  " AS-RUN-DATE.
059250     DISPLAY "  ROLL RULE:   " HT-ROLL-RULE.
059300     DISPLAY "  SELECT FROM: " AS-SELECT-SHOW-FROM.
059400     DISPLAY "  SELECT THRU: " AS-SELECT-SHOW-THRU.
059500     IF AS-ACCT-FILE-OK OR AS-ACCT-FILE-EOF
