003507*                 RUN THAT TOUCHES THE MASTER - AN ADJUSTMENT
003508*                 CAN NO LONGER POST AGAINST A DIRTY OR STALE
003509*                 GENERATION.
003510* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). THE
003511*                 REVERSAL LEGS CARRY THE ORIGINAL VALUE DATE
003512*                 ROLLED TO A BUSINESS DAY UNDER THE RUNPARMS
003513*                 ROLL RULE, MATCHING THE VALUE DATE THE ACCRUAL
003514*                 RUN POSTED. THE RUN IS HELD IF THE AS-OF YEAR IS
003515*                 NOT ON THE CALENDAR.
003516******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. ADJPOST.
003800 ENVIRONMENT DIVISION.
005800     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS AP-PRM-FILE-STATUS.
006010     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS AP-HOL-FILE-STATUS.
006100     SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS AP-XRT-FILE-STATUS.
008100 FD  RUN-PARAMETER-FILE
008200     RECORDING MODE IS F.
008300 COPY RUNPARMS.
008310 FD  HOLIDAY-CALENDAR-FILE
008320     RECORDING MODE IS F.
008330 COPY HOLCAL.
008400 FD  EXCHANGE-RATE-FILE
008500     RECORDING MODE IS F.
008600 COPY EXCHRATE.
010000     88  AP-AUD-FILE-MISSING              VALUE "35".
010100 01  AP-PRM-FILE-STATUS          PIC X(02) VALUE "99".
010200     88  AP-PRM-FILE-OK                   VALUE "00".
010210 01  AP-HOL-FILE-STATUS          PIC X(02) VALUE "99".
010220     88  AP-HOL-FILE-OK                   VALUE "00".
010300 01  AP-XRT-FILE-STATUS          PIC X(02) VALUE "99".
010400     88  AP-XRT-FILE-OK                   VALUE "00".
010500     88  AP-XRT-FILE-EOF                  VALUE "10".
015400 01  AP-XR-APPLIED-RATE          PIC 9(03)V9(6).
015500 01  AP-XR-MISSING-COUNT         PIC 9(07) COMP VALUE ZERO.
015600 COPY GLEXTR.
015610 COPY HOLTBL.
015700 PROCEDURE DIVISION.
015800 0000-MAIN-PROCEDURE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017470         GO TO 1000-EXIT
017480     END-IF.
017500     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
017510     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
017520     IF AP-ADJ-END-OF-FILE
017530         GO TO 1000-EXIT
017540     END-IF.
018000     OPEN INPUT ADJUSTMENT-TRANS-FILE.
018100     IF NOT AP-ADJ-FILE-OK
018200         DISPLAY "ERROR OPENING ADJUSTMENT FILE, STATUS = "
023200        AND RP-OPERATOR-ID NOT = SPACES
023300         MOVE RP-OPERATOR-ID TO AP-OPERATOR-ID
023400     END-IF.
023410     IF RP-ROLL-TO-PREVIOUS
023420         MOVE "P" TO HT-ROLL-RULE
023430     END-IF.
023440     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
023450         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
023460             " INVALID - NEXT BUSINESS DAY ASSUMED"
023470     END-IF.
023500     CLOSE RUN-PARAMETER-FILE.
023600 1300-EXIT.
023700     EXIT.
029800 1510-EXIT.
029900     EXIT.
030000
030001******************************************************************
030002* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
030003* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
030004* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
030005* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
030006* FILE AHEAD OF THE DATE-DRIVEN RUNS.
030007******************************************************************
030008 1700-LOAD-HOLIDAY-CALENDAR.
030009     OPEN INPUT HOLIDAY-CALENDAR-FILE.
030010     IF NOT AP-HOL-FILE-OK
030011         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
030012             "HELD, STATUS = " AP-HOL-FILE-STATUS
030013         MOVE "Y" TO AP-ADJ-EOF-SWITCH
030014         MOVE 16 TO RETURN-CODE
030015         GO TO 1700-EXIT
030016     END-IF.
030017     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
030018         UNTIL HT-END-OF-FILE.
030019     CLOSE HOLIDAY-CALENDAR-FILE.
030020     IF AP-ADJ-END-OF-FILE
030021         GO TO 1700-EXIT
030022     END-IF.
030023     MOVE AP-RUN-DATE(1:4) TO HT-CHECK-YEAR.
030024     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
030025     IF NOT HT-YEAR-LOADED
030026         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
030027             " - RUN HELD"
030028         MOVE "Y" TO AP-ADJ-EOF-SWITCH
030029         MOVE 16 TO RETURN-CODE
030030         GO TO 1700-EXIT
030031     END-IF.
030032     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
030033         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
030034 1700-EXIT.
030035     EXIT.
030036
030037 1710-LOAD-ONE-CALENDAR-ENTRY.
030038     READ HOLIDAY-CALENDAR-FILE
030039         AT END
030040             MOVE "Y" TO HT-EOF-SWITCH
030041             GO TO 1710-EXIT
030042     END-READ.
030043     IF HC-CALENDAR-DATE NOT NUMERIC
030044        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
030045         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
030046             HC-RECORD-TYPE " " HC-CALENDAR-DATE
030047         GO TO 1710-EXIT
030048     END-IF.
030049     IF HC-YEAR-RECORD
030050         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
030051             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
030052             MOVE "Y" TO HT-EOF-SWITCH
030053             MOVE "Y" TO AP-ADJ-EOF-SWITCH
030054             MOVE 16 TO RETURN-CODE
030055             GO TO 1710-EXIT
030056         END-IF
030057         ADD 1 TO HT-YEAR-COUNT
030058         SET HT-YR-IDX TO HT-YEAR-COUNT
030059         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
030060         GO TO 1710-EXIT
030061     END-IF.
030062     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
030063         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
030064         MOVE "Y" TO HT-EOF-SWITCH
030065         MOVE "Y" TO AP-ADJ-EOF-SWITCH
030066         MOVE 16 TO RETURN-CODE
030067         GO TO 1710-EXIT
030068     END-IF.
030069     ADD 1 TO HT-HOLIDAY-COUNT.
030070     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
030071     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
030072 1710-EXIT.
030073     EXIT.
030074
030100 2000-APPLY-ONE-ADJUSTMENT.
030200     ADD 1 TO AP-READ-COUNT.
030300     IF AJ-ORIG-AMOUNT NOT NUMERIC
041300* REPOST IS SPLIT THE SAME WAY: THE NET OF ITS OWN WITHHOLDING
041310* AT THE ACCOUNT GL CODE AND THE WITHHELD PIECE AT THE
041320* WITHHOLDING GL CODE, BOTH AS NORMAL DEBITS. ALL
041400* LEGS KEEP THE ORIGINAL VALUE DATE, ROLLED TO A BUSINESS DAY
041420* THE SAME WAY THE ACCRUAL RUN ROLLED IT, AND CONVERT TO BASE AT
041450* THAT DATE'S RATE, SO GLRECON MATCHES THEM INTO THE PERIOD
041500* THEY CORRECT. AN ACCOUNT WITH NO GL CODE ON FILE
041600* WAS NEVER EXTRACTED, SO NOTHING IS WRITTEN FOR IT.
042200     MOVE AM-ACCOUNT-NUMBER TO GE-ACCOUNT-NUMBER.
042300     MOVE AM-GL-CODE        TO GE-GL-CODE.
042400     MOVE AP-ORIG-NET       TO GE-INTEREST-AMOUNT.
042500     MOVE AJ-VALUE-DATE     TO HT-ROLL-DATE.
042510     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
042520     MOVE HT-ROLL-DATE      TO GE-VALUE-DATE.
042600     IF AM-CURRENCY-CODE = SPACES
042700         MOVE "USD" TO GE-CURRENCY-CODE
042800     ELSE
049600     END-IF.
049700 6120-EXIT.
049800     EXIT.
049801
049802******************************************************************
049803* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
049804* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
049805* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
049806* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
049807******************************************************************
049808 6500-ROLL-BUSINESS-DAY.
049809     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
049810         GO TO 6500-EXIT
049811     END-IF.
049812     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
049813     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
049814     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
049815         UNTIL HT-BUSINESS-DAY.
049816     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
049817         ADD 1 TO HT-ROLLED-COUNT
049818     END-IF.
049819 6500-EXIT.
049820     EXIT.
049821
049822 6510-CHECK-BUSINESS-DAY.
049823     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
049824     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
049825     IF HT-ROLL-MM < 3
049826         SUBTRACT 1 FROM HT-DOW-CCYY
049827     END-IF.
049828     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
049829     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
049830     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
049831     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
049832     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
049833     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
049834     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
049835     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
049836     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
049837         REMAINDER HT-WEEKDAY.
049838     IF HT-WEEKEND-DAY
049839         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
049840         GO TO 6510-EXIT
049841     END-IF.
049842     SET HT-HOL-IDX TO 1.
049843     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
049844         VARYING HT-HOL-IDX FROM 1 BY 1
049845         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
049846            OR NOT HT-BUSINESS-DAY.
049847 6510-EXIT.
049848     EXIT.
049849
049850 6515-SCAN-ONE-HOLIDAY.
049851     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
049852         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
049853     END-IF.
049854 6515-EXIT.
049855     EXIT.
049856
049857 6520-STEP-ONE-DAY.
049858     IF HT-ROLL-PREVIOUS
049859         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
049860     ELSE
049861         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
049862         ADD 1 TO HT-ROLL-DD
049863         IF HT-ROLL-DD > HT-MONTH-DAYS
049864             MOVE 1 TO HT-ROLL-DD
049865             ADD 1 TO HT-ROLL-MM
049866         END-IF
049867         IF HT-ROLL-MM > 12
049868             MOVE 1 TO HT-ROLL-MM
049869             ADD 1 TO HT-ROLL-CCYY
049870         END-IF
049871     END-IF.
049872     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
049873 6520-EXIT.
049874     EXIT.
049875
049876 6525-STEP-BACK-ONE-DAY.
049877     SUBTRACT 1 FROM HT-ROLL-DD.
049878     IF HT-ROLL-DD > ZERO
049879         GO TO 6525-EXIT
049880     END-IF.
049881     SUBTRACT 1 FROM HT-ROLL-MM.
049882     IF HT-ROLL-MM = ZERO
049883         MOVE 12 TO HT-ROLL-MM
049884         SUBTRACT 1 FROM HT-ROLL-CCYY
049885     END-IF.
049886     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
049887     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
049888 6525-EXIT.
049889     EXIT.
049900
049901 6530-SET-ROLL-MONTH-DAYS.
049902     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
049903     IF HT-ROLL-MM NOT = 2
049904         GO TO 6530-EXIT
049905     END-IF.
049906     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
049907         REMAINDER HT-LEAP-REMAINDER.
049908     IF HT-LEAP-REMAINDER = ZERO
049909         MOVE 29 TO HT-MONTH-DAYS
049910     END-IF.
049911     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
049912         REMAINDER HT-LEAP-REMAINDER.
049913     IF HT-LEAP-REMAINDER = ZERO
049914         MOVE 28 TO HT-MONTH-DAYS
049915     END-IF.
049916     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
049917         REMAINDER HT-LEAP-REMAINDER.
049918     IF HT-LEAP-REMAINDER = ZERO
049919         MOVE 29 TO HT-MONTH-DAYS
049920     END-IF.
049921 6530-EXIT.
049922     EXIT.
049923
049924 6540-CHECK-CALENDAR-YEAR.
049925     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
049926     SET HT-YR-IDX TO 1.
049927     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
049928         VARYING HT-YR-IDX FROM 1 BY 1
049929         UNTIL HT-YR-IDX > HT-YEAR-COUNT
049930            OR HT-YEAR-LOADED.
049931 6540-EXIT.
049932     EXIT.
049933
049934 6545-SCAN-ONE-YEAR.
049935     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
049936         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
049937     END-IF.
049938 6545-EXIT.
049939     EXIT.
049989
050000 8000-READ-ADJUSTMENT.
050100     READ ADJUSTMENT-TRANS-FILE
050200         AT END
050900     DISPLAY "ADJUSTMENTS READ:    " AP-READ-COUNT.
051000     DISPLAY "ADJUSTMENTS APPLIED: " AP-APPLIED-COUNT.
051100     DISPLAY "ADJUSTMENTS REJECTED:" AP-REJECT-COUNT.
051150     DISPLAY "VALUE DATES ROLLED:  " HT-ROLLED-COUNT.
051200     DISPLAY "OPERATOR:            " AP-OPERATOR-ID.
051300     IF AP-REJECT-COUNT > ZERO
051400         MOVE 4 TO RETURN-CODE
