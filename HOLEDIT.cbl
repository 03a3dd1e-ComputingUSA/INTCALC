000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       BUSINESS-DAY HOLIDAY CALENDAR EDIT. READS THE
000700*                HOLIDAY CALENDAR FILE (HOLCAL, SEE HOLCAL) AND
000800*                LISTS EVERY ENTRY ON THE EDIT REPORT (HOLRPT)
000900*                WITH THE WEEKDAY OF EACH HOLIDAY AND THE REASON
001000*                ANY ENTRY IS IN ERROR: A RECORD TYPE OTHER THAN
001100*                YEAR OR HOLIDAY, A DATE THAT IS NOT A CALENDAR
001200*                DATE, A YEAR RECORD NOT DATED CCYY0000, ENTRIES
001300*                OUT OF DATE ORDER OR DUPLICATED, A HOLIDAY WITH
001400*                NO YEAR RECORD AHEAD OF IT, A HOLIDAY ON A
001500*                SATURDAY OR SUNDAY, OR MORE YEARS OR HOLIDAYS
001600*                THAN THE DATE-DRIVEN RUNS CAN LOAD (SEE HOLTBL).
001700*                IT THEN CHECKS THAT THE AS-OF YEAR AND THE YEAR
001800*                AFTER IT ARE ON THE CALENDAR. THIS RUN GOES AHEAD
001900*                OF THE DATE-DRIVEN RUNS IN THE JOB STREAM, WHICH
002000*                DO NOT RUN WHEN IT ENDS WITH RETURN CODE 16.
002100* TECTONICS:     cobc
002200******************************************************************
002300* MODIFICATION HISTORY
002400* 10/14/2026 DOW  INITIAL VERSION. AN ENTRY IN ERROR OR AN AS-OF
002500*                 YEAR NOT ON THE CALENDAR ENDS THE RUN WITH
002600*                 RETURN CODE 16. A MISSING NEXT YEAR OR AN
002700*                 INVALID ROLL RULE ON RUNPARMS ENDS IT WITH
002800*                 RETURN CODE 4.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. HOLEDIT.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS HE-HOL-FILE-STATUS.
003800     SELECT EDIT-REPORT-FILE ASSIGN TO "HOLRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS HE-RPT-FILE-STATUS.
004100     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS HE-PRM-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  HOLIDAY-CALENDAR-FILE
004700     RECORDING MODE IS F.
004800 COPY HOLCAL.
004900 FD  EDIT-REPORT-FILE
005000     RECORDING MODE IS F.
005100 01  EDIT-REPORT-RECORD              PIC X(132).
005200 FD  RUN-PARAMETER-FILE
005300     RECORDING MODE IS F.
005400 COPY RUNPARMS.
005500 WORKING-STORAGE SECTION.
005600 01  HE-HOL-FILE-STATUS          PIC X(02) VALUE "99".
005700     88  HE-HOL-FILE-OK                   VALUE "00".
005800     88  HE-HOL-FILE-EOF                  VALUE "10".
005900     88  HE-HOL-FILE-MISSING              VALUE "35".
006000 01  HE-RPT-FILE-STATUS          PIC X(02) VALUE "99".
006100     88  HE-RPT-FILE-OK                   VALUE "00".
006200 01  HE-PRM-FILE-STATUS          PIC X(02) VALUE "99".
006300     88  HE-PRM-FILE-OK                   VALUE "00".
006400 01  HE-PRM-REC-SWITCH           PIC X(01) VALUE "N".
006500     88  HE-PRM-REC-PRESENT               VALUE "Y".
006600 01  HE-CONTROL-SWITCHES.
006700     05  HE-EOF-SWITCH           PIC X(01) VALUE "N".
006800         88  HE-END-OF-FILE               VALUE "Y".
006900     05  HE-HOL-OPEN-SWITCH      PIC X(01) VALUE "N".
007000         88  HE-HOL-OPEN                  VALUE "Y".
007100     05  HE-ENTRY-ERROR-SWITCH   PIC X(01).
007200         88  HE-ENTRY-IN-ERROR            VALUE "Y".
007300     05  HE-RULE-SWITCH          PIC X(01) VALUE "Y".
007400         88  HE-RULE-VALID                VALUE "Y".
007500     05  HE-ASOF-YEAR-SWITCH     PIC X(01) VALUE "N".
007600         88  HE-ASOF-YEAR-LOADED          VALUE "Y".
007700     05  HE-NEXT-YEAR-SWITCH     PIC X(01) VALUE "N".
007800         88  HE-NEXT-YEAR-LOADED          VALUE "Y".
007900 01  HE-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
008000 01  HE-RUN-DATE                 PIC 9(8).
008100 01  HE-RULE-CODE                PIC X(01) VALUE "N".
008200 01  HE-ASOF-YEAR                PIC 9(04).
008300 01  HE-NEXT-YEAR                PIC 9(04).
008400 01  HE-CURRENT-YEAR             PIC 9(04) VALUE ZERO.
008500 01  HE-LAST-DATE                PIC 9(08) VALUE ZERO.
008600 01  HE-MESSAGE                  PIC X(40).
008700 01  HE-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
008800 01  HE-YEAR-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
008900 01  HE-HOLIDAY-RECORD-COUNT     PIC 9(07) COMP VALUE ZERO.
009000 01  HE-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
009100 01  HE-DAY-IDX                  PIC 9(01) COMP.
009200*
009300* WEEKDAY NAMES IN HT-WEEKDAY ORDER, SUNDAY FIRST.
009400*
009500 01  HE-DAY-NAME-VALUES          PIC X(21)
009600     VALUE "SUNMONTUEWEDTHUFRISAT".
009700 01  HE-DAY-NAME-TABLE REDEFINES HE-DAY-NAME-VALUES.
009800     05  HE-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
009900 01  HE-REPORT-CONTROLS.
010000     05  HE-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
010100     05  HE-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
010200     05  HE-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
010300     05  HE-RUN-DATE-EDITED.
010400         10  HE-RUN-DATE-CCYY    PIC 9(4).
010500         10  FILLER              PIC X VALUE "-".
010600         10  HE-RUN-DATE-MM      PIC 99.
010700         10  FILLER              PIC X VALUE "-".
010800         10  HE-RUN-DATE-DD      PIC 99.
010900 01  EDIT-HEADING-1.
011000     05  FILLER                  PIC X(42)
011100         VALUE "HOLEDIT HOLIDAY CALENDAR EDIT".
011200     05  FILLER                  PIC X(22) VALUE SPACES.
011300     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
011400     05  EH1-RUN-DATE            PIC X(10).
011500     05  FILLER                  PIC X(7) VALUE " PAGE: ".
011600     05  EH1-PAGE-NUMBER         PIC ZZZ9.
011700 01  EDIT-HEADING-2.
011800     05  FILLER                  PIC X(06) VALUE "TYPE".
011900     05  FILLER                  PIC X(12) VALUE "DATE".
012000     05  FILLER                  PIC X(05) VALUE "DAY".
012100     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
012200     05  FILLER                  PIC X(40) VALUE "ERROR".
012300 01  EDIT-DETAIL-LINE.
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  ED-RECORD-TYPE          PIC X(01).
012600     05  FILLER                  PIC X(04) VALUE SPACES.
012700     05  ED-CALENDAR-DATE.
012800         10  ED-CALENDAR-CCYY    PIC X(04).
012900         10  ED-DATE-DASH-1      PIC X(01).
013000         10  ED-CALENDAR-MM      PIC X(02).
013100         10  ED-DATE-DASH-2      PIC X(01).
013200         10  ED-CALENDAR-DD      PIC X(02).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  ED-WEEKDAY              PIC X(03).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  ED-DESCRIPTION          PIC X(30).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  ED-MESSAGE              PIC X(40).
013900 01  EDIT-TOTAL-LINE.
014000     05  ET-CAPTION              PIC X(30).
014100     05  FILLER                  PIC X(09) VALUE SPACES.
014200     05  ET-COUNT-ED             PIC ZZZZZZ9.
014300 01  EDIT-NOTE-LINE.
014400     05  EN-TEXT                 PIC X(80).
014500 COPY HOLTBL.
014600 PROCEDURE DIVISION.
014700 0000-MAIN-PROCEDURE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-EDIT-ONE-ENTRY THRU 2000-EXIT
015000         UNTIL HE-END-OF-FILE.
015100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015200     STOP RUN.
015300
015400 1000-INITIALIZE.
015500     DISPLAY "HOLIDAY CALENDAR EDIT".
015600     ACCEPT HE-RUN-DATE FROM DATE YYYYMMDD.
015700     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
015800     MOVE HE-RUN-DATE(1:4) TO HE-RUN-DATE-CCYY.
015900     MOVE HE-RUN-DATE(5:2) TO HE-RUN-DATE-MM.
016000     MOVE HE-RUN-DATE(7:2) TO HE-RUN-DATE-DD.
016100     OPEN OUTPUT EDIT-REPORT-FILE.
016200     IF NOT HE-RPT-FILE-OK
016300         DISPLAY "ERROR OPENING CALENDAR EDIT REPORT, STATUS = "
016400             HE-RPT-FILE-STATUS
016500         MOVE "Y" TO HE-EOF-SWITCH
016600         MOVE 16 TO RETURN-CODE
016700         GO TO 1000-EXIT
016800     END-IF.
016900     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
017000     OPEN INPUT HOLIDAY-CALENDAR-FILE.
017100     IF NOT HE-HOL-FILE-OK
017200         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE, STATUS = "
017300             HE-HOL-FILE-STATUS
017400         MOVE "Y" TO HE-EOF-SWITCH
017500         MOVE 16 TO RETURN-CODE
017600         GO TO 1000-EXIT
017700     END-IF.
017800     MOVE "Y" TO HE-HOL-OPEN-SWITCH.
017900     PERFORM 8000-READ-CALENDAR THRU 8000-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200
018300 1300-READ-RUN-PARAMETERS.
018400     OPEN INPUT RUN-PARAMETER-FILE.
018500     IF NOT HE-PRM-FILE-OK
018600         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
018700         GO TO 1300-EXIT
018800     END-IF.
018900     READ RUN-PARAMETER-FILE
019000         AT END
019100             MOVE "N" TO HE-PRM-REC-SWITCH
019200         NOT AT END
019300             MOVE "Y" TO HE-PRM-REC-SWITCH
019400     END-READ.
019500     IF NOT HE-PRM-REC-PRESENT
019600         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
019700         CLOSE RUN-PARAMETER-FILE
019800         GO TO 1300-EXIT
019900     END-IF.
020000     IF RP-OPERATOR-ID NOT = SPACES
020100         MOVE RP-OPERATOR-ID TO HE-OPERATOR-ID
020200     END-IF.
020300     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
020400         MOVE RP-AS-OF-DATE TO HE-RUN-DATE
020500         DISPLAY "AS-OF DATE OVERRIDE: " HE-RUN-DATE
020600     END-IF.
020700     IF RP-ROLL-TO-PREVIOUS
020800         MOVE "P" TO HE-RULE-CODE
020900     END-IF.
021000     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
021100         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
021200             " INVALID - DATE RUNS WILL ASSUME NEXT BUSINESS DAY"
021300         MOVE "N" TO HE-RULE-SWITCH
021400     END-IF.
021500     CLOSE RUN-PARAMETER-FILE.
021600 1300-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000* EDIT ONE CALENDAR ENTRY AND LIST IT. ONLY THE FIRST ERROR FOUND
022100* ON AN ENTRY IS SHOWN.
022200******************************************************************
022300 2000-EDIT-ONE-ENTRY.
022400     ADD 1 TO HE-RECORD-COUNT.
022500     MOVE "N" TO HE-ENTRY-ERROR-SWITCH.
022600     MOVE SPACES TO HE-MESSAGE.
022700     MOVE SPACES TO ED-WEEKDAY.
022800     PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT.
022900     IF HE-ENTRY-IN-ERROR
023000         ADD 1 TO HE-ERROR-COUNT
023100     END-IF.
023200     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
023300     PERFORM 8000-READ-CALENDAR THRU 8000-EXIT.
023400 2000-EXIT.
023500     EXIT.
023600
023700 2100-CHECK-ENTRY.
023800     IF HC-YEAR-RECORD
023900         ADD 1 TO HE-YEAR-RECORD-COUNT
024000     END-IF.
024100     IF HC-HOLIDAY-RECORD
024200         ADD 1 TO HE-HOLIDAY-RECORD-COUNT
024300     END-IF.
024400     IF NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD
024500         MOVE "RECORD TYPE IS NOT Y OR H" TO HE-MESSAGE
024600         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
024700         GO TO 2100-EXIT
024800     END-IF.
024900     IF HC-CALENDAR-DATE NOT NUMERIC
025000         MOVE "CALENDAR DATE IS NOT NUMERIC" TO HE-MESSAGE
025100         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
025200         GO TO 2100-EXIT
025300     END-IF.
025400     IF HC-YEAR-RECORD
025500         PERFORM 2200-CHECK-YEAR-RECORD THRU 2200-EXIT
025600     ELSE
025700         PERFORM 2300-CHECK-HOLIDAY-RECORD THRU 2300-EXIT
025800     END-IF.
025900 2100-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300* A YEAR RECORD OPENS ITS YEAR ON THE CALENDAR. IT IS DATED
026400* CCYY0000 AND MUST FOLLOW EVERY ENTRY OF THE YEARS BEFORE IT.
026500******************************************************************
026600 2200-CHECK-YEAR-RECORD.
026700     IF HC-CALENDAR-MM NOT = ZERO OR HC-CALENDAR-DD NOT = ZERO
026800         MOVE "YEAR RECORD IS NOT DATED CCYY0000" TO HE-MESSAGE
026900         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
027000         GO TO 2200-EXIT
027100     END-IF.
027200     IF HC-CALENDAR-DATE NOT > HE-LAST-DATE
027300         MOVE "YEAR OUT OF DATE ORDER OR DUPLICATED" TO HE-MESSAGE
027400         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
027500         GO TO 2200-EXIT
027600     END-IF.
027700     MOVE HC-CALENDAR-DATE TO HE-LAST-DATE.
027800     MOVE HC-CALENDAR-CCYY TO HE-CURRENT-YEAR.
027900     IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
028000         MOVE "MORE YEARS THAN THE DATE RUNS CAN LOAD"
028100             TO HE-MESSAGE
028200         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
028300         GO TO 2200-EXIT
028400     END-IF.
028500     ADD 1 TO HT-YEAR-COUNT.
028600     SET HT-YR-IDX TO HT-YEAR-COUNT.
028700     MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX).
028800 2200-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* A HOLIDAY MUST BE A CALENDAR DATE IN THE YEAR OF THE YEAR RECORD
029300* AHEAD OF IT, AFTER THE ENTRY BEFORE IT, AND ON A WEEKDAY -
029400* SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND A HOLIDAY
029500* FALLING ON ONE IS LISTED ON THE DAY IT IS OBSERVED.
029600******************************************************************
029700 2300-CHECK-HOLIDAY-RECORD.
029800     IF HC-CALENDAR-MM < 1 OR HC-CALENDAR-MM > 12
029900        OR HC-CALENDAR-DD < 1
030000         MOVE "NOT A CALENDAR DATE" TO HE-MESSAGE
030100         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
030200         GO TO 2300-EXIT
030300     END-IF.
030400     MOVE HC-CALENDAR-DATE TO HT-ROLL-DATE.
030500     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
030600     IF HT-ROLL-DD > HT-MONTH-DAYS
030700         MOVE "NOT A CALENDAR DATE" TO HE-MESSAGE
030800         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
030900         GO TO 2300-EXIT
031000     END-IF.
031100     PERFORM 6510-SET-WEEKDAY THRU 6510-EXIT.
031200     COMPUTE HE-DAY-IDX = HT-WEEKDAY + 1.
031300     MOVE HE-DAY-NAME(HE-DAY-IDX) TO ED-WEEKDAY.
031400     IF HC-CALENDAR-CCYY NOT = HE-CURRENT-YEAR
031500         MOVE "NO YEAR RECORD AHEAD OF THIS HOLIDAY" TO HE-MESSAGE
031600         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
031700         GO TO 2300-EXIT
031800     END-IF.
031900     IF HC-CALENDAR-DATE NOT > HE-LAST-DATE
032000         MOVE "HOLIDAY OUT OF DATE ORDER OR DUPLICATED"
032100             TO HE-MESSAGE
032200         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
032300         GO TO 2300-EXIT
032400     END-IF.
032500     MOVE HC-CALENDAR-DATE TO HE-LAST-DATE.
032600     IF HT-WEEKEND-DAY
032700         MOVE "HOLIDAY FALLS ON A SATURDAY OR SUNDAY"
032800             TO HE-MESSAGE
032900         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
033000         GO TO 2300-EXIT
033100     END-IF.
033200     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
033300         MOVE "MORE HOLIDAYS THAN THE DATE RUNS CAN LOAD"
033400             TO HE-MESSAGE
033500         MOVE "Y" TO HE-ENTRY-ERROR-SWITCH
033600         GO TO 2300-EXIT
033700     END-IF.
033800     ADD 1 TO HT-HOLIDAY-COUNT.
033900     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
034000     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
034100 2300-EXIT.
034200     EXIT.
034300
034400 4000-WRITE-REPORT-HEADER.
034500     ADD 1 TO HE-PAGE-NUMBER.
034600     MOVE ZERO TO HE-LINE-COUNT.
034700     MOVE HE-RUN-DATE-EDITED TO EH1-RUN-DATE.
034800     MOVE HE-PAGE-NUMBER TO EH1-PAGE-NUMBER.
034900     WRITE EDIT-REPORT-RECORD FROM EDIT-HEADING-1
035000         AFTER ADVANCING PAGE.
035100     WRITE EDIT-REPORT-RECORD FROM SPACES
035200         AFTER ADVANCING 1 LINE.
035300     WRITE EDIT-REPORT-RECORD FROM EDIT-HEADING-2
035400         AFTER ADVANCING 1 LINE.
035500     WRITE EDIT-REPORT-RECORD FROM SPACES
035600         AFTER ADVANCING 1 LINE.
035700     ADD 3 TO HE-LINE-COUNT.
035800 4000-EXIT.
035900     EXIT.
036000
036100 4100-WRITE-DETAIL-LINE.
036200     IF HE-LINE-COUNT > HE-LINES-PER-PAGE
036300         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
036400     END-IF.
036500     MOVE HC-RECORD-TYPE TO ED-RECORD-TYPE.
036600     MOVE HC-CALENDAR-DATE(1:4) TO ED-CALENDAR-CCYY.
036700     MOVE HC-CALENDAR-DATE(5:2) TO ED-CALENDAR-MM.
036800     MOVE HC-CALENDAR-DATE(7:2) TO ED-CALENDAR-DD.
036900     IF HC-YEAR-RECORD AND HC-CALENDAR-DATE(5:4) = "0000"
037000         MOVE SPACES TO ED-DATE-DASH-1
037100         MOVE SPACES TO ED-CALENDAR-MM
037200         MOVE SPACES TO ED-DATE-DASH-2
037300         MOVE SPACES TO ED-CALENDAR-DD
037400     ELSE
037500         MOVE "-" TO ED-DATE-DASH-1
037600         MOVE "-" TO ED-DATE-DASH-2
037700     END-IF.
037800     MOVE HC-DESCRIPTION TO ED-DESCRIPTION.
037900     MOVE HE-MESSAGE TO ED-MESSAGE.
038000     WRITE EDIT-REPORT-RECORD FROM EDIT-DETAIL-LINE
038100         AFTER ADVANCING 1 LINE.
038200     ADD 1 TO HE-LINE-COUNT.
038300 4100-EXIT.
038400     EXIT.
038500
038600 4300-WRITE-TOTAL-LINE.
038700     IF HE-LINE-COUNT > HE-LINES-PER-PAGE
038800         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
038900     END-IF.
039000     WRITE EDIT-REPORT-RECORD FROM EDIT-TOTAL-LINE
039100         AFTER ADVANCING 1 LINE.
039200     ADD 1 TO HE-LINE-COUNT.
039300 4300-EXIT.
039400     EXIT.
039500
039600 4400-WRITE-NOTE-LINE.
039700     IF HE-LINE-COUNT > HE-LINES-PER-PAGE
039800         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
039900     END-IF.
040000     WRITE EDIT-REPORT-RECORD FROM EDIT-NOTE-LINE
040100         AFTER ADVANCING 1 LINE.
040200     ADD 1 TO HE-LINE-COUNT.
040300 4400-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* THE WEEKDAY OF THE DATE IN HT-ROLL-DATE, 0 = SUNDAY THROUGH
040800* 6 = SATURDAY, THE SAME WAY THE DATE-DRIVEN RUNS WORK IT OUT.
040900******************************************************************
041000 6510-SET-WEEKDAY.
041100     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
041200     IF HT-ROLL-MM < 3
041300         SUBTRACT 1 FROM HT-DOW-CCYY
041400     END-IF.
041500     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
041600     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
041700     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
041800     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
041900     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
042000     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
042100     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
042200     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
042300     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
042400         REMAINDER HT-WEEKDAY.
042500 6510-EXIT.
042600     EXIT.
042700
042800 6530-SET-ROLL-MONTH-DAYS.
042900     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
043000     IF HT-ROLL-MM NOT = 2
043100         GO TO 6530-EXIT
043200     END-IF.
043300     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
043400         REMAINDER HT-LEAP-REMAINDER.
043500     IF HT-LEAP-REMAINDER = ZERO
043600         MOVE 29 TO HT-MONTH-DAYS
043700     END-IF.
043800     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
043900         REMAINDER HT-LEAP-REMAINDER.
044000     IF HT-LEAP-REMAINDER = ZERO
044100         MOVE 28 TO HT-MONTH-DAYS
044200     END-IF.
044300     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
044400         REMAINDER HT-LEAP-REMAINDER.
044500     IF HT-LEAP-REMAINDER = ZERO
044600         MOVE 29 TO HT-MONTH-DAYS
044700     END-IF.
044800 6530-EXIT.
044900     EXIT.
045000
045100 6540-CHECK-CALENDAR-YEAR.
045200     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
045300     SET HT-YR-IDX TO 1.
045400     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
045500         VARYING HT-YR-IDX FROM 1 BY 1
045600         UNTIL HT-YR-IDX > HT-YEAR-COUNT
045700            OR HT-YEAR-LOADED.
045800 6540-EXIT.
045900     EXIT.
046000
046100 6545-SCAN-ONE-YEAR.
046200     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
046300         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
046400     END-IF.
046500 6545-EXIT.
046600     EXIT.
046700
046800 8000-READ-CALENDAR.
046900     READ HOLIDAY-CALENDAR-FILE
047000         AT END
047100             MOVE "Y" TO HE-EOF-SWITCH
047200     END-READ.
047300     IF NOT HE-HOL-FILE-OK AND NOT HE-HOL-FILE-EOF
047400         DISPLAY "ERROR READING HOLIDAY CALENDAR FILE, STATUS = "
047500             HE-HOL-FILE-STATUS
047600         MOVE "Y" TO HE-EOF-SWITCH
047700         MOVE 16 TO RETURN-CODE
047800     END-IF.
047900 8000-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300* THE DATE-DRIVEN RUNS ARE HELD WHEN THE AS-OF YEAR IS NOT ON THE
048400* CALENDAR, SO THAT ENDS THIS EDIT WITH RETURN CODE 16 AS WELL.
048500* THE YEAR AFTER IT ONLY WARNS, SO THE NEXT YEAR CAN BE LOADED
048600* BEFORE THE FIRST RUN OF THAT YEAR AND ITS DATES NEAR YEAR END
048700* ROLL PAST ITS HOLIDAYS.
048800******************************************************************
048900 9000-TERMINATE.
049000     IF HE-HOL-OPEN
049100         MOVE HE-RUN-DATE(1:4) TO HE-ASOF-YEAR
049200         MOVE HE-ASOF-YEAR TO HT-CHECK-YEAR
049300         PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT
049400         MOVE HT-YEAR-FOUND-SWITCH TO HE-ASOF-YEAR-SWITCH
049500         COMPUTE HE-NEXT-YEAR = HE-ASOF-YEAR + 1
049600         MOVE HE-NEXT-YEAR TO HT-CHECK-YEAR
049700         PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT
049800         MOVE HT-YEAR-FOUND-SWITCH TO HE-NEXT-YEAR-SWITCH
049900         IF HE-RPT-FILE-OK
050000             PERFORM 9100-WRITE-EDIT-TOTALS THRU 9100-EXIT
050100         END-IF
050200     END-IF.
050300     DISPLAY "CALENDAR RECORDS READ:   " HE-RECORD-COUNT.
050400     DISPLAY "  YEAR RECORDS:          " HE-YEAR-RECORD-COUNT.
050500     DISPLAY "  HOLIDAY RECORDS:       " HE-HOLIDAY-RECORD-COUNT.
050600     DISPLAY "  RECORDS IN ERROR:      " HE-ERROR-COUNT.
050700     DISPLAY "ROLL RULE:               " HE-RULE-CODE.
050800     DISPLAY "OPERATOR:                " HE-OPERATOR-ID.
050900     IF HE-HOL-OPEN
051000         IF HE-ASOF-YEAR-LOADED
051100             DISPLAY "AS-OF YEAR " HE-ASOF-YEAR
051200                 " IS ON THE CALENDAR"
051300         ELSE
051400             DISPLAY "AS-OF YEAR " HE-ASOF-YEAR
051500                 " IS NOT ON THE CALENDAR - DATE RUNS HELD"
051600         END-IF
051700         IF NOT HE-NEXT-YEAR-LOADED
051800             DISPLAY "NEXT YEAR " HE-NEXT-YEAR
051900                 " IS NOT ON THE CALENDAR YET"
052000         END-IF
052100     END-IF.
052200     IF HE-ERROR-COUNT > ZERO
052300        OR (HE-HOL-OPEN AND NOT HE-ASOF-YEAR-LOADED)
052400         MOVE 16 TO RETURN-CODE
052500     END-IF.
052600     IF RETURN-CODE = ZERO
052700        AND (NOT HE-NEXT-YEAR-LOADED OR NOT HE-RULE-VALID)
052800         MOVE 4 TO RETURN-CODE
052900     END-IF.
053000     IF HE-HOL-OPEN
053100         CLOSE HOLIDAY-CALENDAR-FILE
053200     END-IF.
053300     IF HE-RPT-FILE-OK
053400         CLOSE EDIT-REPORT-FILE
053500     END-IF.
053600 9000-EXIT.
053700     EXIT.
053800
053900 9100-WRITE-EDIT-TOTALS.
054000     WRITE EDIT-REPORT-RECORD FROM SPACES
054100         AFTER ADVANCING 1 LINE.
054200     ADD 1 TO HE-LINE-COUNT.
054300     MOVE "CALENDAR RECORDS READ" TO ET-CAPTION.
054400     MOVE HE-RECORD-COUNT TO ET-COUNT-ED.
054500     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
054600     MOVE "YEAR RECORDS" TO ET-CAPTION.
054700     MOVE HE-YEAR-RECORD-COUNT TO ET-COUNT-ED.
054800     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
054900     MOVE "HOLIDAY RECORDS" TO ET-CAPTION.
055000     MOVE HE-HOLIDAY-RECORD-COUNT TO ET-COUNT-ED.
055100     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
055200     MOVE "RECORDS IN ERROR" TO ET-CAPTION.
055300     MOVE HE-ERROR-COUNT TO ET-COUNT-ED.
055400     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
055500     WRITE EDIT-REPORT-RECORD FROM SPACES
055600         AFTER ADVANCING 1 LINE.
055700     ADD 1 TO HE-LINE-COUNT.
055800     MOVE SPACES TO EN-TEXT.
055900     IF HE-ASOF-YEAR-LOADED
056000         STRING "AS-OF YEAR " HE-ASOF-YEAR " IS ON THE CALENDAR"
056100             DELIMITED BY SIZE INTO EN-TEXT
056200     ELSE
056300         STRING "AS-OF YEAR " HE-ASOF-YEAR " IS NOT ON THE "
056400             "CALENDAR - DATE RUNS WILL BE HELD"
056500             DELIMITED BY SIZE INTO EN-TEXT
056600     END-IF.
056700     PERFORM 4400-WRITE-NOTE-LINE THRU 4400-EXIT.
056800     MOVE SPACES TO EN-TEXT.
056900     IF HE-NEXT-YEAR-LOADED
057000         STRING "NEXT YEAR " HE-NEXT-YEAR " IS ON THE CALENDAR"
057100             DELIMITED BY SIZE INTO EN-TEXT
057200     ELSE
057300         STRING "NEXT YEAR " HE-NEXT-YEAR " IS NOT ON THE "
057400             "CALENDAR YET - LOAD IT BEFORE YEAR END"
057500             DELIMITED BY SIZE INTO EN-TEXT
057600     END-IF.
057700     PERFORM 4400-WRITE-NOTE-LINE THRU 4400-EXIT.
057800     IF NOT HE-RULE-VALID
057900         MOVE "BUSINESS-DAY ROLL RULE ON RUNPARMS IS NOT N OR P"
058000             TO EN-TEXT
058100         PERFORM 4400-WRITE-NOTE-LINE THRU 4400-EXIT
058200     END-IF.
058300 9100-EXIT.
058400     EXIT.
058500
058600 END PROGRAM HOLEDIT.
