000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ON-DEMAND LOAN PAYOFF QUOTE. THE OPERATOR KEYS
000700*                A LOAN ACCOUNT NUMBER AND THE DATE THE PAYOFF IS
000800*                TO BE GOOD THROUGH. THE RECORD IS READ DIRECTLY
000900*                BY KEY FROM THE INDEXED ACCOUNT MASTER (ACCTMAST)
001000*                AND THE PAYOFF IS WORKED OUT - PRINCIPAL, THE
001100*                ACCRUED INTEREST ALREADY ON THE ACCOUNT, INTEREST
001200*                FROM THE LAST ACCRUAL DATE TO THE GOOD-THROUGH
001300*                DATE BY THE ACCOUNT'S OWN DAY-COUNT BASIS, AND
001400*                UNPAID LATE CHARGES - WITH THE PER DIEM TO ADD
001500*                FOR EACH DAY THE FUNDS ARRIVE LATE. A PAYOFF
001600*                LETTER ADDRESSED FROM THE NAME AND ADDRESS FILE
001700*                (NAMEADDR) IS PRINTED (PAYLTR) AND EVERY QUOTE IS
001800*                LOGGED WITH ITS FIGURES TO THE QUOTE LOG
001900*                (QUOTELOG, SEE THE COPYBOOK). THE MASTER IS NOT
002000*                UPDATED.
002100* TECTONICS:     cobc
002200******************************************************************
002300* MODIFICATION HISTORY
002400* 10/14/2026 DOW  INITIAL VERSION. THE DAILY FIGURE IS THE ONE THE
002500*                 INTCALC POSTING RUN ACCRUES AT - ONE YEAR'S
002600*                 INTEREST AT THE ACCOUNT'S COMPOUND FREQUENCY
002700*                 OVER ITS YEAR-BASIS DAYS - AND THE DAYS ARE
002800*                 COUNTED BY THE SAME RULES, SO THE QUOTE AGREES
002900*                 WITH WHAT THE NEXT POSTING RUN WILL ACCRUE. A
003000*                 QUOTE THAT CANNOT BE LOGGED IS NOT PRINTED.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PAYQUOTE.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS AM-ACCOUNT-NUMBER
004100         FILE STATUS IS PQ-ACCT-FILE-STATUS.
004200     SELECT NAME-ADDRESS-FILE ASSIGN TO "NAMEADDR"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS PQ-NAD-FILE-STATUS.
004500     SELECT PAYOFF-LETTER-FILE ASSIGN TO "PAYLTR"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS PQ-LTR-FILE-STATUS.
004800     SELECT QUOTE-LOG-FILE ASSIGN TO "QUOTELOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS PQ-QLG-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ACCOUNT-MASTER-FILE
005400     RECORDING MODE IS F.
005500 COPY ACCTMAST.
005600 FD  NAME-ADDRESS-FILE
005700     RECORDING MODE IS F.
005800 COPY NAMEADDR.
005900 FD  PAYOFF-LETTER-FILE
006000     RECORDING MODE IS F.
006100 01  PAYOFF-LETTER-RECORD            PIC X(132).
006200 FD  QUOTE-LOG-FILE
006300     RECORDING MODE IS F.
006400 COPY QUOTELOG.
006500 WORKING-STORAGE SECTION.
006600 01  PQ-ACCT-FILE-STATUS         PIC X(02) VALUE "99".
006700     88  PQ-ACCT-FILE-OK                 VALUE "00".
006800 01  PQ-NAD-FILE-STATUS          PIC X(02) VALUE "99".
006900     88  PQ-NAD-FILE-OK                  VALUE "00".
007000 01  PQ-LTR-FILE-STATUS          PIC X(02) VALUE "99".
007100     88  PQ-LTR-FILE-OK                  VALUE "00".
007200 01  PQ-QLG-FILE-STATUS          PIC X(02) VALUE "99".
007300     88  PQ-QLG-FILE-OK                  VALUE "00".
007400     88  PQ-QLG-FILE-MISSING             VALUE "35".
007500 01  PQ-CONTROL-SWITCHES.
007600     05  PQ-DONE-SWITCH          PIC X(01) VALUE "N".
007700         88  PQ-SESSION-DONE              VALUE "Y".
007800     05  PQ-NAD-EOF-SWITCH       PIC X(01) VALUE "N".
007900         88  PQ-NAD-END-OF-FILE           VALUE "Y".
008000     05  PQ-NAME-FOUND-SWITCH    PIC X(01) VALUE "N".
008100         88  PQ-NAME-FOUND                VALUE "Y".
008200     05  PQ-DATE-OK-SWITCH       PIC X(01) VALUE "N".
008300         88  PQ-DATE-VALID                VALUE "Y".
008400     05  PQ-ACCRUING-SWITCH      PIC X(01) VALUE "N".
008500         88  PQ-ACCRUING                  VALUE "Y".
008600     05  PQ-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
008700         88  PQ-ACCT-OPEN                 VALUE "Y".
008800     05  PQ-LTR-OPEN-SWITCH      PIC X(01) VALUE "N".
008900         88  PQ-LTR-OPEN                  VALUE "Y".
009000     05  PQ-QLG-OPEN-SWITCH      PIC X(01) VALUE "N".
009100         88  PQ-QLG-OPEN                  VALUE "Y".
009200 01  PQ-OPERATOR-ID              PIC X(08) VALUE SPACES.
009300 01  PQ-QUOTE-ACCOUNT            PIC X(10).
009400 01  PQ-GOOD-THROUGH-TEXT        PIC X(08).
009500 01  PQ-GOOD-THROUGH-DATE REDEFINES PQ-GOOD-THROUGH-TEXT
009600                                 PIC 9(08).
009700 01  PQ-GOOD-THROUGH-PARTS REDEFINES PQ-GOOD-THROUGH-TEXT.
009800     05  PQ-GOOD-THROUGH-CCYY    PIC 9(04).
009900     05  PQ-GOOD-THROUGH-MM      PIC 9(02).
010000     05  PQ-GOOD-THROUGH-DD      PIC 9(02).
010100 01  PQ-MONTH-DAYS               PIC 9(02).
010200 01  PQ-RUN-DATE                 PIC 9(08).
010300 01  PQ-RUN-TIME                 PIC 9(08).
010400 01  PQ-QUOTE-COUNT              PIC 9(05) COMP VALUE ZERO.
010500 01  PQ-MAX-INT-RATE             PIC 9(3)V99 VALUE 025.00.
010600 COPY RATETIER.
010700 COPY DAYSTBL.
010800 01  PQ-TIER-FIELDS.
010900     05  PQ-TIER-PRIOR-LIMIT     PIC 9(10)V99.
011000     05  PQ-TIER-PORTION         PIC 9(10)V99.
011100     05  PQ-TIER-BAND-AMT        PIC 9(10)V9(9).
011200     05  PQ-TIER-INTEREST        PIC 9(10)V9(9).
011300     05  PQ-BLENDED-RATE         PIC 9(3)V99.
011400 01  PQ-COMPOUND-FIELDS.
011500     05  PQ-INT-RATE             PIC 9(3)V99.
011600     05  PQ-PERIODS-PER-YEAR     PIC 9(3)   COMP.
011700     05  PQ-PERIOD-INDEX         PIC 9(3)   COMP.
011800     05  PQ-PERIOD-RATE          PIC 9V9(9).
011900     05  PQ-COMPOUND-BALANCE     PIC 9(10)V99.
012000     05  PQ-ONE-YEAR-AMT         PIC 9(10)V99.
012100     05  PQ-PER-DIEM             PIC 9(10)V99.
012200     05  PQ-YEAR-BASIS-DAYS      PIC 9(03) COMP.
012300 01  PQ-PAYOFF-FIELDS.
012400     05  PQ-ACCRUED-INTEREST     PIC 9(10)V99.
012500     05  PQ-INTEREST-DAYS        PIC 9(05) COMP.
012600     05  PQ-INTEREST-TO-DATE     PIC 9(10)V99.
012700     05  PQ-LATE-CHARGES         PIC 9(10)V99.
012800     05  PQ-PAYOFF-AMOUNT        PIC 9(11)V99.
012900 01  PQ-DAYNUM-FIELDS.
013000     05  PQ-DAYNUM-DATE          PIC 9(08).
013100     05  PQ-DAYNUM-CCYY          PIC 9(04).
013200     05  PQ-DAYNUM-MM            PIC 9(02).
013300     05  PQ-DAYNUM-DD            PIC 9(02).
013400     05  PQ-PRIOR-YEARS          PIC 9(05) COMP.
013500     05  PQ-LEAP-DIV-4           PIC 9(05) COMP.
013600     05  PQ-LEAP-DIV-100         PIC 9(05) COMP.
013700     05  PQ-LEAP-DIV-400         PIC 9(05) COMP.
013800     05  PQ-LEAP-REMAINDER       PIC 9(05) COMP.
013900     05  PQ-LEAP-QUOTIENT        PIC 9(05) COMP.
014000     05  PQ-LEAP-SWITCH          PIC X(01).
014100         88  PQ-LEAP-YEAR                 VALUE "Y".
014200     05  PQ-DAY-NUMBER           PIC 9(07) COMP.
014300     05  PQ-FROM-DAY-NUMBER      PIC 9(07) COMP.
014400     05  PQ-TO-DAY-NUMBER        PIC 9(07) COMP.
014500     05  PQ-LEG-FROM-DATE        PIC 9(08).
014600     05  PQ-LEG-TO-DATE          PIC 9(08).
014700     05  PQ-LEG-DAYS             PIC 9(05) COMP.
014800 01  PQ-BASIS-FIELDS.
014900     05  PQ-360-FROM-CCYY        PIC 9(04) COMP.
015000     05  PQ-360-FROM-MM          PIC 9(02) COMP.
015100     05  PQ-360-FROM-DD          PIC 9(02) COMP.
015200     05  PQ-360-TO-CCYY          PIC 9(04) COMP.
015300     05  PQ-360-TO-MM            PIC 9(02) COMP.
015400     05  PQ-360-TO-DD            PIC 9(02) COMP.
015500     05  PQ-DAYS-SIGNED          PIC S9(07) COMP.
015600 01  PQ-EDIT-DATE-IN             PIC 9(08).
015700 01  PQ-DATE-EDITED.
015800     05  PQ-DATE-ED-CCYY         PIC X(04).
015900     05  FILLER                  PIC X VALUE "-".
016000     05  PQ-DATE-ED-MM           PIC X(02).
016100     05  FILLER                  PIC X VALUE "-".
016200     05  PQ-DATE-ED-DD           PIC X(02).
016300 01  PQ-QUOTE-DATE-ED            PIC X(10).
016400 01  PQ-GOOD-THROUGH-ED          PIC X(10).
016500 01  PQ-LAST-ACCRUED-ED          PIC X(10).
016600 01  PQ-DISPLAY-FIELDS.
016700     05  PQ-AMOUNT-EDITED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
016800     05  PQ-DAYS-EDITED          PIC ZZZZ9.
016900 01  PAYOFF-HEADING-1.
017000     05  FILLER                  PIC X(40)
017100         VALUE "COMPUTINGUSA          LOAN PAYOFF QUOTE".
017200     05  FILLER                  PIC X(14) VALUE SPACES.
017300     05  FILLER                  PIC X(08) VALUE "DATE:  ".
017400     05  LH1-QUOTE-DATE          PIC X(10).
017500 01  PAYOFF-NAME-LINE.
017600     05  LN-TEXT                 PIC X(30).
017700 01  PAYOFF-ACCOUNT-LINE.
017800     05  FILLER                  PIC X(24)
017900         VALUE "RE: LOAN ACCOUNT NUMBER".
018000     05  LA-ACCOUNT-NUMBER       PIC X(10).
018100 01  PAYOFF-TEXT-LINE.
018200     05  LT-TEXT                 PIC X(100).
018300 01  PAYOFF-FIGURE-LINE.
018400     05  LF-CAPTION              PIC X(36).
018500     05  LF-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018600 01  PAYOFF-RATE-LINE.
018700     05  FILLER                  PIC X(36)
018800         VALUE "INTEREST RATE (%):".
018900     05  FILLER                  PIC X(12) VALUE SPACES.
019000     05  LR-RATE-ED              PIC ZZ9.99.
019100 01  PAYOFF-RULE-LINE.
019200     05  FILLER                  PIC X(36) VALUE SPACES.
019300     05  FILLER                  PIC X(18) VALUE ALL "-".
019400 PROCEDURE DIVISION.
019500 0000-MAIN-PROCEDURE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700     PERFORM 2000-QUOTE-ONE-ACCOUNT THRU 2000-EXIT
019800         UNTIL PQ-SESSION-DONE.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020000     STOP RUN.
020100
020200 1000-INITIALIZE.
020300     DISPLAY "LOAN PAYOFF QUOTE - ENTER ACCOUNT NUMBER, OR "
020400         "END TO FINISH".
020500     OPEN INPUT ACCOUNT-MASTER-FILE.
020600     IF NOT PQ-ACCT-FILE-OK
020700         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
020800             PQ-ACCT-FILE-STATUS
020900         MOVE "Y" TO PQ-DONE-SWITCH
021000         MOVE 16 TO RETURN-CODE
021100         GO TO 1000-EXIT
021200     END-IF.
021300     MOVE "Y" TO PQ-ACCT-OPEN-SWITCH.
021400     OPEN OUTPUT PAYOFF-LETTER-FILE.
021500     IF NOT PQ-LTR-FILE-OK
021600         DISPLAY "ERROR OPENING PAYOFF LETTER FILE, STATUS = "
021700             PQ-LTR-FILE-STATUS
021800         MOVE "Y" TO PQ-DONE-SWITCH
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 1000-EXIT
022100     END-IF.
022200     MOVE "Y" TO PQ-LTR-OPEN-SWITCH.
022300     OPEN EXTEND QUOTE-LOG-FILE.
022400     IF PQ-QLG-FILE-MISSING
022500         OPEN OUTPUT QUOTE-LOG-FILE
022600     END-IF.
022700     IF NOT PQ-QLG-FILE-OK
022800         DISPLAY "ERROR OPENING PAYOFF QUOTE LOG, STATUS = "
022900             PQ-QLG-FILE-STATUS
023000         MOVE "Y" TO PQ-DONE-SWITCH
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 1000-EXIT
023300     END-IF.
023400     MOVE "Y" TO PQ-QLG-OPEN-SWITCH.
023500     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000* EVERY QUOTE IS LOGGED UNDER THE OPERATOR WHO GAVE IT, SO THE
024100* SESSION DOES NOT START WITHOUT ONE.
024200******************************************************************
024300 1100-ACCEPT-OPERATOR.
024400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
024500     ACCEPT PQ-OPERATOR-ID.
024600     IF PQ-OPERATOR-ID = SPACES
024700         DISPLAY "OPERATOR ID REQUIRED - NO QUOTES GIVEN"
024800         MOVE "Y" TO PQ-DONE-SWITCH
024900         MOVE 8 TO RETURN-CODE
025000     END-IF.
025100 1100-EXIT.
025200     EXIT.
025300
025400 2000-QUOTE-ONE-ACCOUNT.
025500     MOVE SPACES TO PQ-QUOTE-ACCOUNT.
025600     DISPLAY "ACCOUNT: " WITH NO ADVANCING.
025700     ACCEPT PQ-QUOTE-ACCOUNT.
025800     IF PQ-QUOTE-ACCOUNT = SPACES
025900        OR PQ-QUOTE-ACCOUNT = "END"
026000         MOVE "Y" TO PQ-DONE-SWITCH
026100         GO TO 2000-EXIT
026200     END-IF.
026300     MOVE PQ-QUOTE-ACCOUNT TO AM-ACCOUNT-NUMBER.
026400     READ ACCOUNT-MASTER-FILE
026500         INVALID KEY
026600             DISPLAY "ACCOUNT " PQ-QUOTE-ACCOUNT
026700                 " NOT ON ACCOUNT MASTER FILE"
026800             GO TO 2000-EXIT
026900     END-READ.
027000* THE CONTROL-TOTAL TRAILER CARRIES THE HIGHEST KEY ON THE
027100* FILE; IT IS NOT AN ACCOUNT AND MUST NOT BE QUOTED AS ONE.
027200     IF AM-TRAILER-RECORD
027300         DISPLAY "ACCOUNT " PQ-QUOTE-ACCOUNT
027400             " NOT ON ACCOUNT MASTER FILE"
027500         GO TO 2000-EXIT
027600     END-IF.
027700     IF AM-TERM-MONTHS NOT NUMERIC OR AM-TERM-MONTHS = ZERO
027800         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
027900             " IS NOT A LOAN ACCOUNT - NO PAYOFF QUOTED"
028000         GO TO 2000-EXIT
028100     END-IF.
028200     IF AM-STATUS-CLOSED
028300         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
028400             " IS CLOSED - NO PAYOFF QUOTED"
028500         GO TO 2000-EXIT
028600     END-IF.
028700     IF AM-PRINCIPAL NOT NUMERIC OR AM-PRINCIPAL = ZERO
028800         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
028900             " CARRIES NO USABLE PRINCIPAL"
029000         GO TO 2000-EXIT
029100     END-IF.
029200     IF AM-INT-RATE > PQ-MAX-INT-RATE
029300         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
029400             " RATE OUT OF RANGE (0-25%)"
029500         GO TO 2000-EXIT
029600     END-IF.
029700     ACCEPT PQ-RUN-DATE FROM DATE YYYYMMDD.
029800     ACCEPT PQ-RUN-TIME FROM TIME.
029900     PERFORM 2100-ACCEPT-GOOD-THROUGH THRU 2100-EXIT.
030000     IF NOT PQ-DATE-VALID
030100         GO TO 2000-EXIT
030200     END-IF.
030300     IF AM-INT-RATE = ZERO
030400         PERFORM 2200-LOOKUP-TIERED-RATE THRU 2200-EXIT
030500     ELSE
030600         MOVE AM-INT-RATE TO PQ-INT-RATE
030700     END-IF.
030800     PERFORM 3000-COMPUTE-PER-DIEM THRU 3000-EXIT.
030900     PERFORM 3400-COMPUTE-INTEREST-TO-DATE THRU 3400-EXIT.
031000     PERFORM 3800-COMPUTE-PAYOFF THRU 3800-EXIT.
031100     PERFORM 5500-WRITE-QUOTE-LOG THRU 5500-EXIT.
031200     IF NOT PQ-QLG-FILE-OK
031300         DISPLAY "ERROR WRITING PAYOFF QUOTE LOG, STATUS = "
031400             PQ-QLG-FILE-STATUS " - NO QUOTE GIVEN"
031500         MOVE "Y" TO PQ-DONE-SWITCH
031600         MOVE 16 TO RETURN-CODE
031700         GO TO 2000-EXIT
031800     END-IF.
031900     PERFORM 2300-LOOKUP-NAME-ADDRESS THRU 2300-EXIT.
032000     PERFORM 5000-PRINT-PAYOFF-LETTER THRU 5000-EXIT.
032100     PERFORM 4000-DISPLAY-FIGURES THRU 4000-EXIT.
032200     ADD 1 TO PQ-QUOTE-COUNT.
032300 2000-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* THE GOOD-THROUGH DATE MUST BE A REAL CALENDAR DATE, NOT BEFORE
032800* TODAY, AND NOT BEFORE THE DATE THE ACCOUNT WAS LAST ACCRUED TO
032900* (INTEREST IS NEVER QUOTED BACKWARDS).
033000******************************************************************
033100 2100-ACCEPT-GOOD-THROUGH.
033200     MOVE "N" TO PQ-DATE-OK-SWITCH.
033300     MOVE SPACES TO PQ-GOOD-THROUGH-TEXT.
033400     DISPLAY "GOOD THROUGH (CCYYMMDD): " WITH NO ADVANCING.
033500     ACCEPT PQ-GOOD-THROUGH-TEXT.
033600     IF PQ-GOOD-THROUGH-TEXT NOT NUMERIC
033700         DISPLAY "GOOD-THROUGH DATE " PQ-GOOD-THROUGH-TEXT
033800             " IS NOT A DATE - NO PAYOFF QUOTED"
033900         GO TO 2100-EXIT
034000     END-IF.
034100     PERFORM 2110-CHECK-CALENDAR-DATE THRU 2110-EXIT.
034200     IF NOT PQ-DATE-VALID
034300         DISPLAY "GOOD-THROUGH DATE " PQ-GOOD-THROUGH-TEXT
034400             " IS NOT A DATE - NO PAYOFF QUOTED"
034500         GO TO 2100-EXIT
034600     END-IF.
034700     IF PQ-GOOD-THROUGH-DATE < PQ-RUN-DATE
034800         DISPLAY "GOOD-THROUGH DATE " PQ-GOOD-THROUGH-TEXT
034900             " IS BEFORE TODAY - NO PAYOFF QUOTED"
035000         MOVE "N" TO PQ-DATE-OK-SWITCH
035100         GO TO 2100-EXIT
035200     END-IF.
035300     IF AM-LAST-ACCRUED-DATE NUMERIC
035400        AND PQ-GOOD-THROUGH-DATE < AM-LAST-ACCRUED-DATE
035500         DISPLAY "GOOD-THROUGH DATE " PQ-GOOD-THROUGH-TEXT
035600             " IS BEFORE THE LAST ACCRUAL DATE "
035700             AM-LAST-ACCRUED-DATE " - NO PAYOFF QUOTED"
035800         MOVE "N" TO PQ-DATE-OK-SWITCH
035900     END-IF.
036000 2100-EXIT.
036100     EXIT.
036200
036300 2110-CHECK-CALENDAR-DATE.
036400     MOVE "N" TO PQ-DATE-OK-SWITCH.
036500     IF PQ-GOOD-THROUGH-MM < 1 OR PQ-GOOD-THROUGH-MM > 12
036600        OR PQ-GOOD-THROUGH-DD < 1
036700         GO TO 2110-EXIT
036800     END-IF.
036900     IF PQ-GOOD-THROUGH-MM = 12
037000         MOVE 31 TO PQ-MONTH-DAYS
037100     ELSE
037200         COMPUTE PQ-MONTH-DAYS =
037300             DY-CUM-DAYS(PQ-GOOD-THROUGH-MM + 1)
037400             - DY-CUM-DAYS(PQ-GOOD-THROUGH-MM)
037500     END-IF.
037600     IF PQ-GOOD-THROUGH-MM = 2
037700         MOVE PQ-GOOD-THROUGH-CCYY TO PQ-DAYNUM-CCYY
037800         PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
037900         IF PQ-LEAP-YEAR
038000             ADD 1 TO PQ-MONTH-DAYS
038100         END-IF
038200     END-IF.
038300     IF PQ-GOOD-THROUGH-DD > PQ-MONTH-DAYS
038400         GO TO 2110-EXIT
038500     END-IF.
038600     MOVE "Y" TO PQ-DATE-OK-SWITCH.
038700 2110-EXIT.
038800     EXIT.
038900
039000 2200-LOOKUP-TIERED-RATE.
039100     MOVE ZERO TO PQ-TIER-PRIOR-LIMIT.
039200     MOVE ZERO TO PQ-TIER-INTEREST.
039300     PERFORM 2210-APPLY-ONE-TIER THRU 2210-EXIT
039400         VARYING RT-IDX FROM 1 BY 1
039500         UNTIL RT-IDX > 4 OR PQ-TIER-PRIOR-LIMIT >= AM-PRINCIPAL.
039600     COMPUTE PQ-BLENDED-RATE ROUNDED =
039700         PQ-TIER-INTEREST * 100 / AM-PRINCIPAL.
039800     MOVE PQ-BLENDED-RATE TO PQ-INT-RATE.
039900 2200-EXIT.
040000     EXIT.
040100
040200 2210-APPLY-ONE-TIER.
040300     IF AM-PRINCIPAL < RT-UPPER-LIMIT(RT-IDX)
040400         COMPUTE PQ-TIER-PORTION =
040500             AM-PRINCIPAL - PQ-TIER-PRIOR-LIMIT
040600     ELSE
040700         COMPUTE PQ-TIER-PORTION =
040800             RT-UPPER-LIMIT(RT-IDX) - PQ-TIER-PRIOR-LIMIT
040900     END-IF.
041000     COMPUTE PQ-TIER-BAND-AMT =
041100         PQ-TIER-PORTION * RT-RATE(RT-IDX) / 100.
041200     ADD PQ-TIER-BAND-AMT TO PQ-TIER-INTEREST.
041300     MOVE RT-UPPER-LIMIT(RT-IDX) TO PQ-TIER-PRIOR-LIMIT.
041400 2210-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800* THE NAME AND ADDRESS FILE IS IN ACCOUNT ORDER BUT THE QUOTES
041900* ARE KEYED IN ANY ORDER, SO IT IS READ FROM THE TOP FOR EACH
042000* LETTER. AN ACCOUNT WITH NO RECORD THERE STILL GETS ITS LETTER,
042100* ADDRESSED TO THE ACCOUNT HOLDER BY ACCOUNT NUMBER ONLY.
042200******************************************************************
042300 2300-LOOKUP-NAME-ADDRESS.
042400     MOVE "N" TO PQ-NAME-FOUND-SWITCH.
042500     MOVE "N" TO PQ-NAD-EOF-SWITCH.
042600     OPEN INPUT NAME-ADDRESS-FILE.
042700     IF NOT PQ-NAD-FILE-OK
042800         DISPLAY "NO NAME AND ADDRESS FILE - LETTER ADDRESSED "
042900             "BY ACCOUNT NUMBER ONLY"
043000         GO TO 2300-EXIT
043100     END-IF.
043200     PERFORM 8100-READ-NAME-ADDRESS THRU 8100-EXIT
043300         UNTIL PQ-NAD-END-OF-FILE
043400            OR NA-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER.
043500     IF NOT PQ-NAD-END-OF-FILE
043600        AND NA-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
043700         MOVE "Y" TO PQ-NAME-FOUND-SWITCH
043800     END-IF.
043900     CLOSE NAME-ADDRESS-FILE.
044000 2300-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400* THE PER DIEM IS THE DAILY FIGURE THE INTCALC POSTING RUN
044500* ACCRUES AT: ONE YEAR'S INTEREST AT THE ACCOUNT'S COMPOUND
044600* FREQUENCY, OVER THE YEAR-BASIS DAYS OF ITS DAY-COUNT BASIS.
044700******************************************************************
044800 3000-COMPUTE-PER-DIEM.
044900     PERFORM 3150-SET-YEAR-BASIS-DAYS THRU 3150-EXIT.
045000     PERFORM 3100-SET-PERIODS-PER-YEAR THRU 3100-EXIT.
045100     COMPUTE PQ-PERIOD-RATE =
045200         PQ-INT-RATE / 100 / PQ-PERIODS-PER-YEAR.
045300     MOVE AM-PRINCIPAL TO PQ-COMPOUND-BALANCE.
045400     MOVE 1 TO PQ-PERIOD-INDEX.
045500     PERFORM 3200-COMPOUND-ONE-PERIOD THRU 3200-EXIT
045600         UNTIL PQ-PERIOD-INDEX > PQ-PERIODS-PER-YEAR.
045700     COMPUTE PQ-ONE-YEAR-AMT =
045800         PQ-COMPOUND-BALANCE - AM-PRINCIPAL.
045900     COMPUTE PQ-PER-DIEM ROUNDED =
046000         PQ-ONE-YEAR-AMT / PQ-YEAR-BASIS-DAYS.
046100 3000-EXIT.
046200     EXIT.
046300
046400 3100-SET-PERIODS-PER-YEAR.
046500     EVALUATE TRUE
046600         WHEN AM-FREQ-MONTHLY
046700             MOVE 12 TO PQ-PERIODS-PER-YEAR
046800         WHEN AM-FREQ-QUARTERLY
046900             MOVE 4 TO PQ-PERIODS-PER-YEAR
047000         WHEN AM-FREQ-DAILY
047100             MOVE PQ-YEAR-BASIS-DAYS TO PQ-PERIODS-PER-YEAR
047200         WHEN OTHER
047300             MOVE 1 TO PQ-PERIODS-PER-YEAR
047400     END-EVALUATE.
047500 3100-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* AN ACT/ACT ACCOUNT TAKES ITS YEAR BASIS FROM THE GOOD-THROUGH
048000* DATE, AS THE POSTING RUN WOULD IF IT WERE RUN AS OF THAT DATE.
048100******************************************************************
048200 3150-SET-YEAR-BASIS-DAYS.
048300     EVALUATE TRUE
048400         WHEN AM-BASIS-30-360
048500             MOVE 360 TO PQ-YEAR-BASIS-DAYS
048600         WHEN AM-BASIS-ACT-ACT
048700             MOVE PQ-GOOD-THROUGH-CCYY TO PQ-DAYNUM-CCYY
048800             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
048900             IF PQ-LEAP-YEAR
049000                 MOVE 366 TO PQ-YEAR-BASIS-DAYS
049100             ELSE
049200                 MOVE 365 TO PQ-YEAR-BASIS-DAYS
049300             END-IF
049400         WHEN OTHER
049500             MOVE 365 TO PQ-YEAR-BASIS-DAYS
049600     END-EVALUATE.
049700 3150-EXIT.
049800     EXIT.
049900
050000 3200-COMPOUND-ONE-PERIOD.
050100     COMPUTE PQ-COMPOUND-BALANCE ROUNDED =
050200         PQ-COMPOUND-BALANCE +
050300         (PQ-COMPOUND-BALANCE * PQ-PERIOD-RATE).
050400     ADD 1 TO PQ-PERIOD-INDEX.
050500 3200-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* INTEREST FROM THE LAST ACCRUAL DATE TO THE GOOD-THROUGH DATE,
051000* THE DAYS COUNTED BY THE ACCOUNT'S OWN DAY-COUNT BASIS. AN
051100* ACCOUNT NEVER ACCRUED (LAST ACCRUAL DATE ZERO OR SPACES) HAS NO
051200* DATE TO COUNT FROM AND IS QUOTED WITH NONE, AS THE POSTING RUN
051300* WOULD ACCRUE NONE FOR IT.
051400******************************************************************
051500 3400-COMPUTE-INTEREST-TO-DATE.
051600     MOVE ZERO TO PQ-INTEREST-DAYS.
051700     MOVE ZERO TO PQ-INTEREST-TO-DATE.
051800     MOVE "N" TO PQ-ACCRUING-SWITCH.
051900     IF AM-LAST-ACCRUED-DATE NOT NUMERIC
052000        OR AM-LAST-ACCRUED-DATE = ZERO
052100         GO TO 3400-EXIT
052200     END-IF.
052300     MOVE "Y" TO PQ-ACCRUING-SWITCH.
052400     MOVE AM-LAST-ACCRUED-DATE TO PQ-LEG-FROM-DATE.
052500     MOVE PQ-GOOD-THROUGH-DATE TO PQ-LEG-TO-DATE.
052600     PERFORM 3660-COMPUTE-LEG-DAYS THRU 3660-EXIT.
052700     MOVE PQ-LEG-DAYS TO PQ-INTEREST-DAYS.
052800     COMPUTE PQ-INTEREST-TO-DATE ROUNDED =
052900         PQ-PER-DIEM * PQ-INTEREST-DAYS.
053000 3400-EXIT.
053100     EXIT.
053200
053300 3600-COMPUTE-DAY-NUMBER.
053400     MOVE PQ-DAYNUM-DATE(1:4) TO PQ-DAYNUM-CCYY.
053500     MOVE PQ-DAYNUM-DATE(5:2) TO PQ-DAYNUM-MM.
053600     MOVE PQ-DAYNUM-DATE(7:2) TO PQ-DAYNUM-DD.
053700     COMPUTE PQ-PRIOR-YEARS = PQ-DAYNUM-CCYY - 1.
053800     DIVIDE PQ-PRIOR-YEARS BY 4 GIVING PQ-LEAP-DIV-4.
053900     DIVIDE PQ-PRIOR-YEARS BY 100 GIVING PQ-LEAP-DIV-100.
054000     DIVIDE PQ-PRIOR-YEARS BY 400 GIVING PQ-LEAP-DIV-400.
054100     COMPUTE PQ-DAY-NUMBER =
054200         (PQ-PRIOR-YEARS * 365) + PQ-LEAP-DIV-4
054300         - PQ-LEAP-DIV-100 + PQ-LEAP-DIV-400
054400         + DY-CUM-DAYS(PQ-DAYNUM-MM) + PQ-DAYNUM-DD.
054500     PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT.
054600     IF PQ-LEAP-YEAR AND PQ-DAYNUM-MM > 2
054700         ADD 1 TO PQ-DAY-NUMBER
054800     END-IF.
054900 3600-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300* 30/360 DAY COUNT, WITH THE SAME MONTH-END ADJUSTMENTS AS THE
055400* INTCALC POSTING RUN: A START DAY OF 31 COUNTS AS 30, AND AN
055500* END DAY OF 31 COUNTS AS 30 WHEN THE START DAY IS 30 OR 31.
055600******************************************************************
055700 3650-COMPUTE-30-360-DAYS.
055800     MOVE PQ-LEG-FROM-DATE(1:4) TO PQ-360-FROM-CCYY.
055900     MOVE PQ-LEG-FROM-DATE(5:2) TO PQ-360-FROM-MM.
056000     MOVE PQ-LEG-FROM-DATE(7:2) TO PQ-360-FROM-DD.
056100     MOVE PQ-LEG-TO-DATE(1:4) TO PQ-360-TO-CCYY.
056200     MOVE PQ-LEG-TO-DATE(5:2) TO PQ-360-TO-MM.
056300     MOVE PQ-LEG-TO-DATE(7:2) TO PQ-360-TO-DD.
056400     IF PQ-360-FROM-DD = 31
056500         MOVE 30 TO PQ-360-FROM-DD
056600     END-IF.
056700     IF PQ-360-TO-DD = 31 AND PQ-360-FROM-DD = 30
056800         MOVE 30 TO PQ-360-TO-DD
056900     END-IF.
057000     COMPUTE PQ-DAYS-SIGNED =
057100         ((PQ-360-TO-CCYY - PQ-360-FROM-CCYY) * 360)
057200         + ((PQ-360-TO-MM - PQ-360-FROM-MM) * 30)
057300         + (PQ-360-TO-DD - PQ-360-FROM-DD).
057400     IF PQ-DAYS-SIGNED > ZERO
057500         MOVE PQ-DAYS-SIGNED TO PQ-LEG-DAYS
057600     ELSE
057700         MOVE ZERO TO PQ-LEG-DAYS
057800     END-IF.
057900 3650-EXIT.
058000     EXIT.
058100
058200 3660-COMPUTE-LEG-DAYS.
058300     MOVE ZERO TO PQ-LEG-DAYS.
058400     IF AM-BASIS-30-360
058500         PERFORM 3650-COMPUTE-30-360-DAYS THRU 3650-EXIT
058600         GO TO 3660-EXIT
058700     END-IF.
058800     MOVE PQ-LEG-FROM-DATE TO PQ-DAYNUM-DATE.
058900     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
059000     MOVE PQ-DAY-NUMBER TO PQ-FROM-DAY-NUMBER.
059100     MOVE PQ-LEG-TO-DATE TO PQ-DAYNUM-DATE.
059200     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
059300     MOVE PQ-DAY-NUMBER TO PQ-TO-DAY-NUMBER.
059400     IF PQ-TO-DAY-NUMBER > PQ-FROM-DAY-NUMBER
059500         COMPUTE PQ-LEG-DAYS =
059600             PQ-TO-DAY-NUMBER - PQ-FROM-DAY-NUMBER
059700     END-IF.
059800 3660-EXIT.
059900     EXIT.
060000
060100 3700-CHECK-LEAP-YEAR.
060200     MOVE "N" TO PQ-LEAP-SWITCH.
060300     DIVIDE PQ-DAYNUM-CCYY BY 4 GIVING PQ-LEAP-QUOTIENT
060400         REMAINDER PQ-LEAP-REMAINDER.
060500     IF PQ-LEAP-REMAINDER = ZERO
060600         MOVE "Y" TO PQ-LEAP-SWITCH
060700     END-IF.
060800     DIVIDE PQ-DAYNUM-CCYY BY 100 GIVING PQ-LEAP-QUOTIENT
060900         REMAINDER PQ-LEAP-REMAINDER.
061000     IF PQ-LEAP-REMAINDER = ZERO
061100         MOVE "N" TO PQ-LEAP-SWITCH
061200     END-IF.
061300     DIVIDE PQ-DAYNUM-CCYY BY 400 GIVING PQ-LEAP-QUOTIENT
061400         REMAINDER PQ-LEAP-REMAINDER.
061500     IF PQ-LEAP-REMAINDER = ZERO
061600         MOVE "Y" TO PQ-LEAP-SWITCH
061700     END-IF.
061800 3700-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* THE PAYOFF IS PRINCIPAL, THE ACCRUED INTEREST ALREADY CARRIED
062300* ON THE ACCOUNT, THE INTEREST STILL TO ACCRUE TO THE GOOD-
062400* THROUGH DATE, AND ANY LATE CHARGES NOT YET PAID. SPACES IN THE
062500* ACCRUED OR LATE-CHARGE FIELDS READ AS ZERO.
062600******************************************************************
062700 3800-COMPUTE-PAYOFF.
062800     IF AM-ACCRUED-INTEREST NUMERIC
062900         MOVE AM-ACCRUED-INTEREST TO PQ-ACCRUED-INTEREST
063000     ELSE
063100         MOVE ZERO TO PQ-ACCRUED-INTEREST
063200     END-IF.
063300     IF AM-LATE-CHARGE-DUE NUMERIC
063400         MOVE AM-LATE-CHARGE-DUE TO PQ-LATE-CHARGES
063500     ELSE
063600         MOVE ZERO TO PQ-LATE-CHARGES
063700     END-IF.
063800     COMPUTE PQ-PAYOFF-AMOUNT =
063900         AM-PRINCIPAL + PQ-ACCRUED-INTEREST
064000         + PQ-INTEREST-TO-DATE + PQ-LATE-CHARGES.
064100     MOVE PQ-RUN-DATE TO PQ-EDIT-DATE-IN.
064200     PERFORM 5900-EDIT-DATE THRU 5900-EXIT.
064300     MOVE PQ-DATE-EDITED TO PQ-QUOTE-DATE-ED.
064400     MOVE PQ-GOOD-THROUGH-DATE TO PQ-EDIT-DATE-IN.
064500     PERFORM 5900-EDIT-DATE THRU 5900-EXIT.
064600     MOVE PQ-DATE-EDITED TO PQ-GOOD-THROUGH-ED.
064700     IF PQ-ACCRUING
064800         MOVE AM-LAST-ACCRUED-DATE TO PQ-EDIT-DATE-IN
064900         PERFORM 5900-EDIT-DATE THRU 5900-EXIT
065000         MOVE PQ-DATE-EDITED TO PQ-LAST-ACCRUED-ED
065100     ELSE
065200         MOVE "NONE" TO PQ-LAST-ACCRUED-ED
065300     END-IF.
065400 3800-EXIT.
065500     EXIT.
065600
065700 4000-DISPLAY-FIGURES.
065800     DISPLAY "ACCOUNT:         " AM-ACCOUNT-NUMBER.
065900     EVALUATE TRUE
066000         WHEN AM-STATUS-FROZEN
066100             DISPLAY "STATUS:          FROZEN"
066200         WHEN AM-STATUS-DORMANT
066300             DISPLAY "STATUS:          DORMANT"
066400         WHEN OTHER
066500             DISPLAY "STATUS:          OPEN"
066600     END-EVALUATE.
066700     DISPLAY "GOOD THROUGH:    " PQ-GOOD-THROUGH-ED.
066800     MOVE AM-PRINCIPAL TO PQ-AMOUNT-EDITED.
066900     DISPLAY "PRINCIPAL:       " PQ-AMOUNT-EDITED.
067000     MOVE PQ-ACCRUED-INTEREST TO PQ-AMOUNT-EDITED.
067100     DISPLAY "ACCRUED TO DATE: " PQ-AMOUNT-EDITED
067200         "  (LAST ACCRUED " PQ-LAST-ACCRUED-ED ")".
067300     MOVE PQ-INTEREST-TO-DATE TO PQ-AMOUNT-EDITED.
067400     MOVE PQ-INTEREST-DAYS TO PQ-DAYS-EDITED.
067500     DISPLAY "INTEREST TO DATE:" PQ-AMOUNT-EDITED
067600         "  (" PQ-DAYS-EDITED " DAYS)".
067700     MOVE PQ-LATE-CHARGES TO PQ-AMOUNT-EDITED.
067800     DISPLAY "LATE CHARGES:    " PQ-AMOUNT-EDITED.
067900     MOVE PQ-PAYOFF-AMOUNT TO PQ-AMOUNT-EDITED.
068000     DISPLAY "PAYOFF AMOUNT:   " PQ-AMOUNT-EDITED.
068100     MOVE PQ-PER-DIEM TO PQ-AMOUNT-EDITED.
068200     DISPLAY "PER DIEM:        " PQ-AMOUNT-EDITED.
068300     DISPLAY "QUOTE LOGGED AND LETTER PRINTED, REFERENCE "
068400         PQ-RUN-DATE "-" PQ-RUN-TIME.
068500 4000-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* PRINT THE PAYOFF LETTER. THE FIGURES ARE PRINTED IN THE
069000* ACCOUNT'S OWN CURRENCY, NAMED IN THE CLOSING PARAGRAPH, AND THE
069100* QUOTE REFERENCE TIES THE LETTER TO ITS QUOTE LOG RECORD.
069200******************************************************************
069300 5000-PRINT-PAYOFF-LETTER.
069400     MOVE PQ-QUOTE-DATE-ED TO LH1-QUOTE-DATE.
069500     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-HEADING-1
069600         AFTER ADVANCING PAGE.
069700     WRITE PAYOFF-LETTER-RECORD FROM SPACES
069800         AFTER ADVANCING 1 LINE.
069900     IF PQ-NAME-FOUND
070000         MOVE NA-CUSTOMER-NAME TO LN-TEXT
070100         WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-NAME-LINE
070200             AFTER ADVANCING 1 LINE
070300         MOVE NA-ADDRESS-LINE-1 TO LN-TEXT
070400         WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-NAME-LINE
070500             AFTER ADVANCING 1 LINE
070600         MOVE NA-ADDRESS-LINE-2 TO LN-TEXT
070700         WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-NAME-LINE
070800             AFTER ADVANCING 1 LINE
070900         MOVE NA-ADDRESS-LINE-3 TO LN-TEXT
071000         WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-NAME-LINE
071100             AFTER ADVANCING 1 LINE
071200     ELSE
071300         MOVE "ACCOUNT HOLDER" TO LN-TEXT
071400         WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-NAME-LINE
071500             AFTER ADVANCING 1 LINE
071600     END-IF.
071700     WRITE PAYOFF-LETTER-RECORD FROM SPACES
071800         AFTER ADVANCING 1 LINE.
071900     MOVE AM-ACCOUNT-NUMBER TO LA-ACCOUNT-NUMBER.
072000     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-ACCOUNT-LINE
072100         AFTER ADVANCING 1 LINE.
072200     WRITE PAYOFF-LETTER-RECORD FROM SPACES
072300         AFTER ADVANCING 1 LINE.
072400     MOVE "THE AMOUNT REQUIRED TO PAY THE ABOVE LOAN IN FULL IS"
072500         TO LT-TEXT.
072600     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-TEXT-LINE
072700         AFTER ADVANCING 1 LINE.
072800     MOVE SPACES TO LT-TEXT.
072900     STRING "SHOWN BELOW. THESE FIGURES ARE GOOD FOR FUNDS "
073000            "RECEIVED ON OR BEFORE " PQ-GOOD-THROUGH-ED "."
073100            DELIMITED BY SIZE INTO LT-TEXT.
073200     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-TEXT-LINE
073300         AFTER ADVANCING 1 LINE.
073400     WRITE PAYOFF-LETTER-RECORD FROM SPACES
073500         AFTER ADVANCING 1 LINE.
073600     MOVE "PRINCIPAL BALANCE:" TO LF-CAPTION.
073700     MOVE AM-PRINCIPAL TO LF-AMOUNT.
073800     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-FIGURE-LINE
073900         AFTER ADVANCING 1 LINE.
074000     MOVE PQ-INT-RATE TO LR-RATE-ED.
074100     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-RATE-LINE
074200         AFTER ADVANCING 1 LINE.
074300     MOVE SPACES TO LF-CAPTION.
074400     IF PQ-ACCRUING
074500         STRING "INTEREST ACCRUED TO " PQ-LAST-ACCRUED-ED ":"
074600             DELIMITED BY SIZE INTO LF-CAPTION
074700     ELSE
074800         MOVE "INTEREST ACCRUED TO DATE:" TO LF-CAPTION
074900     END-IF.
075000     MOVE PQ-ACCRUED-INTEREST TO LF-AMOUNT.
075100     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-FIGURE-LINE
075200         AFTER ADVANCING 1 LINE.
075300     MOVE SPACES TO LF-CAPTION.
075400     STRING "INTEREST TO " PQ-GOOD-THROUGH-ED ":"
075500         DELIMITED BY SIZE INTO LF-CAPTION.
075600     MOVE PQ-INTEREST-TO-DATE TO LF-AMOUNT.
075700     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-FIGURE-LINE
075800         AFTER ADVANCING 1 LINE.
075900     MOVE "UNPAID LATE CHARGES:" TO LF-CAPTION.
076000     MOVE PQ-LATE-CHARGES TO LF-AMOUNT.
076100     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-FIGURE-LINE
076200         AFTER ADVANCING 1 LINE.
076300     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-RULE-LINE
076400         AFTER ADVANCING 1 LINE.
076500     MOVE "TOTAL PAYOFF AMOUNT:" TO LF-CAPTION.
076600     MOVE PQ-PAYOFF-AMOUNT TO LF-AMOUNT.
076700     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-FIGURE-LINE
076800         AFTER ADVANCING 1 LINE.
076900     WRITE PAYOFF-LETTER-RECORD FROM SPACES
077000         AFTER ADVANCING 1 LINE.
077100     MOVE "PER DIEM:" TO LF-CAPTION.
077200     MOVE PQ-PER-DIEM TO LF-AMOUNT.
077300     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-FIGURE-LINE
077400         AFTER ADVANCING 1 LINE.
077500     WRITE PAYOFF-LETTER-RECORD FROM SPACES
077600         AFTER ADVANCING 1 LINE.
077700     MOVE SPACES TO LT-TEXT.
077800     STRING "FOR FUNDS RECEIVED AFTER " PQ-GOOD-THROUGH-ED
077900            ", ADD THE PER DIEM FOR EACH ADDITIONAL DAY."
078000            DELIMITED BY SIZE INTO LT-TEXT.
078100     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-TEXT-LINE
078200         AFTER ADVANCING 1 LINE.
078300     MOVE SPACES TO LT-TEXT.
078400     IF AM-CURRENCY-CODE = SPACES
078500         MOVE "ALL FIGURES ARE IN USD." TO LT-TEXT
078600     ELSE
078700         STRING "ALL FIGURES ARE IN " AM-CURRENCY-CODE "."
078800             DELIMITED BY SIZE INTO LT-TEXT
078900     END-IF.
079000     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-TEXT-LINE
079100         AFTER ADVANCING 1 LINE.
079200     WRITE PAYOFF-LETTER-RECORD FROM SPACES
079300         AFTER ADVANCING 1 LINE.
079400     MOVE SPACES TO LT-TEXT.
079500     STRING "QUOTE REFERENCE: " PQ-RUN-DATE "-" PQ-RUN-TIME
079600            "   QUOTED BY: " PQ-OPERATOR-ID
079700            DELIMITED BY SIZE INTO LT-TEXT.
079800     WRITE PAYOFF-LETTER-RECORD FROM PAYOFF-TEXT-LINE
079900         AFTER ADVANCING 1 LINE.
080000 5000-EXIT.
080100     EXIT.
080200
080300 5500-WRITE-QUOTE-LOG.
080400     MOVE SPACES TO PAYOFF-QUOTE-LOG-RECORD.
080500     MOVE PQ-RUN-DATE          TO QL-QUOTE-DATE.
080600     MOVE PQ-RUN-TIME          TO QL-QUOTE-TIME.
080700     MOVE PQ-OPERATOR-ID       TO QL-OPERATOR-ID.
080800     MOVE AM-ACCOUNT-NUMBER    TO QL-ACCOUNT-NUMBER.
080900     MOVE PQ-GOOD-THROUGH-DATE TO QL-GOOD-THROUGH-DATE.
081000     IF PQ-ACCRUING
081100         MOVE AM-LAST-ACCRUED-DATE TO QL-LAST-ACCRUED-DATE
081200     ELSE
081300         MOVE ZERO TO QL-LAST-ACCRUED-DATE
081400     END-IF.
081500     MOVE AM-DAY-COUNT-BASIS   TO QL-DAY-COUNT-BASIS.
081600     MOVE PQ-INTEREST-DAYS     TO QL-INTEREST-DAYS.
081700     MOVE PQ-INT-RATE          TO QL-INT-RATE.
081800     MOVE AM-CURRENCY-CODE     TO QL-CURRENCY-CODE.
081900     MOVE AM-PRINCIPAL         TO QL-PRINCIPAL.
082000     MOVE PQ-ACCRUED-INTEREST  TO QL-ACCRUED-INTEREST.
082100     MOVE PQ-INTEREST-TO-DATE  TO QL-INTEREST-TO-DATE.
082200     MOVE PQ-LATE-CHARGES      TO QL-LATE-CHARGES.
082300     MOVE PQ-PER-DIEM          TO QL-PER-DIEM.
082400     MOVE PQ-PAYOFF-AMOUNT     TO QL-PAYOFF-AMOUNT.
082500     WRITE PAYOFF-QUOTE-LOG-RECORD.
082600 5500-EXIT.
082700     EXIT.
082800
082900 5900-EDIT-DATE.
083000     MOVE PQ-EDIT-DATE-IN(1:4) TO PQ-DATE-ED-CCYY.
083100     MOVE PQ-EDIT-DATE-IN(5:2) TO PQ-DATE-ED-MM.
083200     MOVE PQ-EDIT-DATE-IN(7:2) TO PQ-DATE-ED-DD.
083300 5900-EXIT.
083400     EXIT.
083500
083600 8100-READ-NAME-ADDRESS.
083700     READ NAME-ADDRESS-FILE
083800         AT END
083900             MOVE "Y" TO PQ-NAD-EOF-SWITCH
084000     END-READ.
084100 8100-EXIT.
084200     EXIT.
084300
084400 9000-TERMINATE.
084500     IF PQ-ACCT-OPEN
084600         CLOSE ACCOUNT-MASTER-FILE
084700     END-IF.
084800     IF PQ-LTR-OPEN
084900         CLOSE PAYOFF-LETTER-FILE
085000     END-IF.
085100     IF PQ-QLG-OPEN
085200         CLOSE QUOTE-LOG-FILE
085300     END-IF.
085400     DISPLAY "PAYOFF QUOTE SESSION ENDED, QUOTES GIVEN: "
085500         PQ-QUOTE-COUNT.
085600 9000-EXIT.
085700     EXIT.
085800 END PROGRAM PAYQUOTE.
