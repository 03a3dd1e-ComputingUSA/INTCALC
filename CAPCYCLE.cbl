002900*                 SETTLEMENT REDUCES THE ACCRUED POSITION, SO
002901*                 THIS RUN'S RECORDS CARRY THE CREDIT SIDE AND
002902*                 NET OUT OF THE POSTED TOTALS AT THE CLOSE.
002903* 10/14/2026 DOW  NEW-MASTER RECORD GREW TO 250 BYTES WITH THE
002904*                 ACCOUNT MASTER (SEE ACCTMAST).
002905* 10/14/2026 DOW  A PAYOUT ACCOUNT WITH AN ACTIVE PAYEE
002906*                 INSTRUCTION (PAYEEINS) IS NOW PAID BY ACH
002907*                 CREDIT - ONE PPD ENTRY PER PAYOUT ON A NACHA
002908*                 FILE (ACHCRED, SEE ACHREC) ROUTED TO THE
002909*                 PAYEE'S ACCOUNT AND ROUTING NUMBER, AND THE
002910*                 CREDIT RECORD CARRIES DISPOSITION "E". A
002911*                 MISSING OR REFUSED INSTRUCTION PAYS BY CHECK.
002912* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). A
002913*                 CYCLE DATE ON A WEEKEND OR HOLIDAY NOW FALLS
002914*                 DUE ON THE BUSINESS DAY IT ROLLS TO UNDER THE
002915*                 RUNPARMS ROLL RULE, AND THE CREDIT, GL AND ACH
002916*                 EFFECTIVE DATES CARRY THE AS-OF DATE ROLLED THE
002917*                 SAME WAY. THE RUN IS HELD IF THE AS-OF YEAR IS
002918*                 NOT ON THE CALENDAR.
002919******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CAPCYCLE.
003200 ENVIRONMENT DIVISION.
005400     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CC-PRM-FILE-STATUS.
005602     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
005604         ORGANIZATION IS LINE SEQUENTIAL
005606         FILE STATUS IS CC-HOL-FILE-STATUS.
005610     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS CC-STP-FILE-STATUS.
005640     SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
005650         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS CC-XRT-FILE-STATUS.
005664     SELECT PAYEE-INSTRUCTION-FILE ASSIGN TO "PAYEEINS"
005668         ORGANIZATION IS LINE SEQUENTIAL
005672         FILE STATUS IS CC-PAY-FILE-STATUS.
005676     SELECT ACH-CREDIT-FILE ASSIGN TO "ACHCRED"
005680         ORGANIZATION IS LINE SEQUENTIAL
005684         FILE STATUS IS CC-ACH-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ACCOUNT-MASTER-FILE
006300     RECORDING MODE IS F.
006400 01  NEW-MASTER-RECORD.
006500     05  NM-ACCOUNT-NUMBER           PIC X(10).
006600     05  FILLER                      PIC X(240).
006700 FD  INTEREST-CREDIT-FILE
006800     RECORDING MODE IS F.
006900 COPY INTCRED.
007600 FD  RUN-PARAMETER-FILE
007700     RECORDING MODE IS F.
007800 COPY RUNPARMS.
007802 FD  HOLIDAY-CALENDAR-FILE
007804     RECORDING MODE IS F.
007806 COPY HOLCAL.
007810 FD  STEP-STATUS-FILE
007820     RECORDING MODE IS F.
007830 COPY STEPSTAT.
007840 FD  EXCHANGE-RATE-FILE
007850     RECORDING MODE IS F.
007860 COPY EXCHRATE.
007864 FD  PAYEE-INSTRUCTION-FILE
007868     RECORDING MODE IS F.
007872 COPY PAYEEINS.
007876 FD  ACH-CREDIT-FILE
007880     RECORDING MODE IS F.
007884 01  ACH-CREDIT-RECORD               PIC X(94).
007900 WORKING-STORAGE SECTION.
008000 01  CC-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
008100     88  CC-ACCT-FILE-OK                 VALUE "00".
009000     88  CC-FLG-FILE-OK                   VALUE "00".
009100 01  CC-PRM-FILE-STATUS          PIC X(02) VALUE "99".
009200     88  CC-PRM-FILE-OK                   VALUE "00".
009210 01  CC-HOL-FILE-STATUS          PIC X(02) VALUE "99".
009220     88  CC-HOL-FILE-OK                   VALUE "00".
009300 01  CC-PRM-REC-SWITCH           PIC X(01) VALUE "N".
009400     88  CC-PRM-REC-PRESENT               VALUE "Y".
009410 01  CC-STP-FILE-STATUS          PIC X(02) VALUE "99".
009900         88  CC-NORMAL-EOF                 VALUE "Y".
010000 01  CC-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
010100 01  CC-RUN-DATE                 PIC 9(8).
010150 01  CC-VALUE-DATE               PIC 9(8).
010200 01  CC-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
010300 01  CC-COMPOUND-COUNT           PIC 9(07) COMP VALUE ZERO.
010400 01  CC-PAYOUT-COUNT             PIC 9(07) COMP VALUE ZERO.
011156     05  CC-XR-RATE-ED           PIC ZZ9.9(6).
011200 COPY ACCTTRLR.
011300 COPY GLEXTR.
011302 01  CC-PAY-FILE-STATUS          PIC X(02) VALUE "99".
011303     88  CC-PAY-FILE-OK                   VALUE "00".
011304 01  CC-ACH-FILE-STATUS          PIC X(02) VALUE "99".
011305     88  CC-ACH-FILE-OK                   VALUE "00".
011306*
011307* ORIGINATION IDENTIFIERS FOR THE ACH CREDIT FILE, AS ASSIGNED
011308* BY THE ORIGINATING BANK. THE FILE GOES TO THE FEDERAL RESERVE
011309* OPERATOR THROUGH THE BANK'S OWN ROUTING NUMBER.
011310*
011311 01  CC-ACH-ORIGINATION.
011312     05  CC-ACH-IMMEDIATE-DEST   PIC X(10) VALUE " 071000301".
011313     05  CC-ACH-DEST-NAME        PIC X(23)
011314                                 VALUE "FEDERAL RESERVE BANK".
011315     05  CC-ACH-IMMEDIATE-ORIGIN PIC X(10) VALUE "1362458790".
011316     05  CC-ACH-ORIGIN-NAME      PIC X(23)
011317                                 VALUE "COMPUTINGUSA".
011318     05  CC-ACH-COMPANY-NAME     PIC X(16) VALUE "COMPUTINGUSA".
011319     05  CC-ACH-COMPANY-ID       PIC X(10) VALUE "1362458790".
011320     05  CC-ACH-ODFI-ID          PIC X(08) VALUE "07100030".
011321     05  CC-ACH-ENTRY-DESC       PIC X(10) VALUE "INTEREST".
011322 01  CC-ACH-CONTROL-FIELDS.
011323     05  CC-PAY-AVAIL-SWITCH     PIC X(01) VALUE "N".
011324         88  CC-PAY-AVAILABLE             VALUE "Y".
011325     05  CC-PAY-EOF-SWITCH       PIC X(01) VALUE "N".
011326         88  CC-PAY-END-OF-FILE           VALUE "Y".
011327     05  CC-PAYEE-FOUND-SWITCH   PIC X(01) VALUE "N".
011328         88  CC-PAYEE-FOUND               VALUE "Y".
011329     05  CC-ROUTING-SWITCH       PIC X(01) VALUE "N".
011330         88  CC-ROUTING-VALID             VALUE "Y".
011331     05  CC-ACH-PAID-SWITCH      PIC X(01) VALUE "N".
011332         88  CC-PAID-BY-ACH               VALUE "Y".
011333     05  CC-BATCH-OPEN-SWITCH    PIC X(01) VALUE "N".
011334         88  CC-BATCH-OPEN                VALUE "Y".
011335     05  CC-ACH-REFUSAL          PIC X(32) VALUE SPACES.
011336     05  CC-ACH-ENTRY-COUNT      PIC 9(07) COMP VALUE ZERO.
011337     05  CC-ACH-REFUSED-COUNT    PIC 9(07) COMP VALUE ZERO.
011338     05  CC-ACH-RECORD-COUNT     PIC 9(07) COMP VALUE ZERO.
011339     05  CC-ACH-BLOCK-COUNT      PIC 9(07) COMP VALUE ZERO.
011340     05  CC-ACH-PAD-COUNT        PIC 9(03) COMP VALUE ZERO.
011341     05  CC-ACH-ENTRY-HASH       PIC 9(12) VALUE ZERO.
011342     05  CC-ACH-CREDIT-TOTAL     PIC 9(10)V99 VALUE ZERO.
011343     05  CC-ACH-TOTAL-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
011344     05  CC-ACH-BATCH-NUMBER     PIC 9(07) VALUE 1.
011345     05  CC-ACH-CREATION-DATE    PIC 9(06).
011346     05  CC-ACH-CREATION-TIME    PIC 9(08).
011347     05  CC-ABA-SUM              PIC 9(04) COMP.
011348     05  CC-ABA-QUOTIENT         PIC 9(04) COMP.
011349     05  CC-ABA-REMAINDER        PIC 9(02) COMP.
011350     05  CC-ABA-SUB              PIC 9(02) COMP.
011351 01  CC-ABA-WEIGHT-VALUES        PIC X(09) VALUE "371371371".
011352 01  CC-ABA-WEIGHT-TABLE REDEFINES CC-ABA-WEIGHT-VALUES.
011353     05  CC-ABA-WEIGHT           PIC 9(01) OCCURS 9 TIMES.
011354 01  CC-ACH-PAD-RECORD           PIC X(94) VALUE ALL "9".
011390 COPY ACHREC.
011392 COPY HOLTBL.
011400 PROCEDURE DIVISION.
011500 0000-MAIN-PROCEDURE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012830         GO TO 1000-EXIT
012840     END-IF.
012900     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
012902     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
012904     IF CC-END-OF-FILE
012906         GO TO 1000-EXIT
012908     END-IF.
012910     PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT.
012920     IF CC-END-OF-FILE
012930         GO TO 1000-EXIT
012940     END-IF.
012950     MOVE CC-RUN-DATE TO HT-ROLL-DATE.
012955     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
012960     MOVE HT-ROLL-DATE TO CC-VALUE-DATE.
012965     IF CC-VALUE-DATE NOT = CC-RUN-DATE
012970         DISPLAY "AS-OF DATE IS NOT A BUSINESS DAY - VALUE DATE "
012975             CC-VALUE-DATE
012980     END-IF.
013000     OPEN INPUT ACCOUNT-MASTER-FILE.
013100     IF NOT CC-ACCT-FILE-OK
013200         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
015900         MOVE 16 TO RETURN-CODE
016000         GO TO 1000-EXIT
016100     END-IF.
016110     PERFORM 1400-OPEN-ACH-FILES THRU 1400-EXIT.
016120     IF CC-END-OF-FILE
016130         GO TO 1000-EXIT
016140     END-IF.
016200     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
016300 1000-EXIT.
016400     EXIT.
018600     CLOSE EDIT-FLAG-FILE.
018700 1200-EXIT.
018800     EXIT.
018801
018802******************************************************************
018803* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
018804* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
018805* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
018806* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
018807* FILE AHEAD OF THE DATE-DRIVEN RUNS.
018808******************************************************************
018809 1700-LOAD-HOLIDAY-CALENDAR.
018810     OPEN INPUT HOLIDAY-CALENDAR-FILE.
018811     IF NOT CC-HOL-FILE-OK
018812         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
018813             "HELD, STATUS = " CC-HOL-FILE-STATUS
018814         MOVE "Y" TO CC-EOF-SWITCH
018815         MOVE 16 TO RETURN-CODE
018816         GO TO 1700-EXIT
018817     END-IF.
018818     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
018819         UNTIL HT-END-OF-FILE.
018820     CLOSE HOLIDAY-CALENDAR-FILE.
018821     IF CC-END-OF-FILE
018822         GO TO 1700-EXIT
018823     END-IF.
018824     MOVE CC-RUN-DATE(1:4) TO HT-CHECK-YEAR.
018825     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
018826     IF NOT HT-YEAR-LOADED
018827         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
018828             " - RUN HELD"
018829         MOVE "Y" TO CC-EOF-SWITCH
018830         MOVE 16 TO RETURN-CODE
018831         GO TO 1700-EXIT
018832     END-IF.
018833     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
018834         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
018835 1700-EXIT.
018836     EXIT.
018837
018838 1710-LOAD-ONE-CALENDAR-ENTRY.
018839     READ HOLIDAY-CALENDAR-FILE
018840         AT END
018841             MOVE "Y" TO HT-EOF-SWITCH
018842             GO TO 1710-EXIT
018843     END-READ.
018844     IF HC-CALENDAR-DATE NOT NUMERIC
018845        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
018846         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
018847             HC-RECORD-TYPE " " HC-CALENDAR-DATE
018848         GO TO 1710-EXIT
018849     END-IF.
018850     IF HC-YEAR-RECORD
018851         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
018852             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
018853             MOVE "Y" TO HT-EOF-SWITCH
018854             MOVE "Y" TO CC-EOF-SWITCH
018855             MOVE 16 TO RETURN-CODE
018856             GO TO 1710-EXIT
018857         END-IF
018858         ADD 1 TO HT-YEAR-COUNT
018859         SET HT-YR-IDX TO HT-YEAR-COUNT
018860         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
018861         GO TO 1710-EXIT
018862     END-IF.
018863     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
018864         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
018865         MOVE "Y" TO HT-EOF-SWITCH
018866         MOVE "Y" TO CC-EOF-SWITCH
018867         MOVE 16 TO RETURN-CODE
018868         GO TO 1710-EXIT
018869     END-IF.
018870     ADD 1 TO HT-HOLIDAY-COUNT.
018871     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
018872     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
018873 1710-EXIT.
018874     EXIT.
018900
018910******************************************************************
018912* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
021100         MOVE RP-AS-OF-DATE TO CC-RUN-DATE
021200         DISPLAY "AS-OF DATE OVERRIDE: " CC-RUN-DATE
021300     END-IF.
021310     IF RP-ROLL-TO-PREVIOUS
021320         MOVE "P" TO HT-ROLL-RULE
021330     END-IF.
021340     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
021350         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
021360             " INVALID - NEXT BUSINESS DAY ASSUMED"
021370     END-IF.
021400     CLOSE RUN-PARAMETER-FILE.
021500 1300-EXIT.
021600     EXIT.
021602
021604******************************************************************
021606* A PAYOUT ACCOUNT WITH AN ACTIVE PAYEE INSTRUCTION IS PAID BY
021608* ACH CREDIT ON THE ACHCRED FILE. A MISSING INSTRUCTION FILE
021610* MEANS EVERY PAYOUT GOES BY CHECK, AS BEFORE. THE FILE HEADER
021612* IS WRITTEN HERE; THE BATCH HEADER WAITS FOR THE FIRST ENTRY.
021614******************************************************************
021616 1400-OPEN-ACH-FILES.
021618     OPEN INPUT PAYEE-INSTRUCTION-FILE.
021620     IF CC-PAY-FILE-OK
021622         MOVE "Y" TO CC-PAY-AVAIL-SWITCH
021624         PERFORM 8100-READ-PAYEE-INSTRUCTION THRU 8100-EXIT
021626     ELSE
021628         DISPLAY "NO PAYEE INSTRUCTION FILE - PAYOUTS BY CHECK, "
021630             "STATUS = " CC-PAY-FILE-STATUS
021632     END-IF.
021634     OPEN OUTPUT ACH-CREDIT-FILE.
021636     IF NOT CC-ACH-FILE-OK
021638         DISPLAY "ERROR OPENING ACH CREDIT FILE, STATUS = "
021640             CC-ACH-FILE-STATUS
021642         MOVE "Y" TO CC-EOF-SWITCH
021644         MOVE 16 TO RETURN-CODE
021646         GO TO 1400-EXIT
021648     END-IF.
021650     PERFORM 5100-WRITE-ACH-FILE-HEADER THRU 5100-EXIT.
021652 1400-EXIT.
021654     EXIT.
021700
021710******************************************************************
021712* LOAD THE EXCHANGE RATES - FOR EACH CURRENCY THE NEWEST RATE
022440         PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT
022450         GO TO 2000-EXIT
022460     END-IF.
022465* A CYCLE DATE ON A WEEKEND OR HOLIDAY FALLS DUE ON THE BUSINESS
022470* DAY IT ROLLS TO. THE DATE KEPT ON THE MASTER STAYS AS KEYED, SO
022475* THE CYCLE DAY DOES NOT DRIFT FROM ONE CYCLE TO THE NEXT.
022480     MOVE ZERO TO HT-ROLL-DATE.
022482     IF AM-CAPITALIZE-DATE NUMERIC
022484         MOVE AM-CAPITALIZE-DATE TO HT-ROLL-DATE
022486         PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT
022488     END-IF.
022500     IF AM-CAPITALIZE-DATE NOT NUMERIC
022600        OR AM-CAPITALIZE-DATE = ZERO
022700        OR HT-ROLL-DATE > CC-RUN-DATE
022800         ADD 1 TO CC-NOT-DUE-COUNT
022900         PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT
023000         PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT
024800     MOVE AM-ACCRUED-INTEREST TO CC-CREDIT-AMOUNT.
024900     IF AM-DISP-PAYOUT
025000         ADD 1 TO CC-PAYOUT-COUNT
025100         PERFORM 3200-ROUTE-PAYOUT THRU 3200-EXIT
025300     ELSE
025400         ADD CC-CREDIT-AMOUNT TO AM-PRINCIPAL
025500         ADD 1 TO CC-COMPOUND-COUNT
027800     MOVE CC-CYCLE-MM TO AM-CAPITALIZE-DATE(5:2).
027900 3100-EXIT.
028000     EXIT.
028001
028002******************************************************************
028003* ROUTE ONE PAYOUT. THE PAYEE INSTRUCTION MUST BE ACTIVE, NAME A
028004* CHECKING OR SAVINGS DESTINATION ACCOUNT, AND CARRY A ROUTING
028005* NUMBER THAT PASSES ITS CHECK DIGIT; ACH CARRIES USD ONLY, AND
028006* NO MORE THAN THE ENTRY AMOUNT FIELD HOLDS. ANYTHING ELSE IS
028007* PAID BY CHECK, AS BEFORE, WITH THE REASON SHOWN.
028008******************************************************************
028009 3200-ROUTE-PAYOUT.
028010     MOVE "N" TO CC-ACH-PAID-SWITCH.
028011     PERFORM 3210-POSITION-PAYEE THRU 3210-EXIT.
028012     IF NOT CC-PAYEE-FOUND
028013         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
028014             " INTEREST PAID OUT BY CHECK"
028015         GO TO 3200-EXIT
028016     END-IF.
028017     IF NOT PI-INSTR-ACTIVE
028018         MOVE "PAYEE INSTRUCTION NOT ACTIVE" TO CC-ACH-REFUSAL
028019         GO TO 3200-PAY-BY-CHECK
028020     END-IF.
028021     IF NOT PI-DEST-CHECKING AND NOT PI-DEST-SAVINGS
028022         MOVE "DESTINATION TYPE INVALID" TO CC-ACH-REFUSAL
028023         GO TO 3200-PAY-BY-CHECK
028024     END-IF.
028025     IF PI-DEST-ACCOUNT = SPACES
028026         MOVE "NO DESTINATION ACCOUNT" TO CC-ACH-REFUSAL
028027         GO TO 3200-PAY-BY-CHECK
028028     END-IF.
028029     PERFORM 3220-VERIFY-ROUTING-NUMBER THRU 3220-EXIT.
028030     IF NOT CC-ROUTING-VALID
028031         MOVE "ROUTING NUMBER INVALID" TO CC-ACH-REFUSAL
028032         GO TO 3200-PAY-BY-CHECK
028033     END-IF.
028034     IF AM-CURRENCY-CODE NOT = SPACES
028035        AND AM-CURRENCY-CODE NOT = "USD"
028036         MOVE "NOT A USD ACCOUNT" TO CC-ACH-REFUSAL
028037         GO TO 3200-PAY-BY-CHECK
028038     END-IF.
028039     IF CC-CREDIT-AMOUNT > 99999999.99
028040         MOVE "AMOUNT OVER ACH ENTRY LIMIT" TO CC-ACH-REFUSAL
028041         GO TO 3200-PAY-BY-CHECK
028042     END-IF.
028043     PERFORM 5400-WRITE-ACH-ENTRY THRU 5400-EXIT.
028044     MOVE "Y" TO CC-ACH-PAID-SWITCH.
028045     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
028046         " INTEREST PAID OUT BY ACH CREDIT".
028047     GO TO 3200-EXIT.
028048 3200-PAY-BY-CHECK.
028049     ADD 1 TO CC-ACH-REFUSED-COUNT.
028050     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER " " CC-ACH-REFUSAL
028051         " - INTEREST PAID OUT BY CHECK".
028052 3200-EXIT.
028053     EXIT.
028054
028055******************************************************************
028056* BOTH FILES RUN IN ASCENDING ACCOUNT ORDER, SO THE INSTRUCTION
028057* FILE IS SIMPLY ADVANCED UNTIL IT MEETS OR PASSES THE ACCOUNT
028058* IN HAND, THE SAME WAY STMTGEN POSITIONS ITS NAME FILE.
028059******************************************************************
028060 3210-POSITION-PAYEE.
028061     MOVE "N" TO CC-PAYEE-FOUND-SWITCH.
028062     IF NOT CC-PAY-AVAILABLE
028063         GO TO 3210-EXIT
028064     END-IF.
028065     PERFORM 8100-READ-PAYEE-INSTRUCTION THRU 8100-EXIT
028066         UNTIL CC-PAY-END-OF-FILE
028067            OR PI-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER.
028068     IF NOT CC-PAY-END-OF-FILE
028069        AND PI-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
028070         MOVE "Y" TO CC-PAYEE-FOUND-SWITCH
028071     END-IF.
028072 3210-EXIT.
028073     EXIT.
028100
028102******************************************************************
028104* ABA CHECK DIGIT - THE NINE DIGITS WEIGHTED 3, 7, 1 IN TURN MUST
028106* SUM TO A MULTIPLE OF TEN.
028108******************************************************************
028110 3220-VERIFY-ROUTING-NUMBER.
028112     MOVE "N" TO CC-ROUTING-SWITCH.
028114     IF PI-ROUTING-NUMBER NOT NUMERIC
028116        OR PI-ROUTING-NUMBER = "000000000"
028118         GO TO 3220-EXIT
028120     END-IF.
028122     MOVE ZERO TO CC-ABA-SUM.
028124     PERFORM 3230-ADD-ROUTING-DIGIT THRU 3230-EXIT
028126         VARYING CC-ABA-SUB FROM 1 BY 1
028128         UNTIL CC-ABA-SUB > 9.
028130     DIVIDE CC-ABA-SUM BY 10 GIVING CC-ABA-QUOTIENT
028132         REMAINDER CC-ABA-REMAINDER.
028134     IF CC-ABA-REMAINDER = ZERO
028136         MOVE "Y" TO CC-ROUTING-SWITCH
028138     END-IF.
028140 3220-EXIT.
028142     EXIT.
028144
028146 3230-ADD-ROUTING-DIGIT.
028148     COMPUTE CC-ABA-SUM = CC-ABA-SUM
028150         + PI-ROUTING-DIGIT(CC-ABA-SUB)
028152         * CC-ABA-WEIGHT(CC-ABA-SUB).
028154 3230-EXIT.
028156     EXIT.
028158
028200 5000-WRITE-INTEREST-CREDIT.
028300     MOVE AM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
028400     MOVE CC-VALUE-DATE     TO CR-VALUE-DATE.
028500     MOVE CC-CREDIT-AMOUNT  TO CR-CREDIT-AMOUNT.
028600     IF AM-DISP-PAYOUT
028700         MOVE "P" TO CR-DISPOSITION
028710         IF CC-PAID-BY-ACH
028720             MOVE "E" TO CR-DISPOSITION
028730         END-IF
028800     ELSE
028900         MOVE "C" TO CR-DISPOSITION
029000     END-IF.
029600     WRITE INTEREST-CREDIT-RECORD.
029700 5000-EXIT.
029800     EXIT.
029802
029804******************************************************************
029806* ACH FILE HEADER. THE CREATION DATE AND TIME ARE THE MACHINE'S,
029808* NOT THE AS-OF DATE, SO A RERUN CARRIES A DIFFERENT FILE ID.
029810******************************************************************
029812 5100-WRITE-ACH-FILE-HEADER.
029814     ACCEPT CC-ACH-CREATION-DATE FROM DATE.
029816     ACCEPT CC-ACH-CREATION-TIME FROM TIME.
029818     MOVE "1"                     TO FH-RECORD-TYPE.
029820     MOVE "01"                    TO FH-PRIORITY-CODE.
029822     MOVE CC-ACH-IMMEDIATE-DEST   TO FH-IMMEDIATE-DEST.
029824     MOVE CC-ACH-IMMEDIATE-ORIGIN TO FH-IMMEDIATE-ORIGIN.
029826     MOVE CC-ACH-CREATION-DATE    TO FH-CREATION-DATE.
029828     MOVE CC-ACH-CREATION-TIME(1:4) TO FH-CREATION-TIME.
029830     MOVE "A"                     TO FH-FILE-ID-MODIFIER.
029832     MOVE "094"                   TO FH-RECORD-SIZE.
029834     MOVE "10"                    TO FH-BLOCKING-FACTOR.
029836     MOVE "1"                     TO FH-FORMAT-CODE.
029838     MOVE CC-ACH-DEST-NAME        TO FH-DEST-NAME.
029840     MOVE CC-ACH-ORIGIN-NAME      TO FH-ORIGIN-NAME.
029842     MOVE SPACES                  TO FH-REFERENCE-CODE.
029844     WRITE ACH-CREDIT-RECORD FROM ACH-FILE-HEADER.
029846     ADD 1 TO CC-ACH-RECORD-COUNT.
029848 5100-EXIT.
029850     EXIT.
029900
030000 5200-WRITE-GL-EXTRACT.
030100     MOVE AM-ACCOUNT-NUMBER TO GE-ACCOUNT-NUMBER.
030200     MOVE AM-GL-CODE        TO GE-GL-CODE.
030300     MOVE CC-CREDIT-AMOUNT  TO GE-INTEREST-AMOUNT.
030400     MOVE CC-VALUE-DATE     TO GE-VALUE-DATE.
030500     IF AM-CURRENCY-CODE = SPACES
030600         MOVE "USD" TO GE-CURRENCY-CODE
030700     ELSE
031274 6120-EXIT.
031276     EXIT.
031300
031301******************************************************************
031302* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
031303* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
031304* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
031305* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
031306******************************************************************
031307 6500-ROLL-BUSINESS-DAY.
031308     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
031309         GO TO 6500-EXIT
031310     END-IF.
031311     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
031312     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
031313     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
031314         UNTIL HT-BUSINESS-DAY.
031315     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
031316         ADD 1 TO HT-ROLLED-COUNT
031317     END-IF.
031318 6500-EXIT.
031319     EXIT.
031320
031321 6510-CHECK-BUSINESS-DAY.
031322     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
031323     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
031324     IF HT-ROLL-MM < 3
031325         SUBTRACT 1 FROM HT-DOW-CCYY
031326     END-IF.
031327     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
031328     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
031329     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
031330     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
031331     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
031332     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
031333     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
031334     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
031335     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
031336         REMAINDER HT-WEEKDAY.
031337     IF HT-WEEKEND-DAY
031338         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
031339         GO TO 6510-EXIT
031340     END-IF.
031341     SET HT-HOL-IDX TO 1.
031342     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
031343         VARYING HT-HOL-IDX FROM 1 BY 1
031344         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
031345            OR NOT HT-BUSINESS-DAY.
031346 6510-EXIT.
031347     EXIT.
031348
031349 6515-SCAN-ONE-HOLIDAY.
031350     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
031351         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
031352     END-IF.
031353 6515-EXIT.
031354     EXIT.
031355
031356 6520-STEP-ONE-DAY.
031357     IF HT-ROLL-PREVIOUS
031358         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
031359     ELSE
031360         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
031361         ADD 1 TO HT-ROLL-DD
031362         IF HT-ROLL-DD > HT-MONTH-DAYS
031363             MOVE 1 TO HT-ROLL-DD
031364             ADD 1 TO HT-ROLL-MM
031365         END-IF
031366         IF HT-ROLL-MM > 12
031367             MOVE 1 TO HT-ROLL-MM
031368             ADD 1 TO HT-ROLL-CCYY
031369         END-IF
031370     END-IF.
031371     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
031372 6520-EXIT.
031373     EXIT.
031374
031375 6525-STEP-BACK-ONE-DAY.
031376     SUBTRACT 1 FROM HT-ROLL-DD.
031377     IF HT-ROLL-DD > ZERO
031378         GO TO 6525-EXIT
031379     END-IF.
031380     SUBTRACT 1 FROM HT-ROLL-MM.
031381     IF HT-ROLL-MM = ZERO
031382         MOVE 12 TO HT-ROLL-MM
031383         SUBTRACT 1 FROM HT-ROLL-CCYY
031384     END-IF.
031385     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
031386     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
031387 6525-EXIT.
031388     EXIT.
031389
031400 5300-WRITE-NEW-MASTER.
031500     MOVE ACCOUNT-MASTER-RECORD TO NEW-MASTER-RECORD.
031600     WRITE NEW-MASTER-RECORD.
032300     END-IF.
032400 5300-EXIT.
032500     EXIT.
032501
032502******************************************************************
032503* ONE PPD CREDIT ENTRY PER PAYOUT. THE INDIVIDUAL ID CARRIES OUR
032504* ACCOUNT NUMBER SO A RETURN CAN BE MATCHED BACK (SEE ACHRTN),
032505* AND THE TRACE NUMBER IS THE ODFI FOLLOWED BY THE ENTRY COUNT.
032506******************************************************************
032507 5400-WRITE-ACH-ENTRY.
032508     IF NOT CC-BATCH-OPEN
032509         PERFORM 5410-WRITE-BATCH-HEADER THRU 5410-EXIT
032510     END-IF.
032511     ADD 1 TO CC-ACH-ENTRY-COUNT.
032512     MOVE "6" TO EN-RECORD-TYPE.
032513     IF PI-DEST-SAVINGS
032514         MOVE "32" TO EN-TRANSACTION-CODE
032515     ELSE
032516         MOVE "22" TO EN-TRANSACTION-CODE
032517     END-IF.
032518     MOVE PI-ROUTING-NUMBER(1:8)  TO EN-RDFI-ID.
032519     MOVE PI-ROUTING-NUMBER(9:1)  TO EN-CHECK-DIGIT.
032520     MOVE PI-DEST-ACCOUNT         TO EN-DFI-ACCOUNT.
032521     MOVE CC-CREDIT-AMOUNT        TO EN-AMOUNT.
032522     MOVE AM-ACCOUNT-NUMBER       TO EN-INDIVIDUAL-ID.
032523     MOVE PI-PAYEE-NAME           TO EN-INDIVIDUAL-NAME.
032524     MOVE SPACES                  TO EN-DISCRETIONARY-DATA.
032525     MOVE "0"                     TO EN-ADDENDA-INDICATOR.
032526     MOVE CC-ACH-ODFI-ID          TO EN-TRACE-ODFI.
032527     MOVE CC-ACH-ENTRY-COUNT      TO EN-TRACE-SEQUENCE.
032528     WRITE ACH-CREDIT-RECORD FROM ACH-ENTRY-DETAIL.
032529     ADD 1 TO CC-ACH-RECORD-COUNT.
032530     ADD PI-ROUTING-RDFI TO CC-ACH-ENTRY-HASH.
032531     ADD CC-CREDIT-AMOUNT TO CC-ACH-CREDIT-TOTAL.
032532 5400-EXIT.
032533     EXIT.
032534
032535 5410-WRITE-BATCH-HEADER.
032536     MOVE "5"                     TO BH-RECORD-TYPE.
032537     MOVE "220"                   TO BH-SERVICE-CLASS.
032538     MOVE CC-ACH-COMPANY-NAME     TO BH-COMPANY-NAME.
032539     MOVE SPACES                  TO BH-DISCRETIONARY-DATA.
032540     MOVE CC-ACH-COMPANY-ID       TO BH-COMPANY-ID.
032541     MOVE "PPD"                   TO BH-ENTRY-CLASS.
032542     MOVE CC-ACH-ENTRY-DESC       TO BH-ENTRY-DESCRIPTION.
032543     MOVE SPACES                  TO BH-DESCRIPTIVE-DATE.
032544     MOVE CC-VALUE-DATE(3:6)      TO BH-EFFECTIVE-DATE.
032545     MOVE SPACES                  TO BH-SETTLEMENT-DATE.
032546     MOVE "1"                     TO BH-ORIGINATOR-STATUS.
032547     MOVE CC-ACH-ODFI-ID          TO BH-ODFI-ID.
032548     MOVE CC-ACH-BATCH-NUMBER     TO BH-BATCH-NUMBER.
032549     WRITE ACH-CREDIT-RECORD FROM ACH-BATCH-HEADER.
032550     ADD 1 TO CC-ACH-RECORD-COUNT.
032551     MOVE "Y" TO CC-BATCH-OPEN-SWITCH.
032552 5410-EXIT.
032553     EXIT.
032600
032601 6530-SET-ROLL-MONTH-DAYS.
032602     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
032603     IF HT-ROLL-MM NOT = 2
032604         GO TO 6530-EXIT
032605     END-IF.
032606     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
032607         REMAINDER HT-LEAP-REMAINDER.
032608     IF HT-LEAP-REMAINDER = ZERO
032609         MOVE 29 TO HT-MONTH-DAYS
032610     END-IF.
032611     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
032612         REMAINDER HT-LEAP-REMAINDER.
032613     IF HT-LEAP-REMAINDER = ZERO
032614         MOVE 28 TO HT-MONTH-DAYS
032615     END-IF.
032616     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
032617         REMAINDER HT-LEAP-REMAINDER.
032618     IF HT-LEAP-REMAINDER = ZERO
032619         MOVE 29 TO HT-MONTH-DAYS
032620     END-IF.
032621 6530-EXIT.
032622     EXIT.
032623
032624 6540-CHECK-CALENDAR-YEAR.
032625     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
032626     SET HT-YR-IDX TO 1.
032627     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
032628         VARYING HT-YR-IDX FROM 1 BY 1
032629         UNTIL HT-YR-IDX > HT-YEAR-COUNT
032630            OR HT-YEAR-LOADED.
032631 6540-EXIT.
032632     EXIT.
032633
032634 6545-SCAN-ONE-YEAR.
032635     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
032636         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
032637     END-IF.
032638 6545-EXIT.
032639     EXIT.
032640
032700 8000-READ-ACCOUNT-MASTER.
032800     READ ACCOUNT-MASTER-FILE
032900         AT END
033700     END-READ.
033800 8000-EXIT.
033900     EXIT.
033902
033904 8100-READ-PAYEE-INSTRUCTION.
033906     READ PAYEE-INSTRUCTION-FILE
033908         AT END
033910             MOVE "Y" TO CC-PAY-EOF-SWITCH
033912     END-READ.
033914 8100-EXIT.
033916     EXIT.
034000
034100 9000-TERMINATE.
034200     DISPLAY "ACCOUNTS READ:           " CC-ACCOUNT-COUNT.
034500     DISPLAY "NOT DUE THIS RUN:        " CC-NOT-DUE-COUNT.
034600     DISPLAY "DUE WITH NO ACCRUAL:     " CC-NO-ACCRUAL-COUNT.
034610     DISPLAY "CLOSED - NOT SETTLED:    " CC-CLOSED-SKIP-COUNT.
034612     DISPLAY "  PAID BY ACH CREDIT:    " CC-ACH-ENTRY-COUNT.
034614     DISPLAY "  ACH INSTR REFUSED:     " CC-ACH-REFUSED-COUNT.
034616     MOVE CC-ACH-CREDIT-TOTAL TO CC-ACH-TOTAL-ED.
034618     DISPLAY "  ACH CREDIT TOTAL:      " CC-ACH-TOTAL-ED.
034619     DISPLAY "DATES ROLLED TO BUS DAY: " HT-ROLLED-COUNT.
034620     PERFORM 9400-SHOW-REVALUATION THRU 9400-EXIT.
034700     DISPLAY "OPERATOR:                " CC-OPERATOR-ID.
034800     IF CC-ACCT-FILE-OK OR CC-ACCT-FILE-EOF
036000     IF CC-GLX-FILE-OK
036100         CLOSE GL-EXTRACT-FILE
036200     END-IF.
036210     IF CC-PAY-AVAILABLE
036220         CLOSE PAYEE-INSTRUCTION-FILE
036230     END-IF.
036240     IF CC-ACH-FILE-OK
036250         PERFORM 9300-CLOSE-ACH-FILE THRU 9300-EXIT
036260     END-IF.
036300 9000-EXIT.
036400     EXIT.
036500
037200     WRITE NEW-MASTER-RECORD.
037300 9200-EXIT.
037400     EXIT.
037401
037402******************************************************************
037403* CLOSE OUT THE ACH FILE - BATCH CONTROL WHEN A BATCH WAS OPENED,
037404* THEN FILE CONTROL, THEN "9" FILLER RECORDS TO A FULL BLOCK OF
037405* TEN. THE ENTRY HASH KEEPS ONLY ITS LOW-ORDER TEN DIGITS. A RUN
037406* THAT STOPPED SHORT OF THE MASTER TRAILER GETS NO CONTROLS, SO
037407* THE FILE CANNOT BE TRANSMITTED BY MISTAKE.
037408******************************************************************
037409 9300-CLOSE-ACH-FILE.
037410     IF NOT CC-NORMAL-EOF
037411         DISPLAY "ACH CREDIT FILE INCOMPLETE - DO NOT TRANSMIT"
037412         CLOSE ACH-CREDIT-FILE
037413         GO TO 9300-EXIT
037414     END-IF.
037415     IF CC-BATCH-OPEN
037416         PERFORM 9310-WRITE-BATCH-CONTROL THRU 9310-EXIT
037417     END-IF.
037418     PERFORM 9320-WRITE-FILE-CONTROL THRU 9320-EXIT.
037419     CLOSE ACH-CREDIT-FILE.
037420 9300-EXIT.
037421     EXIT.
037422
037423 9310-WRITE-BATCH-CONTROL.
037424     MOVE "8"                     TO BT-RECORD-TYPE.
037425     MOVE "220"                   TO BT-SERVICE-CLASS.
037426     MOVE CC-ACH-ENTRY-COUNT      TO BT-ENTRY-COUNT.
037427     MOVE CC-ACH-ENTRY-HASH       TO BT-ENTRY-HASH.
037428     MOVE ZERO                    TO BT-TOTAL-DEBIT.
037429     MOVE CC-ACH-CREDIT-TOTAL     TO BT-TOTAL-CREDIT.
037430     MOVE CC-ACH-COMPANY-ID       TO BT-COMPANY-ID.
037431     MOVE SPACES                  TO BT-AUTHENTICATION.
037432     MOVE SPACES                  TO BT-RESERVED.
037433     MOVE CC-ACH-ODFI-ID          TO BT-ODFI-ID.
037434     MOVE CC-ACH-BATCH-NUMBER     TO BT-BATCH-NUMBER.
037435     WRITE ACH-CREDIT-RECORD FROM ACH-BATCH-CONTROL.
037436     ADD 1 TO CC-ACH-RECORD-COUNT.
037437 9310-EXIT.
037438     EXIT.
037439
037440 9320-WRITE-FILE-CONTROL.
037441     ADD 1 TO CC-ACH-RECORD-COUNT.
037442     COMPUTE CC-ACH-BLOCK-COUNT = (CC-ACH-RECORD-COUNT + 9) / 10.
037443     MOVE "9"                     TO FT-RECORD-TYPE.
037444     IF CC-BATCH-OPEN
037445         MOVE 1                   TO FT-BATCH-COUNT
037446     ELSE
037447         MOVE ZERO                TO FT-BATCH-COUNT
037448     END-IF.
037449     MOVE CC-ACH-BLOCK-COUNT      TO FT-BLOCK-COUNT.
037450     MOVE CC-ACH-ENTRY-COUNT      TO FT-ENTRY-COUNT.
037451     MOVE CC-ACH-ENTRY-HASH       TO FT-ENTRY-HASH.
037452     MOVE ZERO                    TO FT-TOTAL-DEBIT.
037453     MOVE CC-ACH-CREDIT-TOTAL     TO FT-TOTAL-CREDIT.
037454     MOVE SPACES                  TO FT-RESERVED.
037455     WRITE ACH-CREDIT-RECORD FROM ACH-FILE-CONTROL.
037456     COMPUTE CC-ACH-PAD-COUNT =
037457         CC-ACH-BLOCK-COUNT * 10 - CC-ACH-RECORD-COUNT.
037458     PERFORM 9330-WRITE-PAD-RECORD THRU 9330-EXIT
037459         CC-ACH-PAD-COUNT TIMES.
037460 9320-EXIT.
037461     EXIT.
037462
037463 9330-WRITE-PAD-RECORD.
037464     WRITE ACH-CREDIT-RECORD FROM CC-ACH-PAD-RECORD.
037465 9330-EXIT.
037466     EXIT.
037500 END PROGRAM CAPCYCLE.
