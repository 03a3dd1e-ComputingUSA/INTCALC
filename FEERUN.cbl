000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       MONTHLY SERVICE CHARGE ASSESSMENT RUN. THE
000700*                MAINTENANCE, BELOW-MINIMUM-BALANCE AND
000800*                EXCESS-WITHDRAWAL FEES WERE FIGURED BY HAND AND
000900*                KEYED IN AS WITHDRAWALS. THIS RUN PRICES EVERY
001000*                DEPOSIT ACCOUNT WHOSE GL CODE IS ON THE FEE
001100*                SCHEDULE (FEESCHED) FROM ITS BALANCE AND THE
001200*                WITHDRAWALS THE POSTING RUN (INTCALC) COUNTED ON
001300*                THE MASTER FOR THE CYCLE (AM-CYCLE-WDL-COUNT),
001400*                WAIVERS AND WAIVES EVERY FEE ON A FROZEN OR
001500*                DORMANT ACCOUNT (CLOSED ACCOUNTS ARE NOT
001600*                ASSESSED), DEBITS THE FEES CHARGED TO
001700*                AM-PRINCIPAL ON AN UPDATED MASTER GENERATION
001800*                (NEWMAST) WITH A FRESH CONTROL-TOTAL TRAILER,
001900*                POSTS THE FEE INCOME THROUGH THE GL INTERFACE
002000*                EXTRACT (GLEXTRACT), ADDS THE FEES CHARGED TO
002100*                THE NEXT FEE DETAIL GENERATION (FEENEW) FOR THE
002200*                STATEMENT RUN, AND PRINTS THE FEE REGISTER
002300*                (FEERPT) FOR FINANCE WITH TOTALS BY FEE TYPE.
002310*                THE CYCLE'S JOB ORDER IS MONEDIT, INTCALC,
002320*                PROMOTE (RUNCTL), ACCTEDIT, FEERUN, PROMOTE,
002330*                STMTGEN.
002400* TECTONICS:     cobc
002500******************************************************************
002600* MODIFICATION HISTORY
002700* 10/14/2026 DOW  INITIAL VERSION. THE RUN FOLLOWS THE POSTING
002800*                 RUN (INTCALC) IN THE CYCLE, SO THE BALANCE
002900*                 TESTED IS THE POSTED END-OF-CYCLE BALANCE, AND
003000*                 RUNS BEFORE THE STATEMENT RUN (STMTGEN) SO THE
003100*                 FEES APPEAR ON THE CYCLE'S STATEMENT. AN
003200*                 ACCOUNT IS ASSESSED ONCE PER CALENDAR MONTH -
003300*                 AM-LAST-FEE-DATE CARRIES THE LAST RUN THAT
003400*                 PRICED IT. A FEE LARGER THAN THE BALANCE LEFT
003500*                 IS CHARGED DOWN TO ZERO AND THE SHORTFALL IS
003600*                 REPORTED, NOT CARRIED. EACH ACCOUNT'S FEES FOR
003700*                 THE RUN POST AS ONE CREDIT TO THE FEE INCOME
003800*                 GL CODE (GLFEEINC).
003801* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). THE
003802*                 FEE INCOME GL VALUE DATE IS THE AS-OF DATE
003803*                 ROLLED TO A BUSINESS DAY UNDER THE RUNPARMS ROLL
003804*                 RULE. THE RUN IS HELD IF THE AS-OF YEAR IS NOT
003805*                 ON THE CALENDAR.
003806* 10/15/2026 DOW  THE EXCESS-WITHDRAWAL FEE IS PRICED FROM THE
003807*                 CYCLE'S WITHDRAWAL COUNT KEPT ON THE MASTER BY
003808*                 THE POSTING RUN (AM-CYCLE-WDL-COUNT), WHICH IS
003809*                 CLEARED HERE FOR THE NEXT CYCLE; THE MONETARY
003810*                 FILE AND ITS EDIT FLAG ARE NO LONGER READ. THE
003811*                 FEE DETAIL FILE IS NOW A GENERATION: THE LAST
003812*                 ONE (FEEDTL) IS READ, AND THE FEES STILL INSIDE
003813*                 THE ACCOUNT'S STATEMENT CYCLE ARE CARRIED INTO
003814*                 THE NEXT (FEENEW) AHEAD OF THE NEW FEES; RUNCTL
003815*                 COPIES FEENEW OVER FEEDTL ON PROMOTION. THE RUN
003816*                 IS HELD WHILE ANY OTHER PRODUCING STEP HAS A
003817*                 GENERATION STAMPED ABOVE THE LIVE ONE.
003818******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. FEERUN.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS AM-ACCOUNT-NUMBER
004900         FILE STATUS IS FR-ACCT-FILE-STATUS.
005000     SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS NM-ACCOUNT-NUMBER
005400         FILE STATUS IS FR-NEWM-FILE-STATUS.
005800     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FR-FSC-FILE-STATUS.
006100     SELECT FEE-DETAIL-FILE ASSIGN TO "FEEDTL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FR-FDT-FILE-STATUS.
006310     SELECT NEW-FEE-DETAIL-FILE ASSIGN TO "FEENEW"
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS FR-FNW-FILE-STATUS.
006400     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FR-GLX-FILE-STATUS.
006700     SELECT FEE-REGISTER-FILE ASSIGN TO "FEERPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FR-RPT-FILE-STATUS.
007000     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FR-FLG-FILE-STATUS.
007600     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS FR-PRM-FILE-STATUS.
007810     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
007820         ORGANIZATION IS LINE SEQUENTIAL
007830         FILE STATUS IS FR-HOL-FILE-STATUS.
007900     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FR-STP-FILE-STATUS.
008200     SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FR-XRT-FILE-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  ACCOUNT-MASTER-FILE
008800     RECORDING MODE IS F.
008900 COPY ACCTMAST.
009000 FD  NEW-MASTER-FILE
009100     RECORDING MODE IS F.
009200 01  NEW-MASTER-RECORD.
009300     05  NM-ACCOUNT-NUMBER           PIC X(10).
009400     05  FILLER                      PIC X(240).
009800 FD  FEE-SCHEDULE-FILE
009900     RECORDING MODE IS F.
010000 COPY FEESCHED.
010100 FD  FEE-DETAIL-FILE
010200     RECORDING MODE IS F.
010300 01  PRIOR-FEE-DETAIL-RECORD.
010310     05  PF-ACCOUNT-NUMBER           PIC X(10).
010320     05  FILLER                      PIC X(01).
010330     05  PF-ASSESS-DATE              PIC 9(08).
010340     05  FILLER                      PIC X(19).
010350 FD  NEW-FEE-DETAIL-FILE
010360     RECORDING MODE IS F.
010370 COPY FEEDTL.
010400 FD  GL-EXTRACT-FILE
010500     RECORDING MODE IS F.
010600 01  GL-EXTRACT-RECORD               PIC X(62).
010700 FD  FEE-REGISTER-FILE
010800     RECORDING MODE IS F.
010900 01  FEE-REGISTER-RECORD             PIC X(132).
011000 FD  EDIT-FLAG-FILE
011100     RECORDING MODE IS F.
011200 COPY EDITFLAG.
011600 FD  RUN-PARAMETER-FILE
011700     RECORDING MODE IS F.
011800 COPY RUNPARMS.
011810 FD  HOLIDAY-CALENDAR-FILE
011820     RECORDING MODE IS F.
011830 COPY HOLCAL.
011900 FD  STEP-STATUS-FILE
012000     RECORDING MODE IS F.
012100 COPY STEPSTAT.
012200 FD  EXCHANGE-RATE-FILE
012300     RECORDING MODE IS F.
012400 COPY EXCHRATE.
012500 WORKING-STORAGE SECTION.
012600 01  FR-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
012700     88  FR-ACCT-FILE-OK                 VALUE "00".
012800     88  FR-ACCT-FILE-EOF                 VALUE "10".
012900 01  FR-NEWM-FILE-STATUS         PIC X(02) VALUE "99".
013000     88  FR-NEWM-FILE-OK                  VALUE "00".
013500 01  FR-FSC-FILE-STATUS          PIC X(02) VALUE "99".
013600     88  FR-FSC-FILE-OK                   VALUE "00".
013700     88  FR-FSC-FILE-EOF                  VALUE "10".
013800 01  FR-FDT-FILE-STATUS          PIC X(02) VALUE "99".
013900     88  FR-FDT-FILE-OK                   VALUE "00".
013910     88  FR-FDT-FILE-EOF                  VALUE "10".
013920     88  FR-FDT-FILE-MISSING              VALUE "35".
013930 01  FR-FNW-FILE-STATUS          PIC X(02) VALUE "99".
013940     88  FR-FNW-FILE-OK                   VALUE "00".
014000 01  FR-GLX-FILE-STATUS          PIC X(02) VALUE "99".
014100     88  FR-GLX-FILE-OK                   VALUE "00".
014200 01  FR-RPT-FILE-STATUS          PIC X(02) VALUE "99".
014300     88  FR-RPT-FILE-OK                   VALUE "00".
014400 01  FR-FLG-FILE-STATUS          PIC X(02) VALUE "99".
014500     88  FR-FLG-FILE-OK                   VALUE "00".
014800 01  FR-PRM-FILE-STATUS          PIC X(02) VALUE "99".
014900     88  FR-PRM-FILE-OK                   VALUE "00".
014910 01  FR-HOL-FILE-STATUS          PIC X(02) VALUE "99".
014920     88  FR-HOL-FILE-OK                   VALUE "00".
015000 01  FR-PRM-REC-SWITCH           PIC X(01) VALUE "N".
015100     88  FR-PRM-REC-PRESENT               VALUE "Y".
015200 01  FR-STP-FILE-STATUS          PIC X(02) VALUE "99".
015300     88  FR-STP-FILE-OK                   VALUE "00".
015400     88  FR-STP-FILE-EOF                  VALUE "10".
015500     88  FR-STP-FILE-MISSING              VALUE "35".
015600 01  FR-RUN-CONTROL-FIELDS.
015700     05  FR-STP-EOF-SWITCH       PIC X(01) VALUE "N".
015800         88  FR-STP-END-OF-FILE           VALUE "Y".
015900     05  FR-LIVE-GEN-SWITCH      PIC X(01) VALUE "N".
016000         88  FR-LIVE-GEN-FOUND            VALUE "Y".
016100     05  FR-EDIT-STAMP-SWITCH    PIC X(01) VALUE "N".
016200         88  FR-EDIT-STAMP-FOUND          VALUE "Y".
016300     05  FR-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
016400     05  FR-EDIT-GENERATION      PIC 9(05) VALUE ZERO.
016500     05  FR-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
016600     05  FR-PENDING-GENERATION   PIC 9(05) VALUE ZERO.
016700     05  FR-PENDING-STEP         PIC X(08) VALUE SPACES.
016800 01  FR-CONTROL-SWITCHES.
016900     05  FR-EOF-SWITCH           PIC X(01) VALUE "N".
017000         88  FR-END-OF-FILE               VALUE "Y".
017100     05  FR-NORMAL-EOF-SWITCH    PIC X(01) VALUE "N".
017200         88  FR-NORMAL-EOF                 VALUE "Y".
017300     05  FR-FDT-AVAIL-SWITCH     PIC X(01) VALUE "N".
017400         88  FR-FDT-AVAILABLE             VALUE "Y".
017500     05  FR-FDT-EOF-SWITCH       PIC X(01) VALUE "N".
017600         88  FR-FDT-END-OF-FILE           VALUE "Y".
017700     05  FR-FSC-EOF-SWITCH       PIC X(01) VALUE "N".
017800         88  FR-FSC-END-OF-FILE           VALUE "Y".
017900     05  FR-FS-FOUND-SWITCH      PIC X(01) VALUE "N".
018000         88  FR-FS-CODE-FOUND             VALUE "Y".
018100     05  FR-SUM-FOUND-SWITCH     PIC X(01) VALUE "N".
018200         88  FR-SUM-ENTRY-FOUND           VALUE "Y".
018300     05  FR-WAIVER-SWITCH        PIC X(01) VALUE "N".
018400         88  FR-BALANCE-WAIVER-MET        VALUE "Y".
018500     05  FR-SECTION-SWITCH       PIC X(01) VALUE "D".
018600         88  FR-DETAIL-SECTION            VALUE "D".
018700         88  FR-SUMMARY-SECTION           VALUE "S".
018800 01  FR-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
018900 01  FR-RUN-DATE                 PIC 9(8).
018950 01  FR-VALUE-DATE               PIC 9(8).
019000 01  FR-FDT-KEEP-FROM.
019010     05  FR-KEEP-CCYY            PIC 9(04).
019020     05  FR-KEEP-MM              PIC 9(02).
019100 01  FR-FEE-GL-CODE              PIC X(10) VALUE "GLFEEINC".
019200 01  FR-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
019300 01  FR-LOAN-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
019400 01  FR-CLOSED-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
019500 01  FR-ALREADY-SKIP-COUNT       PIC 9(07) COMP VALUE ZERO.
019600 01  FR-NO-SCHEDULE-COUNT        PIC 9(07) COMP VALUE ZERO.
019700 01  FR-ASSESSED-COUNT           PIC 9(07) COMP VALUE ZERO.
019800 01  FR-CHARGED-ACCOUNT-COUNT    PIC 9(07) COMP VALUE ZERO.
019900 01  FR-FEE-CHARGED-COUNT        PIC 9(07) COMP VALUE ZERO.
020000 01  FR-FEE-WAIVED-COUNT         PIC 9(07) COMP VALUE ZERO.
020100 01  FR-FEE-SHORT-COUNT          PIC 9(07) COMP VALUE ZERO.
020200 01  FR-FDT-WRITE-COUNT          PIC 9(07) COMP VALUE ZERO.
020300 01  FR-WDL-PRICED-COUNT         PIC 9(07) COMP VALUE ZERO.
020400 01  FR-FDT-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
020500 01  FR-FDT-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
020600 01  FR-FDT-UNMATCHED-COUNT      PIC 9(07) COMP VALUE ZERO.
020700 01  FR-NEWM-WRITE-COUNT         PIC 9(07) COMP VALUE ZERO.
020800 01  FR-NEWM-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
020900 01  FR-FEE-FIELDS.
021000     05  FR-WITHDRAWAL-COUNT     PIC 9(05).
021100     05  FR-EXCESS-COUNT         PIC 9(05).
021200     05  FR-BALANCE              PIC 9(10)V99.
021300     05  FR-CURRENCY             PIC X(03).
021400     05  FR-FEE-TYPE             PIC X(01).
021500         88  FR-FEE-MAINTENANCE           VALUE "M".
021600         88  FR-FEE-BELOW-MINIMUM         VALUE "B".
021700         88  FR-FEE-EXCESS-WDL            VALUE "X".
021800     05  FR-FEE-SUB              PIC 9(01) COMP.
021900     05  FR-FEE-AMOUNT           PIC 9(10)V99.
022000     05  FR-CHARGED-AMOUNT       PIC 9(10)V99.
022100     05  FR-WAIVED-AMOUNT        PIC 9(10)V99.
022200     05  FR-ACCT-FEE-TOTAL       PIC 9(10)V99.
022300     05  FR-BASE-AMOUNT          PIC 9(13)V99.
022400     05  FR-DISPOSITION          PIC X(16).
022500*
022600* THE FEE SCHEDULE, ONE ENTRY PER PRODUCT GL CODE.
022700*
022800 01  FR-FEE-SCHEDULE-TABLE.
022900     05  FR-FS-COUNT             PIC 9(03) COMP VALUE ZERO.
023000     05  FR-FS-ENTRY OCCURS 50 TIMES INDEXED BY FS-IDX.
023100         10  FR-FS-GL-CODE       PIC X(10).
023200         10  FR-FS-MAINT-FEE     PIC 9(05)V99.
023300         10  FR-FS-WAIVE-BALANCE PIC 9(10)V99.
023400         10  FR-FS-MINIMUM-BAL   PIC 9(10)V99.
023500         10  FR-FS-BELOW-MIN-FEE PIC 9(05)V99.
023600         10  FR-FS-FREE-WDL      PIC 9(03).
023700         10  FR-FS-EXCESS-FEE    PIC 9(05)V99.
023800 01  FR-FS-WORK-CODE             PIC X(10).
023900*
024000* THE REGISTER TOTALS: PER CURRENCY, PER FEE TYPE (1 MAINTENANCE,
024100* 2 BELOW MINIMUM, 3 EXCESS WITHDRAWAL), THE FEES CHARGED AND
024200* WAIVED; AND PER FEE TYPE THE SAME IN BASE CURRENCY.
024300*
024400 01  FR-SUMMARY-TABLE.
024500     05  FR-SUM-COUNT            PIC 9(03) COMP VALUE ZERO.
024600     05  FR-SUM-ENTRY OCCURS 10 TIMES INDEXED BY FR-IDX.
024700         10  FR-SUM-CURRENCY     PIC X(03).
024800         10  FR-SUM-FEE-TYPE OCCURS 3 TIMES.
024900             15  FR-SUM-CHG-COUNT    PIC 9(07).
025000             15  FR-SUM-CHG-AMOUNT   PIC 9(13)V99.
025100             15  FR-SUM-WVD-COUNT    PIC 9(07).
025200             15  FR-SUM-WVD-AMOUNT   PIC 9(13)V99.
025300 01  FR-SUM-WORK-FIELDS.
025400     05  FR-WORK-CURRENCY        PIC X(03).
025500     05  FR-TYP                  PIC 9(01) COMP.
025600 01  FR-GRAND-TOTALS.
025700     05  FR-GRAND-FEE-TYPE OCCURS 3 TIMES.
025800         10  FR-GRAND-CHG-COUNT  PIC 9(07).
025900         10  FR-GRAND-CHG-BASE   PIC 9(13)V99.
026000         10  FR-GRAND-WVD-COUNT  PIC 9(07).
026100         10  FR-GRAND-WVD-BASE   PIC 9(13)V99.
026200 01  FR-ALL-TOTALS.
026300     05  FR-ALL-CHG-COUNT        PIC 9(07).
026400     05  FR-ALL-CHG-BASE         PIC 9(13)V99.
026500     05  FR-ALL-WVD-COUNT        PIC 9(07).
026600     05  FR-ALL-WVD-BASE         PIC 9(13)V99.
026700 01  FR-XRT-FILE-STATUS          PIC X(02) VALUE "99".
026800     88  FR-XRT-FILE-OK                   VALUE "00".
026900     88  FR-XRT-FILE-EOF                  VALUE "10".
027000     88  FR-XRT-FILE-MISSING              VALUE "35".
027100 01  FR-EXCHANGE-TABLE.
027200     05  FR-XR-COUNT             PIC 9(03) COMP VALUE ZERO.
027300     05  FR-XR-ENTRY OCCURS 10 TIMES INDEXED BY XR-IDX.
027400         10  FR-XR-CODE          PIC X(03).
027500         10  FR-XR-DATE          PIC 9(08).
027600         10  FR-XR-RATE          PIC 9(03)V9(6).
027700 01  FR-XR-CONTROL-FIELDS.
027800     05  FR-XRT-EOF-SWITCH       PIC X(01) VALUE "N".
027900         88  FR-XRT-END-OF-FILE           VALUE "Y".
028000     05  FR-XR-FOUND-SWITCH      PIC X(01).
028100         88  FR-XR-CODE-FOUND             VALUE "Y".
028200     05  FR-XR-WORK-CODE         PIC X(03).
028300     05  FR-XR-APPLIED-RATE      PIC 9(03)V9(6).
028400     05  FR-XR-MISSING-COUNT     PIC 9(07) COMP VALUE ZERO.
028500     05  FR-XR-RATE-ED           PIC ZZ9.9(6).
028600 COPY ACCTTRLR.
028700 COPY GLEXTR.
028800 01  FR-REPORT-CONTROLS.
028900     05  FR-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
029000     05  FR-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
029100     05  FR-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
029200     05  FR-RUN-DATE-EDITED.
029300         10  FR-RUN-DATE-CCYY    PIC 9(4).
029400         10  FILLER              PIC X VALUE "-".
029500         10  FR-RUN-DATE-MM      PIC 99.
029600         10  FILLER              PIC X VALUE "-".
029700         10  FR-RUN-DATE-DD      PIC 99.
029800 01  FEE-HEADING-1.
029900     05  FILLER                  PIC X(42)
030000         VALUE "FEERUN MONTHLY SERVICE CHARGE REGISTER".
030100     05  FILLER                  PIC X(22) VALUE SPACES.
030200     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
030300     05  FH1-RUN-DATE            PIC X(10).
030400     05  FILLER                  PIC X(7) VALUE " PAGE: ".
030500     05  FH1-PAGE-NUMBER         PIC ZZZ9.
030600 01  FEE-HEADING-2.
030700     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
030800     05  FILLER                  PIC X(12) VALUE "GL CODE".
030900     05  FILLER                  PIC X(05) VALUE "CUR".
031000     05  FILLER                  PIC X(22) VALUE "FEE TYPE".
031100     05  FILLER                  PIC X(16) VALUE "       BALANCE".
031200     05  FILLER                  PIC X(16) VALUE "    FEE AMOUNT".
031300     05  FILLER                  PIC X(16) VALUE "       CHARGED".
031400     05  FILLER                  PIC X(16) VALUE "DISPOSITION".
031500 01  FEE-DETAIL-LINE.
031600     05  FL-ACCOUNT-NUMBER       PIC X(10).
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  FL-GL-CODE              PIC X(10).
031900     05  FILLER                  PIC X(02) VALUE SPACES.
032000     05  FL-CURRENCY             PIC X(03).
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  FL-FEE-TYPE             PIC X(20).
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  FL-BALANCE-ED           PIC ZZZ,ZZZ,ZZ9.99.
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  FL-FEE-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  FL-CHARGED-ED           PIC ZZZ,ZZZ,ZZ9.99.
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  FL-DISPOSITION          PIC X(16).
033100 01  FEE-SUMMARY-TITLE.
033200     05  FILLER                  PIC X(44)
033300         VALUE "FEE TOTALS BY FEE TYPE AND CURRENCY".
033400     05  FILLER                  PIC X(40)
033500         VALUE "(NUMBER AND AMOUNT OF FEES)".
033600 01  FEE-HEADING-3.
033700     05  FILLER                  PIC X(22) VALUE "FEE TYPE".
033800     05  FILLER                  PIC X(05) VALUE "CUR".
033900     05  FILLER                  PIC X(25)
034000         VALUE "      NO.        CHARGED".
034100     05  FILLER                  PIC X(25)
034200         VALUE "      NO.         WAIVED".
034300 01  FEE-SUMMARY-LINE.
034400     05  FT-FEE-TYPE        PIC X(20).
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  FT-CURRENCY        PIC X(03).
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800     05  FT-CHG-COUNT-ED    PIC ZZZZZZ9.
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  FT-CHG-AMOUNT-ED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035100     05  FILLER                  PIC X(02) VALUE SPACES.
035200     05  FT-WVD-COUNT-ED    PIC ZZZZZZ9.
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  FT-WVD-AMOUNT-ED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035500 01  FEE-COUNT-LINE.
035600     05  FC-CAPTION              PIC X(30).
035700     05  FILLER                  PIC X(09) VALUE SPACES.
035800     05  FC-COUNT-ED             PIC ZZZZZZ9.
035810 COPY HOLTBL.
035900 PROCEDURE DIVISION.
036000 0000-MAIN-PROCEDURE.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036200     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
036300         UNTIL FR-END-OF-FILE.
036400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036500     STOP RUN.
036600
036700 1000-INITIALIZE.
036800     DISPLAY "MONTHLY SERVICE CHARGE ASSESSMENT RUN".
036900     ACCEPT FR-RUN-DATE FROM DATE YYYYMMDD.
037000     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
037100     IF FR-END-OF-FILE
037200         GO TO 1000-EXIT
037300     END-IF.
037400     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
037500     IF FR-END-OF-FILE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
038300     PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT.
038400     IF FR-END-OF-FILE
038500         GO TO 1000-EXIT
038600     END-IF.
038700     PERFORM 1600-LOAD-FEE-SCHEDULE THRU 1600-EXIT.
038800     IF FR-END-OF-FILE
038900         GO TO 1000-EXIT
039000     END-IF.
039010     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
039020     IF FR-END-OF-FILE
039030         GO TO 1000-EXIT
039040     END-IF.
039100     MOVE FR-RUN-DATE(1:4) TO FR-RUN-DATE-CCYY.
039200     MOVE FR-RUN-DATE(5:2) TO FR-RUN-DATE-MM.
039300     MOVE FR-RUN-DATE(7:2) TO FR-RUN-DATE-DD.
039400     MOVE ZEROS TO FR-GRAND-TOTALS.
039410     MOVE FR-RUN-DATE TO HT-ROLL-DATE.
039420     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
039430     MOVE HT-ROLL-DATE TO FR-VALUE-DATE.
039440     IF FR-VALUE-DATE NOT = FR-RUN-DATE
039450         DISPLAY "AS-OF DATE IS NOT A BUSINESS DAY - VALUE DATE "
039460             FR-VALUE-DATE
039470     END-IF.
039500     OPEN INPUT ACCOUNT-MASTER-FILE.
039600     IF NOT FR-ACCT-FILE-OK
039700         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
039800             FR-ACCT-FILE-STATUS
039900         MOVE "Y" TO FR-EOF-SWITCH
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 1000-EXIT
040200     END-IF.
040300     OPEN OUTPUT NEW-MASTER-FILE.
040400     IF NOT FR-NEWM-FILE-OK
040500         DISPLAY "ERROR OPENING NEW MASTER FILE, STATUS = "
040600             FR-NEWM-FILE-STATUS
040700         MOVE "Y" TO FR-EOF-SWITCH
040800         MOVE 16 TO RETURN-CODE
040900         GO TO 1000-EXIT
041000     END-IF.
041100     OPEN OUTPUT NEW-FEE-DETAIL-FILE.
041200     IF NOT FR-FNW-FILE-OK
041300         DISPLAY "ERROR OPENING NEW FEE DETAIL FILE, STATUS = "
041400             FR-FNW-FILE-STATUS
041500         MOVE "Y" TO FR-EOF-SWITCH
041600         MOVE 16 TO RETURN-CODE
041700         GO TO 1000-EXIT
041800     END-IF.
041900     OPEN OUTPUT GL-EXTRACT-FILE.
042000     IF NOT FR-GLX-FILE-OK
042100         DISPLAY "ERROR OPENING GL EXTRACT FILE, STATUS = "
042200             FR-GLX-FILE-STATUS
042300         MOVE "Y" TO FR-EOF-SWITCH
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 1000-EXIT
042600     END-IF.
042700     OPEN OUTPUT FEE-REGISTER-FILE.
042800     IF NOT FR-RPT-FILE-OK
042900         DISPLAY "ERROR OPENING FEE REGISTER FILE, STATUS = "
043000             FR-RPT-FILE-STATUS
043100         MOVE "Y" TO FR-EOF-SWITCH
043200         MOVE 16 TO RETURN-CODE
043300         GO TO 1000-EXIT
043400     END-IF.
043500* A MISSING FEE DETAIL FILE MEANS NO FEE RUN HAS BEEN PROMOTED
043600* YET, SO THERE ARE NO EARLIER FEES TO CARRY FORWARD.
043700     OPEN INPUT FEE-DETAIL-FILE.
043800     IF FR-FDT-FILE-OK
043900         MOVE "Y" TO FR-FDT-AVAIL-SWITCH
044000         PERFORM 8100-READ-FEE-DETAIL THRU 8100-EXIT
044100     ELSE
044200         IF FR-FDT-FILE-MISSING
044300             DISPLAY "NO FEE DETAIL FILE - NO EARLIER FEES "
044400                 "CARRIED FORWARD"
044500         ELSE
044600             DISPLAY "ERROR OPENING FEE DETAIL FILE, STATUS = "
044700                 FR-FDT-FILE-STATUS
044800             MOVE "Y" TO FR-EOF-SWITCH
044900             MOVE 16 TO RETURN-CODE
045000             GO TO 1000-EXIT
045100         END-IF
045200     END-IF.
045300     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
045400     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
045500 1000-EXIT.
045600     EXIT.
045700
045800 1200-CHECK-EDIT-FLAG.
045900     OPEN INPUT EDIT-FLAG-FILE.
046000     IF NOT FR-FLG-FILE-OK
046100         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
046200             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
046300             FR-FLG-FILE-STATUS
046400         MOVE "Y" TO FR-EOF-SWITCH
046500         MOVE 16 TO RETURN-CODE
046600         GO TO 1200-EXIT
046700     END-IF.
046800     READ EDIT-FLAG-FILE
046900         AT END
047000             MOVE "N" TO EF-CLEAN-FLAG
047100     END-READ.
047200     IF NOT EF-FILE-CLEAN
047300         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
047400             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
047500         MOVE "Y" TO FR-EOF-SWITCH
047600         MOVE 16 TO RETURN-CODE
047700     END-IF.
047800     CLOSE EDIT-FLAG-FILE.
047900 1200-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
048400* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO PRODUCING
048500* STEP (ACCTMNT, INTCALC, CAPCYCLE, DELQRUN, REPRICE, CDMATURE)
048510* HAS STAMPED A GENERATION ABOVE THE LIVE ONE, CLEAN OR NOT -
048520* ITS WORK MUST BE PROMOTED, OR RERUN AND PROMOTED, BEFORE THE
048530* FEES ARE PRICED. AN EARLIER FEERUN STAMP DOES NOT HOLD, SO A
048540* FEE RUN CAN BE RERUN BEFORE IT IS PROMOTED. A MISSING FILE
048550* MEANS RUN CONTROL IS NOT ACTIVE AND THE EDITFLAG GATE ALONE
048600* APPLIES.
048700******************************************************************
048800 1250-CHECK-RUN-CONTROL.
048900     OPEN INPUT STEP-STATUS-FILE.
049000     IF FR-STP-FILE-MISSING
049100         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
049200         GO TO 1250-EXIT
049300     END-IF.
049400     IF NOT FR-STP-FILE-OK
049500         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
049600             FR-STP-FILE-STATUS
049700         MOVE "Y" TO FR-EOF-SWITCH
049800         MOVE 16 TO RETURN-CODE
049900         GO TO 1250-EXIT
050000     END-IF.
050100     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
050200         UNTIL FR-STP-END-OF-FILE.
050300     CLOSE STEP-STATUS-FILE.
050400     IF NOT FR-LIVE-GEN-FOUND
050500         DISPLAY "STEP STATUS CARRIES NO LIVE GENERATION - "
050600             "RUN HELD, RUN THE PROMOTION (RUNCTL) FIRST"
050700         MOVE "Y" TO FR-EOF-SWITCH
050800         MOVE 16 TO RETURN-CODE
050900         GO TO 1250-EXIT
051000     END-IF.
051100     IF NOT FR-EDIT-STAMP-FOUND
051200        OR FR-EDIT-STAMP-STATUS NOT = "C"
051300        OR FR-EDIT-GENERATION NOT = FR-LIVE-GENERATION
051400         DISPLAY "LIVE MASTER GENERATION " FR-LIVE-GENERATION
051500             " HAS NOT PASSED ACCTEDIT - RUN HELD"
051600         MOVE "Y" TO FR-EOF-SWITCH
051700         MOVE 16 TO RETURN-CODE
051800         GO TO 1250-EXIT
051900     END-IF.
052000     IF FR-PENDING-GENERATION > FR-LIVE-GENERATION
052100         DISPLAY "GENERATION " FR-PENDING-GENERATION " FROM "
052200             FR-PENDING-STEP " AWAITS PROMOTION - RUN HELD"
052300         MOVE "Y" TO FR-EOF-SWITCH
052400         MOVE 16 TO RETURN-CODE
052500     END-IF.
052700 1250-EXIT.
052800     EXIT.
052900
053000 1260-READ-ONE-STEP.
053100     READ STEP-STATUS-FILE
053200         AT END
053300             MOVE "Y" TO FR-STP-EOF-SWITCH
053400             GO TO 1260-EXIT
053500     END-READ.
053600     EVALUATE SS-STEP-NAME
053700         WHEN "ACCTMAST"
053800             IF SS-GENERATION NUMERIC
053900                 MOVE SS-GENERATION TO FR-LIVE-GENERATION
054000                 MOVE "Y" TO FR-LIVE-GEN-SWITCH
054100             END-IF
054200         WHEN "ACCTEDIT"
054300             IF SS-GENERATION NUMERIC
054400                 MOVE SS-GENERATION TO FR-EDIT-GENERATION
054500                 MOVE SS-STEP-STATUS TO FR-EDIT-STAMP-STATUS
054600                 MOVE "Y" TO FR-EDIT-STAMP-SWITCH
054700             END-IF
054800         WHEN "ACCTMNT"
054810         WHEN "INTCALC"
054820         WHEN "CAPCYCLE"
054830         WHEN "DELQRUN"
054840         WHEN "REPRICE"
054850         WHEN "CDMATURE"
054900             IF SS-GENERATION NUMERIC
055000                AND SS-GENERATION > FR-PENDING-GENERATION
055100                 MOVE SS-GENERATION TO FR-PENDING-GENERATION
055200                 MOVE SS-STEP-NAME TO FR-PENDING-STEP
055210             END-IF
055300     END-EVALUATE.
055400 1260-EXIT.
055500     EXIT.
055600
059500 1300-READ-RUN-PARAMETERS.
059600     OPEN INPUT RUN-PARAMETER-FILE.
059700     IF NOT FR-PRM-FILE-OK
059800         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
059900         GO TO 1300-EXIT
060000     END-IF.
060100     READ RUN-PARAMETER-FILE
060200         AT END
060300             MOVE "N" TO FR-PRM-REC-SWITCH
060400         NOT AT END
060500             MOVE "Y" TO FR-PRM-REC-SWITCH
060600     END-READ.
060700     IF NOT FR-PRM-REC-PRESENT
060800         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
060900         CLOSE RUN-PARAMETER-FILE
061000         GO TO 1300-EXIT
061100     END-IF.
061200     IF RP-OPERATOR-ID NOT = SPACES
061300         MOVE RP-OPERATOR-ID TO FR-OPERATOR-ID
061400     END-IF.
061500     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
061600         MOVE RP-AS-OF-DATE TO FR-RUN-DATE
061700         DISPLAY "AS-OF DATE OVERRIDE: " FR-RUN-DATE
061800     END-IF.
061810     IF RP-ROLL-TO-PREVIOUS
061820         MOVE "P" TO HT-ROLL-RULE
061830     END-IF.
061840     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
061850         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
061860             " INVALID - NEXT BUSINESS DAY ASSUMED"
061870     END-IF.
061900     CLOSE RUN-PARAMETER-FILE.
062000 1300-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400* LOAD THE EXCHANGE RATES - FOR EACH CURRENCY THE NEWEST RATE
062500* DATED ON OR BEFORE THE AS-OF DATE, THE SAME CONVENTION AS
062600* THE INTCALC POSTING RUN. A MISSING FILE CONVERTS AT PAR.
062700******************************************************************
062800 1500-LOAD-EXCHANGE-RATES.
062900     OPEN INPUT EXCHANGE-RATE-FILE.
063000     IF FR-XRT-FILE-MISSING
063100         DISPLAY "NO EXCHANGE RATE FILE - NON-USD AMOUNTS "
063200             "CONVERTED AT PAR"
063300         GO TO 1500-EXIT
063400     END-IF.
063500     IF NOT FR-XRT-FILE-OK
063600         DISPLAY "ERROR OPENING EXCHANGE RATE FILE, STATUS = "
063700             FR-XRT-FILE-STATUS
063800         MOVE "Y" TO FR-EOF-SWITCH
063900         MOVE 16 TO RETURN-CODE
064000         GO TO 1500-EXIT
064100     END-IF.
064200     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
064300         UNTIL FR-XRT-END-OF-FILE.
064400     CLOSE EXCHANGE-RATE-FILE.
064500     DISPLAY "EXCHANGE RATES LOADED: " FR-XR-COUNT.
064600 1500-EXIT.
064700     EXIT.
064800
064900 1510-LOAD-ONE-RATE.
065000     READ EXCHANGE-RATE-FILE
065100         AT END
065200             MOVE "Y" TO FR-XRT-EOF-SWITCH
065300             GO TO 1510-EXIT
065400     END-READ.
065500     IF XR-RATE NOT NUMERIC
065600        OR XR-RATE-DATE NOT NUMERIC
065700        OR XR-CURRENCY-CODE = SPACES
065800         DISPLAY "EXCHANGE RATE RECORD INVALID - IGNORED"
065900         GO TO 1510-EXIT
066000     END-IF.
066100     IF XR-RATE-DATE > FR-RUN-DATE
066200         GO TO 1510-EXIT
066300     END-IF.
066400     MOVE XR-CURRENCY-CODE TO FR-XR-WORK-CODE.
066500     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
066600     IF FR-XR-CODE-FOUND
066700         IF XR-RATE-DATE NOT < FR-XR-DATE(XR-IDX)
066800             MOVE XR-RATE-DATE TO FR-XR-DATE(XR-IDX)
066900             MOVE XR-RATE TO FR-XR-RATE(XR-IDX)
067000         END-IF
067100         GO TO 1510-EXIT
067200     END-IF.
067300     IF FR-XR-COUNT < 10
067400         ADD 1 TO FR-XR-COUNT
067500         SET XR-IDX TO FR-XR-COUNT
067600         MOVE XR-CURRENCY-CODE TO FR-XR-CODE(XR-IDX)
067700         MOVE XR-RATE-DATE TO FR-XR-DATE(XR-IDX)
067800         MOVE XR-RATE TO FR-XR-RATE(XR-IDX)
067900     ELSE
068000         DISPLAY "EXCHANGE RATE TABLE FULL - "
068100             XR-CURRENCY-CODE " DROPPED"
068200     END-IF.
068300 1510-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700* LOAD THE FEE SCHEDULE. WITHOUT IT NO FEE CAN BE PRICED, SO A
068800* MISSING FILE HOLDS THE RUN. A RECORD THAT IS NOT NUMERIC OR
068900* CARRIES NO GL CODE IS IGNORED, AND A SECOND RECORD FOR THE
069000* SAME GL CODE IS IGNORED - THE FIRST ONE STANDS.
069100******************************************************************
069200 1600-LOAD-FEE-SCHEDULE.
069300     OPEN INPUT FEE-SCHEDULE-FILE.
069400     IF NOT FR-FSC-FILE-OK
069500         DISPLAY "ERROR OPENING FEE SCHEDULE FILE, STATUS = "
069600             FR-FSC-FILE-STATUS " - RUN HELD"
069700         MOVE "Y" TO FR-EOF-SWITCH
069800         MOVE 16 TO RETURN-CODE
069900         GO TO 1600-EXIT
070000     END-IF.
070100     PERFORM 1610-LOAD-ONE-SCHEDULE THRU 1610-EXIT
070200         UNTIL FR-FSC-END-OF-FILE.
070300     CLOSE FEE-SCHEDULE-FILE.
070400     DISPLAY "FEE SCHEDULE ENTRIES LOADED: " FR-FS-COUNT.
070500 1600-EXIT.
070600     EXIT.
070700
070800 1610-LOAD-ONE-SCHEDULE.
070900     READ FEE-SCHEDULE-FILE
071000         AT END
071100             MOVE "Y" TO FR-FSC-EOF-SWITCH
071200             GO TO 1610-EXIT
071300     END-READ.
071400     IF FS-GL-CODE = SPACES
071500        OR FS-MAINT-FEE NOT NUMERIC
071600        OR FS-WAIVE-BALANCE NOT NUMERIC
071700        OR FS-MINIMUM-BALANCE NOT NUMERIC
071800        OR FS-BELOW-MIN-FEE NOT NUMERIC
071900        OR FS-FREE-WITHDRAWALS NOT NUMERIC
072000        OR FS-EXCESS-WDL-FEE NOT NUMERIC
072100         DISPLAY "FEE SCHEDULE RECORD INVALID - IGNORED"
072200         GO TO 1610-EXIT
072300     END-IF.
072400     MOVE FS-GL-CODE TO FR-FS-WORK-CODE.
072500     PERFORM 6200-MATCH-FEE-SCHEDULE THRU 6200-EXIT.
072600     IF FR-FS-CODE-FOUND
072700         DISPLAY "FEE SCHEDULE FOR " FS-GL-CODE
072800             " DUPLICATED - IGNORED"
072900         GO TO 1610-EXIT
073000     END-IF.
073100     IF FR-FS-COUNT < 50
073200         ADD 1 TO FR-FS-COUNT
073300         SET FS-IDX TO FR-FS-COUNT
073400         MOVE FS-GL-CODE TO FR-FS-GL-CODE(FS-IDX)
073500         MOVE FS-MAINT-FEE TO FR-FS-MAINT-FEE(FS-IDX)
073600         MOVE FS-WAIVE-BALANCE TO FR-FS-WAIVE-BALANCE(FS-IDX)
073700         MOVE FS-MINIMUM-BALANCE TO FR-FS-MINIMUM-BAL(FS-IDX)
073800         MOVE FS-BELOW-MIN-FEE TO FR-FS-BELOW-MIN-FEE(FS-IDX)
073900         MOVE FS-FREE-WITHDRAWALS TO FR-FS-FREE-WDL(FS-IDX)
074000         MOVE FS-EXCESS-WDL-FEE TO FR-FS-EXCESS-FEE(FS-IDX)
074100     ELSE
074200         DISPLAY "FEE SCHEDULE TABLE FULL - "
074300             FS-GL-CODE " DROPPED"
074400     END-IF.
074500 1610-EXIT.
074600     EXIT.
074700
074701******************************************************************
074702* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
074703* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
074704* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
074705* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
074706* FILE AHEAD OF THE DATE-DRIVEN RUNS.
074707******************************************************************
074708 1700-LOAD-HOLIDAY-CALENDAR.
074709     OPEN INPUT HOLIDAY-CALENDAR-FILE.
074710     IF NOT FR-HOL-FILE-OK
074711         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
074712             "HELD, STATUS = " FR-HOL-FILE-STATUS
074713         MOVE "Y" TO FR-EOF-SWITCH
074714         MOVE 16 TO RETURN-CODE
074715         GO TO 1700-EXIT
074716     END-IF.
074717     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
074718         UNTIL HT-END-OF-FILE.
074719     CLOSE HOLIDAY-CALENDAR-FILE.
074720     IF FR-END-OF-FILE
074721         GO TO 1700-EXIT
074722     END-IF.
074723     MOVE FR-RUN-DATE(1:4) TO HT-CHECK-YEAR.
074724     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
074725     IF NOT HT-YEAR-LOADED
074726         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
074727             " - RUN HELD"
074728         MOVE "Y" TO FR-EOF-SWITCH
074729         MOVE 16 TO RETURN-CODE
074730         GO TO 1700-EXIT
074731     END-IF.
074732     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
074733         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
074734 1700-EXIT.
074735     EXIT.
074736
074737 1710-LOAD-ONE-CALENDAR-ENTRY.
074738     READ HOLIDAY-CALENDAR-FILE
074739         AT END
074740             MOVE "Y" TO HT-EOF-SWITCH
074741             GO TO 1710-EXIT
074742     END-READ.
074743     IF HC-CALENDAR-DATE NOT NUMERIC
074744        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
074745         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
074746             HC-RECORD-TYPE " " HC-CALENDAR-DATE
074747         GO TO 1710-EXIT
074748     END-IF.
074749     IF HC-YEAR-RECORD
074750         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
074751             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
074752             MOVE "Y" TO HT-EOF-SWITCH
074753             MOVE "Y" TO FR-EOF-SWITCH
074754             MOVE 16 TO RETURN-CODE
074755             GO TO 1710-EXIT
074756         END-IF
074757         ADD 1 TO HT-YEAR-COUNT
074758         SET HT-YR-IDX TO HT-YEAR-COUNT
074759         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
074760         GO TO 1710-EXIT
074761     END-IF.
074762     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
074763         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
074764         MOVE "Y" TO HT-EOF-SWITCH
074765         MOVE "Y" TO FR-EOF-SWITCH
074766         MOVE 16 TO RETURN-CODE
074767         GO TO 1710-EXIT
074768     END-IF.
074769     ADD 1 TO HT-HOLIDAY-COUNT.
074770     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
074771     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
074772 1710-EXIT.
074773     EXIT.
074774
074800******************************************************************
074900* EVERY ACCOUNT CARRIES TO THE NEW MASTER GENERATION, AND ITS
075000* EARLIER FEES TO THE NEW FEE DETAIL GENERATION. ONLY A DEPOSIT
075100* ACCOUNT (ZERO TERM) THAT IS NOT CLOSED, HAS NOT BEEN ASSESSED
075200* THIS MONTH, AND WHOSE GL CODE IS ON THE FEE SCHEDULE IS
075300* ASSESSED. THE CYCLE'S WITHDRAWAL COUNT STARTS OVER ON EVERY
075310* ACCOUNT BUT ONE ALREADY ASSESSED THIS MONTH, WHOSE COUNT HAS
075320* BEEN ADDING UP SINCE THAT FEE RUN FOR THE NEXT ONE.
075400******************************************************************
075500 2000-PROCESS-ACCOUNT.
075600     ADD 1 TO FR-ACCOUNT-COUNT.
075700     PERFORM 2050-CARRY-FEE-DETAIL THRU 2050-EXIT.
076400     IF AM-LAST-FEE-DATE NOT NUMERIC
076500         MOVE ZERO TO AM-LAST-FEE-DATE
076600     END-IF.
076700     IF AM-TERM-MONTHS NUMERIC
076800        AND AM-TERM-MONTHS > ZERO
076900         ADD 1 TO FR-LOAN-SKIP-COUNT
077000         GO TO 2000-CARRY-ACCOUNT
077100     END-IF.
077200     IF AM-STATUS-CLOSED
077300         ADD 1 TO FR-CLOSED-SKIP-COUNT
077400         GO TO 2000-CARRY-ACCOUNT
077500     END-IF.
077600     IF AM-LAST-FEE-DATE(1:6) = FR-RUN-DATE(1:6)
077700         ADD 1 TO FR-ALREADY-SKIP-COUNT
077800         GO TO 2000-WRITE-ACCOUNT
077900     END-IF.
078000     MOVE AM-GL-CODE TO FR-FS-WORK-CODE.
078100     PERFORM 6200-MATCH-FEE-SCHEDULE THRU 6200-EXIT.
078200     IF NOT FR-FS-CODE-FOUND
078300         ADD 1 TO FR-NO-SCHEDULE-COUNT
078400         GO TO 2000-CARRY-ACCOUNT
078500     END-IF.
078600     ADD 1 TO FR-ASSESSED-COUNT.
078610     PERFORM 2400-TAKE-WITHDRAWAL-COUNT THRU 2400-EXIT.
078700     MOVE ZERO TO FR-ACCT-FEE-TOTAL.
078800     MOVE AM-PRINCIPAL TO FR-BALANCE.
078900     IF AM-CURRENCY-CODE = SPACES
079000         MOVE "USD" TO FR-CURRENCY
079100     ELSE
079200         MOVE AM-CURRENCY-CODE TO FR-CURRENCY
079300     END-IF.
079400     MOVE "N" TO FR-WAIVER-SWITCH.
079500     IF FR-FS-WAIVE-BALANCE(FS-IDX) > ZERO
079600        AND FR-BALANCE NOT < FR-FS-WAIVE-BALANCE(FS-IDX)
079700         MOVE "Y" TO FR-WAIVER-SWITCH
079800     END-IF.
079900     PERFORM 2100-ASSESS-MAINTENANCE-FEE THRU 2100-EXIT.
080000     PERFORM 2200-ASSESS-BELOW-MIN-FEE THRU 2200-EXIT.
080100     PERFORM 2300-ASSESS-EXCESS-WDL-FEE THRU 2300-EXIT.
080200     MOVE FR-RUN-DATE TO AM-LAST-FEE-DATE.
080300     IF FR-ACCT-FEE-TOTAL > ZERO
080400         ADD 1 TO FR-CHARGED-ACCOUNT-COUNT
080500         PERFORM 5200-WRITE-GL-EXTRACT THRU 5200-EXIT
080600     END-IF.
080700     GO TO 2000-CARRY-ACCOUNT.
081000 2000-CARRY-ACCOUNT.
081050     MOVE ZERO TO AM-CYCLE-WDL-COUNT.
081060 2000-WRITE-ACCOUNT.
081100     PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT.
081200     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
081300 2000-EXIT.
081400     EXIT.
081402
081403******************************************************************
081404* CARRY THE ACCOUNT'S EARLIER FEES FROM THE LAST FEE DETAIL
081405* GENERATION INTO THE NEXT, AHEAD OF ANY FEES CHARGED TODAY.
081406* BOTH FILES ARE IN ACCOUNT ORDER. A FEE IS KEPT WHILE IT IS
081407* INSIDE THE ACCOUNT'S STATEMENT CYCLE - ASSESSED THIS MONTH, OR
081408* IN THE THREE MONTHS ENDING WITH THIS ONE FOR A QUARTERLY
081409* STATEMENT - AND DROPPED ONCE IT IS OLDER, WHEN THE STATEMENT
081410* COVERING IT HAS BEEN PRODUCED.
081411******************************************************************
081412 2050-CARRY-FEE-DETAIL.
081413     IF NOT FR-FDT-AVAILABLE
081414         GO TO 2050-EXIT
081415     END-IF.
081416     PERFORM 3460-DRAIN-UNMATCHED-FEES THRU 3460-EXIT.
081417     MOVE FR-RUN-DATE(1:4) TO FR-KEEP-CCYY.
081418     MOVE FR-RUN-DATE(5:2) TO FR-KEEP-MM.
081419     IF AM-STMT-CYCLE = "Q"
081420         IF FR-KEEP-MM > 2
081421             SUBTRACT 2 FROM FR-KEEP-MM
081422         ELSE
081423             ADD 10 TO FR-KEEP-MM
081424             SUBTRACT 1 FROM FR-KEEP-CCYY
081425         END-IF
081426     END-IF.
081427     PERFORM 2060-CARRY-ONE-FEE THRU 2060-EXIT
081428         UNTIL FR-FDT-END-OF-FILE
081429            OR PF-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER.
081430 2050-EXIT.
081431     EXIT.
081432
081433 2060-CARRY-ONE-FEE.
081434     IF PF-ASSESS-DATE NOT NUMERIC
081435        OR PF-ASSESS-DATE(1:6) < FR-FDT-KEEP-FROM
081436         ADD 1 TO FR-FDT-DROPPED-COUNT
081437     ELSE
081438         WRITE FEE-DETAIL-RECORD FROM PRIOR-FEE-DETAIL-RECORD
081439         IF FR-FNW-FILE-OK
081440             ADD 1 TO FR-FDT-CARRIED-COUNT
081441         END-IF
081442     END-IF.
081443     PERFORM 8100-READ-FEE-DETAIL THRU 8100-EXIT.
081444 2060-EXIT.
081445     EXIT.
081500
081600 2100-ASSESS-MAINTENANCE-FEE.
081700     IF FR-FS-MAINT-FEE(FS-IDX) = ZERO
081800         GO TO 2100-EXIT
081900     END-IF.
082000     MOVE "M" TO FR-FEE-TYPE.
082100     MOVE FR-FS-MAINT-FEE(FS-IDX) TO FR-FEE-AMOUNT.
082200     PERFORM 2500-CHARGE-ONE-FEE THRU 2500-EXIT.
082300 2100-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700* THE BELOW-MINIMUM FEE IS CHARGED ON A BALANCE UNDER THE
082800* PRODUCT MINIMUM. THE BALANCE WAIVER CANNOT APPLY TO IT, SINCE
082900* A BALANCE UNDER THE MINIMUM IS NEVER AT THE WAIVER BALANCE.
083000******************************************************************
083100 2200-ASSESS-BELOW-MIN-FEE.
083200     IF FR-FS-BELOW-MIN-FEE(FS-IDX) = ZERO
083300        OR FR-BALANCE NOT < FR-FS-MINIMUM-BAL(FS-IDX)
083400         GO TO 2200-EXIT
083500     END-IF.
083600     MOVE "B" TO FR-FEE-TYPE.
083700     MOVE FR-FS-BELOW-MIN-FEE(FS-IDX) TO FR-FEE-AMOUNT.
083800     PERFORM 2500-CHARGE-ONE-FEE THRU 2500-EXIT.
083900 2200-EXIT.
084000     EXIT.
084100
084200 2300-ASSESS-EXCESS-WDL-FEE.
084300     IF FR-FS-EXCESS-FEE(FS-IDX) = ZERO
084400        OR FR-WITHDRAWAL-COUNT NOT > FR-FS-FREE-WDL(FS-IDX)
084500         GO TO 2300-EXIT
084600     END-IF.
084700     MOVE "X" TO FR-FEE-TYPE.
084800     COMPUTE FR-EXCESS-COUNT =
084900         FR-WITHDRAWAL-COUNT - FR-FS-FREE-WDL(FS-IDX).
085000     COMPUTE FR-FEE-AMOUNT =
085100         FR-EXCESS-COUNT * FR-FS-EXCESS-FEE(FS-IDX).
085200     PERFORM 2500-CHARGE-ONE-FEE THRU 2500-EXIT.
085300 2300-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700* THE EXCESS-WITHDRAWAL FEE IS PRICED FROM THE WITHDRAWALS THE
085800* POSTING RUN (INTCALC) COUNTED ON THE MASTER FOR THE CYCLE. A
085900* COUNT THAT IS NOT NUMERIC IS TAKEN AS NO WITHDRAWALS.
086000******************************************************************
086100 2400-TAKE-WITHDRAWAL-COUNT.
086200     IF AM-CYCLE-WDL-COUNT NUMERIC
086300         MOVE AM-CYCLE-WDL-COUNT TO FR-WITHDRAWAL-COUNT
086400     ELSE
086500         MOVE ZERO TO FR-WITHDRAWAL-COUNT
086600     END-IF.
086700     ADD FR-WITHDRAWAL-COUNT TO FR-WDL-PRICED-COUNT.
088100 2400-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500* CHARGE OR WAIVE ONE FEE. A FROZEN OR DORMANT ACCOUNT HAS EVERY
088600* FEE WAIVED; OTHERWISE THE MAINTENANCE AND EXCESS-WITHDRAWAL
088700* FEES ARE WAIVED AT OR ABOVE THE WAIVER BALANCE. A FEE IS
088800* NEVER CHARGED BEYOND THE BALANCE LEFT. EACH FEE CHARGED GOES
088900* TO THE FEE DETAIL FILE FOR THE STATEMENT; EVERY FEE, CHARGED
089000* OR WAIVED, GOES ON THE REGISTER AND INTO ITS TOTALS.
089100******************************************************************
089200 2500-CHARGE-ONE-FEE.
089300     MOVE ZERO TO FR-CHARGED-AMOUNT.
089400     MOVE ZERO TO FR-WAIVED-AMOUNT.
089500     EVALUATE TRUE
089600         WHEN AM-STATUS-FROZEN
089700             MOVE FR-FEE-AMOUNT TO FR-WAIVED-AMOUNT
089800             MOVE "WAIVED - FROZEN" TO FR-DISPOSITION
089900         WHEN AM-STATUS-DORMANT
090000             MOVE FR-FEE-AMOUNT TO FR-WAIVED-AMOUNT
090100             MOVE "WAIVED - DORMANT" TO FR-DISPOSITION
090200         WHEN FR-BALANCE-WAIVER-MET
090300          AND NOT FR-FEE-BELOW-MINIMUM
090400             MOVE FR-FEE-AMOUNT TO FR-WAIVED-AMOUNT
090500             MOVE "WAIVED - BALANCE" TO FR-DISPOSITION
090600         WHEN FR-FEE-AMOUNT > AM-PRINCIPAL
090700             MOVE AM-PRINCIPAL TO FR-CHARGED-AMOUNT
090800             MOVE "SHORT - CAPPED" TO FR-DISPOSITION
090900             ADD 1 TO FR-FEE-SHORT-COUNT
091000             DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
091100                 " FEE " FR-FEE-TYPE " EXCEEDS BALANCE - CAPPED"
091200         WHEN OTHER
091300             MOVE FR-FEE-AMOUNT TO FR-CHARGED-AMOUNT
091400             MOVE "CHARGED" TO FR-DISPOSITION
091500     END-EVALUATE.
091600     EVALUATE TRUE
091700         WHEN FR-FEE-MAINTENANCE
091800             MOVE 1 TO FR-FEE-SUB
091900             MOVE "MAINTENANCE FEE" TO FL-FEE-TYPE
092000         WHEN FR-FEE-BELOW-MINIMUM
092100             MOVE 2 TO FR-FEE-SUB
092200             MOVE "BELOW MINIMUM FEE" TO FL-FEE-TYPE
092300         WHEN OTHER
092400             MOVE 3 TO FR-FEE-SUB
092500             MOVE "EXCESS WITHDRAWAL" TO FL-FEE-TYPE
092600     END-EVALUATE.
092700     IF FR-WAIVED-AMOUNT > ZERO
092800         ADD 1 TO FR-FEE-WAIVED-COUNT
092900     END-IF.
093000     IF FR-CHARGED-AMOUNT > ZERO
093100         SUBTRACT FR-CHARGED-AMOUNT FROM AM-PRINCIPAL
093200         ADD FR-CHARGED-AMOUNT TO FR-ACCT-FEE-TOTAL
093300         ADD 1 TO FR-FEE-CHARGED-COUNT
093400         PERFORM 5100-WRITE-FEE-DETAIL THRU 5100-EXIT
093500     END-IF.
093600     PERFORM 3000-REPORT-FEE THRU 3000-EXIT.
093700 2500-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100* ONE REGISTER LINE PER FEE, AND THE FEE INTO THE TOTALS BY FEE
094200* TYPE AND CURRENCY AND BY FEE TYPE IN BASE CURRENCY.
094300******************************************************************
094400 3000-REPORT-FEE.
094500     MOVE AM-ACCOUNT-NUMBER TO FL-ACCOUNT-NUMBER.
094600     MOVE AM-GL-CODE TO FL-GL-CODE.
094700     MOVE FR-CURRENCY TO FL-CURRENCY.
094800     MOVE FR-BALANCE TO FL-BALANCE-ED.
094900     MOVE FR-FEE-AMOUNT TO FL-FEE-AMOUNT-ED.
095000     MOVE FR-CHARGED-AMOUNT TO FL-CHARGED-ED.
095100     MOVE FR-DISPOSITION TO FL-DISPOSITION.
095200     IF FR-LINE-COUNT NOT < FR-LINES-PER-PAGE
095300         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
095400     END-IF.
095500     WRITE FEE-REGISTER-RECORD FROM FEE-DETAIL-LINE
095600         AFTER ADVANCING 1 LINE.
095700     ADD 1 TO FR-LINE-COUNT.
095800     MOVE FR-CURRENCY TO FR-WORK-CURRENCY.
095900     PERFORM 3400-FIND-SUMMARY-ENTRY THRU 3400-EXIT.
096000     IF FR-SUM-ENTRY-FOUND
096100         IF FR-CHARGED-AMOUNT > ZERO
096200             ADD 1 TO FR-SUM-CHG-COUNT(FR-IDX, FR-FEE-SUB)
096300             ADD FR-CHARGED-AMOUNT
096400                 TO FR-SUM-CHG-AMOUNT(FR-IDX, FR-FEE-SUB)
096500         END-IF
096600         IF FR-WAIVED-AMOUNT > ZERO
096700             ADD 1 TO FR-SUM-WVD-COUNT(FR-IDX, FR-FEE-SUB)
096800             ADD FR-WAIVED-AMOUNT
096900                 TO FR-SUM-WVD-AMOUNT(FR-IDX, FR-FEE-SUB)
097000         END-IF
097100     END-IF.
097200     MOVE FR-CURRENCY TO FR-XR-WORK-CODE.
097300     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
097400     IF FR-CHARGED-AMOUNT > ZERO
097500         COMPUTE FR-BASE-AMOUNT ROUNDED =
097600             FR-CHARGED-AMOUNT * FR-XR-APPLIED-RATE
097700         ADD 1 TO FR-GRAND-CHG-COUNT(FR-FEE-SUB)
097800         ADD FR-BASE-AMOUNT TO FR-GRAND-CHG-BASE(FR-FEE-SUB)
097900     END-IF.
098000     IF FR-WAIVED-AMOUNT > ZERO
098100         COMPUTE FR-BASE-AMOUNT ROUNDED =
098200             FR-WAIVED-AMOUNT * FR-XR-APPLIED-RATE
098300         ADD 1 TO FR-GRAND-WVD-COUNT(FR-FEE-SUB)
098400         ADD FR-BASE-AMOUNT TO FR-GRAND-WVD-BASE(FR-FEE-SUB)
098500     END-IF.
098600 3000-EXIT.
098700     EXIT.
098800
098900 3400-FIND-SUMMARY-ENTRY.
099000     MOVE "N" TO FR-SUM-FOUND-SWITCH.
099100     SET FR-IDX TO 1.
099200     PERFORM 3410-SCAN-ONE-ENTRY THRU 3410-EXIT
099300         VARYING FR-IDX FROM 1 BY 1
099400         UNTIL FR-IDX > FR-SUM-COUNT
099500            OR FR-SUM-ENTRY-FOUND.
099600     IF FR-SUM-ENTRY-FOUND
099700         SET FR-IDX DOWN BY 1
099800         GO TO 3400-EXIT
099900     END-IF.
100000     IF FR-SUM-COUNT < 10
100100         ADD 1 TO FR-SUM-COUNT
100200         SET FR-IDX TO FR-SUM-COUNT
100300         MOVE FR-WORK-CURRENCY TO FR-SUM-CURRENCY(FR-IDX)
100400         PERFORM 3420-CLEAR-ONE-FEE-TYPE THRU 3420-EXIT
100500             VARYING FR-TYP FROM 1 BY 1
100600             UNTIL FR-TYP > 3
100700         MOVE "Y" TO FR-SUM-FOUND-SWITCH
100800     ELSE
100900         DISPLAY "FEE SUMMARY TABLE FULL - CURRENCY "
101000             FR-WORK-CURRENCY " NOT ACCUMULATED"
101100     END-IF.
101200 3400-EXIT.
101300     EXIT.
101400
101500 3410-SCAN-ONE-ENTRY.
101600     IF FR-SUM-CURRENCY(FR-IDX) = FR-WORK-CURRENCY
101700         MOVE "Y" TO FR-SUM-FOUND-SWITCH
101800     END-IF.
101900 3410-EXIT.
102000     EXIT.
102100
102200 3420-CLEAR-ONE-FEE-TYPE.
102300     MOVE ZERO TO FR-SUM-CHG-COUNT(FR-IDX, FR-TYP).
102400     MOVE ZERO TO FR-SUM-CHG-AMOUNT(FR-IDX, FR-TYP).
102500     MOVE ZERO TO FR-SUM-WVD-COUNT(FR-IDX, FR-TYP).
102600     MOVE ZERO TO FR-SUM-WVD-AMOUNT(FR-IDX, FR-TYP).
102700 3420-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100* FEES KEYED BELOW THE ACCOUNT IN HAND BELONG TO NO ACCOUNT ON
103200* THE MASTER AND ARE DROPPED AND COUNTED AS UNMATCHED.
103300******************************************************************
103400 3460-DRAIN-UNMATCHED-FEES.
103500     PERFORM 3461-UNMATCHED-ONE-FEE THRU 3461-EXIT
103600         UNTIL FR-FDT-END-OF-FILE
103700            OR PF-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER.
103800 3460-EXIT.
103900     EXIT.
104000
104100 3461-UNMATCHED-ONE-FEE.
104200     DISPLAY "FEE DETAIL FOR " PF-ACCOUNT-NUMBER
104300         " NOT ON ACCOUNT MASTER - DROPPED".
104400     ADD 1 TO FR-FDT-UNMATCHED-COUNT.
104500     PERFORM 8100-READ-FEE-DETAIL THRU 8100-EXIT.
104600 3461-EXIT.
104700     EXIT.
104800
104900 4000-WRITE-REPORT-HEADER.
105000     ADD 1 TO FR-PAGE-NUMBER.
105100     MOVE ZERO TO FR-LINE-COUNT.
105200     MOVE FR-RUN-DATE-EDITED TO FH1-RUN-DATE.
105300     MOVE FR-PAGE-NUMBER TO FH1-PAGE-NUMBER.
105400     WRITE FEE-REGISTER-RECORD FROM FEE-HEADING-1
105500         AFTER ADVANCING PAGE.
105600     WRITE FEE-REGISTER-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
105700     IF FR-SUMMARY-SECTION
105800         WRITE FEE-REGISTER-RECORD FROM FEE-SUMMARY-TITLE
105900             AFTER ADVANCING 1 LINE
106000         WRITE FEE-REGISTER-RECORD FROM FEE-HEADING-3
106100             AFTER ADVANCING 1 LINE
106200         ADD 1 TO FR-LINE-COUNT
106300     ELSE
106400         WRITE FEE-REGISTER-RECORD FROM FEE-HEADING-2
106500             AFTER ADVANCING 1 LINE
106600     END-IF.
106700     WRITE FEE-REGISTER-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
106800     ADD 3 TO FR-LINE-COUNT.
106900 4000-EXIT.
107000     EXIT.
107100
107200 4200-WRITE-SUMMARY-LINE.
107300     IF FR-LINE-COUNT NOT < FR-LINES-PER-PAGE
107400         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
107500     END-IF.
107600     WRITE FEE-REGISTER-RECORD FROM FEE-SUMMARY-LINE
107700         AFTER ADVANCING 1 LINE.
107800     ADD 1 TO FR-LINE-COUNT.
107900 4200-EXIT.
108000     EXIT.
108100
108200 4300-WRITE-COUNT-LINE.
108300     IF FR-LINE-COUNT NOT < FR-LINES-PER-PAGE
108400         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
108500     END-IF.
108600     WRITE FEE-REGISTER-RECORD FROM FEE-COUNT-LINE
108700         AFTER ADVANCING 1 LINE.
108800     ADD 1 TO FR-LINE-COUNT.
108900 4300-EXIT.
109000     EXIT.
109100
109200 5100-WRITE-FEE-DETAIL.
109300     MOVE SPACES TO FEE-DETAIL-RECORD.
109400     MOVE AM-ACCOUNT-NUMBER TO FA-ACCOUNT-NUMBER.
109500     MOVE FR-RUN-DATE TO FA-ASSESS-DATE.
109600     MOVE FR-FEE-TYPE TO FA-FEE-TYPE.
109700     MOVE FR-CHARGED-AMOUNT TO FA-FEE-AMOUNT.
109800     MOVE FR-CURRENCY TO FA-CURRENCY-CODE.
109900     WRITE FEE-DETAIL-RECORD.
110000     IF FR-FNW-FILE-OK
110100         ADD 1 TO FR-FDT-WRITE-COUNT
110200     END-IF.
110300 5100-EXIT.
110400     EXIT.
110500
110600******************************************************************
110700* THE FEES CHARGED ON THIS RUN FOR ONE ACCOUNT POST AS ONE
110800* CREDIT TO FEE INCOME, KEEPING THE EXTRACT TO ONE ENTRY PER
110900* ACCOUNT, GL CODE, AND VALUE DATE FOR THE RECONCILIATION.
111000******************************************************************
111100 5200-WRITE-GL-EXTRACT.
111200     MOVE AM-ACCOUNT-NUMBER   TO GE-ACCOUNT-NUMBER.
111300     MOVE FR-FEE-GL-CODE      TO GE-GL-CODE.
111400     MOVE FR-ACCT-FEE-TOTAL   TO GE-INTEREST-AMOUNT.
111500     MOVE FR-VALUE-DATE       TO GE-VALUE-DATE.
111600     MOVE FR-CURRENCY         TO GE-CURRENCY-CODE.
111700     MOVE GE-CURRENCY-CODE TO FR-XR-WORK-CODE.
111800     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
111900     COMPUTE GE-BASE-AMOUNT ROUNDED =
112000         GE-INTEREST-AMOUNT * FR-XR-APPLIED-RATE.
112100     MOVE "C" TO GE-DR-CR-FLAG.
112200     WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL.
112300 5200-EXIT.
112400     EXIT.
112500
112600 5300-WRITE-NEW-MASTER.
112700     MOVE ACCOUNT-MASTER-RECORD TO NEW-MASTER-RECORD.
112800     WRITE NEW-MASTER-RECORD.
112900     IF NOT FR-NEWM-FILE-OK
113000         GO TO 5300-EXIT
113100     END-IF.
113200     ADD 1 TO FR-NEWM-WRITE-COUNT.
113300     IF AM-PRINCIPAL NUMERIC
113400         ADD AM-PRINCIPAL TO FR-NEWM-HASH-TOTAL
113500     END-IF.
113600 5300-EXIT.
113700     EXIT.
113800
113900 6100-LOOKUP-EXCH-RATE.
114000     MOVE 1 TO FR-XR-APPLIED-RATE.
114100     IF FR-XR-WORK-CODE = "USD" OR SPACES
114200         GO TO 6100-EXIT
114300     END-IF.
114400     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
114500     IF FR-XR-CODE-FOUND
114600         MOVE FR-XR-RATE(XR-IDX) TO FR-XR-APPLIED-RATE
114700     ELSE
114800         ADD 1 TO FR-XR-MISSING-COUNT
114900     END-IF.
115000 6100-EXIT.
115100     EXIT.
115200
115300 6110-MATCH-ONE-RATE-CODE.
115400     MOVE "N" TO FR-XR-FOUND-SWITCH.
115500     SET XR-IDX TO 1.
115600     PERFORM 6120-SCAN-ONE-RATE THRU 6120-EXIT
115700         VARYING XR-IDX FROM 1 BY 1
115800         UNTIL XR-IDX > FR-XR-COUNT
115900            OR FR-XR-CODE-FOUND.
116000     IF FR-XR-CODE-FOUND
116100         SET XR-IDX DOWN BY 1
116200     END-IF.
116300 6110-EXIT.
116400     EXIT.
116500
116600 6120-SCAN-ONE-RATE.
116700     IF FR-XR-CODE(XR-IDX) = FR-XR-WORK-CODE
116800         MOVE "Y" TO FR-XR-FOUND-SWITCH
116900     END-IF.
117000 6120-EXIT.
117100     EXIT.
117200
117300 6200-MATCH-FEE-SCHEDULE.
117400     MOVE "N" TO FR-FS-FOUND-SWITCH.
117500     SET FS-IDX TO 1.
117600     PERFORM 6210-SCAN-ONE-SCHEDULE THRU 6210-EXIT
117700         VARYING FS-IDX FROM 1 BY 1
117800         UNTIL FS-IDX > FR-FS-COUNT
117900            OR FR-FS-CODE-FOUND.
118000     IF FR-FS-CODE-FOUND
118100         SET FS-IDX DOWN BY 1
118200     END-IF.
118300 6200-EXIT.
118400     EXIT.
118500
118600 6210-SCAN-ONE-SCHEDULE.
118700     IF FR-FS-GL-CODE(FS-IDX) = FR-FS-WORK-CODE
118800         MOVE "Y" TO FR-FS-FOUND-SWITCH
118900     END-IF.
119000 6210-EXIT.
119100     EXIT.
119101
119102******************************************************************
119103* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
119104* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
119105* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
119106* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
119107******************************************************************
119108 6500-ROLL-BUSINESS-DAY.
119109     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
119110         GO TO 6500-EXIT
119111     END-IF.
119112     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
119113     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
119114     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
119115         UNTIL HT-BUSINESS-DAY.
119116     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
119117         ADD 1 TO HT-ROLLED-COUNT
119118     END-IF.
119119 6500-EXIT.
119120     EXIT.
119121
119122 6510-CHECK-BUSINESS-DAY.
119123     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
119124     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
119125     IF HT-ROLL-MM < 3
119126         SUBTRACT 1 FROM HT-DOW-CCYY
119127     END-IF.
119128     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
119129     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
119130     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
119131     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
119132     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
119133     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
119134     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
119135     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
119136     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
119137         REMAINDER HT-WEEKDAY.
119138     IF HT-WEEKEND-DAY
119139         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
119140         GO TO 6510-EXIT
119141     END-IF.
119142     SET HT-HOL-IDX TO 1.
119143     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
119144         VARYING HT-HOL-IDX FROM 1 BY 1
119145         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
119146            OR NOT HT-BUSINESS-DAY.
119147 6510-EXIT.
119148     EXIT.
119149
119150 6515-SCAN-ONE-HOLIDAY.
119151     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
119152         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
119153     END-IF.
119154 6515-EXIT.
119155     EXIT.
119156
119157 6520-STEP-ONE-DAY.
119158     IF HT-ROLL-PREVIOUS
119159         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
119160     ELSE
119161         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
119162         ADD 1 TO HT-ROLL-DD
119163         IF HT-ROLL-DD > HT-MONTH-DAYS
119164             MOVE 1 TO HT-ROLL-DD
119165             ADD 1 TO HT-ROLL-MM
119166         END-IF
119167         IF HT-ROLL-MM > 12
119168             MOVE 1 TO HT-ROLL-MM
119169             ADD 1 TO HT-ROLL-CCYY
119170         END-IF
119171     END-IF.
119172     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
119173 6520-EXIT.
119174     EXIT.
119175
119176 6525-STEP-BACK-ONE-DAY.
119177     SUBTRACT 1 FROM HT-ROLL-DD.
119178     IF HT-ROLL-DD > ZERO
119179         GO TO 6525-EXIT
119180     END-IF.
119181     SUBTRACT 1 FROM HT-ROLL-MM.
119182     IF HT-ROLL-MM = ZERO
119183         MOVE 12 TO HT-ROLL-MM
119184         SUBTRACT 1 FROM HT-ROLL-CCYY
119185     END-IF.
119186     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
119187     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
119188 6525-EXIT.
119189     EXIT.
119200
119201 6530-SET-ROLL-MONTH-DAYS.
119202     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
119203     IF HT-ROLL-MM NOT = 2
119204         GO TO 6530-EXIT
119205     END-IF.
119206     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
119207         REMAINDER HT-LEAP-REMAINDER.
119208     IF HT-LEAP-REMAINDER = ZERO
119209         MOVE 29 TO HT-MONTH-DAYS
119210     END-IF.
119211     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
119212         REMAINDER HT-LEAP-REMAINDER.
119213     IF HT-LEAP-REMAINDER = ZERO
119214         MOVE 28 TO HT-MONTH-DAYS
119215     END-IF.
119216     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
119217         REMAINDER HT-LEAP-REMAINDER.
119218     IF HT-LEAP-REMAINDER = ZERO
119219         MOVE 29 TO HT-MONTH-DAYS
119220     END-IF.
119221 6530-EXIT.
119222     EXIT.
119223
119224 6540-CHECK-CALENDAR-YEAR.
119225     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
119226     SET HT-YR-IDX TO 1.
119227     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
119228         VARYING HT-YR-IDX FROM 1 BY 1
119229         UNTIL HT-YR-IDX > HT-YEAR-COUNT
119230            OR HT-YEAR-LOADED.
119231 6540-EXIT.
119232     EXIT.
119233
119234 6545-SCAN-ONE-YEAR.
119235     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
119236         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
119237     END-IF.
119238 6545-EXIT.
119239     EXIT.
119289
119300 8000-READ-ACCOUNT-MASTER.
119400     READ ACCOUNT-MASTER-FILE
119500         AT END
119600             MOVE "Y" TO FR-EOF-SWITCH
119700             MOVE "Y" TO FR-NORMAL-EOF-SWITCH
119800         NOT AT END
119900             IF AM-TRAILER-RECORD
120000                 MOVE "Y" TO FR-EOF-SWITCH
120100                 MOVE "Y" TO FR-NORMAL-EOF-SWITCH
120200             END-IF
120300     END-READ.
120400 8000-EXIT.
120500     EXIT.
120600
120700 8100-READ-FEE-DETAIL.
120800     READ FEE-DETAIL-FILE
120900         AT END
121000             MOVE "Y" TO FR-FDT-EOF-SWITCH
121100     END-READ.
121500 8100-EXIT.
121600     EXIT.
121700
121800 9000-TERMINATE.
121900     IF FR-FDT-AVAILABLE AND FR-NORMAL-EOF
122000         PERFORM 3461-UNMATCHED-ONE-FEE THRU 3461-EXIT
122100             UNTIL FR-FDT-END-OF-FILE
122200     END-IF.
122300     IF FR-RPT-FILE-OK AND FR-NORMAL-EOF
122400         PERFORM 9100-WRITE-FEE-SUMMARY THRU 9100-EXIT
122500     END-IF.
122600     DISPLAY "ACCOUNTS READ:           " FR-ACCOUNT-COUNT.
122700     DISPLAY "ACCOUNTS ASSESSED:       " FR-ASSESSED-COUNT.
122800     DISPLAY "  WITH FEES CHARGED:     " FR-CHARGED-ACCOUNT-COUNT.
122900     DISPLAY "FEES CHARGED:            " FR-FEE-CHARGED-COUNT.
123000     DISPLAY "FEES WAIVED:             " FR-FEE-WAIVED-COUNT.
123100     DISPLAY "FEES CAPPED AT BALANCE:  " FR-FEE-SHORT-COUNT.
123200     DISPLAY "FEE DETAIL RECORDS:      " FR-FDT-WRITE-COUNT.
123300     DISPLAY "LOANS - NOT ASSESSED:    " FR-LOAN-SKIP-COUNT.
123400     DISPLAY "CLOSED - NOT ASSESSED:   " FR-CLOSED-SKIP-COUNT.
123500     DISPLAY "ALREADY ASSESSED:        " FR-ALREADY-SKIP-COUNT.
123600     DISPLAY "NO FEE SCHEDULE:         " FR-NO-SCHEDULE-COUNT.
123700     DISPLAY "WITHDRAWALS PRICED:      " FR-WDL-PRICED-COUNT.
123800     DISPLAY "PRIOR FEES CARRIED:      " FR-FDT-CARRIED-COUNT.
123900     DISPLAY "PRIOR FEES DROPPED:      " FR-FDT-DROPPED-COUNT.
124000     DISPLAY "FEES NOT ON MASTER:      " FR-FDT-UNMATCHED-COUNT.
124050     DISPLAY "DATES ROLLED TO BUS DAY: " HT-ROLLED-COUNT.
124100     PERFORM 9400-SHOW-REVALUATION THRU 9400-EXIT.
124200     DISPLAY "OPERATOR:                " FR-OPERATOR-ID.
124300     IF FR-FEE-SHORT-COUNT > ZERO
124400        AND RETURN-CODE < 4
124500         MOVE 4 TO RETURN-CODE
124600     END-IF.
124700     IF FR-ACCT-FILE-OK OR FR-ACCT-FILE-EOF
124800         CLOSE ACCOUNT-MASTER-FILE
124900     END-IF.
125000     IF FR-NEWM-FILE-OK
125100         IF FR-NORMAL-EOF
125200             PERFORM 9200-WRITE-NEW-TRAILER THRU 9200-EXIT
125300         END-IF
125400         CLOSE NEW-MASTER-FILE
125500     END-IF.
125600     IF FR-FDT-AVAILABLE
125700         CLOSE FEE-DETAIL-FILE
125800     END-IF.
125900     IF FR-FNW-FILE-OK
126000         CLOSE NEW-FEE-DETAIL-FILE
126100     END-IF.
126200     IF FR-GLX-FILE-OK
126300         CLOSE GL-EXTRACT-FILE
126400     END-IF.
126500     IF FR-RPT-FILE-OK
126600         CLOSE FEE-REGISTER-FILE
126700     END-IF.
126800 9000-EXIT.
126900     EXIT.
127000
127100******************************************************************
127200* THE TOTALS START ON A NEW PAGE: FOR EACH FEE TYPE ONE LINE PER
127300* CURRENCY IN THE ORDER FIRST SEEN, THEN THE FEE TYPE TOTAL
127400* CONVERTED TO BASE (USD); THEN ALL FEE TYPES IN BASE, THEN THE
127500* RUN COUNTS.
127600******************************************************************
127700 9100-WRITE-FEE-SUMMARY.
127800     MOVE "S" TO FR-SECTION-SWITCH.
127900     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
128000     MOVE ZERO TO FR-ALL-CHG-COUNT.
128100     MOVE ZERO TO FR-ALL-CHG-BASE.
128200     MOVE ZERO TO FR-ALL-WVD-COUNT.
128300     MOVE ZERO TO FR-ALL-WVD-BASE.
128400     PERFORM 9110-WRITE-ONE-FEE-TYPE THRU 9110-EXIT
128500         VARYING FR-TYP FROM 1 BY 1
128600         UNTIL FR-TYP > 3.
128700     MOVE SPACES TO FEE-SUMMARY-LINE.
128800     MOVE "ALL FEES (BASE)" TO FT-FEE-TYPE.
128900     MOVE "USD" TO FT-CURRENCY.
129000     MOVE FR-ALL-CHG-COUNT TO FT-CHG-COUNT-ED.
129100     MOVE FR-ALL-CHG-BASE TO FT-CHG-AMOUNT-ED.
129200     MOVE FR-ALL-WVD-COUNT TO FT-WVD-COUNT-ED.
129300     MOVE FR-ALL-WVD-BASE TO FT-WVD-AMOUNT-ED.
129400     PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT.
129500     WRITE FEE-REGISTER-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
129600     ADD 1 TO FR-LINE-COUNT.
129700     MOVE "ACCOUNTS ASSESSED" TO FC-CAPTION.
129800     MOVE FR-ASSESSED-COUNT TO FC-COUNT-ED.
129900     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
130000     MOVE "ACCOUNTS WITH FEES CHARGED" TO FC-CAPTION.
130100     MOVE FR-CHARGED-ACCOUNT-COUNT TO FC-COUNT-ED.
130200     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
130300     MOVE "FEES CAPPED AT BALANCE" TO FC-CAPTION.
130400     MOVE FR-FEE-SHORT-COUNT TO FC-COUNT-ED.
130500     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
130600 9100-EXIT.
130700     EXIT.
130800
130900 9110-WRITE-ONE-FEE-TYPE.
131000     PERFORM 9120-WRITE-ONE-CURRENCY THRU 9120-EXIT
131100         VARYING FR-IDX FROM 1 BY 1
131200         UNTIL FR-IDX > FR-SUM-COUNT.
131300     MOVE SPACES TO FEE-SUMMARY-LINE.
131400     MOVE "TOTAL (BASE)" TO FT-FEE-TYPE.
131500     MOVE "USD" TO FT-CURRENCY.
131600     MOVE FR-GRAND-CHG-COUNT(FR-TYP) TO FT-CHG-COUNT-ED.
131700     MOVE FR-GRAND-CHG-BASE(FR-TYP) TO FT-CHG-AMOUNT-ED.
131800     MOVE FR-GRAND-WVD-COUNT(FR-TYP) TO FT-WVD-COUNT-ED.
131900     MOVE FR-GRAND-WVD-BASE(FR-TYP) TO FT-WVD-AMOUNT-ED.
132000     PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT.
132100     WRITE FEE-REGISTER-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
132200     ADD 1 TO FR-LINE-COUNT.
132300     ADD FR-GRAND-CHG-COUNT(FR-TYP) TO FR-ALL-CHG-COUNT.
132400     ADD FR-GRAND-CHG-BASE(FR-TYP) TO FR-ALL-CHG-BASE.
132500     ADD FR-GRAND-WVD-COUNT(FR-TYP) TO FR-ALL-WVD-COUNT.
132600     ADD FR-GRAND-WVD-BASE(FR-TYP) TO FR-ALL-WVD-BASE.
132700 9110-EXIT.
132800     EXIT.
132900
133000 9120-WRITE-ONE-CURRENCY.
133100     MOVE SPACES TO FEE-SUMMARY-LINE.
133200     PERFORM 9130-SET-FEE-TYPE-CAPTION THRU 9130-EXIT.
133300     MOVE FR-SUM-CURRENCY(FR-IDX) TO FT-CURRENCY.
133400     MOVE FR-SUM-CHG-COUNT(FR-IDX, FR-TYP)
133500         TO FT-CHG-COUNT-ED.
133600     MOVE FR-SUM-CHG-AMOUNT(FR-IDX, FR-TYP)
133700         TO FT-CHG-AMOUNT-ED.
133800     MOVE FR-SUM-WVD-COUNT(FR-IDX, FR-TYP)
133900         TO FT-WVD-COUNT-ED.
134000     MOVE FR-SUM-WVD-AMOUNT(FR-IDX, FR-TYP)
134100         TO FT-WVD-AMOUNT-ED.
134200     PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT.
134300 9120-EXIT.
134400     EXIT.
134500
134600 9130-SET-FEE-TYPE-CAPTION.
134700     EVALUATE FR-TYP
134800         WHEN 1
134900             MOVE "MAINTENANCE FEE" TO FT-FEE-TYPE
135000         WHEN 2
135100             MOVE "BELOW MINIMUM FEE" TO FT-FEE-TYPE
135200         WHEN OTHER
135300             MOVE "EXCESS WITHDRAWAL" TO FT-FEE-TYPE
135400     END-EVALUATE.
135500 9130-EXIT.
135600     EXIT.
135700
135800 9200-WRITE-NEW-TRAILER.
135900     MOVE SPACES TO ACCOUNT-TRAILER-RECORD.
136000     MOVE "9999999999" TO TL-TRAILER-KEY.
136100     MOVE FR-NEWM-WRITE-COUNT TO TL-RECORD-COUNT.
136200     MOVE FR-NEWM-HASH-TOTAL TO TL-PRINCIPAL-HASH.
136300     MOVE ACCOUNT-TRAILER-RECORD TO NEW-MASTER-RECORD.
136400     WRITE NEW-MASTER-RECORD.
136500 9200-EXIT.
136600     EXIT.
136700
136800 9400-SHOW-REVALUATION.
136900     IF FR-XR-COUNT = ZERO
137000         GO TO 9400-EXIT
137100     END-IF.
137200     DISPLAY "REVALUATION RATES APPLIED (BASE USD):".
137300     PERFORM 9410-SHOW-ONE-RATE THRU 9410-EXIT
137400         VARYING XR-IDX FROM 1 BY 1
137500         UNTIL XR-IDX > FR-XR-COUNT.
137600     IF FR-XR-MISSING-COUNT > ZERO
137700         DISPLAY "  RECORDS CONVERTED AT PAR (NO RATE): "
137800             FR-XR-MISSING-COUNT
137900     END-IF.
138000 9400-EXIT.
138100     EXIT.
138200
138300 9410-SHOW-ONE-RATE.
138400     MOVE FR-XR-RATE(XR-IDX) TO FR-XR-RATE-ED.
138500     DISPLAY "  " FR-XR-CODE(XR-IDX) " AT " FR-XR-RATE-ED
138600         " AS OF " FR-XR-DATE(XR-IDX).
138700 9410-EXIT.
138800     EXIT.
138900 END PROGRAM FEERUN.
