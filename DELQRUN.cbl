000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       LOAN DELINQUENCY AGING AND PAST-DUE PROCESSING
000700*                RUN. LOAN PAYMENTS (MN-TRAN-LOAN-PAYMENT) ON THE
000800*                MONETARY TRANSACTION FILE (MONPOST) REDUCE THE
000900*                PRINCIPAL IN THE INTCALC POSTING RUN, BUT NOTHING
001000*                HELD THEM AGAINST THE INSTALLMENTS THE LOAN
001100*                OWES. FOR EVERY LOAN (NONZERO AM-TERM-MONTHS)
001200*                THIS RUN APPLIES THE CYCLE'S PAYMENTS TO THE
001300*                SCHEDULED INSTALLMENT (THE AMORSCH LEVEL PAYMENT)
001400*                DUE MONTHLY FROM AM-FIRST-PAYMENT-DATE, CARRIES
001500*                THE DAYS AND AMOUNT PAST DUE ON THE ACCOUNT,
001600*                ASSESSES A LATE CHARGE ON EACH INSTALLMENT STILL
001700*                UNPAID AFTER THE GRACE PERIOD AND POSTS IT
001800*                THROUGH THE GL INTERFACE EXTRACT (GLEXTRACT),
001900*                WRITES AN UPDATED MASTER GENERATION (NEWMAST)
002000*                WITH A FRESH CONTROL-TOTAL TRAILER, AND PRINTS
002100*                THE AGING REPORT (DLQRPT) FOR COLLECTIONS IN
002200*                1-29 / 30-59 / 60-89 / 90+ DAY BUCKETS BY GL
002300*                CODE AND CURRENCY.
002400* TECTONICS:     cobc
002500******************************************************************
002600* MODIFICATION HISTORY
002700* 10/14/2026 DOW  INITIAL VERSION. THE RUN READS THE SAME CYCLE
002800*                 MONETARY TRANSACTION FILE THE POSTING RUN
002900*                 APPLIES; ONLY LOAN PAYMENTS DATED ON OR BEFORE
003000*                 THE AS-OF DATE COUNT. A PAYMENT SHORT OF A FULL
003100*                 INSTALLMENT IS HELD AS UNAPPLIED CREDIT UNTIL
003200*                 THE REST ARRIVES, AND A PAYMENT AHEAD OF THE
003300*                 DUE DATE WAITS THERE FOR IT. THE INSTALLMENT IS
003400*                 SET ON THE FIRST RUN THAT SEES THE LOAN AND IS
003500*                 CARRIED AFTER THAT. THE LATE CHARGE (5.00
003600*                 PERCENT OF THE INSTALLMENT, NOT LESS THAN 15.00,
003700*                 AFTER A 15-DAY GRACE PERIOD) IS ASSESSED ONCE
003800*                 PER INSTALLMENT AND CARRIED IN
003900*                 AM-LATE-CHARGE-DUE UNTIL COLLECTED; EACH
004000*                 ACCOUNT'S CHARGES FOR THE RUN POST AS ONE CREDIT
004100*                 TO THE LATE CHARGE INCOME GL CODE (GLLATECHG).
004101* 10/14/2026 DOW  THE LOAN PAYMENTS NOW COME FROM THE EDITED
004102*                 MONETARY TRANSACTION FILE (MONPOST) RELEASED BY
004103*                 THE MONETARY EDIT (MONEDIT), AND THE RUN IS HELD
004104*                 UNLESS THE MONETARY EDIT FLAG (MONFLAG) SHOWS
004105*                 THE EDIT FINISHED CLEAN FOR THE SAME AS-OF DATE.
004106* 10/14/2026 DOW  THE BASE-CURRENCY GRAND TOTALS ARE CLEARED AT
004107*                 START-UP; THEY CARRY NO VALUE CLAUSE.
004108* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). THE
004109*                 LATE-CHARGE GL VALUE DATE IS THE AS-OF DATE
004110*                 ROLLED TO A BUSINESS DAY UNDER THE RUNPARMS ROLL
004111*                 RULE. THE RUN IS HELD IF THE AS-OF YEAR IS NOT
004112*                 ON THE CALENDAR.
004114* 10/15/2026 DOW  EACH LOAN PAYMENT GOES FIRST TO ANY LATE CHARGE
004115*                 STILL DUE (AM-LATE-CHARGE-DUE) AND ONLY THE REST
004116*                 TO THE INSTALLMENTS; A PAID-OFF LOAN CARRIES NO
004117*                 LATE CHARGE. AM-LAST-AGED-DATE HOLDS THE AS-OF
004118*                 DATE WHOSE PAYMENTS WERE LAST APPLIED, AND A
004119*                 RERUN FOR THAT DATE PASSES THE PAYMENTS OVER.
004120* 10/15/2026 DOW  THE POSTING RUN (INTCALC) TAKES EACH LOAN
004121*                 PAYMENT WHOLE OFF PRINCIPAL; THIS RUN OWNS THE
004122*                 LATE-CHARGE SPLIT AND PUTS THE SHARE APPLIED TO
004123*                 THE LATE CHARGE BACK ON AM-PRINCIPAL.
004124* 10/15/2026 DOW  EACH INSTALLMENT DUE DATE IS ROLLED TO A
004125*                 BUSINESS DAY UNDER THE RUNPARMS ROLL RULE BEFORE
004126*                 IT IS AGED AND ITS GRACE DAYS COUNTED, SO A LOAN
004127*                 IS AGED FROM THE DUE DATE ITS STATEMENT SHOWS.
004128******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. DELQRUN.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS AM-ACCOUNT-NUMBER
005200         FILE STATUS IS DQ-ACCT-FILE-STATUS.
005300     SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS NM-ACCOUNT-NUMBER
005700         FILE STATUS IS DQ-NEWM-FILE-STATUS.
005800     SELECT MONETARY-TRANS-FILE ASSIGN TO "MONPOST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS DQ-MON-FILE-STATUS.
006010     SELECT MONETARY-FLAG-FILE ASSIGN TO "MONFLAG"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS DQ-MFL-FILE-STATUS.
006100     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS DQ-GLX-FILE-STATUS.
006400     SELECT AGING-REPORT-FILE ASSIGN TO "DLQRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS DQ-RPT-FILE-STATUS.
006700     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS DQ-FLG-FILE-STATUS.
007000     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS DQ-PRM-FILE-STATUS.
007210     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
007220         ORGANIZATION IS LINE SEQUENTIAL
007230         FILE STATUS IS DQ-HOL-FILE-STATUS.
007300     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS DQ-STP-FILE-STATUS.
007600     SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS DQ-XRT-FILE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  ACCOUNT-MASTER-FILE
008200     RECORDING MODE IS F.
008300 COPY ACCTMAST.
008400 FD  NEW-MASTER-FILE
008500     RECORDING MODE IS F.
008600 01  NEW-MASTER-RECORD.
008700     05  NM-ACCOUNT-NUMBER           PIC X(10).
008800     05  FILLER                      PIC X(240).
008900 FD  MONETARY-TRANS-FILE
009000     RECORDING MODE IS F.
009100 COPY MONTRAN.
009110 FD  MONETARY-FLAG-FILE
009120     RECORDING MODE IS F.
009130 COPY MONFLAG.
009200 FD  GL-EXTRACT-FILE
009300     RECORDING MODE IS F.
009400 01  GL-EXTRACT-RECORD               PIC X(62).
009500 FD  AGING-REPORT-FILE
009600     RECORDING MODE IS F.
009700 01  AGING-REPORT-RECORD             PIC X(132).
009800 FD  EDIT-FLAG-FILE
009900     RECORDING MODE IS F.
010000 COPY EDITFLAG.
010100 FD  RUN-PARAMETER-FILE
010200     RECORDING MODE IS F.
010300 COPY RUNPARMS.
010310 FD  HOLIDAY-CALENDAR-FILE
010320     RECORDING MODE IS F.
010330 COPY HOLCAL.
010400 FD  STEP-STATUS-FILE
010500     RECORDING MODE IS F.
010600 COPY STEPSTAT.
010700 FD  EXCHANGE-RATE-FILE
010800     RECORDING MODE IS F.
010900 COPY EXCHRATE.
011000 WORKING-STORAGE SECTION.
011100 01  DQ-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
011200     88  DQ-ACCT-FILE-OK                 VALUE "00".
011300     88  DQ-ACCT-FILE-EOF                 VALUE "10".
011400 01  DQ-NEWM-FILE-STATUS         PIC X(02) VALUE "99".
011500     88  DQ-NEWM-FILE-OK                  VALUE "00".
011600 01  DQ-MON-FILE-STATUS          PIC X(02) VALUE "99".
011700     88  DQ-MON-FILE-OK                   VALUE "00".
011800     88  DQ-MON-FILE-EOF                  VALUE "10".
011900     88  DQ-MON-FILE-MISSING              VALUE "35".
011910 01  DQ-MFL-FILE-STATUS          PIC X(02) VALUE "99".
011920     88  DQ-MFL-FILE-OK                   VALUE "00".
012000 01  DQ-GLX-FILE-STATUS          PIC X(02) VALUE "99".
012100     88  DQ-GLX-FILE-OK                   VALUE "00".
012200 01  DQ-RPT-FILE-STATUS          PIC X(02) VALUE "99".
012300     88  DQ-RPT-FILE-OK                   VALUE "00".
012400 01  DQ-FLG-FILE-STATUS          PIC X(02) VALUE "99".
012500     88  DQ-FLG-FILE-OK                   VALUE "00".
012600 01  DQ-PRM-FILE-STATUS          PIC X(02) VALUE "99".
012700     88  DQ-PRM-FILE-OK                   VALUE "00".
012710 01  DQ-HOL-FILE-STATUS          PIC X(02) VALUE "99".
012720     88  DQ-HOL-FILE-OK                   VALUE "00".
012800 01  DQ-PRM-REC-SWITCH           PIC X(01) VALUE "N".
012900     88  DQ-PRM-REC-PRESENT               VALUE "Y".
013000 01  DQ-STP-FILE-STATUS          PIC X(02) VALUE "99".
013100     88  DQ-STP-FILE-OK                   VALUE "00".
013200     88  DQ-STP-FILE-EOF                  VALUE "10".
013300     88  DQ-STP-FILE-MISSING              VALUE "35".
013400 01  DQ-RUN-CONTROL-FIELDS.
013500     05  DQ-STP-EOF-SWITCH       PIC X(01) VALUE "N".
013600         88  DQ-STP-END-OF-FILE           VALUE "Y".
013700     05  DQ-LIVE-GEN-SWITCH      PIC X(01) VALUE "N".
013800         88  DQ-LIVE-GEN-FOUND            VALUE "Y".
013900     05  DQ-EDIT-STAMP-SWITCH    PIC X(01) VALUE "N".
014000         88  DQ-EDIT-STAMP-FOUND          VALUE "Y".
014100     05  DQ-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
014200     05  DQ-EDIT-GENERATION      PIC 9(05) VALUE ZERO.
014300     05  DQ-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
014400     05  DQ-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
014500     05  DQ-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
014600 01  DQ-CONTROL-SWITCHES.
014700     05  DQ-EOF-SWITCH           PIC X(01) VALUE "N".
014800         88  DQ-END-OF-FILE               VALUE "Y".
014900     05  DQ-NORMAL-EOF-SWITCH    PIC X(01) VALUE "N".
015000         88  DQ-NORMAL-EOF                 VALUE "Y".
015100     05  DQ-MON-AVAIL-SWITCH     PIC X(01) VALUE "N".
015200         88  DQ-MON-AVAILABLE             VALUE "Y".
015300     05  DQ-MON-EOF-SWITCH       PIC X(01) VALUE "N".
015400         88  DQ-MON-END-OF-FILE           VALUE "Y".
015500     05  DQ-SUM-FOUND-SWITCH     PIC X(01) VALUE "N".
015600         88  DQ-SUM-ENTRY-FOUND           VALUE "Y".
015700     05  DQ-SECTION-SWITCH       PIC X(01) VALUE "D".
015800         88  DQ-DETAIL-SECTION            VALUE "D".
015900         88  DQ-SUMMARY-SECTION           VALUE "S".
016000 01  DQ-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
016100 01  DQ-RUN-DATE                 PIC 9(8).
016150 01  DQ-VALUE-DATE               PIC 9(8).
016200 01  DQ-MON-KEY                  PIC X(10) VALUE HIGH-VALUES.
016300*
016400* LATE CHARGE TERMS: A PERCENTAGE OF THE INSTALLMENT WITH A
016500* FLOOR, ASSESSED WHEN THE INSTALLMENT IS STILL UNPAID MORE
016600* THAN THE GRACE DAYS AFTER ITS DUE DATE.
016700*
016800 01  DQ-GRACE-DAYS               PIC 9(03) VALUE 015.
016900 01  DQ-LATE-CHARGE-PCT          PIC 9(2)V99 VALUE 05.00.
017000 01  DQ-LATE-CHARGE-MIN          PIC 9(10)V99 VALUE 15.00.
017100 01  DQ-LATE-GL-CODE             PIC X(10) VALUE "GLLATECHG".
017200 01  DQ-MAX-INT-RATE             PIC 9(3)V99 VALUE 025.00.
017300 01  DQ-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
017400 01  DQ-NOT-LOAN-COUNT           PIC 9(07) COMP VALUE ZERO.
017500 01  DQ-CLOSED-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
017600 01  DQ-NO-FPD-COUNT             PIC 9(07) COMP VALUE ZERO.
017700 01  DQ-PAID-OFF-COUNT           PIC 9(07) COMP VALUE ZERO.
017800 01  DQ-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
017900 01  DQ-PAYMENT-SET-COUNT        PIC 9(07) COMP VALUE ZERO.
018000 01  DQ-CURRENT-COUNT            PIC 9(07) COMP VALUE ZERO.
018100 01  DQ-DELINQUENT-COUNT         PIC 9(07) COMP VALUE ZERO.
018200 01  DQ-LATE-CHARGE-COUNT        PIC 9(07) COMP VALUE ZERO.
018300 01  DQ-MON-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
018400 01  DQ-MON-OTHER-COUNT          PIC 9(07) COMP VALUE ZERO.
018500 01  DQ-MON-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
018600 01  DQ-MON-UNMATCHED-COUNT      PIC 9(07) COMP VALUE ZERO.
018700 01  DQ-MON-BYPASS-COUNT         PIC 9(07) COMP VALUE ZERO.
018800 01  DQ-NEWM-WRITE-COUNT         PIC 9(07) COMP VALUE ZERO.
018810 01  DQ-MON-RERUN-COUNT          PIC 9(07) COMP VALUE ZERO.
018820 01  DQ-LATE-COLLECT-COUNT       PIC 9(07) COMP VALUE ZERO.
018830 01  DQ-LATE-COLLECT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
018840 01  DQ-PAY-AMOUNT               PIC 9(10)V99 VALUE ZERO.
018850 01  DQ-LATE-APPLY-AMOUNT        PIC 9(10)V99 VALUE ZERO.
018900 01  DQ-NEWM-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
019000 01  DQ-AGING-FIELDS.
019100     05  DQ-REMAINING-TERM       PIC 9(03).
019200     05  DQ-INST-PAST-DUE        PIC 9(03).
019300     05  DQ-INST-INDEX           PIC 9(03).
019400     05  DQ-INST-AMOUNT-DUE      PIC 9(13)V99.
019500     05  DQ-DAYS-LATE            PIC 9(07).
019600     05  DQ-LATE-CHARGE          PIC 9(10)V99.
019700     05  DQ-ACCT-LATE-CHARGE     PIC 9(10)V99.
019800     05  DQ-BUCKET               PIC 9(02) COMP.
019900     05  DQ-BKT                  PIC 9(02) COMP.
020000     05  DQ-BASE-AMOUNT          PIC 9(13)V99.
020100 01  DQ-DUE-FIELDS.
020200     05  DQ-DUE-DATE             PIC 9(08).
020300     05  DQ-DUE-DATE-R REDEFINES DQ-DUE-DATE.
020400         10  DQ-DUE-CCYY         PIC 9(04).
020500         10  DQ-DUE-MM           PIC 9(02).
020600         10  DQ-DUE-DD           PIC 9(02).
020700     05  DQ-DUE-DAY              PIC 9(02).
020800     05  DQ-MONTH-DAYS           PIC 9(02).
020810     05  DQ-ROLLED-DUE-DATE      PIC 9(08).
020900 01  DQ-DAYNUM-FIELDS.
021000     05  DQ-DAYNUM-DATE          PIC 9(08).
021100     05  DQ-DAYNUM-CCYY          PIC 9(04).
021200     05  DQ-DAYNUM-MM            PIC 9(02).
021300     05  DQ-DAYNUM-DD            PIC 9(02).
021400     05  DQ-PRIOR-YEARS          PIC 9(04).
021500     05  DQ-LEAP-DIV-4           PIC 9(04).
021600     05  DQ-LEAP-DIV-100         PIC 9(04).
021700     05  DQ-LEAP-DIV-400         PIC 9(04).
021800     05  DQ-DAY-NUMBER           PIC 9(07).
021900     05  DQ-RUN-DAY-NUMBER       PIC 9(07).
022000 01  DQ-LEAP-FIELDS.
022100     05  DQ-LEAP-CCYY            PIC 9(04).
022200     05  DQ-LEAP-QUOTIENT        PIC 9(05) COMP.
022300     05  DQ-LEAP-REMAINDER       PIC 9(05) COMP.
022400     05  DQ-LEAP-SWITCH          PIC X(01).
022500         88  DQ-LEAP-YEAR                 VALUE "Y".
022600 COPY DAYSTBL.
022700 COPY RATETIER.
022800 01  DQ-TIER-FIELDS.
022900     05  DQ-TIER-PRIOR-LIMIT     PIC 9(10)V99.
023000     05  DQ-TIER-PORTION         PIC 9(10)V99.
023100     05  DQ-TIER-BAND-AMT        PIC 9(10)V9(9).
023200     05  DQ-TIER-INTEREST        PIC 9(10)V9(9).
023300     05  DQ-BLENDED-RATE         PIC 9(3)V99.
023400 01  DQ-PAYMENT-FIELDS.
023500     05  DQ-INT-RATE             PIC 9(3)V99.
023600     05  DQ-MONTHLY-RATE         PIC 9V9(9).
023700     05  DQ-YEAR-BASIS-DAYS      PIC 9(03) COMP.
023800     05  DQ-MONTH-BASIS-DAYS     PIC 9(02)V9(6).
023900     05  DQ-GROWTH-FACTOR        PIC 9(5)V9(9).
024000     05  DQ-GROWTH-INDEX         PIC 9(3) COMP.
024100     05  DQ-PAYMENT-NUMERATOR    PIC 9(10)V9(9).
024200     05  DQ-PAYMENT-DENOMINATOR  PIC 9(5)V9(9).
024300 01  DQ-SUMMARY-TABLE.
024400     05  DQ-SUM-COUNT            PIC 9(03) COMP VALUE ZERO.
024500     05  DQ-SUM-ENTRY OCCURS 50 TIMES INDEXED BY DQ-IDX.
024600         10  DQ-SUM-GL-CODE      PIC X(10).
024700         10  DQ-SUM-CURRENCY     PIC X(03).
024800         10  DQ-SUM-BUCKET OCCURS 4 TIMES.
024900             15  DQ-SUM-ACCOUNTS PIC 9(07).
025000             15  DQ-SUM-AMOUNT   PIC 9(13)V99.
025100 01  DQ-SUM-WORK-FIELDS.
025200     05  DQ-WORK-GL-CODE         PIC X(10).
025300     05  DQ-WORK-CURRENCY        PIC X(03).
025400     05  DQ-ROW-ACCOUNTS         PIC 9(07).
025500     05  DQ-ROW-AMOUNT           PIC 9(13)V99.
025600 01  DQ-GRAND-TOTALS.
025700     05  DQ-GRAND-BUCKET OCCURS 4 TIMES.
025800         10  DQ-GRAND-ACCOUNTS   PIC 9(07).
025900         10  DQ-GRAND-BASE-AMT   PIC 9(13)V99.
026000 01  DQ-XRT-FILE-STATUS          PIC X(02) VALUE "99".
026100     88  DQ-XRT-FILE-OK                   VALUE "00".
026200     88  DQ-XRT-FILE-EOF                  VALUE "10".
026300     88  DQ-XRT-FILE-MISSING              VALUE "35".
026400 01  DQ-EXCHANGE-TABLE.
026500     05  DQ-XR-COUNT             PIC 9(03) COMP VALUE ZERO.
026600     05  DQ-XR-ENTRY OCCURS 10 TIMES INDEXED BY XR-IDX.
026700         10  DQ-XR-CODE          PIC X(03).
026800         10  DQ-XR-DATE          PIC 9(08).
026900         10  DQ-XR-RATE          PIC 9(03)V9(6).
027000 01  DQ-XR-CONTROL-FIELDS.
027100     05  DQ-XRT-EOF-SWITCH       PIC X(01) VALUE "N".
027200         88  DQ-XRT-END-OF-FILE           VALUE "Y".
027300     05  DQ-XR-FOUND-SWITCH      PIC X(01).
027400         88  DQ-XR-CODE-FOUND             VALUE "Y".
027500     05  DQ-XR-WORK-CODE         PIC X(03).
027600     05  DQ-XR-APPLIED-RATE      PIC 9(03)V9(6).
027700     05  DQ-XR-MISSING-COUNT     PIC 9(07) COMP VALUE ZERO.
027800     05  DQ-XR-RATE-ED           PIC ZZ9.9(6).
027900 COPY ACCTTRLR.
028000 COPY GLEXTR.
028100 01  DQ-REPORT-CONTROLS.
028200     05  DQ-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
028300     05  DQ-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
028400     05  DQ-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
028500     05  DQ-RUN-DATE-EDITED.
028600         10  DQ-RUN-DATE-CCYY    PIC 9(4).
028700         10  FILLER              PIC X VALUE "-".
028800         10  DQ-RUN-DATE-MM      PIC 99.
028900         10  FILLER              PIC X VALUE "-".
029000         10  DQ-RUN-DATE-DD      PIC 99.
029100 01  AGING-HEADING-1.
029200     05  FILLER                  PIC X(42)
029300         VALUE "DELQRUN LOAN DELINQUENCY AGING REPORT".
029400     05  FILLER                  PIC X(22) VALUE SPACES.
029500     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
029600     05  AH1-RUN-DATE            PIC X(10).
029700     05  FILLER                  PIC X(7) VALUE " PAGE: ".
029800     05  AH1-PAGE-NUMBER         PIC ZZZ9.
029900 01  AGING-HEADING-2.
030000     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
030100     05  FILLER                  PIC X(12) VALUE "GL CODE".
030200     05  FILLER                  PIC X(05) VALUE "CUR".
030300     05  FILLER                  PIC X(12) VALUE "OLDEST DUE".
030400     05  FILLER                  PIC X(06) VALUE "DAYS".
030500     05  FILLER                  PIC X(07) VALUE "BUCKET".
030600     05  FILLER                  PIC X(05) VALUE "INS".
030700     05  FILLER                  PIC X(16) VALUE "   INSTALLMENT".
030800     05  FILLER                  PIC X(16) VALUE "      PAST DUE".
030900     05  FILLER                  PIC X(16) VALUE "  LATE CHG RUN".
031000     05  FILLER                  PIC X(14) VALUE "  LATE CHG DUE".
031100 01  AGING-DETAIL-LINE.
031200     05  AD-ACCOUNT-NUMBER       PIC X(10).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  AD-GL-CODE              PIC X(10).
031500     05  FILLER                  PIC X(02) VALUE SPACES.
031600     05  AD-CURRENCY             PIC X(03).
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  AD-OLDEST-DUE           PIC X(10).
031900     05  FILLER                  PIC X(02) VALUE SPACES.
032000     05  AD-DAYS-PAST-DUE        PIC ZZZ9.
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  AD-BUCKET               PIC X(05).
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  AD-INST-PAST-DUE        PIC ZZ9.
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  AD-INSTALLMENT-ED       PIC ZZZ,ZZZ,ZZ9.99.
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  AD-PAST-DUE-ED          PIC ZZZ,ZZZ,ZZ9.99.
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  AD-LATE-RUN-ED          PIC ZZZ,ZZZ,ZZ9.99.
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  AD-LATE-DUE-ED          PIC ZZZ,ZZZ,ZZ9.99.
033300 01  AGING-SUMMARY-TITLE.
033400     05  FILLER                  PIC X(44)
033500         VALUE "AGING SUMMARY BY GL CODE AND CURRENCY".
033600     05  FILLER                  PIC X(40)
033700         VALUE "(ACCOUNTS AND AMOUNT PAST DUE)".
033800 01  AGING-HEADING-3.
033900     05  FILLER                  PIC X(17)
034000         VALUE "GL CODE     CUR".
034100     05  FILLER                  PIC X(22)
034200         VALUE "  NO.      1-29 DAYS".
034300     05  FILLER                  PIC X(22)
034400         VALUE "  NO.     30-59 DAYS".
034500     05  FILLER                  PIC X(22)
034600         VALUE "  NO.     60-89 DAYS".
034700     05  FILLER                  PIC X(22)
034800         VALUE "  NO.       90+ DAYS".
034900     05  FILLER                  PIC X(20)
035000         VALUE "  NO.          TOTAL".
035100 01  AGING-SUMMARY-LINE.
035200     05  AS-GL-CODE              PIC X(10).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  AS-CURRENCY             PIC X(03).
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  AS-BUCKET-GROUP OCCURS 4 TIMES.
035700         10  AS-ACCOUNTS-ED      PIC ZZZZ9.
035800         10  FILLER              PIC X(01).
035900         10  AS-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.
036000         10  FILLER              PIC X(02).
036100     05  AS-TOTAL-ACCOUNTS-ED    PIC ZZZZ9.
036200     05  FILLER                  PIC X(01) VALUE SPACES.
036300     05  AS-TOTAL-AMOUNT-ED      PIC ZZZ,ZZZ,ZZ9.99.
036400 01  AGING-COUNT-LINE.
036500     05  AC-CAPTION              PIC X(30).
036600     05  FILLER                  PIC X(09) VALUE SPACES.
036700     05  AC-COUNT-ED             PIC ZZZZZZ9.
036710 COPY HOLTBL.
036800 PROCEDURE DIVISION.
036900 0000-MAIN-PROCEDURE.
037000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037100     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
037200         UNTIL DQ-END-OF-FILE.
037300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037400     STOP RUN.
037500
037600 1000-INITIALIZE.
037700     DISPLAY "LOAN DELINQUENCY AGING RUN".
037800     ACCEPT DQ-RUN-DATE FROM DATE YYYYMMDD.
037900     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
038000     IF DQ-END-OF-FILE
038100         GO TO 1000-EXIT
038200     END-IF.
038300     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
038400     IF DQ-END-OF-FILE
038500         GO TO 1000-EXIT
038600     END-IF.
038700     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
038710     PERFORM 1270-CHECK-MONETARY-EDIT THRU 1270-EXIT.
038720     IF DQ-END-OF-FILE
038730         GO TO 1000-EXIT
038740     END-IF.
038800     PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT.
038900     IF DQ-END-OF-FILE
039000         GO TO 1000-EXIT
039100     END-IF.
039110     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
039120     IF DQ-END-OF-FILE
039130         GO TO 1000-EXIT
039140     END-IF.
039200     MOVE DQ-RUN-DATE(1:4) TO DQ-RUN-DATE-CCYY.
039300     MOVE DQ-RUN-DATE(5:2) TO DQ-RUN-DATE-MM.
039400     MOVE DQ-RUN-DATE(7:2) TO DQ-RUN-DATE-DD.
039410     MOVE ZEROS TO DQ-GRAND-TOTALS.
039500     MOVE DQ-RUN-DATE TO DQ-DAYNUM-DATE.
039600     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
039700     MOVE DQ-DAY-NUMBER TO DQ-RUN-DAY-NUMBER.
039710     MOVE DQ-RUN-DATE TO HT-ROLL-DATE.
039720     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
039730     MOVE HT-ROLL-DATE TO DQ-VALUE-DATE.
039740     IF DQ-VALUE-DATE NOT = DQ-RUN-DATE
039750         DISPLAY "AS-OF DATE IS NOT A BUSINESS DAY - VALUE DATE "
039760             DQ-VALUE-DATE
039770     END-IF.
039800     OPEN INPUT ACCOUNT-MASTER-FILE.
039900     IF NOT DQ-ACCT-FILE-OK
040000         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
040100             DQ-ACCT-FILE-STATUS
040200         MOVE "Y" TO DQ-EOF-SWITCH
040300         MOVE 16 TO RETURN-CODE
040400         GO TO 1000-EXIT
040500     END-IF.
040600     OPEN OUTPUT NEW-MASTER-FILE.
040700     IF NOT DQ-NEWM-FILE-OK
040800         DISPLAY "ERROR OPENING NEW MASTER FILE, STATUS = "
040900             DQ-NEWM-FILE-STATUS
041000         MOVE "Y" TO DQ-EOF-SWITCH
041100         MOVE 16 TO RETURN-CODE
041200         GO TO 1000-EXIT
041300     END-IF.
041400     OPEN OUTPUT GL-EXTRACT-FILE.
041500     IF NOT DQ-GLX-FILE-OK
041600         DISPLAY "ERROR OPENING GL EXTRACT FILE, STATUS = "
041700             DQ-GLX-FILE-STATUS
041800         MOVE "Y" TO DQ-EOF-SWITCH
041900         MOVE 16 TO RETURN-CODE
042000         GO TO 1000-EXIT
042100     END-IF.
042200     OPEN OUTPUT AGING-REPORT-FILE.
042300     IF NOT DQ-RPT-FILE-OK
042400         DISPLAY "ERROR OPENING AGING REPORT FILE, STATUS = "
042500             DQ-RPT-FILE-STATUS
042600         MOVE "Y" TO DQ-EOF-SWITCH
042700         MOVE 16 TO RETURN-CODE
042800         GO TO 1000-EXIT
042900     END-IF.
043000* A MISSING MONETARY TRANSACTION FILE MEANS NO PAYMENTS CAME IN
043100* THIS CYCLE; THE LOANS STILL AGE AGAINST THEIR DUE DATES.
043200     OPEN INPUT MONETARY-TRANS-FILE.
043300     IF DQ-MON-FILE-OK
043400         MOVE "Y" TO DQ-MON-AVAIL-SWITCH
043500         PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT
043600     ELSE
043700         IF DQ-MON-FILE-MISSING
043800             DISPLAY "NO MONETARY TRANSACTION FILE - NO PAYMENTS "
043900                 "APPLIED THIS RUN"
044000         ELSE
044100             DISPLAY "ERROR OPENING MONETARY TRANSACTION "
044200                 "FILE, STATUS = " DQ-MON-FILE-STATUS
044300             MOVE "Y" TO DQ-EOF-SWITCH
044400             MOVE 16 TO RETURN-CODE
044500             GO TO 1000-EXIT
044600         END-IF
044700     END-IF.
044800     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
044900     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
045000 1000-EXIT.
045100     EXIT.
045200
045300 1200-CHECK-EDIT-FLAG.
045400     OPEN INPUT EDIT-FLAG-FILE.
045500     IF NOT DQ-FLG-FILE-OK
045600         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
045700             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
045800             DQ-FLG-FILE-STATUS
045900         MOVE "Y" TO DQ-EOF-SWITCH
046000         MOVE 16 TO RETURN-CODE
046100         GO TO 1200-EXIT
046200     END-IF.
046300     READ EDIT-FLAG-FILE
046400         AT END
046500             MOVE "N" TO EF-CLEAN-FLAG
046600     END-READ.
046700     IF NOT EF-FILE-CLEAN
046800         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
046900             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
047000         MOVE "Y" TO DQ-EOF-SWITCH
047100         MOVE 16 TO RETURN-CODE
047200     END-IF.
047300     CLOSE EDIT-FLAG-FILE.
047400 1200-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
047900* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO NEWER
048000* MAINTENANCE GENERATION AWAITS PROMOTION. A MISSING FILE MEANS
048100* RUN CONTROL IS NOT ACTIVE AND THE EDITFLAG GATE ALONE APPLIES.
048200******************************************************************
048300 1250-CHECK-RUN-CONTROL.
048400     OPEN INPUT STEP-STATUS-FILE.
048500     IF DQ-STP-FILE-MISSING
048600         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
048700         GO TO 1250-EXIT
048800     END-IF.
048900     IF NOT DQ-STP-FILE-OK
049000         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
049100             DQ-STP-FILE-STATUS
049200         MOVE "Y" TO DQ-EOF-SWITCH
049300         MOVE 16 TO RETURN-CODE
049400         GO TO 1250-EXIT
049500     END-IF.
049600     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
049700         UNTIL DQ-STP-END-OF-FILE.
049800     CLOSE STEP-STATUS-FILE.
049900     IF NOT DQ-LIVE-GEN-FOUND
050000         DISPLAY "STEP STATUS CARRIES NO LIVE GENERATION - "
050100             "RUN HELD, RUN THE PROMOTION (RUNCTL) FIRST"
050200         MOVE "Y" TO DQ-EOF-SWITCH
050300         MOVE 16 TO RETURN-CODE
050400         GO TO 1250-EXIT
050500     END-IF.
050600     IF NOT DQ-EDIT-STAMP-FOUND
050700        OR DQ-EDIT-STAMP-STATUS NOT = "C"
050800        OR DQ-EDIT-GENERATION NOT = DQ-LIVE-GENERATION
050900         DISPLAY "LIVE MASTER GENERATION " DQ-LIVE-GENERATION
051000             " HAS NOT PASSED ACCTEDIT - RUN HELD"
051100         MOVE "Y" TO DQ-EOF-SWITCH
051200         MOVE 16 TO RETURN-CODE
051300         GO TO 1250-EXIT
051400     END-IF.
051500     IF DQ-MAINT-STAMP-STATUS = "C"
051600        AND DQ-MAINT-GENERATION > DQ-LIVE-GENERATION
051700         DISPLAY "MAINTENANCE GENERATION " DQ-MAINT-GENERATION
051800             " AWAITS PROMOTION - RUN HELD"
051900         MOVE "Y" TO DQ-EOF-SWITCH
052000         MOVE 16 TO RETURN-CODE
052100     END-IF.
052200 1250-EXIT.
052300     EXIT.
052400
052500 1260-READ-ONE-STEP.
052600     READ STEP-STATUS-FILE
052700         AT END
052800             MOVE "Y" TO DQ-STP-EOF-SWITCH
052900             GO TO 1260-EXIT
053000     END-READ.
053100     EVALUATE SS-STEP-NAME
053200         WHEN "ACCTMAST"
053300             IF SS-GENERATION NUMERIC
053400                 MOVE SS-GENERATION TO DQ-LIVE-GENERATION
053500                 MOVE "Y" TO DQ-LIVE-GEN-SWITCH
053600             END-IF
053700         WHEN "ACCTEDIT"
053800             IF SS-GENERATION NUMERIC
053900                 MOVE SS-GENERATION TO DQ-EDIT-GENERATION
054000                 MOVE SS-STEP-STATUS TO DQ-EDIT-STAMP-STATUS
054100                 MOVE "Y" TO DQ-EDIT-STAMP-SWITCH
054200             END-IF
054300         WHEN "ACCTMNT"
054400             IF SS-GENERATION NUMERIC
054500                 MOVE SS-GENERATION TO DQ-MAINT-GENERATION
054600                 MOVE SS-STEP-STATUS TO DQ-MAINT-STAMP-STATUS
054700             END-IF
054800     END-EVALUATE.
054900 1260-EXIT.
055000     EXIT.
055100
055102******************************************************************
055104* THE MONETARY EDIT GATE. THE LOAN PAYMENTS COME FROM THE EDITED
055106* TRANSACTION FILE (MONPOST) RELEASED BY THE MONETARY EDIT
055108* (MONEDIT), THE SAME FILE THE POSTING RUN APPLIES, AND THE RUN
055110* IS HELD UNLESS THAT EDIT FINISHED CLEAN FOR THE SAME AS-OF
055112* DATE.
055114******************************************************************
055116 1270-CHECK-MONETARY-EDIT.
055118     OPEN INPUT MONETARY-FLAG-FILE.
055120     IF NOT DQ-MFL-FILE-OK
055122         DISPLAY "MONETARY TRANSACTIONS HAVE NOT PASSED THE "
055124             "MONETARY EDIT (MONEDIT) - RUN HELD, STATUS = "
055126             DQ-MFL-FILE-STATUS
055128         MOVE "Y" TO DQ-EOF-SWITCH
055130         MOVE 16 TO RETURN-CODE
055132         GO TO 1270-EXIT
055134     END-IF.
055136     READ MONETARY-FLAG-FILE
055138         AT END
055140             MOVE "N" TO MF-CLEAN-FLAG
055142     END-READ.
055144     CLOSE MONETARY-FLAG-FILE.
055146     IF NOT MF-EDIT-CLEAN
055148         DISPLAY "MONETARY EDIT DID NOT FINISH CLEAN - RUN HELD, "
055150             "RERUN MONEDIT AFTER CORRECTION"
055152         MOVE "Y" TO DQ-EOF-SWITCH
055154         MOVE 16 TO RETURN-CODE
055156         GO TO 1270-EXIT
055158     END-IF.
055160     IF MF-AS-OF-DATE NOT = DQ-RUN-DATE
055162         DISPLAY "MONETARY EDIT WAS RUN AS OF " MF-AS-OF-DATE
055164             ", NOT " DQ-RUN-DATE " - RUN HELD"
055166         MOVE "Y" TO DQ-EOF-SWITCH
055168         MOVE 16 TO RETURN-CODE
055170     END-IF.
055172 1270-EXIT.
055174     EXIT.
055200 1300-READ-RUN-PARAMETERS.
055300     OPEN INPUT RUN-PARAMETER-FILE.
055400     IF NOT DQ-PRM-FILE-OK
055500         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
055600         GO TO 1300-EXIT
055700     END-IF.
055800     READ RUN-PARAMETER-FILE
055900         AT END
056000             MOVE "N" TO DQ-PRM-REC-SWITCH
056100         NOT AT END
056200             MOVE "Y" TO DQ-PRM-REC-SWITCH
056300     END-READ.
056400     IF NOT DQ-PRM-REC-PRESENT
056500         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
056600         CLOSE RUN-PARAMETER-FILE
056700         GO TO 1300-EXIT
056800     END-IF.
056900     IF RP-OPERATOR-ID NOT = SPACES
057000         MOVE RP-OPERATOR-ID TO DQ-OPERATOR-ID
057100     END-IF.
057200     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
057300         MOVE RP-AS-OF-DATE TO DQ-RUN-DATE
057400         DISPLAY "AS-OF DATE OVERRIDE: " DQ-RUN-DATE
057500     END-IF.
057510     IF RP-ROLL-TO-PREVIOUS
057520         MOVE "P" TO HT-ROLL-RULE
057530     END-IF.
057540     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
057550         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
057560             " INVALID - NEXT BUSINESS DAY ASSUMED"
057570     END-IF.
057600     CLOSE RUN-PARAMETER-FILE.
057700 1300-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100* LOAD THE EXCHANGE RATES - FOR EACH CURRENCY THE NEWEST RATE
058200* DATED ON OR BEFORE THE AS-OF DATE, THE SAME CONVENTION AS
058300* THE INTCALC POSTING RUN. A MISSING FILE CONVERTS AT PAR.
058400******************************************************************
058500 1500-LOAD-EXCHANGE-RATES.
058600     OPEN INPUT EXCHANGE-RATE-FILE.
058700     IF DQ-XRT-FILE-MISSING
058800         DISPLAY "NO EXCHANGE RATE FILE - NON-USD AMOUNTS "
058900             "CONVERTED AT PAR"
059000         GO TO 1500-EXIT
059100     END-IF.
059200     IF NOT DQ-XRT-FILE-OK
059300         DISPLAY "ERROR OPENING EXCHANGE RATE FILE, STATUS = "
059400             DQ-XRT-FILE-STATUS
059500         MOVE "Y" TO DQ-EOF-SWITCH
059600         MOVE 16 TO RETURN-CODE
059700         GO TO 1500-EXIT
059800     END-IF.
059900     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
060000         UNTIL DQ-XRT-END-OF-FILE.
060100     CLOSE EXCHANGE-RATE-FILE.
060200     DISPLAY "EXCHANGE RATES LOADED: " DQ-XR-COUNT.
060300 1500-EXIT.
060400     EXIT.
060500
060600 1510-LOAD-ONE-RATE.
060700     READ EXCHANGE-RATE-FILE
060800         AT END
060900             MOVE "Y" TO DQ-XRT-EOF-SWITCH
061000             GO TO 1510-EXIT
061100     END-READ.
061200     IF XR-RATE NOT NUMERIC
061300        OR XR-RATE-DATE NOT NUMERIC
061400        OR XR-CURRENCY-CODE = SPACES
061500         DISPLAY "EXCHANGE RATE RECORD INVALID - IGNORED"
061600         GO TO 1510-EXIT
061700     END-IF.
061800     IF XR-RATE-DATE > DQ-RUN-DATE
061900         GO TO 1510-EXIT
062000     END-IF.
062100     MOVE XR-CURRENCY-CODE TO DQ-XR-WORK-CODE.
062200     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
062300     IF DQ-XR-CODE-FOUND
062400         IF XR-RATE-DATE NOT < DQ-XR-DATE(XR-IDX)
062500             MOVE XR-RATE-DATE TO DQ-XR-DATE(XR-IDX)
062600             MOVE XR-RATE TO DQ-XR-RATE(XR-IDX)
062700         END-IF
062800         GO TO 1510-EXIT
062900     END-IF.
063000     IF DQ-XR-COUNT < 10
063100         ADD 1 TO DQ-XR-COUNT
063200         SET XR-IDX TO DQ-XR-COUNT
063300         MOVE XR-CURRENCY-CODE TO DQ-XR-CODE(XR-IDX)
063400         MOVE XR-RATE-DATE TO DQ-XR-DATE(XR-IDX)
063500         MOVE XR-RATE TO DQ-XR-RATE(XR-IDX)
063600     ELSE
063700         DISPLAY "EXCHANGE RATE TABLE FULL - "
063800             XR-CURRENCY-CODE " DROPPED"
063900     END-IF.
064000 1510-EXIT.
064100     EXIT.
064200
064201******************************************************************
064202* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
064203* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
064204* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
064205* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
064206* FILE AHEAD OF THE DATE-DRIVEN RUNS.
064207******************************************************************
064208 1700-LOAD-HOLIDAY-CALENDAR.
064209     OPEN INPUT HOLIDAY-CALENDAR-FILE.
064210     IF NOT DQ-HOL-FILE-OK
064211         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
064212             "HELD, STATUS = " DQ-HOL-FILE-STATUS
064213         MOVE "Y" TO DQ-EOF-SWITCH
064214         MOVE 16 TO RETURN-CODE
064215         GO TO 1700-EXIT
064216     END-IF.
064217     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
064218         UNTIL HT-END-OF-FILE.
064219     CLOSE HOLIDAY-CALENDAR-FILE.
064220     IF DQ-END-OF-FILE
064221         GO TO 1700-EXIT
064222     END-IF.
064223     MOVE DQ-RUN-DATE(1:4) TO HT-CHECK-YEAR.
064224     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
064225     IF NOT HT-YEAR-LOADED
064226         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
064227             " - RUN HELD"
064228         MOVE "Y" TO DQ-EOF-SWITCH
064229         MOVE 16 TO RETURN-CODE
064230         GO TO 1700-EXIT
064231     END-IF.
064232     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
064233         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
064234 1700-EXIT.
064235     EXIT.
064236
064237 1710-LOAD-ONE-CALENDAR-ENTRY.
064238     READ HOLIDAY-CALENDAR-FILE
064239         AT END
064240             MOVE "Y" TO HT-EOF-SWITCH
064241             GO TO 1710-EXIT
064242     END-READ.
064243     IF HC-CALENDAR-DATE NOT NUMERIC
064244        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
064245         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
064246             HC-RECORD-TYPE " " HC-CALENDAR-DATE
064247         GO TO 1710-EXIT
064248     END-IF.
064249     IF HC-YEAR-RECORD
064250         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
064251             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
064252             MOVE "Y" TO HT-EOF-SWITCH
064253             MOVE "Y" TO DQ-EOF-SWITCH
064254             MOVE 16 TO RETURN-CODE
064255             GO TO 1710-EXIT
064256         END-IF
064257         ADD 1 TO HT-YEAR-COUNT
064258         SET HT-YR-IDX TO HT-YEAR-COUNT
064259         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
064260         GO TO 1710-EXIT
064261     END-IF.
064262     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
064263         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
064264         MOVE "Y" TO HT-EOF-SWITCH
064265         MOVE "Y" TO DQ-EOF-SWITCH
064266         MOVE 16 TO RETURN-CODE
064267         GO TO 1710-EXIT
064268     END-IF.
064269     ADD 1 TO HT-HOLIDAY-COUNT.
064270     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
064271     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
064272 1710-EXIT.
064273     EXIT.
064274
064300******************************************************************
064400* EVERY ACCOUNT CARRIES TO THE NEW MASTER GENERATION. ONLY A
064500* LOAN (NONZERO TERM) THAT IS NOT CLOSED AND CARRIES A FIRST
064600* PAYMENT DATE IS AGED; THE MONETARY TRANSACTIONS OF EVERY OTHER
064700* ACCOUNT ARE PASSED OVER SO THE FILE STAYS IN STEP.
064800******************************************************************
064900 2000-PROCESS-ACCOUNT.
065000     ADD 1 TO DQ-ACCOUNT-COUNT.
065100     IF AM-TERM-MONTHS NOT NUMERIC
065200        OR AM-TERM-MONTHS = ZERO
065300         ADD 1 TO DQ-NOT-LOAN-COUNT
065400         GO TO 2000-CARRY-ACCOUNT
065500     END-IF.
065600     IF AM-STATUS-CLOSED
065700         ADD 1 TO DQ-CLOSED-SKIP-COUNT
065800         GO TO 2000-CARRY-ACCOUNT
065900     END-IF.
066000     IF AM-FIRST-PAYMENT-DATE NOT NUMERIC
066100        OR AM-FIRST-PAYMENT-DATE = ZERO
066200         ADD 1 TO DQ-NO-FPD-COUNT
066300         DISPLAY "LOAN " AM-ACCOUNT-NUMBER
066400             " HAS NO FIRST PAYMENT DATE - NOT AGED"
066500         GO TO 2000-CARRY-ACCOUNT
066600     END-IF.
066700     PERFORM 2100-SET-DELINQUENCY-FIELDS THRU 2100-EXIT.
066800     IF AM-PRINCIPAL = ZERO
066900        OR AM-INSTALLMENTS-PAID NOT < AM-TERM-MONTHS
067000         ADD 1 TO DQ-PAID-OFF-COUNT
067100         MOVE ZERO TO AM-DAYS-PAST-DUE
067200         MOVE ZERO TO AM-AMOUNT-PAST-DUE
067250         MOVE ZERO TO AM-LATE-CHARGE-DUE
067300         GO TO 2000-CARRY-ACCOUNT
067400     END-IF.
067500     ADD 1 TO DQ-LOAN-COUNT.
067600     MOVE ZERO TO DQ-ACCT-LATE-CHARGE.
067610     IF DQ-MON-AVAILABLE
067620        AND AM-LAST-AGED-DATE NOT < DQ-RUN-DATE
067630         PERFORM 3460-DRAIN-UNMATCHED-TRANS THRU 3460-EXIT
067640         PERFORM 2310-SKIP-APPLIED-PAYMENT THRU 2310-EXIT
067650             UNTIL DQ-MON-END-OF-FILE
067660                OR DQ-MON-KEY NOT = AM-ACCOUNT-NUMBER
067670     END-IF.
067700     IF DQ-MON-AVAILABLE
067800         PERFORM 3460-DRAIN-UNMATCHED-TRANS THRU 3460-EXIT
067900         PERFORM 2300-APPLY-ONE-PAYMENT THRU 2300-EXIT
068000             UNTIL DQ-MON-END-OF-FILE
068100                OR DQ-MON-KEY NOT = AM-ACCOUNT-NUMBER
068200     END-IF.
068210     IF DQ-MON-AVAILABLE
068220        AND AM-LAST-AGED-DATE < DQ-RUN-DATE
068230         MOVE DQ-RUN-DATE TO AM-LAST-AGED-DATE
068240     END-IF.
068300     PERFORM 2400-SATISFY-ONE-INSTALLMENT THRU 2400-EXIT
068400         UNTIL AM-INSTALLMENTS-PAID NOT < AM-TERM-MONTHS
068500            OR AM-NEXT-DUE-DATE > DQ-RUN-DATE
068600            OR AM-UNAPPLIED-PAYMENT < AM-PAYMENT-AMOUNT.
068610     IF AM-INSTALLMENTS-PAID NOT < AM-TERM-MONTHS
068620         MOVE ZERO TO AM-LATE-CHARGE-DUE
068630     END-IF.
068700     PERFORM 2500-AGE-ACCOUNT THRU 2500-EXIT.
068800     IF DQ-ACCT-LATE-CHARGE > ZERO
068900        AND AM-GL-CODE NOT = SPACES
069000         PERFORM 5200-WRITE-GL-EXTRACT THRU 5200-EXIT
069100     END-IF.
069200     IF AM-DAYS-PAST-DUE > ZERO
069300         ADD 1 TO DQ-DELINQUENT-COUNT
069400         PERFORM 3000-REPORT-DELINQUENT THRU 3000-EXIT
069500     ELSE
069600         ADD 1 TO DQ-CURRENT-COUNT
069700     END-IF.
069800     PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT.
069900     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
070000     GO TO 2000-EXIT.
070100 2000-CARRY-ACCOUNT.
070200     IF DQ-MON-AVAILABLE
070300         PERFORM 3450-BYPASS-MONETARY-TRANS THRU 3450-EXIT
070400     END-IF.
070500     PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT.
070600     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
070700 2000-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100* THE DELINQUENCY FIELDS READ SPACES UNTIL THIS RUN FIRST SEES
071200* THE LOAN. THEY START AT ZERO, THE OLDEST INSTALLMENT DUE IS
071300* THE FIRST PAYMENT DATE, AND THE INSTALLMENT IS SET BY THE
071400* AMORSCH PAYMENT MATH OVER THE TERM STILL TO RUN.
071500******************************************************************
071600 2100-SET-DELINQUENCY-FIELDS.
071700     IF AM-PAYMENT-AMOUNT NOT NUMERIC
071800         MOVE ZERO TO AM-PAYMENT-AMOUNT
071900     END-IF.
072000     IF AM-NEXT-DUE-DATE NOT NUMERIC
072100         MOVE ZERO TO AM-NEXT-DUE-DATE
072200     END-IF.
072300     IF AM-INSTALLMENTS-PAID NOT NUMERIC
072400         MOVE ZERO TO AM-INSTALLMENTS-PAID
072500     END-IF.
072600     IF AM-UNAPPLIED-PAYMENT NOT NUMERIC
072700         MOVE ZERO TO AM-UNAPPLIED-PAYMENT
072800     END-IF.
072900     IF AM-DAYS-PAST-DUE NOT NUMERIC
073000         MOVE ZERO TO AM-DAYS-PAST-DUE
073100     END-IF.
073200     IF AM-AMOUNT-PAST-DUE NOT NUMERIC
073300         MOVE ZERO TO AM-AMOUNT-PAST-DUE
073400     END-IF.
073500     IF AM-LATE-CHARGE-DUE NOT NUMERIC
073600         MOVE ZERO TO AM-LATE-CHARGE-DUE
073700     END-IF.
073800     IF AM-LATE-CHARGE-DATE NOT NUMERIC
073900         MOVE ZERO TO AM-LATE-CHARGE-DATE
074000     END-IF.
074010     IF AM-LAST-AGED-DATE NOT NUMERIC
074020         MOVE ZERO TO AM-LAST-AGED-DATE
074030     END-IF.
074100     IF AM-NEXT-DUE-DATE = ZERO
074200         MOVE AM-FIRST-PAYMENT-DATE TO AM-NEXT-DUE-DATE
074300     END-IF.
074400     IF AM-PAYMENT-AMOUNT = ZERO
074500        AND AM-PRINCIPAL > ZERO
074600        AND AM-INSTALLMENTS-PAID < AM-TERM-MONTHS
074700         COMPUTE DQ-REMAINING-TERM =
074800             AM-TERM-MONTHS - AM-INSTALLMENTS-PAID
074900         PERFORM 2200-COMPUTE-INSTALLMENT THRU 2200-EXIT
075000         ADD 1 TO DQ-PAYMENT-SET-COUNT
075100     END-IF.
075200 2100-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600* LEVEL PAYMENT BY THE AMORSCH MATH: THE MONTHLY RATE HONORS THE
075700* ACCOUNT'S DAY-COUNT BASIS, AND A LOAN CARRYING NO RATE OF ITS
075800* OWN IS PRICED FROM THE TIERED RATE TABLE (RATETIER).
075900******************************************************************
076000 2200-COMPUTE-INSTALLMENT.
076100     IF AM-INT-RATE = ZERO
076200         PERFORM 2210-LOOKUP-TIERED-RATE THRU 2210-EXIT
076300     ELSE
076400         MOVE AM-INT-RATE TO DQ-INT-RATE
076500     END-IF.
076600     IF DQ-INT-RATE > DQ-MAX-INT-RATE
076700         MOVE DQ-MAX-INT-RATE TO DQ-INT-RATE
076800     END-IF.
076900     PERFORM 2250-SET-RATE-BASIS THRU 2250-EXIT.
077000     COMPUTE DQ-MONTHLY-RATE ROUNDED =
077100         DQ-INT-RATE / 100 * DQ-MONTH-BASIS-DAYS
077200         / DQ-YEAR-BASIS-DAYS.
077300     IF DQ-MONTHLY-RATE = ZERO
077400         COMPUTE AM-PAYMENT-AMOUNT ROUNDED =
077500             AM-PRINCIPAL / DQ-REMAINING-TERM
077600         GO TO 2200-EXIT
077700     END-IF.
077800     MOVE 1 TO DQ-GROWTH-FACTOR.
077900     MOVE 1 TO DQ-GROWTH-INDEX.
078000     PERFORM 2260-GROW-ONE-PERIOD THRU 2260-EXIT
078100         UNTIL DQ-GROWTH-INDEX > DQ-REMAINING-TERM.
078200     COMPUTE DQ-PAYMENT-NUMERATOR =
078300         AM-PRINCIPAL * DQ-MONTHLY-RATE * DQ-GROWTH-FACTOR.
078400     COMPUTE DQ-PAYMENT-DENOMINATOR = DQ-GROWTH-FACTOR - 1.
078500     COMPUTE AM-PAYMENT-AMOUNT ROUNDED =
078600         DQ-PAYMENT-NUMERATOR / DQ-PAYMENT-DENOMINATOR.
078700 2200-EXIT.
078800     EXIT.
078900
079000 2210-LOOKUP-TIERED-RATE.
079100     MOVE ZERO TO DQ-TIER-PRIOR-LIMIT.
079200     MOVE ZERO TO DQ-TIER-INTEREST.
079300     PERFORM 2220-APPLY-ONE-TIER THRU 2220-EXIT
079400         VARYING RT-IDX FROM 1 BY 1
079500         UNTIL RT-IDX > 4 OR DQ-TIER-PRIOR-LIMIT >= AM-PRINCIPAL.
079600     COMPUTE DQ-BLENDED-RATE ROUNDED =
079700         DQ-TIER-INTEREST * 100 / AM-PRINCIPAL.
079800     MOVE DQ-BLENDED-RATE TO DQ-INT-RATE.
079900 2210-EXIT.
080000     EXIT.
080100
080200 2220-APPLY-ONE-TIER.
080300     IF AM-PRINCIPAL < RT-UPPER-LIMIT(RT-IDX)
080400         COMPUTE DQ-TIER-PORTION =
080500             AM-PRINCIPAL - DQ-TIER-PRIOR-LIMIT
080600     ELSE
080700         COMPUTE DQ-TIER-PORTION =
080800             RT-UPPER-LIMIT(RT-IDX) - DQ-TIER-PRIOR-LIMIT
080900     END-IF.
081000     COMPUTE DQ-TIER-BAND-AMT =
081100         DQ-TIER-PORTION * RT-RATE(RT-IDX) / 100.
081200     ADD DQ-TIER-BAND-AMT TO DQ-TIER-INTEREST.
081300     MOVE RT-UPPER-LIMIT(RT-IDX) TO DQ-TIER-PRIOR-LIMIT.
081400 2220-EXIT.
081500     EXIT.
081600
081700 2250-SET-RATE-BASIS.
081800     EVALUATE TRUE
081900         WHEN AM-BASIS-30-360
082000             MOVE 360 TO DQ-YEAR-BASIS-DAYS
082100         WHEN AM-BASIS-ACT-ACT
082200             MOVE DQ-RUN-DATE(1:4) TO DQ-LEAP-CCYY
082300             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
082400             IF DQ-LEAP-YEAR
082500                 MOVE 366 TO DQ-YEAR-BASIS-DAYS
082600             ELSE
082700                 MOVE 365 TO DQ-YEAR-BASIS-DAYS
082800             END-IF
082900         WHEN OTHER
083000             MOVE 365 TO DQ-YEAR-BASIS-DAYS
083100     END-EVALUATE.
083200     IF AM-BASIS-30-360
083300         MOVE 30 TO DQ-MONTH-BASIS-DAYS
083400     ELSE
083500         COMPUTE DQ-MONTH-BASIS-DAYS ROUNDED =
083600             DQ-YEAR-BASIS-DAYS / 12
083700     END-IF.
083800 2250-EXIT.
083900     EXIT.
084000
084100 2260-GROW-ONE-PERIOD.
084200     COMPUTE DQ-GROWTH-FACTOR ROUNDED =
084300         DQ-GROWTH-FACTOR * (1 + DQ-MONTHLY-RATE).
084400     ADD 1 TO DQ-GROWTH-INDEX.
084500 2260-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900* ONLY LOAN PAYMENTS COUNT TOWARD THE INSTALLMENT; DEPOSITS AND
085000* WITHDRAWALS ON A LOAN ARE PASSED OVER AND COUNTED. A PAYMENT
085100* THAT IS NOT NUMERIC OR IS DATED AFTER THE AS-OF DATE IS NOT
085200* APPLIED, THE SAME AS IN THE POSTING RUN.
085210* A PAYMENT GOES FIRST TO ANY LATE CHARGE STILL DUE; ONLY THE
085220* REST IS HELD AS UNAPPLIED CREDIT AGAINST THE INSTALLMENTS.
085230* THE POSTING RUN TAKES THE WHOLE PAYMENT OFF PRINCIPAL, SO THE
085240* SHARE APPLIED TO THE LATE CHARGE IS PUT BACK ON PRINCIPAL HERE.
085300******************************************************************
085400 2300-APPLY-ONE-PAYMENT.
085500     IF MN-AMOUNT NOT NUMERIC
085600        OR MN-EFFECTIVE-DATE NOT NUMERIC
085700         DISPLAY "MONETARY TRANSACTION FOR " MN-ACCOUNT-NUMBER
085800             " INVALID - NOT APPLIED"
085900         ADD 1 TO DQ-MON-REJECT-COUNT
086000         PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT
086100         GO TO 2300-EXIT
086200     END-IF.
086300     IF NOT MN-TRAN-LOAN-PAYMENT
086400         ADD 1 TO DQ-MON-OTHER-COUNT
086500         PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT
086600         GO TO 2300-EXIT
086700     END-IF.
086800     IF MN-EFFECTIVE-DATE > DQ-RUN-DATE
086900         DISPLAY "LOAN PAYMENT FOR " MN-ACCOUNT-NUMBER
087000             " EFFECTIVE AFTER AS-OF DATE - NOT APPLIED"
087100         ADD 1 TO DQ-MON-REJECT-COUNT
087200         PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT
087300         GO TO 2300-EXIT
087400     END-IF.
087405     MOVE MN-AMOUNT TO DQ-PAY-AMOUNT.
087410     IF AM-LATE-CHARGE-DUE > ZERO
087415         IF DQ-PAY-AMOUNT < AM-LATE-CHARGE-DUE
087420             MOVE DQ-PAY-AMOUNT TO DQ-LATE-APPLY-AMOUNT
087425         ELSE
087430             MOVE AM-LATE-CHARGE-DUE TO DQ-LATE-APPLY-AMOUNT
087435         END-IF
087440         SUBTRACT DQ-LATE-APPLY-AMOUNT FROM AM-LATE-CHARGE-DUE
087445         SUBTRACT DQ-LATE-APPLY-AMOUNT FROM DQ-PAY-AMOUNT
087450         ADD 1 TO DQ-LATE-COLLECT-COUNT
087455         ADD DQ-LATE-APPLY-AMOUNT TO DQ-LATE-COLLECT-AMOUNT
087457         ADD DQ-LATE-APPLY-AMOUNT TO AM-PRINCIPAL
087460     END-IF.
087500     ADD DQ-PAY-AMOUNT TO AM-UNAPPLIED-PAYMENT.
087600     ADD 1 TO DQ-MON-APPLIED-COUNT.
087700     PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT.
087800 2300-EXIT.
087900     EXIT.
088000
088010******************************************************************
088015* A RERUN FOR AN AS-OF DATE THE LOAN HAS ALREADY BEEN AGED FOR
088020* (AM-LAST-AGED-DATE) PASSES ITS PAYMENTS OVER; THEY WERE APPLIED
088025* BY THAT EARLIER RUN.
088030******************************************************************
088035 2310-SKIP-APPLIED-PAYMENT.
088040     DISPLAY "LOAN PAYMENT FOR " MN-ACCOUNT-NUMBER
088045         " ALREADY APPLIED FOR " AM-LAST-AGED-DATE " - SKIPPED".
088050     ADD 1 TO DQ-MON-RERUN-COUNT.
088055     PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT.
088060 2310-EXIT.
088065     EXIT.
088070
088100 2400-SATISFY-ONE-INSTALLMENT.
088200     SUBTRACT AM-PAYMENT-AMOUNT FROM AM-UNAPPLIED-PAYMENT.
088300     ADD 1 TO AM-INSTALLMENTS-PAID.
088400     MOVE AM-NEXT-DUE-DATE TO DQ-DUE-DATE.
088500     PERFORM 3100-ADVANCE-DUE-DATE THRU 3100-EXIT.
088600     MOVE DQ-DUE-DATE TO AM-NEXT-DUE-DATE.
088700 2400-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100* AGE THE LOAN FROM THE OLDEST INSTALLMENT STILL UNPAID. EACH
089200* UNPAID INSTALLMENT DUE BEFORE THE AS-OF DATE IS PAST DUE; ONE
089300* STILL UNPAID MORE THAN THE GRACE DAYS AFTER ITS DUE DATE
089400* DRAWS A LATE CHARGE, ONCE - AM-LATE-CHARGE-DATE HOLDS THE DUE
089500* DATE OF THE LAST INSTALLMENT CHARGED. ANY UNAPPLIED CREDIT
089600* COMES OFF THE AMOUNT PAST DUE, WHICH NEVER EXCEEDS PRINCIPAL.
089610* EACH DUE DATE IS ROLLED TO A BUSINESS DAY (2530) BEFORE IT IS
089620* AGED, AS THE STATEMENT SHOWS IT; AM-NEXT-DUE-DATE AND
089630* AM-LATE-CHARGE-DATE KEEP THE CONTRACT DATES.
089700******************************************************************
089800 2500-AGE-ACCOUNT.
089900     MOVE ZERO TO AM-DAYS-PAST-DUE.
090000     MOVE ZERO TO AM-AMOUNT-PAST-DUE.
090100     MOVE ZERO TO DQ-INST-PAST-DUE.
090110     MOVE AM-NEXT-DUE-DATE TO DQ-DUE-DATE.
090120     PERFORM 2530-ROLL-DUE-DATE THRU 2530-EXIT.
090200     IF DQ-ROLLED-DUE-DATE NOT < DQ-RUN-DATE
090300         GO TO 2500-EXIT
090400     END-IF.
090500     MOVE DQ-ROLLED-DUE-DATE TO DQ-DAYNUM-DATE.
090600     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
090700     IF DQ-RUN-DAY-NUMBER - DQ-DAY-NUMBER > 9999
090800         MOVE 9999 TO AM-DAYS-PAST-DUE
090900     ELSE
091000         COMPUTE AM-DAYS-PAST-DUE =
091100             DQ-RUN-DAY-NUMBER - DQ-DAY-NUMBER
091200     END-IF.
091300     MOVE AM-NEXT-DUE-DATE TO DQ-DUE-DATE.
091400     COMPUTE DQ-INST-INDEX = AM-INSTALLMENTS-PAID + 1.
091500     PERFORM 2510-AGE-ONE-INSTALLMENT THRU 2510-EXIT
091600         UNTIL DQ-INST-INDEX > AM-TERM-MONTHS
091700            OR DQ-ROLLED-DUE-DATE NOT < DQ-RUN-DATE.
091800     COMPUTE DQ-INST-AMOUNT-DUE =
091900         DQ-INST-PAST-DUE * AM-PAYMENT-AMOUNT.
092000     IF DQ-INST-AMOUNT-DUE > AM-UNAPPLIED-PAYMENT
092100         SUBTRACT AM-UNAPPLIED-PAYMENT FROM DQ-INST-AMOUNT-DUE
092200     ELSE
092300         MOVE ZERO TO DQ-INST-AMOUNT-DUE
092400     END-IF.
092500     IF DQ-INST-AMOUNT-DUE > AM-PRINCIPAL
092600         MOVE AM-PRINCIPAL TO AM-AMOUNT-PAST-DUE
092700     ELSE
092800         MOVE DQ-INST-AMOUNT-DUE TO AM-AMOUNT-PAST-DUE
092900     END-IF.
093000 2500-EXIT.
093100     EXIT.
093200
093300 2510-AGE-ONE-INSTALLMENT.
093400     ADD 1 TO DQ-INST-PAST-DUE.
093500     IF DQ-DUE-DATE > AM-LATE-CHARGE-DATE
093600         MOVE DQ-ROLLED-DUE-DATE TO DQ-DAYNUM-DATE
093700         PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT
093800         COMPUTE DQ-DAYS-LATE = DQ-RUN-DAY-NUMBER - DQ-DAY-NUMBER
093900         IF DQ-DAYS-LATE > DQ-GRACE-DAYS
094000             PERFORM 2520-ASSESS-LATE-CHARGE THRU 2520-EXIT
094100         END-IF
094200     END-IF.
094300     ADD 1 TO DQ-INST-INDEX.
094400     PERFORM 3100-ADVANCE-DUE-DATE THRU 3100-EXIT.
094410     PERFORM 2530-ROLL-DUE-DATE THRU 2530-EXIT.
094500 2510-EXIT.
094600     EXIT.
094700
094800 2520-ASSESS-LATE-CHARGE.
094900     COMPUTE DQ-LATE-CHARGE ROUNDED =
095000         AM-PAYMENT-AMOUNT * DQ-LATE-CHARGE-PCT / 100.
095100     IF DQ-LATE-CHARGE < DQ-LATE-CHARGE-MIN
095200         MOVE DQ-LATE-CHARGE-MIN TO DQ-LATE-CHARGE
095300     END-IF.
095400     IF DQ-LATE-CHARGE > AM-PAYMENT-AMOUNT
095500         MOVE AM-PAYMENT-AMOUNT TO DQ-LATE-CHARGE
095600     END-IF.
095700     ADD DQ-LATE-CHARGE TO AM-LATE-CHARGE-DUE.
095800     ADD DQ-LATE-CHARGE TO DQ-ACCT-LATE-CHARGE.
095900     MOVE DQ-DUE-DATE TO AM-LATE-CHARGE-DATE.
096000     ADD 1 TO DQ-LATE-CHARGE-COUNT.
096100     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
096200         " LATE CHARGE ASSESSED, INSTALLMENT DUE " DQ-DUE-DATE.
096300 2520-EXIT.
096400     EXIT.
096500
096510 2530-ROLL-DUE-DATE.
096520     MOVE DQ-DUE-DATE TO HT-ROLL-DATE.
096530     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
096540     MOVE HT-ROLL-DATE TO DQ-ROLLED-DUE-DATE.
096550 2530-EXIT.
096560     EXIT.
096570
096600******************************************************************
096700* ONE DETAIL LINE PER DELINQUENT LOAN, AND ITS PAST-DUE AMOUNT
096800* INTO THE SUMMARY BY GL CODE AND CURRENCY AND THE GRAND TOTAL
096900* IN BASE CURRENCY.
097000******************************************************************
097100 3000-REPORT-DELINQUENT.
097200     EVALUATE TRUE
097300         WHEN AM-DAYS-PAST-DUE < 30
097400             MOVE 1 TO DQ-BUCKET
097500             MOVE "1-29" TO AD-BUCKET
097600         WHEN AM-DAYS-PAST-DUE < 60
097700             MOVE 2 TO DQ-BUCKET
097800             MOVE "30-59" TO AD-BUCKET
097900         WHEN AM-DAYS-PAST-DUE < 90
098000             MOVE 3 TO DQ-BUCKET
098100             MOVE "60-89" TO AD-BUCKET
098200         WHEN OTHER
098300             MOVE 4 TO DQ-BUCKET
098400             MOVE "90+" TO AD-BUCKET
098500     END-EVALUATE.
098600     MOVE AM-ACCOUNT-NUMBER TO AD-ACCOUNT-NUMBER.
098700     IF AM-GL-CODE = SPACES
098800         MOVE "(NO GL)" TO AD-GL-CODE
098900     ELSE
099000         MOVE AM-GL-CODE TO AD-GL-CODE
099100     END-IF.
099200     IF AM-CURRENCY-CODE = SPACES
099300         MOVE "USD" TO AD-CURRENCY
099400     ELSE
099500         MOVE AM-CURRENCY-CODE TO AD-CURRENCY
099600     END-IF.
099700     STRING AM-NEXT-DUE-DATE(1:4) "-"
099800            AM-NEXT-DUE-DATE(5:2) "-"
099900            AM-NEXT-DUE-DATE(7:2) DELIMITED BY SIZE
100000         INTO AD-OLDEST-DUE.
100100     MOVE AM-DAYS-PAST-DUE TO AD-DAYS-PAST-DUE.
100200     MOVE DQ-INST-PAST-DUE TO AD-INST-PAST-DUE.
100300     MOVE AM-PAYMENT-AMOUNT TO AD-INSTALLMENT-ED.
100400     MOVE AM-AMOUNT-PAST-DUE TO AD-PAST-DUE-ED.
100500     MOVE DQ-ACCT-LATE-CHARGE TO AD-LATE-RUN-ED.
100600     MOVE AM-LATE-CHARGE-DUE TO AD-LATE-DUE-ED.
100700     IF DQ-LINE-COUNT NOT < DQ-LINES-PER-PAGE
100800         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
100900     END-IF.
101000     WRITE AGING-REPORT-RECORD FROM AGING-DETAIL-LINE
101100         AFTER ADVANCING 1 LINE.
101200     ADD 1 TO DQ-LINE-COUNT.
101300     MOVE AD-GL-CODE TO DQ-WORK-GL-CODE.
101400     MOVE AD-CURRENCY TO DQ-WORK-CURRENCY.
101500     PERFORM 3400-FIND-SUMMARY-ENTRY THRU 3400-EXIT.
101600     IF DQ-SUM-ENTRY-FOUND
101700         ADD 1 TO DQ-SUM-ACCOUNTS(DQ-IDX, DQ-BUCKET)
101800         ADD AM-AMOUNT-PAST-DUE
101900             TO DQ-SUM-AMOUNT(DQ-IDX, DQ-BUCKET)
102000     END-IF.
102100     MOVE AD-CURRENCY TO DQ-XR-WORK-CODE.
102200     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
102300     COMPUTE DQ-BASE-AMOUNT ROUNDED =
102400         AM-AMOUNT-PAST-DUE * DQ-XR-APPLIED-RATE.
102500     ADD 1 TO DQ-GRAND-ACCOUNTS(DQ-BUCKET).
102600     ADD DQ-BASE-AMOUNT TO DQ-GRAND-BASE-AMT(DQ-BUCKET).
102700 3000-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100* THE NEXT MONTHLY DUE DATE. THE DUE DAY IS THE DAY OF THE FIRST
103200* PAYMENT DATE, PULLED BACK TO THE LAST DAY OF A SHORTER MONTH,
103300* SO A LOAN DUE ON THE 31ST FALLS DUE ON THE 30TH IN APRIL AND
103400* BACK ON THE 31ST IN MAY.
103500******************************************************************
103600 3100-ADVANCE-DUE-DATE.
103700     IF DQ-DUE-MM = 12
103800         MOVE 01 TO DQ-DUE-MM
103900         ADD 1 TO DQ-DUE-CCYY
104000     ELSE
104100         ADD 1 TO DQ-DUE-MM
104200     END-IF.
104300     MOVE AM-FIRST-PAYMENT-DATE(7:2) TO DQ-DUE-DAY.
104400     PERFORM 3150-SET-MONTH-DAYS THRU 3150-EXIT.
104500     IF DQ-DUE-DAY > DQ-MONTH-DAYS
104600         MOVE DQ-MONTH-DAYS TO DQ-DUE-DD
104700     ELSE
104800         MOVE DQ-DUE-DAY TO DQ-DUE-DD
104900     END-IF.
105000 3100-EXIT.
105100     EXIT.
105200
105300 3150-SET-MONTH-DAYS.
105400     EVALUATE DQ-DUE-MM
105500         WHEN 2
105600             MOVE DQ-DUE-CCYY TO DQ-LEAP-CCYY
105700             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
105800             IF DQ-LEAP-YEAR
105900                 MOVE 29 TO DQ-MONTH-DAYS
106000             ELSE
106100                 MOVE 28 TO DQ-MONTH-DAYS
106200             END-IF
106300         WHEN 4
106400         WHEN 6
106500         WHEN 9
106600         WHEN 11
106700             MOVE 30 TO DQ-MONTH-DAYS
106800         WHEN OTHER
106900             MOVE 31 TO DQ-MONTH-DAYS
107000     END-EVALUATE.
107100 3150-EXIT.
107200     EXIT.
107300
107400 3400-FIND-SUMMARY-ENTRY.
107500     MOVE "N" TO DQ-SUM-FOUND-SWITCH.
107600     SET DQ-IDX TO 1.
107700     PERFORM 3410-SCAN-ONE-ENTRY THRU 3410-EXIT
107800         VARYING DQ-IDX FROM 1 BY 1
107900         UNTIL DQ-IDX > DQ-SUM-COUNT
108000            OR DQ-SUM-ENTRY-FOUND.
108100     IF DQ-SUM-ENTRY-FOUND
108200         SET DQ-IDX DOWN BY 1
108300         GO TO 3400-EXIT
108400     END-IF.
108500     IF DQ-SUM-COUNT < 50
108600         ADD 1 TO DQ-SUM-COUNT
108700         SET DQ-IDX TO DQ-SUM-COUNT
108800         MOVE DQ-WORK-GL-CODE TO DQ-SUM-GL-CODE(DQ-IDX)
108900         MOVE DQ-WORK-CURRENCY TO DQ-SUM-CURRENCY(DQ-IDX)
109000         PERFORM 3420-CLEAR-ONE-BUCKET THRU 3420-EXIT
109100             VARYING DQ-BKT FROM 1 BY 1
109200             UNTIL DQ-BKT > 4
109300         MOVE "Y" TO DQ-SUM-FOUND-SWITCH
109400     ELSE
109500         DISPLAY "AGING SUMMARY TABLE FULL - GL CODE "
109600             DQ-WORK-GL-CODE " " DQ-WORK-CURRENCY
109700             " NOT ACCUMULATED"
109800     END-IF.
109900 3400-EXIT.
110000     EXIT.
110100
110200 3410-SCAN-ONE-ENTRY.
110300     IF DQ-SUM-GL-CODE(DQ-IDX) = DQ-WORK-GL-CODE
110400        AND DQ-SUM-CURRENCY(DQ-IDX) = DQ-WORK-CURRENCY
110500         MOVE "Y" TO DQ-SUM-FOUND-SWITCH
110600     END-IF.
110700 3410-EXIT.
110800     EXIT.
110900
111000 3420-CLEAR-ONE-BUCKET.
111100     MOVE ZERO TO DQ-SUM-ACCOUNTS(DQ-IDX, DQ-BKT).
111200     MOVE ZERO TO DQ-SUM-AMOUNT(DQ-IDX, DQ-BKT).
111300 3420-EXIT.
111400     EXIT.
111500
111600******************************************************************
111700* TRANSACTIONS FOR AN ACCOUNT THE RUN IS NOT AGING ARE PASSED
111800* OVER AND COUNTED SO THE FILE STAYS IN STEP WITH THE MASTER.
111900* TRANSACTIONS KEYED BELOW THE ACCOUNT IN HAND BELONG TO NO
112000* ACCOUNT ON THE MASTER AND ARE COUNTED AS UNMATCHED.
112100******************************************************************
112200 3450-BYPASS-MONETARY-TRANS.
112300     PERFORM 3460-DRAIN-UNMATCHED-TRANS THRU 3460-EXIT.
112400     PERFORM 3470-BYPASS-ONE-TRANS THRU 3470-EXIT
112500         UNTIL DQ-MON-END-OF-FILE
112600            OR DQ-MON-KEY NOT = AM-ACCOUNT-NUMBER.
112700 3450-EXIT.
112800     EXIT.
112900
113000 3460-DRAIN-UNMATCHED-TRANS.
113100     PERFORM 3461-UNMATCHED-ONE-TRANS THRU 3461-EXIT
113200         UNTIL DQ-MON-END-OF-FILE
113300            OR DQ-MON-KEY NOT < AM-ACCOUNT-NUMBER.
113400 3460-EXIT.
113500     EXIT.
113600
113700 3461-UNMATCHED-ONE-TRANS.
113800     DISPLAY "MONETARY TRANSACTION FOR " MN-ACCOUNT-NUMBER
113900         " NOT ON ACCOUNT MASTER - NOT APPLIED".
114000     ADD 1 TO DQ-MON-UNMATCHED-COUNT.
114100     PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT.
114200 3461-EXIT.
114300     EXIT.
114400
114500 3470-BYPASS-ONE-TRANS.
114600     ADD 1 TO DQ-MON-BYPASS-COUNT.
114700     PERFORM 8100-READ-MONETARY-TRANS THRU 8100-EXIT.
114800 3470-EXIT.
114900     EXIT.
115000
115100 3600-COMPUTE-DAY-NUMBER.
115200     MOVE DQ-DAYNUM-DATE(1:4) TO DQ-DAYNUM-CCYY.
115300     MOVE DQ-DAYNUM-DATE(5:2) TO DQ-DAYNUM-MM.
115400     MOVE DQ-DAYNUM-DATE(7:2) TO DQ-DAYNUM-DD.
115500     COMPUTE DQ-PRIOR-YEARS = DQ-DAYNUM-CCYY - 1.
115600     DIVIDE DQ-PRIOR-YEARS BY 4 GIVING DQ-LEAP-DIV-4.
115700     DIVIDE DQ-PRIOR-YEARS BY 100 GIVING DQ-LEAP-DIV-100.
115800     DIVIDE DQ-PRIOR-YEARS BY 400 GIVING DQ-LEAP-DIV-400.
115900     COMPUTE DQ-DAY-NUMBER =
116000         (DQ-PRIOR-YEARS * 365) + DQ-LEAP-DIV-4
116100         - DQ-LEAP-DIV-100 + DQ-LEAP-DIV-400
116200         + DY-CUM-DAYS(DQ-DAYNUM-MM) + DQ-DAYNUM-DD.
116300     MOVE DQ-DAYNUM-CCYY TO DQ-LEAP-CCYY.
116400     PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT.
116500     IF DQ-LEAP-YEAR AND DQ-DAYNUM-MM > 2
116600         ADD 1 TO DQ-DAY-NUMBER
116700     END-IF.
116800 3600-EXIT.
116900     EXIT.
117000
117100 3700-CHECK-LEAP-YEAR.
117200     MOVE "N" TO DQ-LEAP-SWITCH.
117300     DIVIDE DQ-LEAP-CCYY BY 4 GIVING DQ-LEAP-QUOTIENT
117400         REMAINDER DQ-LEAP-REMAINDER.
117500     IF DQ-LEAP-REMAINDER = ZERO
117600         MOVE "Y" TO DQ-LEAP-SWITCH
117700     END-IF.
117800     DIVIDE DQ-LEAP-CCYY BY 100 GIVING DQ-LEAP-QUOTIENT
117900         REMAINDER DQ-LEAP-REMAINDER.
118000     IF DQ-LEAP-REMAINDER = ZERO
118100         MOVE "N" TO DQ-LEAP-SWITCH
118200     END-IF.
118300     DIVIDE DQ-LEAP-CCYY BY 400 GIVING DQ-LEAP-QUOTIENT
118400         REMAINDER DQ-LEAP-REMAINDER.
118500     IF DQ-LEAP-REMAINDER = ZERO
118600         MOVE "Y" TO DQ-LEAP-SWITCH
118700     END-IF.
118800 3700-EXIT.
118900     EXIT.
119000
119100 4000-WRITE-REPORT-HEADER.
119200     ADD 1 TO DQ-PAGE-NUMBER.
119300     MOVE ZERO TO DQ-LINE-COUNT.
119400     MOVE DQ-RUN-DATE-EDITED TO AH1-RUN-DATE.
119500     MOVE DQ-PAGE-NUMBER TO AH1-PAGE-NUMBER.
119600     WRITE AGING-REPORT-RECORD FROM AGING-HEADING-1
119700         AFTER ADVANCING PAGE.
119800     WRITE AGING-REPORT-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
119900     IF DQ-SUMMARY-SECTION
120000         WRITE AGING-REPORT-RECORD FROM AGING-SUMMARY-TITLE
120100             AFTER ADVANCING 1 LINE
120200         WRITE AGING-REPORT-RECORD FROM AGING-HEADING-3
120300             AFTER ADVANCING 1 LINE
120400         ADD 1 TO DQ-LINE-COUNT
120500     ELSE
120600         WRITE AGING-REPORT-RECORD FROM AGING-HEADING-2
120700             AFTER ADVANCING 1 LINE
120800     END-IF.
120900     WRITE AGING-REPORT-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
121000     ADD 3 TO DQ-LINE-COUNT.
121100 4000-EXIT.
121200     EXIT.
121300
121400 4200-WRITE-SUMMARY-LINE.
121500     IF DQ-LINE-COUNT NOT < DQ-LINES-PER-PAGE
121600         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
121700     END-IF.
121800     WRITE AGING-REPORT-RECORD FROM AGING-SUMMARY-LINE
121900         AFTER ADVANCING 1 LINE.
122000     ADD 1 TO DQ-LINE-COUNT.
122100 4200-EXIT.
122200     EXIT.
122300
122400 4300-WRITE-COUNT-LINE.
122500     IF DQ-LINE-COUNT NOT < DQ-LINES-PER-PAGE
122600         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
122700     END-IF.
122800     WRITE AGING-REPORT-RECORD FROM AGING-COUNT-LINE
122900         AFTER ADVANCING 1 LINE.
123000     ADD 1 TO DQ-LINE-COUNT.
123100 4300-EXIT.
123200     EXIT.
123300
123400******************************************************************
123500* THE LATE CHARGES ASSESSED ON THIS RUN FOR ONE LOAN POST AS ONE
123600* CREDIT TO LATE CHARGE INCOME, KEEPING THE EXTRACT TO ONE ENTRY
123700* PER ACCOUNT, GL CODE, AND VALUE DATE FOR THE RECONCILIATION.
123800******************************************************************
123900 5200-WRITE-GL-EXTRACT.
124000     MOVE AM-ACCOUNT-NUMBER   TO GE-ACCOUNT-NUMBER.
124100     MOVE DQ-LATE-GL-CODE     TO GE-GL-CODE.
124200     MOVE DQ-ACCT-LATE-CHARGE TO GE-INTEREST-AMOUNT.
124300     MOVE DQ-VALUE-DATE       TO GE-VALUE-DATE.
124400     IF AM-CURRENCY-CODE = SPACES
124500         MOVE "USD" TO GE-CURRENCY-CODE
124600     ELSE
124700         MOVE AM-CURRENCY-CODE TO GE-CURRENCY-CODE
124800     END-IF.
124900     MOVE GE-CURRENCY-CODE TO DQ-XR-WORK-CODE.
125000     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
125100     COMPUTE GE-BASE-AMOUNT ROUNDED =
125200         GE-INTEREST-AMOUNT * DQ-XR-APPLIED-RATE.
125300     MOVE "C" TO GE-DR-CR-FLAG.
125400     WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL.
125500 5200-EXIT.
125600     EXIT.
125700
125800 5300-WRITE-NEW-MASTER.
125900     MOVE ACCOUNT-MASTER-RECORD TO NEW-MASTER-RECORD.
126000     WRITE NEW-MASTER-RECORD.
126100     IF NOT DQ-NEWM-FILE-OK
126200         GO TO 5300-EXIT
126300     END-IF.
126400     ADD 1 TO DQ-NEWM-WRITE-COUNT.
126500     IF AM-PRINCIPAL NUMERIC
126600         ADD AM-PRINCIPAL TO DQ-NEWM-HASH-TOTAL
126700     END-IF.
126800 5300-EXIT.
126900     EXIT.
127000
127100 6100-LOOKUP-EXCH-RATE.
127200     MOVE 1 TO DQ-XR-APPLIED-RATE.
127300     IF DQ-XR-WORK-CODE = "USD" OR SPACES
127400         GO TO 6100-EXIT
127500     END-IF.
127600     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
127700     IF DQ-XR-CODE-FOUND
127800         MOVE DQ-XR-RATE(XR-IDX) TO DQ-XR-APPLIED-RATE
127900     ELSE
128000         ADD 1 TO DQ-XR-MISSING-COUNT
128100     END-IF.
128200 6100-EXIT.
128300     EXIT.
128400
128500 6110-MATCH-ONE-RATE-CODE.
128600     MOVE "N" TO DQ-XR-FOUND-SWITCH.
128700     SET XR-IDX TO 1.
128800     PERFORM 6120-SCAN-ONE-RATE THRU 6120-EXIT
128900         VARYING XR-IDX FROM 1 BY 1
129000         UNTIL XR-IDX > DQ-XR-COUNT
129100            OR DQ-XR-CODE-FOUND.
129200     IF DQ-XR-CODE-FOUND
129300         SET XR-IDX DOWN BY 1
129400     END-IF.
129500 6110-EXIT.
129600     EXIT.
129700
129800 6120-SCAN-ONE-RATE.
129900     IF DQ-XR-CODE(XR-IDX) = DQ-XR-WORK-CODE
130000         MOVE "Y" TO DQ-XR-FOUND-SWITCH
130100     END-IF.
130200 6120-EXIT.
130300     EXIT.
130301
130302******************************************************************
130303* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
130304* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
130305* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
130306* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
130307******************************************************************
130308 6500-ROLL-BUSINESS-DAY.
130309     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
130310         GO TO 6500-EXIT
130311     END-IF.
130312     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
130313     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
130314     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
130315         UNTIL HT-BUSINESS-DAY.
130316     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
130317         ADD 1 TO HT-ROLLED-COUNT
130318     END-IF.
130319 6500-EXIT.
130320     EXIT.
130321
130322 6510-CHECK-BUSINESS-DAY.
130323     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
130324     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
130325     IF HT-ROLL-MM < 3
130326         SUBTRACT 1 FROM HT-DOW-CCYY
130327     END-IF.
130328     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
130329     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
130330     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
130331     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
130332     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
130333     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
130334     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
130335     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
130336     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
130337         REMAINDER HT-WEEKDAY.
130338     IF HT-WEEKEND-DAY
130339         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
130340         GO TO 6510-EXIT
130341     END-IF.
130342     SET HT-HOL-IDX TO 1.
130343     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
130344         VARYING HT-HOL-IDX FROM 1 BY 1
130345         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
130346            OR NOT HT-BUSINESS-DAY.
130347 6510-EXIT.
130348     EXIT.
130349
130350 6515-SCAN-ONE-HOLIDAY.
130351     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
130352         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
130353     END-IF.
130354 6515-EXIT.
130355     EXIT.
130356
130357 6520-STEP-ONE-DAY.
130358     IF HT-ROLL-PREVIOUS
130359         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
130360     ELSE
130361         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
130362         ADD 1 TO HT-ROLL-DD
130363         IF HT-ROLL-DD > HT-MONTH-DAYS
130364             MOVE 1 TO HT-ROLL-DD
130365             ADD 1 TO HT-ROLL-MM
130366         END-IF
130367         IF HT-ROLL-MM > 12
130368             MOVE 1 TO HT-ROLL-MM
130369             ADD 1 TO HT-ROLL-CCYY
130370         END-IF
130371     END-IF.
130372     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
130373 6520-EXIT.
130374     EXIT.
130375
130376 6525-STEP-BACK-ONE-DAY.
130377     SUBTRACT 1 FROM HT-ROLL-DD.
130378     IF HT-ROLL-DD > ZERO
130379         GO TO 6525-EXIT
130380     END-IF.
130381     SUBTRACT 1 FROM HT-ROLL-MM.
130382     IF HT-ROLL-MM = ZERO
130383         MOVE 12 TO HT-ROLL-MM
130384         SUBTRACT 1 FROM HT-ROLL-CCYY
130385     END-IF.
130386     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
130387     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
130388 6525-EXIT.
130389     EXIT.
130400
130401 6530-SET-ROLL-MONTH-DAYS.
130402     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
130403     IF HT-ROLL-MM NOT = 2
130404         GO TO 6530-EXIT
130405     END-IF.
130406     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
130407         REMAINDER HT-LEAP-REMAINDER.
130408     IF HT-LEAP-REMAINDER = ZERO
130409         MOVE 29 TO HT-MONTH-DAYS
130410     END-IF.
130411     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
130412         REMAINDER HT-LEAP-REMAINDER.
130413     IF HT-LEAP-REMAINDER = ZERO
130414         MOVE 28 TO HT-MONTH-DAYS
130415     END-IF.
130416     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
130417         REMAINDER HT-LEAP-REMAINDER.
130418     IF HT-LEAP-REMAINDER = ZERO
130419         MOVE 29 TO HT-MONTH-DAYS
130420     END-IF.
130421 6530-EXIT.
130422     EXIT.
130423
130424 6540-CHECK-CALENDAR-YEAR.
130425     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
130426     SET HT-YR-IDX TO 1.
130427     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
130428         VARYING HT-YR-IDX FROM 1 BY 1
130429         UNTIL HT-YR-IDX > HT-YEAR-COUNT
130430            OR HT-YEAR-LOADED.
130431 6540-EXIT.
130432     EXIT.
130433
130434 6545-SCAN-ONE-YEAR.
130435     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
130436         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
130437     END-IF.
130438 6545-EXIT.
130439     EXIT.
130489
130500 8000-READ-ACCOUNT-MASTER.
130600     READ ACCOUNT-MASTER-FILE
130700         AT END
130800             MOVE "Y" TO DQ-EOF-SWITCH
130900             MOVE "Y" TO DQ-NORMAL-EOF-SWITCH
131000         NOT AT END
131100             IF AM-TRAILER-RECORD
131200                 MOVE "Y" TO DQ-EOF-SWITCH
131300                 MOVE "Y" TO DQ-NORMAL-EOF-SWITCH
131400             END-IF
131500     END-READ.
131600 8000-EXIT.
131700     EXIT.
131800
131900 8100-READ-MONETARY-TRANS.
132000     READ MONETARY-TRANS-FILE
132100         AT END
132200             MOVE "Y" TO DQ-MON-EOF-SWITCH
132300             MOVE HIGH-VALUES TO DQ-MON-KEY
132400         NOT AT END
132500             MOVE MN-ACCOUNT-NUMBER TO DQ-MON-KEY
132600     END-READ.
132700 8100-EXIT.
132800     EXIT.
132900
133000 9000-TERMINATE.
133100     IF DQ-MON-AVAILABLE AND DQ-NORMAL-EOF
133200         PERFORM 3461-UNMATCHED-ONE-TRANS THRU 3461-EXIT
133300             UNTIL DQ-MON-END-OF-FILE
133400     END-IF.
133500     IF DQ-RPT-FILE-OK AND DQ-NORMAL-EOF
133600         PERFORM 9100-WRITE-AGING-SUMMARY THRU 9100-EXIT
133700     END-IF.
133800     DISPLAY "ACCOUNTS READ:           " DQ-ACCOUNT-COUNT.
133900     DISPLAY "LOANS AGED:              " DQ-LOAN-COUNT.
134000     DISPLAY "  CURRENT:               " DQ-CURRENT-COUNT.
134100     DISPLAY "  DELINQUENT:            " DQ-DELINQUENT-COUNT.
134200     DISPLAY "INSTALLMENTS SET:        " DQ-PAYMENT-SET-COUNT.
134300     DISPLAY "LATE CHARGES ASSESSED:   " DQ-LATE-CHARGE-COUNT.
134310     DISPLAY "LATE CHARGES COLLECTED:  " DQ-LATE-COLLECT-COUNT.
134320     DISPLAY "  AMOUNT COLLECTED:      " DQ-LATE-COLLECT-AMOUNT.
134400     DISPLAY "NOT A LOAN:              " DQ-NOT-LOAN-COUNT.
134500     DISPLAY "CLOSED - NOT AGED:       " DQ-CLOSED-SKIP-COUNT.
134600     DISPLAY "NO FIRST PAYMENT DATE:   " DQ-NO-FPD-COUNT.
134700     DISPLAY "PAID OFF:                " DQ-PAID-OFF-COUNT.
134800     DISPLAY "PAYMENTS APPLIED:        " DQ-MON-APPLIED-COUNT.
134810     DISPLAY "ALREADY APPLIED - RERUN: " DQ-MON-RERUN-COUNT.
134900     DISPLAY "OTHER LOAN TRANSACTIONS: " DQ-MON-OTHER-COUNT.
135000     DISPLAY "PAYMENTS REJECTED:       " DQ-MON-REJECT-COUNT.
135100     DISPLAY "TRANSACTIONS BYPASSED:   " DQ-MON-BYPASS-COUNT.
135200     DISPLAY "TRANSACTIONS UNMATCHED:  " DQ-MON-UNMATCHED-COUNT.
135250     DISPLAY "DATES ROLLED TO BUS DAY: " HT-ROLLED-COUNT.
135300     PERFORM 9400-SHOW-REVALUATION THRU 9400-EXIT.
135400     DISPLAY "OPERATOR:                " DQ-OPERATOR-ID.
135500     IF DQ-ACCT-FILE-OK OR DQ-ACCT-FILE-EOF
135600         CLOSE ACCOUNT-MASTER-FILE
135700     END-IF.
135800     IF DQ-NEWM-FILE-OK
135900         IF DQ-NORMAL-EOF
136000             PERFORM 9200-WRITE-NEW-TRAILER THRU 9200-EXIT
136100         END-IF
136200         CLOSE NEW-MASTER-FILE
136300     END-IF.
136400     IF DQ-MON-AVAILABLE
136500         CLOSE MONETARY-TRANS-FILE
136600     END-IF.
136700     IF DQ-GLX-FILE-OK
136800         CLOSE GL-EXTRACT-FILE
136900     END-IF.
137000     IF DQ-RPT-FILE-OK
137100         CLOSE AGING-REPORT-FILE
137200     END-IF.
137300 9000-EXIT.
137400     EXIT.
137500
137600******************************************************************
137700* THE SUMMARY STARTS ON A NEW PAGE: ONE LINE PER GL CODE AND
137800* CURRENCY IN THE ORDER FIRST SEEN, THEN THE ALL-CURRENCY TOTAL
137900* CONVERTED TO BASE (USD), THEN THE RUN COUNTS.
138000******************************************************************
138100 9100-WRITE-AGING-SUMMARY.
138200     MOVE "S" TO DQ-SECTION-SWITCH.
138300     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
138400     PERFORM 9110-WRITE-ONE-SUMMARY THRU 9110-EXIT
138500         VARYING DQ-IDX FROM 1 BY 1
138600         UNTIL DQ-IDX > DQ-SUM-COUNT.
138700     MOVE SPACES TO AGING-SUMMARY-LINE.
138800     MOVE "ALL (BASE)" TO AS-GL-CODE.
138900     MOVE "USD" TO AS-CURRENCY.
139000     MOVE ZERO TO DQ-ROW-ACCOUNTS.
139100     MOVE ZERO TO DQ-ROW-AMOUNT.
139200     PERFORM 9130-MOVE-ONE-GRAND-BUCKET THRU 9130-EXIT
139300         VARYING DQ-BKT FROM 1 BY 1
139400         UNTIL DQ-BKT > 4.
139500     MOVE DQ-ROW-ACCOUNTS TO AS-TOTAL-ACCOUNTS-ED.
139600     MOVE DQ-ROW-AMOUNT TO AS-TOTAL-AMOUNT-ED.
139700     WRITE AGING-REPORT-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
139800     ADD 1 TO DQ-LINE-COUNT.
139900     PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT.
140000     WRITE AGING-REPORT-RECORD FROM SPACES AFTER ADVANCING 1 LINE.
140100     ADD 1 TO DQ-LINE-COUNT.
140200     MOVE "LOANS AGED" TO AC-CAPTION.
140300     MOVE DQ-LOAN-COUNT TO AC-COUNT-ED.
140400     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
140500     MOVE "LOANS DELINQUENT" TO AC-CAPTION.
140600     MOVE DQ-DELINQUENT-COUNT TO AC-COUNT-ED.
140700     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
140800     MOVE "LATE CHARGES ASSESSED" TO AC-CAPTION.
140900     MOVE DQ-LATE-CHARGE-COUNT TO AC-COUNT-ED.
141000     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
141010     MOVE "LATE CHARGES COLLECTED" TO AC-CAPTION.
141020     MOVE DQ-LATE-COLLECT-COUNT TO AC-COUNT-ED.
141030     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
141100 9100-EXIT.
141200     EXIT.
141300
141400 9110-WRITE-ONE-SUMMARY.
141500     MOVE SPACES TO AGING-SUMMARY-LINE.
141600     MOVE DQ-SUM-GL-CODE(DQ-IDX) TO AS-GL-CODE.
141700     MOVE DQ-SUM-CURRENCY(DQ-IDX) TO AS-CURRENCY.
141800     MOVE ZERO TO DQ-ROW-ACCOUNTS.
141900     MOVE ZERO TO DQ-ROW-AMOUNT.
142000     PERFORM 9120-MOVE-ONE-BUCKET THRU 9120-EXIT
142100         VARYING DQ-BKT FROM 1 BY 1
142200         UNTIL DQ-BKT > 4.
142300     MOVE DQ-ROW-ACCOUNTS TO AS-TOTAL-ACCOUNTS-ED.
142400     MOVE DQ-ROW-AMOUNT TO AS-TOTAL-AMOUNT-ED.
142500     PERFORM 4200-WRITE-SUMMARY-LINE THRU 4200-EXIT.
142600 9110-EXIT.
142700     EXIT.
142800
142900 9120-MOVE-ONE-BUCKET.
143000     MOVE DQ-SUM-ACCOUNTS(DQ-IDX, DQ-BKT)
143100         TO AS-ACCOUNTS-ED(DQ-BKT).
143200     MOVE DQ-SUM-AMOUNT(DQ-IDX, DQ-BKT) TO AS-AMOUNT-ED(DQ-BKT).
143300     ADD DQ-SUM-ACCOUNTS(DQ-IDX, DQ-BKT) TO DQ-ROW-ACCOUNTS.
143400     ADD DQ-SUM-AMOUNT(DQ-IDX, DQ-BKT) TO DQ-ROW-AMOUNT.
143500 9120-EXIT.
143600     EXIT.
143700
143800 9130-MOVE-ONE-GRAND-BUCKET.
143900     MOVE DQ-GRAND-ACCOUNTS(DQ-BKT) TO AS-ACCOUNTS-ED(DQ-BKT).
144000     MOVE DQ-GRAND-BASE-AMT(DQ-BKT) TO AS-AMOUNT-ED(DQ-BKT).
144100     ADD DQ-GRAND-ACCOUNTS(DQ-BKT) TO DQ-ROW-ACCOUNTS.
144200     ADD DQ-GRAND-BASE-AMT(DQ-BKT) TO DQ-ROW-AMOUNT.
144300 9130-EXIT.
144400     EXIT.
144500
144600 9200-WRITE-NEW-TRAILER.
144700     MOVE SPACES TO ACCOUNT-TRAILER-RECORD.
144800     MOVE "9999999999" TO TL-TRAILER-KEY.
144900     MOVE DQ-NEWM-WRITE-COUNT TO TL-RECORD-COUNT.
145000     MOVE DQ-NEWM-HASH-TOTAL TO TL-PRINCIPAL-HASH.
145100     MOVE ACCOUNT-TRAILER-RECORD TO NEW-MASTER-RECORD.
145200     WRITE NEW-MASTER-RECORD.
145300 9200-EXIT.
145400     EXIT.
145500
145600 9400-SHOW-REVALUATION.
145700     IF DQ-XR-COUNT = ZERO
145800         GO TO 9400-EXIT
145900     END-IF.
146000     DISPLAY "REVALUATION RATES APPLIED (BASE USD):".
146100     PERFORM 9410-SHOW-ONE-RATE THRU 9410-EXIT
146200         VARYING XR-IDX FROM 1 BY 1
146300         UNTIL XR-IDX > DQ-XR-COUNT.
146400     IF DQ-XR-MISSING-COUNT > ZERO
146500         DISPLAY "  RECORDS CONVERTED AT PAR (NO RATE): "
146600             DQ-XR-MISSING-COUNT
146700     END-IF.
146800 9400-EXIT.
146900     EXIT.
147000
147100 9410-SHOW-ONE-RATE.
147200     MOVE DQ-XR-RATE(XR-IDX) TO DQ-XR-RATE-ED.
147300     DISPLAY "  " DQ-XR-CODE(XR-IDX) " AT " DQ-XR-RATE-ED
147400         " AS OF " DQ-XR-DATE(XR-IDX).
147500 9410-EXIT.
147600     EXIT.
147700 END PROGRAM DELQRUN.
