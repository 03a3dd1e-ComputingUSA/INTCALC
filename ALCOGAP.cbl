000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       INTEREST-RATE SENSITIVITY AND REPRICING GAP
000700*                REPORT FOR THE ASSET/LIABILITY COMMITTEE. READS
000800*                THE ACCOUNT MASTER (ACCTMAST) AND, FOR EVERY OPEN
000900*                ACCOUNT, PLACES ITS PRINCIPAL IN THE TIME BAND
001000*                (0-3 MONTHS, 3-12 MONTHS, 1-5 YEARS, OVER 5
001100*                YEARS) IN WHICH IT NEXT REPRICES OR MATURES,
001200*                SEPARATELY FOR LOANS AND DEPOSITS AND BY
001300*                CURRENCY, WITH THE PRINCIPAL-WEIGHTED AVERAGE
001400*                RATE OF EACH BAND, THE PERIOD GAP (LOANS LESS
001500*                DEPOSITS) AND THE CUMULATIVE GAP. IT THEN
001600*                PROJECTS ONE YEAR'S INTEREST FOR EVERY ACCOUNT
001700*                WITH THE SAME COMPOUND-INTEREST, TIERED-RATE AND
001800*                DAY-COUNT MATH AS THE INTCALC RUN, AT CURRENT
001900*                RATES AND UNDER EACH PARALLEL RATE SHOCK ON THE
002000*                RATE SHOCK FILE (SHOCKPRM), AND SHOWS THE CHANGE
002100*                IN PROJECTED INTEREST INCOME (LOANS), EXPENSE
002200*                (DEPOSITS) AND NET INTEREST INCOME. EVERY
002300*                CURRENCY IS ALSO SHOWN CONVERTED TO BASE (USD) AT
002400*                THE EXCHANGE RATES ON EXCHRATE. THE REPORT IS
002500*                WRITTEN TO GAPRPT AND THE SAME FIGURES AS A
002600*                COMMA-DELIMITED EXTRACT (GAPEXT, SEE GAPEXTR).
002700* TECTONICS:     cobc
002800******************************************************************
002900* MODIFICATION HISTORY
003000* 10/15/2026 DOW  INITIAL VERSION. AN ACCOUNT IS BANDED ON THE
003100*                 EARLIER OF ITS NEXT REPRICING DATE (ADJUSTABLE
003200*                 RATE ONLY) AND ITS MATURITY - THE CERTIFICATE
003300*                 MATURITY DATE, OR FOR A LOAN THE LAST SCHEDULED
003400*                 PAYMENT. A DEPOSIT WITH NEITHER CAN REPRICE AT
003500*                 ANY TIME AND GOES IN THE FIRST BAND, AS DOES A
003600*                 DATE ALREADY PASSED. A SHOCK MOVES AN ACCOUNT'S
003700*                 RATE ONLY FOR THE PART OF THE YEAR AFTER IT
003800*                 REPRICES OR MATURES, WITHIN THE RATE FLOOR AND
003900*                 CAP OF AN ADJUSTABLE-RATE ACCOUNT AND NEVER
004000*                 BELOW ZERO.
004100* 10/15/2026 DOW  THE RUN IS HELD (RETURN CODE 16, NO REPORT OR
004110*                 EXTRACT) UNLESS THE ACCOUNT MASTER PASSED ITS
004120*                 PRE-RUN EDIT (ACCTEDIT, SEE EDITFLAG) AND, UNDER
004121*                 RUN CONTROL (STEPSTAT, SEE RUNCTL), THE LIVE
004122*                 GENERATION PASSED ACCTEDIT WITH NO NEWER
004123*                 MAINTENANCE GENERATION AWAITING PROMOTION. A
004124*                 BLANK CURRENCY CODE IS BANDED AS USD, AS IN THE
004125*                 POSTING RUN.
004130******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. ALCOGAP.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS AM-ACCOUNT-NUMBER
005100         FILE STATUS IS AL-ACCT-FILE-STATUS.
005200     SELECT SHOCK-PARM-FILE ASSIGN TO "SHOCKPRM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS AL-SHK-FILE-STATUS.
005500     SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS AL-XRT-FILE-STATUS.
005800     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS AL-PRM-FILE-STATUS.
006100     SELECT GAP-REPORT-FILE ASSIGN TO "GAPRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS AL-RPT-FILE-STATUS.
006400     SELECT GAP-EXTRACT-FILE ASSIGN TO "GAPEXT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS AL-EXT-FILE-STATUS.
006610     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
006620         ORGANIZATION IS LINE SEQUENTIAL
006630         FILE STATUS IS AL-FLG-FILE-STATUS.
006640     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
006650         ORGANIZATION IS LINE SEQUENTIAL
006660         FILE STATUS IS AL-STP-FILE-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ACCOUNT-MASTER-FILE
007000     RECORDING MODE IS F.
007100 COPY ACCTMAST.
007200 FD  SHOCK-PARM-FILE
007300     RECORDING MODE IS F.
007400 01  SHOCK-PARM-RECORD.
007500     05  SK-SHOCK-SIGN           PIC X(01).
007600         88  SK-SHOCK-UP                  VALUE "+" SPACE.
007700         88  SK-SHOCK-DOWN                VALUE "-".
007800     05  SK-SHOCK-BP             PIC 9(04).
007900 FD  EXCHANGE-RATE-FILE
008000     RECORDING MODE IS F.
008100 COPY EXCHRATE.
008200 FD  RUN-PARAMETER-FILE
008300     RECORDING MODE IS F.
008400 COPY RUNPARMS.
008500 FD  GAP-REPORT-FILE
008600     RECORDING MODE IS F.
008700 01  GAP-REPORT-RECORD               PIC X(132).
008800 FD  GAP-EXTRACT-FILE
008900     RECORDING MODE IS F.
009000 01  GAP-EXTRACT-RECORD              PIC X(120).
009010 FD  EDIT-FLAG-FILE
009020     RECORDING MODE IS F.
009030 COPY EDITFLAG.
009040 FD  STEP-STATUS-FILE
009050     RECORDING MODE IS F.
009060 COPY STEPSTAT.
009100 WORKING-STORAGE SECTION.
009200 01  AL-ACCT-FILE-STATUS         PIC X(02) VALUE "99".
009300     88  AL-ACCT-FILE-OK                  VALUE "00".
009400     88  AL-ACCT-FILE-EOF                 VALUE "10".
009500 01  AL-SHK-FILE-STATUS          PIC X(02) VALUE "99".
009600     88  AL-SHK-FILE-OK                   VALUE "00".
009700     88  AL-SHK-FILE-EOF                  VALUE "10".
009800     88  AL-SHK-FILE-MISSING              VALUE "35".
009900 01  AL-XRT-FILE-STATUS          PIC X(02) VALUE "99".
010000     88  AL-XRT-FILE-OK                   VALUE "00".
010100     88  AL-XRT-FILE-EOF                  VALUE "10".
010200     88  AL-XRT-FILE-MISSING              VALUE "35".
010300 01  AL-PRM-FILE-STATUS          PIC X(02) VALUE "99".
010400     88  AL-PRM-FILE-OK                   VALUE "00".
010500 01  AL-RPT-FILE-STATUS          PIC X(02) VALUE "99".
010600     88  AL-RPT-FILE-OK                   VALUE "00".
010700 01  AL-EXT-FILE-STATUS          PIC X(02) VALUE "99".
010800     88  AL-EXT-FILE-OK                   VALUE "00".
010810 01  AL-FLG-FILE-STATUS          PIC X(02) VALUE "99".
010820     88  AL-FLG-FILE-OK                   VALUE "00".
010830 01  AL-STP-FILE-STATUS          PIC X(02) VALUE "99".
010832     88  AL-STP-FILE-OK                   VALUE "00".
010834     88  AL-STP-FILE-EOF                  VALUE "10".
010836     88  AL-STP-FILE-MISSING              VALUE "35".
010840 01  AL-RUN-CONTROL-FIELDS.
010842     05  AL-STP-EOF-SWITCH       PIC X(01) VALUE "N".
010844         88  AL-STP-END-OF-FILE           VALUE "Y".
010846     05  AL-LIVE-GEN-SWITCH      PIC X(01) VALUE "N".
010848         88  AL-LIVE-GEN-FOUND            VALUE "Y".
010850     05  AL-EDIT-STAMP-SWITCH    PIC X(01) VALUE "N".
010852         88  AL-EDIT-STAMP-FOUND          VALUE "Y".
010854     05  AL-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
010856     05  AL-EDIT-GENERATION      PIC 9(05) VALUE ZERO.
010858     05  AL-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
010860     05  AL-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
010862     05  AL-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
010900 01  AL-PRM-REC-SWITCH           PIC X(01) VALUE "N".
011000     88  AL-PRM-REC-PRESENT               VALUE "Y".
011100 01  AL-CONTROL-SWITCHES.
011200     05  AL-EOF-SWITCH           PIC X(01) VALUE "N".
011300         88  AL-END-OF-FILE               VALUE "Y".
011400     05  AL-NORMAL-EOF-SWITCH    PIC X(01) VALUE "N".
011500         88  AL-NORMAL-EOF                VALUE "Y".
011600     05  AL-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
011700         88  AL-ACCT-OPEN                 VALUE "Y".
011800     05  AL-SHK-EOF-SWITCH       PIC X(01) VALUE "N".
011900         88  AL-SHK-END-OF-FILE           VALUE "Y".
012000     05  AL-XRT-EOF-SWITCH       PIC X(01) VALUE "N".
012100         88  AL-XRT-END-OF-FILE           VALUE "Y".
012200     05  AL-CUR-FOUND-SWITCH     PIC X(01) VALUE "N".
012300         88  AL-CUR-ENTRY-FOUND           VALUE "Y".
012400     05  AL-SECTION-SWITCH       PIC X(01) VALUE "G".
012500         88  AL-GAP-SECTION               VALUE "G".
012600         88  AL-SHOCK-SECTION             VALUE "S".
012700 01  AL-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
012800 01  AL-RUN-DATE                 PIC 9(08).
012900 01  AL-RUN-DATE-PARTS REDEFINES AL-RUN-DATE.
013000     05  AL-RUN-CCYY             PIC 9(04).
013100     05  AL-RUN-MM               PIC 9(02).
013200     05  AL-RUN-DD               PIC 9(02).
013300 01  AL-MAX-INT-RATE             PIC 9(3)V99 VALUE 025.00.
013400 01  AL-MAX-SHOCK-BP             PIC 9(04) VALUE 2500.
013500 01  AL-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
013600 01  AL-CLOSED-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
013700 01  AL-ZERO-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
013800 01  AL-INVALID-SKIP-COUNT       PIC 9(07) COMP VALUE ZERO.
013900 01  AL-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
014000 01  AL-DEPOSIT-COUNT            PIC 9(07) COMP VALUE ZERO.
014100 01  AL-REPRICE-BAND-COUNT       PIC 9(07) COMP VALUE ZERO.
014200 01  AL-MATURITY-BAND-COUNT      PIC 9(07) COMP VALUE ZERO.
014300 01  AL-NONMATURITY-COUNT        PIC 9(07) COMP VALUE ZERO.
014400 01  AL-TIERED-RATE-COUNT        PIC 9(07) COMP VALUE ZERO.
014500 01  AL-CUR-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
014600 01  AL-EXT-WRITE-COUNT          PIC 9(07) COMP VALUE ZERO.
014700*
014800* TIME BANDS - THE MONTHS TO REPRICING OR MATURITY EACH BAND RUNS
014900* UP TO (NOT INCLUDING), ITS CAPTION, AND ITS EXTRACT CODE. THE
015000* LAST BAND TAKES EVERYTHING LATER.
015100*
015200 01  AL-BAND-VALUES.
015300     05  FILLER                  PIC X(26)
015400         VALUE "000030 - 3 MONTHS  0-3M   ".
015500     05  FILLER                  PIC X(26)
015600         VALUE "000123 - 12 MONTHS 3-12M  ".
015700     05  FILLER                  PIC X(26)
015800         VALUE "000601 - 5 YEARS   1-5Y   ".
015900     05  FILLER                  PIC X(26)
016000         VALUE "99999OVER 5 YEARS  OVER5Y ".
016100 01  AL-BAND-TABLE REDEFINES AL-BAND-VALUES.
016200     05  AL-BAND-ENTRY OCCURS 4 TIMES.
016300         10  AL-BAND-LIMIT       PIC 9(05).
016400         10  AL-BAND-NAME        PIC X(14).
016500         10  AL-BAND-CODE        PIC X(07).
016600*
016700* THE RATE SHOCKS IN BASIS POINTS, IN THE ORDER ON THE FILE.
016800*
016900 01  AL-SHOCK-TABLE.
017000     05  AL-SHOCK-COUNT          PIC 9(01) COMP VALUE ZERO.
017100     05  AL-SHOCK-MAX            PIC 9(01) COMP VALUE 8.
017200     05  AL-SHOCK-BP             PIC S9(04) OCCURS 8 TIMES.
017300*
017400* THE GAP AND PROJECTION TOTALS: PER CURRENCY IN THE ORDER FIRST
017500* SEEN, THEN IN THE LAST ENTRY EVERY CURRENCY IN BASE (USD). PER
017600* SIDE (1 LOANS, 2 DEPOSITS) AND TIME BAND THE ACCOUNTS, THEIR
017700* PRINCIPAL AND THEIR RATE WEIGHT (PRINCIPAL X RATE / 100); PER
017800* SIDE THE ONE-YEAR INTEREST AT CURRENT RATES AND ITS CHANGE
017900* UNDER EACH SHOCK.
018000*
018100 01  AL-CURRENCY-TABLE.
018200     05  AL-CUR-ENTRY OCCURS 11 TIMES.
018300         10  AL-CUR-CODE         PIC X(03).
018400         10  AL-CUR-SIDE OCCURS 2 TIMES.
018500             15  AL-CUR-BAND OCCURS 4 TIMES.
018600                 20  AL-BAND-COUNT       PIC 9(07).
018700                 20  AL-BAND-PRINCIPAL   PIC 9(13)V99.
018800                 20  AL-BAND-RATE-WEIGHT PIC 9(14)V9(04).
018900             15  AL-SIDE-INTEREST        PIC 9(13)V99.
019000             15  AL-SIDE-SHOCK-CHANGE    PIC S9(13)V99
019100                                         OCCURS 8 TIMES.
019200 01  AL-CUR-COUNT                PIC 9(02) COMP VALUE ZERO.
019300 01  AL-CUR-MAX                  PIC 9(02) COMP VALUE 10.
019400 01  AL-ALL-CX                   PIC 9(02) COMP VALUE 11.
019500 01  AL-WORK-CURRENCY            PIC X(03).
019600 01  AL-SUBSCRIPTS.
019700     05  AL-CX                   PIC 9(02) COMP.
019800     05  AL-SIDE                 PIC 9(01) COMP.
019900     05  AL-BAND                 PIC 9(01) COMP.
020000     05  AL-SHK                  PIC 9(01) COMP.
020100 01  AL-ACCOUNT-FIELDS.
020200     05  AL-RATE                 PIC 9(3)V99.
020300     05  AL-SHOCK-RATE           PIC S9(3)V99.
020400     05  AL-REPRICE-DATE         PIC 9(08).
020500     05  AL-MATURITY-DATE        PIC 9(08).
020600     05  AL-EVENT-KIND           PIC X(01).
020700         88  AL-EVENT-REPRICE             VALUE "R".
020800         88  AL-EVENT-MATURITY            VALUE "M".
020900         88  AL-EVENT-NONE                VALUE "N".
021000     05  AL-EVENT-DATE           PIC 9(08).
021100     05  AL-EVENT-PARTS REDEFINES AL-EVENT-DATE.
021200         10  AL-EVENT-CCYY       PIC 9(04).
021300         10  AL-EVENT-MM         PIC 9(02).
021400         10  AL-EVENT-DD         PIC 9(02).
021500     05  AL-WORK-DATE            PIC 9(08).
021600     05  AL-WORK-PARTS REDEFINES AL-WORK-DATE.
021700         10  AL-WORK-CCYY        PIC 9(04).
021800         10  AL-WORK-MM          PIC 9(02).
021900         10  AL-WORK-DD          PIC 9(02).
022000     05  AL-MONTH-TOTAL          PIC 9(07).
022100     05  AL-MONTHS-TO-ADD        PIC 9(04).
022200     05  AL-MONTHS               PIC 9(05).
022300     05  AL-REMAINING-MONTHS     PIC 9(02).
022400     05  AL-BASE-INTEREST        PIC 9(10)V99.
022500     05  AL-BASE-AMOUNT          PIC 9(13)V99.
022600     05  AL-ACCT-CHANGE-TABLE.
022700         10  AL-ACCT-CHANGE      PIC S9(10)V99 OCCURS 8 TIMES.
022800 01  AL-COMPOUND-FIELDS.
022900     05  AL-PRINCIPAL            PIC 9(10)V99.
023000     05  AL-CALC-RATE            PIC 9(3)V99.
023100     05  AL-YEAR-BASIS-DAYS      PIC 9(03) COMP.
023200     05  AL-PERIODS-PER-YEAR     PIC 9(3) COMP.
023300     05  AL-PERIOD-INDEX         PIC 9(3) COMP.
023400     05  AL-PERIOD-RATE          PIC 9V9(9).
023500     05  AL-COMPOUND-BALANCE     PIC 9(10)V99.
023600     05  AL-ONE-YEAR-AMT         PIC 9(10)V99.
023700     05  AL-LEAP-CCYY            PIC 9(04).
023800     05  AL-LEAP-QUOTIENT        PIC 9(05) COMP.
023900     05  AL-LEAP-REMAINDER       PIC 9(05) COMP.
024000     05  AL-LEAP-SWITCH          PIC X(01).
024100         88  AL-LEAP-YEAR                 VALUE "Y".
024200 01  AL-TIER-FIELDS.
024300     05  AL-TIER-PRIOR-LIMIT     PIC 9(10)V99.
024400     05  AL-TIER-PORTION         PIC 9(10)V99.
024500     05  AL-TIER-BAND-AMT        PIC 9(10)V9(9).
024600     05  AL-TIER-INTEREST        PIC 9(10)V9(9).
024700     05  AL-BLENDED-RATE         PIC 9(3)V99.
024800 COPY RATETIER.
024900 01  AL-EXCHANGE-TABLE.
025000     05  AL-XR-COUNT             PIC 9(03) COMP VALUE ZERO.
025100     05  AL-XR-ENTRY OCCURS 10 TIMES INDEXED BY XR-IDX.
025200         10  AL-XR-CODE          PIC X(03).
025300         10  AL-XR-DATE          PIC 9(08).
025400         10  AL-XR-RATE          PIC 9(03)V9(6).
025500 01  AL-XR-CONTROL-FIELDS.
025600     05  AL-XR-FOUND-SWITCH      PIC X(01).
025700         88  AL-XR-CODE-FOUND             VALUE "Y".
025800     05  AL-XR-WORK-CODE         PIC X(03).
025900     05  AL-XR-APPLIED-RATE      PIC 9(03)V9(6).
026000     05  AL-XR-MISSING-COUNT     PIC 9(07) COMP VALUE ZERO.
026100*
026200* ONE PRINTED BAND LINE (OR TOTAL LINE) BEFORE IT IS FORMATTED.
026300*
026400 01  AL-LINE-WORK.
026500     05  AL-LW-SIDE OCCURS 2 TIMES.
026600         10  AL-LW-COUNT         PIC 9(07).
026700         10  AL-LW-PRINCIPAL     PIC 9(13)V99.
026800         10  AL-LW-RATE-WEIGHT   PIC 9(14)V9(04).
026900     05  AL-LW-BAND-NAME         PIC X(14).
027000     05  AL-LW-BAND-CODE         PIC X(07).
027100 01  AL-TOTAL-WORK.
027200     05  AL-TOT-SIDE OCCURS 2 TIMES.
027300         10  AL-TOT-COUNT        PIC 9(07).
027400         10  AL-TOT-PRINCIPAL    PIC 9(13)V99.
027500         10  AL-TOT-RATE-WEIGHT  PIC 9(14)V9(04).
027600 01  AL-PRINT-FIELDS.
027700     05  AL-PERIOD-GAP           PIC S9(13)V99.
027800     05  AL-CUMULATIVE-GAP       PIC S9(13)V99.
027900     05  AL-AVERAGE-RATE         PIC 9(3)V9(3).
028000     05  AL-INCOME-AMOUNT        PIC S9(13)V99.
028100     05  AL-EXPENSE-AMOUNT       PIC S9(13)V99.
028200     05  AL-NET-AMOUNT           PIC S9(13)V99.
028300     05  AL-SHOCK-BP-ED          PIC ++++9.
028400 01  AL-REPORT-CONTROLS.
028500     05  AL-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
028600     05  AL-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
028700     05  AL-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
028800     05  AL-RUN-DATE-EDITED.
028900         10  AL-RUN-DATE-CCYY    PIC 9(4).
029000         10  FILLER              PIC X VALUE "-".
029100         10  AL-RUN-DATE-MM      PIC 99.
029200         10  FILLER              PIC X VALUE "-".
029300         10  AL-RUN-DATE-DD      PIC 99.
029400 01  GAP-HEADING-1.
029500     05  FILLER                  PIC X(42)
029600         VALUE "ALCOGAP INTEREST-RATE SENSITIVITY GAP".
029700     05  FILLER                  PIC X(22) VALUE SPACES.
029800     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
029900     05  GH1-RUN-DATE            PIC X(10).
030000     05  FILLER                  PIC X(7) VALUE " PAGE: ".
030100     05  GH1-PAGE-NUMBER         PIC ZZZ9.
030200 01  GAP-CURRENCY-TITLE.
030300     05  FILLER                  PIC X(10) VALUE "CURRENCY: ".
030400     05  GT-CURRENCY-TEXT        PIC X(40).
030500 01  GAP-HEADING-2.
030600     05  FILLER                  PIC X(16) VALUE SPACES.
030700     05  FILLER                  PIC X(37)
030800         VALUE "------------- LOANS -------------".
030900     05  FILLER                  PIC X(37)
031000         VALUE "----------- DEPOSITS ------------".
031100 01  GAP-HEADING-3.
031200     05  FILLER                  PIC X(16) VALUE "TIME BAND".
031300     05  FILLER                  PIC X(09) VALUE "    NO.".
031400     05  FILLER                  PIC X(19)
031500         VALUE "        PRINCIPAL".
031600     05  FILLER                  PIC X(09) VALUE "   RATE".
031700     05  FILLER                  PIC X(09) VALUE "    NO.".
031800     05  FILLER                  PIC X(19)
031900         VALUE "        PRINCIPAL".
032000     05  FILLER                  PIC X(09) VALUE "   RATE".
032100     05  FILLER                  PIC X(20)
032200         VALUE "        PERIOD GAP".
032300     05  FILLER                  PIC X(18)
032400         VALUE "    CUMULATIVE GAP".
032500 01  GAP-BAND-LINE.
032600     05  GL-BAND-NAME            PIC X(14).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  GL-LOAN-COUNT           PIC ZZZZZZ9.
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  GL-LOAN-PRINCIPAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  GL-LOAN-RATE            PIC ZZ9.999.
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  GL-DEPOSIT-COUNT        PIC ZZZZZZ9.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  GL-DEPOSIT-PRINCIPAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  GL-DEPOSIT-RATE         PIC ZZ9.999.
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  GL-PERIOD-GAP           PIC ---,---,---,--9.99.
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  GL-CUMULATIVE-GAP       PIC ---,---,---,--9.99.
034300 01  SHOCK-TITLE.
034400     05  FILLER                  PIC X(44)
034500         VALUE "ONE-YEAR NET INTEREST INCOME SENSITIVITY".
034600     05  FILLER                  PIC X(50)
034700         VALUE "(SHOCK LINES SHOW THE CHANGE FROM CURRENT RATES)".
034800 01  SHOCK-HEADING.
034900     05  FILLER                  PIC X(05) VALUE "CUR".
035000     05  FILLER                  PIC X(16) VALUE "SCENARIO".
035100     05  FILLER                  PIC X(20)
035200         VALUE "   INTEREST INCOME".
035300     05  FILLER                  PIC X(20)
035400         VALUE "  INTEREST EXPENSE".
035500     05  FILLER                  PIC X(18)
035600         VALUE "      NET INTEREST".
035700 01  SHOCK-LINE.
035800     05  SL-CURRENCY             PIC X(03).
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  SL-SCENARIO             PIC X(14).
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  SL-INCOME               PIC ---,---,---,--9.99.
036300     05  FILLER                  PIC X(02) VALUE SPACES.
036400     05  SL-EXPENSE              PIC ---,---,---,--9.99.
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  SL-NET-INTEREST         PIC ---,---,---,--9.99.
036700 01  GAP-COUNT-LINE.
036800     05  GC-CAPTION              PIC X(30).
036900     05  FILLER                  PIC X(09) VALUE SPACES.
037000     05  GC-COUNT-ED             PIC ZZZZZZ9.
037100 COPY GAPEXTR.
037200 PROCEDURE DIVISION.
037300 0000-MAIN-PROCEDURE.
037400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037500     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
037600         UNTIL AL-END-OF-FILE.
037700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037800     STOP RUN.
037900
038000 1000-INITIALIZE.
038100     DISPLAY "INTEREST-RATE SENSITIVITY GAP REPORT".
038200     ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
038210     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
038220     IF AL-END-OF-FILE
038230         GO TO 1000-EXIT
038240     END-IF.
038250     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
038260     IF AL-END-OF-FILE
038270         GO TO 1000-EXIT
038280     END-IF.
038300     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
038400     MOVE AL-RUN-CCYY TO AL-RUN-DATE-CCYY.
038500     MOVE AL-RUN-MM TO AL-RUN-DATE-MM.
038600     MOVE AL-RUN-DD TO AL-RUN-DATE-DD.
038700     PERFORM 1400-LOAD-RATE-SHOCKS THRU 1400-EXIT.
038800     IF AL-END-OF-FILE
038900         GO TO 1000-EXIT
039000     END-IF.
039100     PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT.
039200     IF AL-END-OF-FILE
039300         GO TO 1000-EXIT
039400     END-IF.
039500     MOVE ZEROS TO AL-CURRENCY-TABLE.
039600     MOVE "ALL" TO AL-CUR-CODE(AL-ALL-CX).
039700     OPEN INPUT ACCOUNT-MASTER-FILE.
039800     IF NOT AL-ACCT-FILE-OK
039900         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
040000             AL-ACCT-FILE-STATUS
040100         MOVE "Y" TO AL-EOF-SWITCH
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 1000-EXIT
040400     END-IF.
040500     MOVE "Y" TO AL-ACCT-OPEN-SWITCH.
040600     OPEN OUTPUT GAP-REPORT-FILE.
040700     IF NOT AL-RPT-FILE-OK
040800         DISPLAY "ERROR OPENING GAP REPORT FILE, STATUS = "
040900             AL-RPT-FILE-STATUS
041000         MOVE "Y" TO AL-EOF-SWITCH
041100         MOVE 16 TO RETURN-CODE
041200         GO TO 1000-EXIT
041300     END-IF.
041400     OPEN OUTPUT GAP-EXTRACT-FILE.
041500     IF NOT AL-EXT-FILE-OK
041600         DISPLAY "ERROR OPENING GAP EXTRACT FILE, STATUS = "
041700             AL-EXT-FILE-STATUS
041800         MOVE "Y" TO AL-EOF-SWITCH
041900         MOVE 16 TO RETURN-CODE
042000         GO TO 1000-EXIT
042100     END-IF.
042200     MOVE AL-RUN-DATE TO XH-AS-OF-DATE.
042300     MOVE AL-OPERATOR-ID TO XH-OPERATOR-ID.
042400     WRITE GAP-EXTRACT-RECORD FROM GAP-EXTRACT-HEADER.
042500     ADD 1 TO AL-EXT-WRITE-COUNT.
042600     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
042700 1000-EXIT.
042800     EXIT.
042900
042901 1200-CHECK-EDIT-FLAG.
042902     OPEN INPUT EDIT-FLAG-FILE.
042903     IF NOT AL-FLG-FILE-OK
042904         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
042905             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
042906             AL-FLG-FILE-STATUS
042907         MOVE "Y" TO AL-EOF-SWITCH
042908         MOVE 16 TO RETURN-CODE
042909         GO TO 1200-EXIT
042910     END-IF.
042911     READ EDIT-FLAG-FILE
042912         AT END
042913             MOVE "N" TO EF-CLEAN-FLAG
042914     END-READ.
042915     IF NOT EF-FILE-CLEAN
042916         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
042917             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
042918         MOVE "Y" TO AL-EOF-SWITCH
042919         MOVE 16 TO RETURN-CODE
042920     END-IF.
042921     CLOSE EDIT-FLAG-FILE.
042922 1200-EXIT.
042923     EXIT.
042924
042925******************************************************************
042926* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
042927* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO NEWER
042928* MAINTENANCE GENERATION AWAITS PROMOTION. A MISSING FILE MEANS
042929* RUN CONTROL IS NOT ACTIVE AND THE EDITFLAG GATE ALONE APPLIES.
042930******************************************************************
042931 1250-CHECK-RUN-CONTROL.
042932     OPEN INPUT STEP-STATUS-FILE.
042933     IF AL-STP-FILE-MISSING
042934         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
042935         GO TO 1250-EXIT
042936     END-IF.
042937     IF NOT AL-STP-FILE-OK
042938         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
042939             AL-STP-FILE-STATUS
042940         MOVE "Y" TO AL-EOF-SWITCH
042941         MOVE 16 TO RETURN-CODE
042942         GO TO 1250-EXIT
042943     END-IF.
042944     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
042945         UNTIL AL-STP-END-OF-FILE.
042946     CLOSE STEP-STATUS-FILE.
042947     IF NOT AL-LIVE-GEN-FOUND
042948         DISPLAY "STEP STATUS CARRIES NO LIVE GENERATION - "
042949             "RUN HELD, RUN THE PROMOTION (RUNCTL) FIRST"
042950         MOVE "Y" TO AL-EOF-SWITCH
042951         MOVE 16 TO RETURN-CODE
042952         GO TO 1250-EXIT
042953     END-IF.
042954     IF NOT AL-EDIT-STAMP-FOUND
042955        OR AL-EDIT-STAMP-STATUS NOT = "C"
042956        OR AL-EDIT-GENERATION NOT = AL-LIVE-GENERATION
042957         DISPLAY "LIVE MASTER GENERATION " AL-LIVE-GENERATION
042958             " HAS NOT PASSED ACCTEDIT - RUN HELD"
042959         MOVE "Y" TO AL-EOF-SWITCH
042960         MOVE 16 TO RETURN-CODE
042961         GO TO 1250-EXIT
042962     END-IF.
042963     IF AL-MAINT-STAMP-STATUS = "C"
042964        AND AL-MAINT-GENERATION > AL-LIVE-GENERATION
042965         DISPLAY "MAINTENANCE GENERATION " AL-MAINT-GENERATION
042966             " AWAITS PROMOTION - RUN HELD"
042967         MOVE "Y" TO AL-EOF-SWITCH
042968         MOVE 16 TO RETURN-CODE
042969     END-IF.
042970 1250-EXIT.
042971     EXIT.
042972
042973 1260-READ-ONE-STEP.
042974     READ STEP-STATUS-FILE
042975         AT END
042976             MOVE "Y" TO AL-STP-EOF-SWITCH
042977             GO TO 1260-EXIT
042978     END-READ.
042979     EVALUATE SS-STEP-NAME
042980         WHEN "ACCTMAST"
042981             IF SS-GENERATION NUMERIC
042982                 MOVE SS-GENERATION TO AL-LIVE-GENERATION
042983                 MOVE "Y" TO AL-LIVE-GEN-SWITCH
042984             END-IF
042985         WHEN "ACCTEDIT"
042986             IF SS-GENERATION NUMERIC
042987                 MOVE SS-GENERATION TO AL-EDIT-GENERATION
042988                 MOVE SS-STEP-STATUS TO AL-EDIT-STAMP-STATUS
042989                 MOVE "Y" TO AL-EDIT-STAMP-SWITCH
042990             END-IF
042991         WHEN "ACCTMNT"
042992             IF SS-GENERATION NUMERIC
042993                 MOVE SS-GENERATION TO AL-MAINT-GENERATION
042994                 MOVE SS-STEP-STATUS TO AL-MAINT-STAMP-STATUS
042995             END-IF
042996     END-EVALUATE.
042997 1260-EXIT.
042998     EXIT.
042999
043000 1300-READ-RUN-PARAMETERS.
043100     OPEN INPUT RUN-PARAMETER-FILE.
043200     IF NOT AL-PRM-FILE-OK
043300         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
043400         GO TO 1300-EXIT
043500     END-IF.
043600     READ RUN-PARAMETER-FILE
043700         AT END
043800             MOVE "N" TO AL-PRM-REC-SWITCH
043900         NOT AT END
044000             MOVE "Y" TO AL-PRM-REC-SWITCH
044100     END-READ.
044200     IF NOT AL-PRM-REC-PRESENT
044300         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
044400         CLOSE RUN-PARAMETER-FILE
044500         GO TO 1300-EXIT
044600     END-IF.
044700     IF RP-OPERATOR-ID NOT = SPACES
044800         MOVE RP-OPERATOR-ID TO AL-OPERATOR-ID
044900     END-IF.
045000     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
045100         MOVE RP-AS-OF-DATE TO AL-RUN-DATE
045200         DISPLAY "AS-OF DATE OVERRIDE: " AL-RUN-DATE
045300     END-IF.
045400     CLOSE RUN-PARAMETER-FILE.
045500 1300-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* LOAD THE RATE SHOCKS - ONE PER RECORD, A SIGN ("+" OR SPACE UP,
046000* "-" DOWN) AND THE SHIFT IN BASIS POINTS. A RECORD THAT IS NOT
046100* NUMERIC OR IS OVER 2500 BASIS POINTS IS IGNORED. WITH NO FILE,
046200* OR NO USABLE RECORD ON IT, THE RUN SHOCKS -200, -100, +100 AND
046300* +200 BASIS POINTS.
046400******************************************************************
046500 1400-LOAD-RATE-SHOCKS.
046600     OPEN INPUT SHOCK-PARM-FILE.
046700     IF AL-SHK-FILE-MISSING
046800         DISPLAY "NO RATE SHOCK FILE - STANDARD SHOCKS ASSUMED"
046900         PERFORM 1420-SET-STANDARD-SHOCKS THRU 1420-EXIT
047000         GO TO 1400-EXIT
047100     END-IF.
047200     IF NOT AL-SHK-FILE-OK
047300         DISPLAY "ERROR OPENING RATE SHOCK FILE, STATUS = "
047400             AL-SHK-FILE-STATUS
047500         MOVE "Y" TO AL-EOF-SWITCH
047600         MOVE 16 TO RETURN-CODE
047700         GO TO 1400-EXIT
047800     END-IF.
047900     PERFORM 1410-LOAD-ONE-SHOCK THRU 1410-EXIT
048000         UNTIL AL-SHK-END-OF-FILE.
048100     CLOSE SHOCK-PARM-FILE.
048200     IF AL-SHOCK-COUNT = ZERO
048300         DISPLAY "NO USABLE RATE SHOCK ON FILE - STANDARD SHOCKS "
048400             "ASSUMED"
048500         PERFORM 1420-SET-STANDARD-SHOCKS THRU 1420-EXIT
048600     END-IF.
048700     DISPLAY "RATE SHOCKS LOADED:    " AL-SHOCK-COUNT.
048800 1400-EXIT.
048900     EXIT.
049000
049100 1410-LOAD-ONE-SHOCK.
049200     READ SHOCK-PARM-FILE
049300         AT END
049400             MOVE "Y" TO AL-SHK-EOF-SWITCH
049500             GO TO 1410-EXIT
049600     END-READ.
049700     IF SK-SHOCK-BP NOT NUMERIC
049800        OR (NOT SK-SHOCK-UP AND NOT SK-SHOCK-DOWN)
049900        OR SK-SHOCK-BP > AL-MAX-SHOCK-BP
050000         DISPLAY "RATE SHOCK RECORD INVALID - IGNORED: "
050100             SHOCK-PARM-RECORD
050200         GO TO 1410-EXIT
050300     END-IF.
050400     IF AL-SHOCK-COUNT NOT < AL-SHOCK-MAX
050500         DISPLAY "RATE SHOCK TABLE FULL - " SHOCK-PARM-RECORD
050600             " DROPPED"
050700         GO TO 1410-EXIT
050800     END-IF.
050900     ADD 1 TO AL-SHOCK-COUNT.
051000     IF SK-SHOCK-DOWN
051100         COMPUTE AL-SHOCK-BP(AL-SHOCK-COUNT) = 0 - SK-SHOCK-BP
051200     ELSE
051300         MOVE SK-SHOCK-BP TO AL-SHOCK-BP(AL-SHOCK-COUNT)
051400     END-IF.
051500 1410-EXIT.
051600     EXIT.
051700
051800 1420-SET-STANDARD-SHOCKS.
051900     MOVE 4 TO AL-SHOCK-COUNT.
052000     MOVE -200 TO AL-SHOCK-BP(1).
052100     MOVE -100 TO AL-SHOCK-BP(2).
052200     MOVE +100 TO AL-SHOCK-BP(3).
052300     MOVE +200 TO AL-SHOCK-BP(4).
052400 1420-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800* LOAD THE EXCHANGE RATES - FOR EACH CURRENCY THE NEWEST RATE
052900* DATED ON OR BEFORE THE AS-OF DATE, THE SAME CONVENTION AS
053000* THE INTCALC POSTING RUN. A MISSING FILE CONVERTS AT PAR.
053100******************************************************************
053200 1500-LOAD-EXCHANGE-RATES.
053300     OPEN INPUT EXCHANGE-RATE-FILE.
053400     IF AL-XRT-FILE-MISSING
053500         DISPLAY "NO EXCHANGE RATE FILE - NON-USD AMOUNTS "
053600             "CONVERTED AT PAR"
053700         GO TO 1500-EXIT
053800     END-IF.
053900     IF NOT AL-XRT-FILE-OK
054000         DISPLAY "ERROR OPENING EXCHANGE RATE FILE, STATUS = "
054100             AL-XRT-FILE-STATUS
054200         MOVE "Y" TO AL-EOF-SWITCH
054300         MOVE 16 TO RETURN-CODE
054400         GO TO 1500-EXIT
054500     END-IF.
054600     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
054700         UNTIL AL-XRT-END-OF-FILE.
054800     CLOSE EXCHANGE-RATE-FILE.
054900     DISPLAY "EXCHANGE RATES LOADED: " AL-XR-COUNT.
055000 1500-EXIT.
055100     EXIT.
055200
055300 1510-LOAD-ONE-RATE.
055400     READ EXCHANGE-RATE-FILE
055500         AT END
055600             MOVE "Y" TO AL-XRT-EOF-SWITCH
055700             GO TO 1510-EXIT
055800     END-READ.
055900     IF XR-RATE NOT NUMERIC
056000        OR XR-RATE-DATE NOT NUMERIC
056100        OR XR-CURRENCY-CODE = SPACES
056200         DISPLAY "EXCHANGE RATE RECORD INVALID - IGNORED"
056300         GO TO 1510-EXIT
056400     END-IF.
056500     IF XR-RATE-DATE > AL-RUN-DATE
056600         GO TO 1510-EXIT
056700     END-IF.
056800     MOVE XR-CURRENCY-CODE TO AL-XR-WORK-CODE.
056900     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
057000     IF AL-XR-CODE-FOUND
057100         IF XR-RATE-DATE NOT < AL-XR-DATE(XR-IDX)
057200             MOVE XR-RATE-DATE TO AL-XR-DATE(XR-IDX)
057300             MOVE XR-RATE TO AL-XR-RATE(XR-IDX)
057400         END-IF
057500         GO TO 1510-EXIT
057600     END-IF.
057700     IF AL-XR-COUNT < 10
057800         ADD 1 TO AL-XR-COUNT
057900         SET XR-IDX TO AL-XR-COUNT
058000         MOVE XR-CURRENCY-CODE TO AL-XR-CODE(XR-IDX)
058100         MOVE XR-RATE-DATE TO AL-XR-DATE(XR-IDX)
058200         MOVE XR-RATE TO AL-XR-RATE(XR-IDX)
058300     ELSE
058400         DISPLAY "EXCHANGE RATE TABLE FULL - "
058500             XR-CURRENCY-CODE " DROPPED"
058600     END-IF.
058700 1510-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* BAND ONE ACCOUNT AND PROJECT ITS INTEREST. CLOSED ACCOUNTS ARE
059200* OFF THE BOOK, AND AN ACCOUNT INTCALC WOULD REJECT (NO BALANCE,
059300* OR A RATE OVER 25%) IS LEFT OUT THE SAME WAY. AN ACCOUNT WITH A
059400* TERM IS A LOAN; EVERY OTHER ACCOUNT IS A DEPOSIT.
059500******************************************************************
059600 2000-PROCESS-ACCOUNT.
059700     ADD 1 TO AL-ACCOUNT-COUNT.
059800     IF AM-STATUS-CLOSED
059900         ADD 1 TO AL-CLOSED-SKIP-COUNT
060000         PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT
060100         GO TO 2000-EXIT
060200     END-IF.
060300     IF AM-PRINCIPAL NOT NUMERIC
060400        OR AM-INT-RATE NOT NUMERIC
060500        OR AM-INT-RATE > AL-MAX-INT-RATE
060600         ADD 1 TO AL-INVALID-SKIP-COUNT
060700         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
060800             " LEFT OUT - PRINCIPAL OR RATE INVALID"
060900         PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT
061000         GO TO 2000-EXIT
061100     END-IF.
061200     IF AM-PRINCIPAL = ZERO
061300         ADD 1 TO AL-ZERO-SKIP-COUNT
061400         PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT
061500         GO TO 2000-EXIT
061600     END-IF.
061700     IF AM-TERM-MONTHS NUMERIC
061800        AND AM-TERM-MONTHS > ZERO
061900         MOVE 1 TO AL-SIDE
062000         ADD 1 TO AL-LOAN-COUNT
062100     ELSE
062200         MOVE 2 TO AL-SIDE
062300         ADD 1 TO AL-DEPOSIT-COUNT
062400     END-IF.
062500     PERFORM 2100-SET-ACCOUNT-RATE THRU 2100-EXIT.
062600     PERFORM 2200-SET-TIME-BAND THRU 2200-EXIT.
062700     PERFORM 2400-PROJECT-INTEREST THRU 2400-EXIT.
062800     MOVE AM-CURRENCY-CODE TO AL-WORK-CURRENCY.
062810     IF AL-WORK-CURRENCY = SPACES
062820         MOVE "USD" TO AL-WORK-CURRENCY
062830     END-IF.
062900     PERFORM 2300-FIND-CURRENCY-ENTRY THRU 2300-EXIT.
063000     IF AL-CX > ZERO
063100         MOVE 1 TO AL-XR-APPLIED-RATE
063200         PERFORM 2500-ADD-TO-TOTALS THRU 2500-EXIT
063300     END-IF.
063400     MOVE AL-WORK-CURRENCY TO AL-XR-WORK-CODE.
063500     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
063600     MOVE AL-ALL-CX TO AL-CX.
063700     PERFORM 2500-ADD-TO-TOTALS THRU 2500-EXIT.
063800     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
063900 2000-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300* THE RATE THE ACCOUNT EARNS OR PAYS: AM-INT-RATE, OR WHEN THAT IS
064400* ZERO THE BLENDED TIERED RATE (RATETIER), AS INTCALC APPLIES IT.
064500******************************************************************
064600 2100-SET-ACCOUNT-RATE.
064700     MOVE AM-INT-RATE TO AL-RATE.
064800     IF AM-INT-RATE NOT = ZERO
064900         GO TO 2100-EXIT
065000     END-IF.
065100     MOVE ZERO TO AL-TIER-PRIOR-LIMIT.
065200     MOVE ZERO TO AL-TIER-INTEREST.
065300     PERFORM 2110-APPLY-ONE-TIER THRU 2110-EXIT
065400         VARYING RT-IDX FROM 1 BY 1
065500         UNTIL RT-IDX > 4 OR AL-TIER-PRIOR-LIMIT >= AM-PRINCIPAL.
065600     COMPUTE AL-BLENDED-RATE ROUNDED =
065700         AL-TIER-INTEREST * 100 / AM-PRINCIPAL.
065800     MOVE AL-BLENDED-RATE TO AL-RATE.
065900     ADD 1 TO AL-TIERED-RATE-COUNT.
066000 2100-EXIT.
066100     EXIT.
066200
066300 2110-APPLY-ONE-TIER.
066400     IF AM-PRINCIPAL < RT-UPPER-LIMIT(RT-IDX)
066500         COMPUTE AL-TIER-PORTION =
066600             AM-PRINCIPAL - AL-TIER-PRIOR-LIMIT
066700     ELSE
066800         COMPUTE AL-TIER-PORTION =
066900             RT-UPPER-LIMIT(RT-IDX) - AL-TIER-PRIOR-LIMIT
067000     END-IF.
067100     COMPUTE AL-TIER-BAND-AMT =
067200         AL-TIER-PORTION * RT-RATE(RT-IDX) / 100.
067300     ADD AL-TIER-BAND-AMT TO AL-TIER-INTEREST.
067400     MOVE RT-UPPER-LIMIT(RT-IDX) TO AL-TIER-PRIOR-LIMIT.
067500 2110-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900* THE TIME BAND IS SET BY THE EARLIER OF THE NEXT REPRICING DATE
068000* (ADJUSTABLE-RATE ACCOUNTS ONLY) AND THE MATURITY: THE
068100* CERTIFICATE MATURITY DATE, OR FOR A LOAN THE LAST SCHEDULED
068200* PAYMENT - THE FIRST PAYMENT DATE PLUS THE TERM, OR WITHOUT ONE
068300* THE INSTALLMENTS STILL UNPAID FROM THE AS-OF DATE. A DEPOSIT
068400* WITH NEITHER DATE CAN REPRICE AT ANY TIME, SO IT GOES IN THE
068500* FIRST BAND, AS DOES A DATE ALREADY PASSED. WHOLE MONTHS ARE
068600* COUNTED FROM THE AS-OF DATE.
068700******************************************************************
068800 2200-SET-TIME-BAND.
068900     MOVE ZERO TO AL-REPRICE-DATE.
069000     MOVE ZERO TO AL-MATURITY-DATE.
069100     IF NOT AM-FIXED-RATE
069200        AND AM-NEXT-REPRICE-DATE NUMERIC
069300        AND AM-NEXT-REPRICE-DATE > ZERO
069400         MOVE AM-NEXT-REPRICE-DATE TO AL-REPRICE-DATE
069500     END-IF.
069600     IF AM-MATURITY-DATE NUMERIC
069700        AND AM-MATURITY-DATE > ZERO
069800         MOVE AM-MATURITY-DATE TO AL-MATURITY-DATE
069900     ELSE
070000         IF AL-SIDE = 1
070100             PERFORM 2210-SET-LOAN-MATURITY THRU 2210-EXIT
070200         END-IF
070300     END-IF.
070400     MOVE "M" TO AL-EVENT-KIND.
070500     MOVE AL-MATURITY-DATE TO AL-EVENT-DATE.
070600     IF AL-REPRICE-DATE > ZERO
070700         IF AL-EVENT-DATE = ZERO
070800            OR AL-REPRICE-DATE < AL-EVENT-DATE
070900             MOVE "R" TO AL-EVENT-KIND
071000             MOVE AL-REPRICE-DATE TO AL-EVENT-DATE
071100         END-IF
071200     END-IF.
071300     IF AL-EVENT-DATE = ZERO
071400         MOVE "N" TO AL-EVENT-KIND
071500     END-IF.
071600     EVALUATE TRUE
071700         WHEN AL-EVENT-REPRICE
071800             ADD 1 TO AL-REPRICE-BAND-COUNT
071900         WHEN AL-EVENT-MATURITY
072000             ADD 1 TO AL-MATURITY-BAND-COUNT
072100         WHEN OTHER
072200             ADD 1 TO AL-NONMATURITY-COUNT
072300     END-EVALUATE.
072400     MOVE ZERO TO AL-MONTHS.
072500     IF AL-EVENT-DATE > AL-RUN-DATE
072600         PERFORM 2220-COMPUTE-MONTHS THRU 2220-EXIT
072700     END-IF.
072800     MOVE 1 TO AL-BAND.
072900     PERFORM 2230-NEXT-BAND THRU 2230-EXIT
073000         UNTIL AL-MONTHS < AL-BAND-LIMIT(AL-BAND).
073100 2200-EXIT.
073200     EXIT.
073300
073400 2210-SET-LOAN-MATURITY.
073500     IF AM-FIRST-PAYMENT-DATE NUMERIC
073600        AND AM-FIRST-PAYMENT-DATE > ZERO
073700        AND AM-FIRST-PAYMENT-DATE(5:2) >= "01"
073800        AND AM-FIRST-PAYMENT-DATE(5:2) <= "12"
073900         MOVE AM-FIRST-PAYMENT-DATE TO AL-WORK-DATE
074000         COMPUTE AL-MONTHS-TO-ADD = AM-TERM-MONTHS - 1
074100     ELSE
074200         MOVE AL-RUN-DATE TO AL-WORK-DATE
074300         MOVE AM-TERM-MONTHS TO AL-MONTHS-TO-ADD
074400         IF AM-INSTALLMENTS-PAID NUMERIC
074500             IF AM-INSTALLMENTS-PAID < AM-TERM-MONTHS
074600                 SUBTRACT AM-INSTALLMENTS-PAID
074700                     FROM AL-MONTHS-TO-ADD
074800             ELSE
074900                 MOVE ZERO TO AL-MONTHS-TO-ADD
075000             END-IF
075100         END-IF
075200     END-IF.
075300     COMPUTE AL-MONTH-TOTAL =
075400         (AL-WORK-CCYY * 12) + AL-WORK-MM - 1 + AL-MONTHS-TO-ADD.
075500     DIVIDE AL-MONTH-TOTAL BY 12 GIVING AL-WORK-CCYY
075600         REMAINDER AL-WORK-MM.
075700     ADD 1 TO AL-WORK-MM.
075800     MOVE AL-WORK-DATE TO AL-MATURITY-DATE.
075900 2210-EXIT.
076000     EXIT.
076100
076200 2220-COMPUTE-MONTHS.
076300     COMPUTE AL-MONTHS =
076400         ((AL-EVENT-CCYY - AL-RUN-CCYY) * 12)
076500         + AL-EVENT-MM - AL-RUN-MM.
076600     IF AL-EVENT-DD < AL-RUN-DD AND AL-MONTHS > ZERO
076700         SUBTRACT 1 FROM AL-MONTHS
076800     END-IF.
076900 2220-EXIT.
077000     EXIT.
077100
077200 2230-NEXT-BAND.
077300     ADD 1 TO AL-BAND.
077400 2230-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800* FIND THE CURRENCY'S ENTRY, OR ADD IT. WHEN THE TABLE IS FULL
077900* AL-CX COMES BACK ZERO AND THE ACCOUNT IS COUNTED ONLY IN THE
078000* BASE-CURRENCY TOTALS.
078100******************************************************************
078200 2300-FIND-CURRENCY-ENTRY.
078300     MOVE "N" TO AL-CUR-FOUND-SWITCH.
078400     PERFORM 2310-SCAN-ONE-CURRENCY THRU 2310-EXIT
078500         VARYING AL-CX FROM 1 BY 1
078600         UNTIL AL-CX > AL-CUR-COUNT
078700            OR AL-CUR-ENTRY-FOUND.
078800     IF AL-CUR-ENTRY-FOUND
078900         SUBTRACT 1 FROM AL-CX
079000         GO TO 2300-EXIT
079100     END-IF.
079200     IF AL-CUR-COUNT < AL-CUR-MAX
079300         ADD 1 TO AL-CUR-COUNT
079400         MOVE AL-CUR-COUNT TO AL-CX
079500         MOVE AL-WORK-CURRENCY TO AL-CUR-CODE(AL-CX)
079600     ELSE
079700         MOVE ZERO TO AL-CX
079800         ADD 1 TO AL-CUR-OVERFLOW-COUNT
079900         DISPLAY "CURRENCY TABLE FULL - ACCOUNT "
080000             AM-ACCOUNT-NUMBER " (" AL-WORK-CURRENCY
080100             ") IN BASE TOTALS ONLY"
080200     END-IF.
080300 2300-EXIT.
080400     EXIT.
080500
080600 2310-SCAN-ONE-CURRENCY.
080700     IF AL-CUR-CODE(AL-CX) = AL-WORK-CURRENCY
080800         MOVE "Y" TO AL-CUR-FOUND-SWITCH
080900     END-IF.
081000 2310-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400* ONE YEAR'S INTEREST AT THE ACCOUNT'S RATE, THEN AT THE RATE
081500* UNDER EACH SHOCK. THE SHOCKED RATE ONLY APPLIES FROM THE MONTH
081600* THE ACCOUNT REPRICES OR MATURES, SO THE CHANGE IS THE
081700* DIFFERENCE TIMES THE MONTHS OF THE YEAR LEFT AFTER THAT; AN
081800* ACCOUNT NOT DUE WITHIN THE YEAR DOES NOT CHANGE.
081900******************************************************************
082000 2400-PROJECT-INTEREST.
082100     MOVE AM-PRINCIPAL TO AL-PRINCIPAL.
082200     MOVE AL-RATE TO AL-CALC-RATE.
082300     PERFORM 3000-COMPUTE-COMPOUND-INTEREST THRU 3000-EXIT.
082400     MOVE AL-ONE-YEAR-AMT TO AL-BASE-INTEREST.
082500     MOVE ZEROS TO AL-ACCT-CHANGE-TABLE.
082600     IF AL-MONTHS NOT < 12
082700         GO TO 2400-EXIT
082800     END-IF.
082900     COMPUTE AL-REMAINING-MONTHS = 12 - AL-MONTHS.
083000     PERFORM 2410-PROJECT-ONE-SHOCK THRU 2410-EXIT
083100         VARYING AL-SHK FROM 1 BY 1
083200         UNTIL AL-SHK > AL-SHOCK-COUNT.
083300 2400-EXIT.
083400     EXIT.
083500
083600 2410-PROJECT-ONE-SHOCK.
083700     COMPUTE AL-SHOCK-RATE =
083800         AL-RATE + (AL-SHOCK-BP(AL-SHK) / 100).
083900     IF AL-SHOCK-RATE < ZERO
084000         MOVE ZERO TO AL-SHOCK-RATE
084100     END-IF.
084200     IF NOT AM-FIXED-RATE
084300         IF AM-RATE-FLOOR NUMERIC
084400            AND AM-RATE-FLOOR > ZERO
084500            AND AL-SHOCK-RATE < AM-RATE-FLOOR
084600             MOVE AM-RATE-FLOOR TO AL-SHOCK-RATE
084700         END-IF
084800         IF AM-RATE-CAP NUMERIC
084900            AND AM-RATE-CAP > ZERO
085000            AND AL-SHOCK-RATE > AM-RATE-CAP
085100             MOVE AM-RATE-CAP TO AL-SHOCK-RATE
085200         END-IF
085300     END-IF.
085400     MOVE AL-SHOCK-RATE TO AL-CALC-RATE.
085500     PERFORM 3000-COMPUTE-COMPOUND-INTEREST THRU 3000-EXIT.
085600     COMPUTE AL-ACCT-CHANGE(AL-SHK) ROUNDED =
085700         (AL-ONE-YEAR-AMT - AL-BASE-INTEREST)
085800         * AL-REMAINING-MONTHS / 12.
085900 2410-EXIT.
086000     EXIT.
086100
086200******************************************************************
086300* ADD THE ACCOUNT INTO ENTRY AL-CX AT EXCHANGE RATE
086400* AL-XR-APPLIED-RATE (1 FOR ITS OWN CURRENCY).
086500******************************************************************
086600 2500-ADD-TO-TOTALS.
086700     COMPUTE AL-BASE-AMOUNT ROUNDED =
086800         AM-PRINCIPAL * AL-XR-APPLIED-RATE.
086900     ADD 1 TO AL-BAND-COUNT(AL-CX, AL-SIDE, AL-BAND).
087000     ADD AL-BASE-AMOUNT
087100         TO AL-BAND-PRINCIPAL(AL-CX, AL-SIDE, AL-BAND).
087200     COMPUTE AL-BAND-RATE-WEIGHT(AL-CX, AL-SIDE, AL-BAND) =
087300         AL-BAND-RATE-WEIGHT(AL-CX, AL-SIDE, AL-BAND)
087400         + (AL-BASE-AMOUNT * AL-RATE / 100).
087500     COMPUTE AL-SIDE-INTEREST(AL-CX, AL-SIDE) ROUNDED =
087600         AL-SIDE-INTEREST(AL-CX, AL-SIDE)
087700         + (AL-BASE-INTEREST * AL-XR-APPLIED-RATE).
087800     PERFORM 2510-ADD-ONE-SHOCK THRU 2510-EXIT
087900         VARYING AL-SHK FROM 1 BY 1
088000         UNTIL AL-SHK > AL-SHOCK-COUNT.
088100 2500-EXIT.
088200     EXIT.
088300
088400 2510-ADD-ONE-SHOCK.
088500     COMPUTE AL-SIDE-SHOCK-CHANGE(AL-CX, AL-SIDE, AL-SHK)
088600         ROUNDED =
088700         AL-SIDE-SHOCK-CHANGE(AL-CX, AL-SIDE, AL-SHK)
088800         + (AL-ACCT-CHANGE(AL-SHK) * AL-XR-APPLIED-RATE).
088900 2510-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300* ONE YEAR'S COMPOUND INTEREST ON AL-PRINCIPAL AT AL-CALC-RATE,
089400* COMPOUNDED AT THE ACCOUNT'S FREQUENCY ON ITS DAY-COUNT BASIS
089500* YEAR - THE INTCALC 3000 ARITHMETIC.
089600******************************************************************
089700 3000-COMPUTE-COMPOUND-INTEREST.
089800     PERFORM 3150-SET-YEAR-BASIS-DAYS THRU 3150-EXIT.
089900     PERFORM 3100-SET-PERIODS-PER-YEAR THRU 3100-EXIT.
090000     COMPUTE AL-PERIOD-RATE =
090100         AL-CALC-RATE / 100 / AL-PERIODS-PER-YEAR.
090200     MOVE AL-PRINCIPAL TO AL-COMPOUND-BALANCE.
090300     MOVE 1 TO AL-PERIOD-INDEX.
090400     PERFORM 3200-COMPOUND-ONE-PERIOD THRU 3200-EXIT
090500         UNTIL AL-PERIOD-INDEX > AL-PERIODS-PER-YEAR.
090600     COMPUTE AL-ONE-YEAR-AMT = AL-COMPOUND-BALANCE - AL-PRINCIPAL.
090700 3000-EXIT.
090800     EXIT.
090900
091000 3100-SET-PERIODS-PER-YEAR.
091100     EVALUATE TRUE
091200         WHEN AM-FREQ-MONTHLY
091300             MOVE 12 TO AL-PERIODS-PER-YEAR
091400         WHEN AM-FREQ-QUARTERLY
091500             MOVE 4 TO AL-PERIODS-PER-YEAR
091600         WHEN AM-FREQ-DAILY
091700             MOVE AL-YEAR-BASIS-DAYS TO AL-PERIODS-PER-YEAR
091800         WHEN OTHER
091900             MOVE 1 TO AL-PERIODS-PER-YEAR
092000     END-EVALUATE.
092100 3100-EXIT.
092200     EXIT.
092300
092400 3150-SET-YEAR-BASIS-DAYS.
092500     EVALUATE TRUE
092600         WHEN AM-BASIS-30-360
092700             MOVE 360 TO AL-YEAR-BASIS-DAYS
092800         WHEN AM-BASIS-ACT-ACT
092900             MOVE AL-RUN-CCYY TO AL-LEAP-CCYY
093000             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
093100             IF AL-LEAP-YEAR
093200                 MOVE 366 TO AL-YEAR-BASIS-DAYS
093300             ELSE
093400                 MOVE 365 TO AL-YEAR-BASIS-DAYS
093500             END-IF
093600         WHEN OTHER
093700             MOVE 365 TO AL-YEAR-BASIS-DAYS
093800     END-EVALUATE.
093900 3150-EXIT.
094000     EXIT.
094100
094200 3200-COMPOUND-ONE-PERIOD.
094300     COMPUTE AL-COMPOUND-BALANCE ROUNDED =
094400         AL-COMPOUND-BALANCE +
094500         (AL-COMPOUND-BALANCE * AL-PERIOD-RATE).
094600     ADD 1 TO AL-PERIOD-INDEX.
094700 3200-EXIT.
094800     EXIT.
094900
095000 3700-CHECK-LEAP-YEAR.
095100     MOVE "N" TO AL-LEAP-SWITCH.
095200     DIVIDE AL-LEAP-CCYY BY 4 GIVING AL-LEAP-QUOTIENT
095300         REMAINDER AL-LEAP-REMAINDER.
095400     IF AL-LEAP-REMAINDER = ZERO
095500         MOVE "Y" TO AL-LEAP-SWITCH
095600     END-IF.
095700     DIVIDE AL-LEAP-CCYY BY 100 GIVING AL-LEAP-QUOTIENT
095800         REMAINDER AL-LEAP-REMAINDER.
095900     IF AL-LEAP-REMAINDER = ZERO
096000         MOVE "N" TO AL-LEAP-SWITCH
096100     END-IF.
096200     DIVIDE AL-LEAP-CCYY BY 400 GIVING AL-LEAP-QUOTIENT
096300         REMAINDER AL-LEAP-REMAINDER.
096400     IF AL-LEAP-REMAINDER = ZERO
096500         MOVE "Y" TO AL-LEAP-SWITCH
096600     END-IF.
096700 3700-EXIT.
096800     EXIT.
096900
097000 4000-WRITE-REPORT-HEADER.
097100     ADD 1 TO AL-PAGE-NUMBER.
097200     MOVE ZERO TO AL-LINE-COUNT.
097300     MOVE AL-RUN-DATE-EDITED TO GH1-RUN-DATE.
097400     MOVE AL-PAGE-NUMBER TO GH1-PAGE-NUMBER.
097500     WRITE GAP-REPORT-RECORD FROM GAP-HEADING-1
097600         AFTER ADVANCING PAGE.
097700     WRITE GAP-REPORT-RECORD FROM SPACES
097800         AFTER ADVANCING 1 LINE.
097900     ADD 2 TO AL-LINE-COUNT.
098000     IF AL-SHOCK-SECTION
098100         WRITE GAP-REPORT-RECORD FROM SHOCK-TITLE
098200             AFTER ADVANCING 1 LINE
098300         WRITE GAP-REPORT-RECORD FROM SPACES
098400             AFTER ADVANCING 1 LINE
098500         WRITE GAP-REPORT-RECORD FROM SHOCK-HEADING
098600             AFTER ADVANCING 1 LINE
098700         WRITE GAP-REPORT-RECORD FROM SPACES
098800             AFTER ADVANCING 1 LINE
098900         ADD 4 TO AL-LINE-COUNT
099000     END-IF.
099100 4000-EXIT.
099200     EXIT.
099300
099400 4100-WRITE-BLANK-LINE.
099500     WRITE GAP-REPORT-RECORD FROM SPACES
099600         AFTER ADVANCING 1 LINE.
099700     ADD 1 TO AL-LINE-COUNT.
099800 4100-EXIT.
099900     EXIT.
100000
100100 4300-WRITE-COUNT-LINE.
100200     IF AL-LINE-COUNT > AL-LINES-PER-PAGE
100300         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
100400     END-IF.
100500     WRITE GAP-REPORT-RECORD FROM GAP-COUNT-LINE
100600         AFTER ADVANCING 1 LINE.
100700     ADD 1 TO AL-LINE-COUNT.
100800 4300-EXIT.
100900     EXIT.
101000
101100 6100-LOOKUP-EXCH-RATE.
101200     MOVE 1 TO AL-XR-APPLIED-RATE.
101300     IF AL-XR-WORK-CODE = "USD" OR SPACES
101400         GO TO 6100-EXIT
101500     END-IF.
101600     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
101700     IF AL-XR-CODE-FOUND
101800         MOVE AL-XR-RATE(XR-IDX) TO AL-XR-APPLIED-RATE
101900     ELSE
102000         ADD 1 TO AL-XR-MISSING-COUNT
102100     END-IF.
102200 6100-EXIT.
102300     EXIT.
102400
102500 6110-MATCH-ONE-RATE-CODE.
102600     MOVE "N" TO AL-XR-FOUND-SWITCH.
102700     SET XR-IDX TO 1.
102800     PERFORM 6120-SCAN-ONE-RATE THRU 6120-EXIT
102900         VARYING XR-IDX FROM 1 BY 1
103000         UNTIL XR-IDX > AL-XR-COUNT
103100            OR AL-XR-CODE-FOUND.
103200     IF AL-XR-CODE-FOUND
103300         SET XR-IDX DOWN BY 1
103400     END-IF.
103500 6110-EXIT.
103600     EXIT.
103700
103800 6120-SCAN-ONE-RATE.
103900     IF AL-XR-CODE(XR-IDX) = AL-XR-WORK-CODE
104000         MOVE "Y" TO AL-XR-FOUND-SWITCH
104100     END-IF.
104200 6120-EXIT.
104300     EXIT.
104400
104500 8000-READ-ACCOUNT-MASTER.
104600     READ ACCOUNT-MASTER-FILE
104700         AT END
104800             MOVE "Y" TO AL-EOF-SWITCH
104900             MOVE "Y" TO AL-NORMAL-EOF-SWITCH
105000         NOT AT END
105100             IF AM-TRAILER-RECORD
105200                 MOVE "Y" TO AL-EOF-SWITCH
105300                 MOVE "Y" TO AL-NORMAL-EOF-SWITCH
105400             END-IF
105500     END-READ.
105600     IF NOT AL-ACCT-FILE-OK AND NOT AL-ACCT-FILE-EOF
105700         DISPLAY "ERROR READING ACCOUNT MASTER FILE, STATUS = "
105800             AL-ACCT-FILE-STATUS
105900         MOVE "Y" TO AL-EOF-SWITCH
106000         MOVE "N" TO AL-NORMAL-EOF-SWITCH
106100         MOVE 16 TO RETURN-CODE
106200     END-IF.
106300 8000-EXIT.
106400     EXIT.
106500
106600******************************************************************
106700* THE REPORT AND EXTRACT ARE ONLY WRITTEN AFTER THE WHOLE MASTER
106800* HAS BEEN READ, SO A RUN THAT STOPS SHORT LEAVES NO PARTIAL GAP
106900* FIGURES FOR THE COMMITTEE TO PICK UP.
107000******************************************************************
107100 9000-TERMINATE.
107200     IF AL-RPT-FILE-OK AND AL-EXT-FILE-OK AND AL-NORMAL-EOF
107300         PERFORM 9100-WRITE-GAP-SECTION THRU 9100-EXIT
107400         PERFORM 9300-WRITE-SHOCK-SECTION THRU 9300-EXIT
107500         PERFORM 9500-WRITE-RUN-COUNTS THRU 9500-EXIT
107600     END-IF.
107700     DISPLAY "ACCOUNTS READ:           " AL-ACCOUNT-COUNT.
107800     DISPLAY "  CLOSED - LEFT OUT:     " AL-CLOSED-SKIP-COUNT.
107900     DISPLAY "  ZERO BALANCE:          " AL-ZERO-SKIP-COUNT.
108000     DISPLAY "  INVALID - LEFT OUT:    " AL-INVALID-SKIP-COUNT.
108100     DISPLAY "  LOANS BANDED:          " AL-LOAN-COUNT.
108200     DISPLAY "  DEPOSITS BANDED:       " AL-DEPOSIT-COUNT.
108300     DISPLAY "BANDED ON REPRICING:     " AL-REPRICE-BAND-COUNT.
108400     DISPLAY "BANDED ON MATURITY:      " AL-MATURITY-BAND-COUNT.
108500     DISPLAY "NON-MATURITY (1ST BAND): " AL-NONMATURITY-COUNT.
108600     DISPLAY "TIERED RATE APPLIED:     " AL-TIERED-RATE-COUNT.
108700     DISPLAY "CURRENCIES OVER TABLE:   " AL-CUR-OVERFLOW-COUNT.
108800     DISPLAY "NO EXCHANGE RATE (PAR):  " AL-XR-MISSING-COUNT.
108900     DISPLAY "RATE SHOCKS RUN:         " AL-SHOCK-COUNT.
109000     DISPLAY "EXTRACT RECORDS WRITTEN: " AL-EXT-WRITE-COUNT.
109100     DISPLAY "OPERATOR:                " AL-OPERATOR-ID.
109200     IF RETURN-CODE = ZERO
109300        AND (AL-INVALID-SKIP-COUNT > ZERO
109400             OR AL-CUR-OVERFLOW-COUNT > ZERO
109500             OR AL-XR-MISSING-COUNT > ZERO)
109600         MOVE 4 TO RETURN-CODE
109700     END-IF.
109800     IF AL-ACCT-OPEN
109900         CLOSE ACCOUNT-MASTER-FILE
110000     END-IF.
110100     IF AL-EXT-FILE-OK
110200         CLOSE GAP-EXTRACT-FILE
110300     END-IF.
110400     IF AL-RPT-FILE-OK
110500         CLOSE GAP-REPORT-FILE
110600     END-IF.
110700 9000-EXIT.
110800     EXIT.
110900
111000******************************************************************
111100* THE GAP SECTION: ONE BLOCK PER CURRENCY IN THE ORDER FIRST
111200* SEEN, THEN ALL CURRENCIES IN BASE (USD). A BLOCK IS NEVER SPLIT
111300* ACROSS PAGES.
111400******************************************************************
111500 9100-WRITE-GAP-SECTION.
111600     MOVE "G" TO AL-SECTION-SWITCH.
111700     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
111800     PERFORM 9110-WRITE-CURRENCY-GAP THRU 9110-EXIT
111900         VARYING AL-CX FROM 1 BY 1
112000         UNTIL AL-CX > AL-CUR-COUNT.
112100     MOVE AL-ALL-CX TO AL-CX.
112200     PERFORM 9110-WRITE-CURRENCY-GAP THRU 9110-EXIT.
112300 9100-EXIT.
112400     EXIT.
112500
112600 9110-WRITE-CURRENCY-GAP.
112700     IF AL-LINE-COUNT + 11 > AL-LINES-PER-PAGE
112800         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
112900     END-IF.
113000     IF AL-CX = AL-ALL-CX
113100         MOVE "ALL CURRENCIES IN BASE (USD)" TO GT-CURRENCY-TEXT
113200     ELSE
113300         MOVE AL-CUR-CODE(AL-CX) TO GT-CURRENCY-TEXT
113400     END-IF.
113500     WRITE GAP-REPORT-RECORD FROM GAP-CURRENCY-TITLE
113600         AFTER ADVANCING 1 LINE.
113700     WRITE GAP-REPORT-RECORD FROM GAP-HEADING-2
113800         AFTER ADVANCING 1 LINE.
113900     WRITE GAP-REPORT-RECORD FROM GAP-HEADING-3
114000         AFTER ADVANCING 1 LINE.
114100     ADD 3 TO AL-LINE-COUNT.
114200     MOVE ZEROS TO AL-TOTAL-WORK.
114300     MOVE ZERO TO AL-CUMULATIVE-GAP.
114400     PERFORM 9120-WRITE-ONE-BAND THRU 9120-EXIT
114500         VARYING AL-BAND FROM 1 BY 1
114600         UNTIL AL-BAND > 4.
114700     MOVE AL-TOTAL-WORK TO AL-LINE-WORK.
114800     MOVE "TOTAL" TO AL-LW-BAND-NAME.
114900     MOVE "TOTAL" TO AL-LW-BAND-CODE.
115000     COMPUTE AL-PERIOD-GAP =
115100         AL-LW-PRINCIPAL(1) - AL-LW-PRINCIPAL(2).
115200     PERFORM 9140-WRITE-BAND-LINE THRU 9140-EXIT.
115300     PERFORM 4100-WRITE-BLANK-LINE THRU 4100-EXIT.
115400 9110-EXIT.
115500     EXIT.
115600
115700 9120-WRITE-ONE-BAND.
115800     MOVE AL-BAND-NAME(AL-BAND) TO AL-LW-BAND-NAME.
115900     MOVE AL-BAND-CODE(AL-BAND) TO AL-LW-BAND-CODE.
116000     PERFORM 9125-LOAD-ONE-SIDE THRU 9125-EXIT
116100         VARYING AL-SIDE FROM 1 BY 1
116200         UNTIL AL-SIDE > 2.
116300     COMPUTE AL-PERIOD-GAP =
116400         AL-LW-PRINCIPAL(1) - AL-LW-PRINCIPAL(2).
116500     ADD AL-PERIOD-GAP TO AL-CUMULATIVE-GAP.
116600     PERFORM 9140-WRITE-BAND-LINE THRU 9140-EXIT.
116700 9120-EXIT.
116800     EXIT.
116900
117000 9125-LOAD-ONE-SIDE.
117100     MOVE AL-BAND-COUNT(AL-CX, AL-SIDE, AL-BAND)
117200         TO AL-LW-COUNT(AL-SIDE).
117300     MOVE AL-BAND-PRINCIPAL(AL-CX, AL-SIDE, AL-BAND)
117400         TO AL-LW-PRINCIPAL(AL-SIDE).
117500     MOVE AL-BAND-RATE-WEIGHT(AL-CX, AL-SIDE, AL-BAND)
117600         TO AL-LW-RATE-WEIGHT(AL-SIDE).
117700     ADD AL-LW-COUNT(AL-SIDE) TO AL-TOT-COUNT(AL-SIDE).
117800     ADD AL-LW-PRINCIPAL(AL-SIDE) TO AL-TOT-PRINCIPAL(AL-SIDE).
117900     ADD AL-LW-RATE-WEIGHT(AL-SIDE)
118000         TO AL-TOT-RATE-WEIGHT(AL-SIDE).
118100 9125-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500* PRINT AND EXTRACT ONE BAND (OR TOTAL) LINE FROM AL-LINE-WORK,
118600* AL-PERIOD-GAP AND AL-CUMULATIVE-GAP. THE AVERAGE RATE IS THE
118700* RATE WEIGHT OVER THE PRINCIPAL.
118800******************************************************************
118900 9140-WRITE-BAND-LINE.
119000     MOVE AL-LW-BAND-NAME TO GL-BAND-NAME.
119100     MOVE AL-LW-COUNT(1) TO GL-LOAN-COUNT.
119200     MOVE AL-LW-PRINCIPAL(1) TO GL-LOAN-PRINCIPAL.
119300     MOVE AL-LW-COUNT(2) TO GL-DEPOSIT-COUNT.
119400     MOVE AL-LW-PRINCIPAL(2) TO GL-DEPOSIT-PRINCIPAL.
119500     MOVE AL-PERIOD-GAP TO GL-PERIOD-GAP.
119600     MOVE AL-CUMULATIVE-GAP TO GL-CUMULATIVE-GAP.
119700     MOVE AL-CUR-CODE(AL-CX) TO XB-CURRENCY-CODE.
119800     MOVE AL-LW-BAND-CODE TO XB-BAND-CODE.
119900     MOVE AL-LW-COUNT(1) TO XB-LOAN-COUNT.
120000     MOVE AL-LW-PRINCIPAL(1) TO XB-LOAN-PRINCIPAL.
120100     MOVE AL-LW-COUNT(2) TO XB-DEPOSIT-COUNT.
120200     MOVE AL-LW-PRINCIPAL(2) TO XB-DEPOSIT-PRINCIPAL.
120300     MOVE AL-PERIOD-GAP TO XB-PERIOD-GAP.
120400     MOVE AL-CUMULATIVE-GAP TO XB-CUMULATIVE-GAP.
120500     MOVE ZERO TO AL-AVERAGE-RATE.
120600     IF AL-LW-PRINCIPAL(1) > ZERO
120700         COMPUTE AL-AVERAGE-RATE ROUNDED =
120800             AL-LW-RATE-WEIGHT(1) * 100 / AL-LW-PRINCIPAL(1)
120900     END-IF.
121000     MOVE AL-AVERAGE-RATE TO GL-LOAN-RATE.
121100     MOVE AL-AVERAGE-RATE TO XB-LOAN-RATE.
121200     MOVE ZERO TO AL-AVERAGE-RATE.
121300     IF AL-LW-PRINCIPAL(2) > ZERO
121400         COMPUTE AL-AVERAGE-RATE ROUNDED =
121500             AL-LW-RATE-WEIGHT(2) * 100 / AL-LW-PRINCIPAL(2)
121600     END-IF.
121700     MOVE AL-AVERAGE-RATE TO GL-DEPOSIT-RATE.
121800     MOVE AL-AVERAGE-RATE TO XB-DEPOSIT-RATE.
121900     WRITE GAP-REPORT-RECORD FROM GAP-BAND-LINE
122000         AFTER ADVANCING 1 LINE.
122100     ADD 1 TO AL-LINE-COUNT.
122200     WRITE GAP-EXTRACT-RECORD FROM GAP-EXTRACT-BAND.
122300     ADD 1 TO AL-EXT-WRITE-COUNT.
122400 9140-EXIT.
122500     EXIT.
122600
122700******************************************************************
122800* THE SENSITIVITY SECTION: PER CURRENCY, THEN ALL CURRENCIES IN
122900* BASE (USD), THE ONE-YEAR INTEREST INCOME, EXPENSE AND NET AT
123000* CURRENT RATES, THEN THE CHANGE IN EACH UNDER EVERY SHOCK.
123100******************************************************************
123200 9300-WRITE-SHOCK-SECTION.
123300     MOVE "S" TO AL-SECTION-SWITCH.
123400     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
123500     PERFORM 9310-WRITE-CURRENCY-SHOCKS THRU 9310-EXIT
123600         VARYING AL-CX FROM 1 BY 1
123700         UNTIL AL-CX > AL-CUR-COUNT.
123800     MOVE AL-ALL-CX TO AL-CX.
123900     PERFORM 9310-WRITE-CURRENCY-SHOCKS THRU 9310-EXIT.
124000 9300-EXIT.
124100     EXIT.
124200
124300 9310-WRITE-CURRENCY-SHOCKS.
124400     IF AL-LINE-COUNT + AL-SHOCK-COUNT + 2 > AL-LINES-PER-PAGE
124500         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
124600     END-IF.
124700     MOVE AL-SIDE-INTEREST(AL-CX, 1) TO AL-INCOME-AMOUNT.
124800     MOVE AL-SIDE-INTEREST(AL-CX, 2) TO AL-EXPENSE-AMOUNT.
124900     COMPUTE AL-NET-AMOUNT = AL-INCOME-AMOUNT - AL-EXPENSE-AMOUNT.
125000     MOVE "CURRENT RATES" TO SL-SCENARIO.
125100     PERFORM 9330-WRITE-SHOCK-LINE THRU 9330-EXIT.
125200     MOVE AL-CUR-CODE(AL-CX) TO XP-CURRENCY-CODE.
125300     MOVE AL-INCOME-AMOUNT TO XP-INTEREST-INCOME.
125400     MOVE AL-EXPENSE-AMOUNT TO XP-INTEREST-EXPENSE.
125500     MOVE AL-NET-AMOUNT TO XP-NET-INTEREST.
125600     WRITE GAP-EXTRACT-RECORD FROM GAP-EXTRACT-PROJECTION.
125700     ADD 1 TO AL-EXT-WRITE-COUNT.
125800     PERFORM 9320-WRITE-ONE-SHOCK THRU 9320-EXIT
125900         VARYING AL-SHK FROM 1 BY 1
126000         UNTIL AL-SHK > AL-SHOCK-COUNT.
126100     PERFORM 4100-WRITE-BLANK-LINE THRU 4100-EXIT.
126200 9310-EXIT.
126300     EXIT.
126400
126500 9320-WRITE-ONE-SHOCK.
126600     MOVE AL-SIDE-SHOCK-CHANGE(AL-CX, 1, AL-SHK)
126700         TO AL-INCOME-AMOUNT.
126800     MOVE AL-SIDE-SHOCK-CHANGE(AL-CX, 2, AL-SHK)
126900         TO AL-EXPENSE-AMOUNT.
127000     COMPUTE AL-NET-AMOUNT = AL-INCOME-AMOUNT - AL-EXPENSE-AMOUNT.
127100     MOVE AL-SHOCK-BP(AL-SHK) TO AL-SHOCK-BP-ED.
127200     MOVE SPACES TO SL-SCENARIO.
127300     STRING AL-SHOCK-BP-ED " BP SHOCK"
127400         DELIMITED BY SIZE INTO SL-SCENARIO.
127500     PERFORM 9330-WRITE-SHOCK-LINE THRU 9330-EXIT.
127600     MOVE AL-CUR-CODE(AL-CX) TO XS-CURRENCY-CODE.
127700     MOVE AL-SHOCK-BP(AL-SHK) TO XS-SHOCK-BP.
127800     MOVE AL-INCOME-AMOUNT TO XS-INCOME-CHANGE.
127900     MOVE AL-EXPENSE-AMOUNT TO XS-EXPENSE-CHANGE.
128000     MOVE AL-NET-AMOUNT TO XS-NET-INTEREST-CHANGE.
128100     WRITE GAP-EXTRACT-RECORD FROM GAP-EXTRACT-SHOCK.
128200     ADD 1 TO AL-EXT-WRITE-COUNT.
128300 9320-EXIT.
128400     EXIT.
128500
128600 9330-WRITE-SHOCK-LINE.
128700     MOVE AL-CUR-CODE(AL-CX) TO SL-CURRENCY.
128800     MOVE AL-INCOME-AMOUNT TO SL-INCOME.
128900     MOVE AL-EXPENSE-AMOUNT TO SL-EXPENSE.
129000     MOVE AL-NET-AMOUNT TO SL-NET-INTEREST.
129100     WRITE GAP-REPORT-RECORD FROM SHOCK-LINE
129200         AFTER ADVANCING 1 LINE.
129300     ADD 1 TO AL-LINE-COUNT.
129400 9330-EXIT.
129500     EXIT.
129600
129700 9500-WRITE-RUN-COUNTS.
129800     MOVE "C" TO AL-SECTION-SWITCH.
129900     PERFORM 4100-WRITE-BLANK-LINE THRU 4100-EXIT.
130000     MOVE "ACCOUNTS READ" TO GC-CAPTION.
130100     MOVE AL-ACCOUNT-COUNT TO GC-COUNT-ED.
130200     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
130300     MOVE "CLOSED ACCOUNTS LEFT OUT" TO GC-CAPTION.
130400     MOVE AL-CLOSED-SKIP-COUNT TO GC-COUNT-ED.
130500     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
130600     MOVE "ZERO BALANCE ACCOUNTS" TO GC-CAPTION.
130700     MOVE AL-ZERO-SKIP-COUNT TO GC-COUNT-ED.
130800     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
130900     MOVE "INVALID ACCOUNTS LEFT OUT" TO GC-CAPTION.
131000     MOVE AL-INVALID-SKIP-COUNT TO GC-COUNT-ED.
131100     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
131200     MOVE "BANDED ON REPRICING DATE" TO GC-CAPTION.
131300     MOVE AL-REPRICE-BAND-COUNT TO GC-COUNT-ED.
131400     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
131500     MOVE "BANDED ON MATURITY" TO GC-CAPTION.
131600     MOVE AL-MATURITY-BAND-COUNT TO GC-COUNT-ED.
131700     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
131800     MOVE "NON-MATURITY DEPOSITS" TO GC-CAPTION.
131900     MOVE AL-NONMATURITY-COUNT TO GC-COUNT-ED.
132000     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
132100     MOVE "TIERED RATE APPLIED" TO GC-CAPTION.
132200     MOVE AL-TIERED-RATE-COUNT TO GC-COUNT-ED.
132300     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
132400     MOVE "CONVERTED AT PAR (NO RATE)" TO GC-CAPTION.
132500     MOVE AL-XR-MISSING-COUNT TO GC-COUNT-ED.
132600     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
132700 9500-EXIT.
132800     EXIT.
132900
133000 END PROGRAM ALCOGAP.
