000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       TIME-DEPOSIT MATURITY RUN. A CERTIFICATE OF
000700*                DEPOSIT (AN ACCOUNT CARRYING AM-MATURITY-DATE)
000800*                USED TO ACCRUE IN INTCALC LIKE A SAVINGS ACCOUNT
000900*                FOREVER. ON OR AFTER ITS MATURITY DATE THIS RUN
001000*                ACTS ON THE ACCOUNT'S RENEWAL INSTRUCTION:
001100*                AUTO-RENEW ROLLS THE ACCRUED INTEREST INTO
001200*                PRINCIPAL AND STARTS A NEW TERM AT THE CURRENT
001300*                TIERED RATE (RATETIER); PAY OUT SETTLES THE
001400*                PRINCIPAL AND INTEREST THE WAY CAPCYCLE SETTLES A
001500*                PAYOUT, AS A PAYOUT ORDER (MATPAY, INTEREST
001600*                CREDIT LAYOUT) FOR THE LINKED ACCOUNT; TRANSFER
001700*                WRITES A DEPOSIT TO THE LINKED ACCOUNT IN THE
001800*                MONETARY TRANSACTION LAYOUT (MATTRAN) FOR THE
001900*                NEXT POSTING RUN. THE INTEREST SETTLED POSTS
002000*                THROUGH THE GL INTERFACE EXTRACT (GLEXTRACT). A
002100*                DEPOSIT MATURING WITHIN 30 DAYS GETS ITS MATURITY
002200*                NOTICE ON THE REGISTER (MATRPT) ONCE PER TERM.
002300*                AN UPDATED MASTER GENERATION (NEWMAST) IS WRITTEN
002400*                WITH A FRESH CONTROL-TOTAL TRAILER.
002500* TECTONICS:     cobc
002600******************************************************************
002700* MODIFICATION HISTORY
002800* 10/14/2026 DOW  INITIAL VERSION. A MATURED DEPOSIT IS SETTLED
002900*                 ONLY ONCE INTCALC HAS ACCRUED IT THROUGH ITS
003000*                 MATURITY DATE; OTHERWISE, OR WHEN A PAYOUT OR
003100*                 TRANSFER IS DUE ON A FROZEN ACCOUNT OR ONE WITH
003200*                 NO LINKED ACCOUNT, THE DEPOSIT IS HELD AND THE
003300*                 RUN ENDS WITH RETURN CODE 4. A RENEWAL MISSED BY
003400*                 EARLIER RUNS IS ROLLED FORWARD TERM BY TERM
003500*                 UNTIL THE NEW MATURITY DATE IS PAST THE AS-OF
003600*                 DATE. A SETTLED DEPOSIT IS LEFT AT ZERO AND
003700*                 CLOSED. MATTRAN IS WRITTEN IN DEPOSIT ACCOUNT
003800*                 ORDER AND IS SORTED INTO THE NEXT CYCLE'S
003900*                 MONETARY TRANSACTION FILE BY THE LINKED ACCOUNT.
003901* 10/14/2026 DOW  MATTRAN IS WRITTEN AS ONE BATCH FOR THE
003902*                 MONETARY EDIT (MONEDIT), WITH A HEADER AT THE
003903*                 START AND A TRAILER CARRYING THE TRANSFER COUNT
003904*                 AND AMOUNT AT THE END OF A RUN THAT READS THE
003905*                 MASTER THROUGH.
003906* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). THE
003907*                 PAYOUT ORDER AND GL VALUE DATES ARE THE AS-OF
003908*                 DATE ROLLED TO A BUSINESS DAY UNDER THE RUNPARMS
003909*                 ROLL RULE; A DEPOSIT STILL MATURES ON ITS
003910*                 CONTRACT DATE. THE RUN IS HELD IF THE AS-OF YEAR
003911*                 IS NOT ON THE CALENDAR.
003912******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CDMATURE.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS AM-ACCOUNT-NUMBER
005000         FILE STATUS IS CM-ACCT-FILE-STATUS.
005100     SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS NM-ACCOUNT-NUMBER
005500         FILE STATUS IS CM-NEWM-FILE-STATUS.
005600     SELECT PAYOUT-ORDER-FILE ASSIGN TO "MATPAY"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CM-PAY-FILE-STATUS.
005900     SELECT TRANSFER-TRANS-FILE ASSIGN TO "MATTRAN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CM-TRN-FILE-STATUS.
006200     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CM-GLX-FILE-STATUS.
006500     SELECT MATURITY-REPORT-FILE ASSIGN TO "MATRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CM-RPT-FILE-STATUS.
006800     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CM-FLG-FILE-STATUS.
007100     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CM-PRM-FILE-STATUS.
007310     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
007320         ORGANIZATION IS LINE SEQUENTIAL
007330         FILE STATUS IS CM-HOL-FILE-STATUS.
007400     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS CM-STP-FILE-STATUS.
007700     SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CM-XRT-FILE-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ACCOUNT-MASTER-FILE
008300     RECORDING MODE IS F.
008400 COPY ACCTMAST.
008500 FD  NEW-MASTER-FILE
008600     RECORDING MODE IS F.
008700 01  NEW-MASTER-RECORD.
008800     05  NM-ACCOUNT-NUMBER           PIC X(10).
008900     05  FILLER                      PIC X(240).
009000 FD  PAYOUT-ORDER-FILE
009100     RECORDING MODE IS F.
009200 COPY INTCRED.
009300 FD  TRANSFER-TRANS-FILE
009400     RECORDING MODE IS F.
009500 COPY MONTRAN.
009600 FD  GL-EXTRACT-FILE
009700     RECORDING MODE IS F.
009800 01  GL-EXTRACT-RECORD               PIC X(62).
009900 FD  MATURITY-REPORT-FILE
010000     RECORDING MODE IS F.
010100 01  MATURITY-REPORT-RECORD          PIC X(132).
010200 FD  EDIT-FLAG-FILE
010300     RECORDING MODE IS F.
010400 COPY EDITFLAG.
010500 FD  RUN-PARAMETER-FILE
010600     RECORDING MODE IS F.
010700 COPY RUNPARMS.
010710 FD  HOLIDAY-CALENDAR-FILE
010720     RECORDING MODE IS F.
010730 COPY HOLCAL.
010800 FD  STEP-STATUS-FILE
010900     RECORDING MODE IS F.
011000 COPY STEPSTAT.
011100 FD  EXCHANGE-RATE-FILE
011200     RECORDING MODE IS F.
011300 COPY EXCHRATE.
011400 WORKING-STORAGE SECTION.
011500 01  CM-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
011600     88  CM-ACCT-FILE-OK                 VALUE "00".
011700     88  CM-ACCT-FILE-EOF                 VALUE "10".
011800 01  CM-NEWM-FILE-STATUS         PIC X(02) VALUE "99".
011900     88  CM-NEWM-FILE-OK                  VALUE "00".
012000 01  CM-PAY-FILE-STATUS          PIC X(02) VALUE "99".
012100     88  CM-PAY-FILE-OK                   VALUE "00".
012200 01  CM-TRN-FILE-STATUS          PIC X(02) VALUE "99".
012300     88  CM-TRN-FILE-OK                   VALUE "00".
012400 01  CM-GLX-FILE-STATUS          PIC X(02) VALUE "99".
012500     88  CM-GLX-FILE-OK                   VALUE "00".
012600 01  CM-RPT-FILE-STATUS          PIC X(02) VALUE "99".
012700     88  CM-RPT-FILE-OK                   VALUE "00".
012800 01  CM-FLG-FILE-STATUS          PIC X(02) VALUE "99".
012900     88  CM-FLG-FILE-OK                   VALUE "00".
013000 01  CM-PRM-FILE-STATUS          PIC X(02) VALUE "99".
013100     88  CM-PRM-FILE-OK                   VALUE "00".
013110 01  CM-HOL-FILE-STATUS          PIC X(02) VALUE "99".
013120     88  CM-HOL-FILE-OK                   VALUE "00".
013200 01  CM-PRM-REC-SWITCH           PIC X(01) VALUE "N".
013300     88  CM-PRM-REC-PRESENT               VALUE "Y".
013400 01  CM-STP-FILE-STATUS          PIC X(02) VALUE "99".
013500     88  CM-STP-FILE-OK                   VALUE "00".
013600     88  CM-STP-FILE-EOF                  VALUE "10".
013700     88  CM-STP-FILE-MISSING              VALUE "35".
013800 01  CM-RUN-CONTROL-FIELDS.
013900     05  CM-STP-EOF-SWITCH       PIC X(01) VALUE "N".
014000         88  CM-STP-END-OF-FILE           VALUE "Y".
014100     05  CM-LIVE-GEN-SWITCH      PIC X(01) VALUE "N".
014200         88  CM-LIVE-GEN-FOUND            VALUE "Y".
014300     05  CM-EDIT-STAMP-SWITCH    PIC X(01) VALUE "N".
014400         88  CM-EDIT-STAMP-FOUND          VALUE "Y".
014500     05  CM-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
014600     05  CM-EDIT-GENERATION      PIC 9(05) VALUE ZERO.
014700     05  CM-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
014800     05  CM-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
014900     05  CM-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
015000 01  CM-CONTROL-SWITCHES.
015100     05  CM-EOF-SWITCH           PIC X(01) VALUE "N".
015200         88  CM-END-OF-FILE               VALUE "Y".
015300     05  CM-NORMAL-EOF-SWITCH    PIC X(01) VALUE "N".
015400         88  CM-NORMAL-EOF                 VALUE "Y".
015500 01  CM-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
015600 01  CM-RUN-DATE                 PIC 9(8).
015650 01  CM-VALUE-DATE               PIC 9(8).
015700*
015800* MATURITY TERMS: A DEPOSIT WITH NO TERM OF ITS OWN RENEWS FOR A
015900* YEAR, AND ITS NOTICE IS DUE WHEN MATURITY IS 30 DAYS OFF.
016000*
016100 01  CM-DEFAULT-TERM-MONTHS      PIC 9(03) VALUE 012.
016200 01  CM-NOTICE-DAYS              PIC 9(03) VALUE 030.
016300 01  CM-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
016400 01  CM-NOT-CD-COUNT             PIC 9(07) COMP VALUE ZERO.
016500 01  CM-CLOSED-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
016600 01  CM-NOT-DUE-COUNT            PIC 9(07) COMP VALUE ZERO.
016700 01  CM-MATURED-COUNT            PIC 9(07) COMP VALUE ZERO.
016800 01  CM-RENEWED-COUNT            PIC 9(07) COMP VALUE ZERO.
016900 01  CM-PAID-OUT-COUNT           PIC 9(07) COMP VALUE ZERO.
017000 01  CM-TRANSFER-COUNT           PIC 9(07) COMP VALUE ZERO.
017010 01  CM-TRANSFER-AMOUNT          PIC 9(11)V99 VALUE ZERO.
017020 01  CM-TRANSFER-BATCH           PIC X(06) VALUE SPACES.
017100 01  CM-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
017200 01  CM-NOTICE-COUNT             PIC 9(07) COMP VALUE ZERO.
017300 01  CM-NEWM-WRITE-COUNT         PIC 9(07) COMP VALUE ZERO.
017400 01  CM-NEWM-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
017500 01  CM-MATURITY-FIELDS.
017600     05  CM-ACTION               PIC X(08).
017700     05  CM-OLD-MATURITY         PIC 9(08).
017800     05  CM-OLD-PRINCIPAL        PIC 9(10)V99.
017900     05  CM-OLD-RATE             PIC 9(3)V99.
018000     05  CM-SETTLE-INTEREST      PIC 9(10)V99.
018100     05  CM-PROCEEDS             PIC 9(10)V99.
018200     05  CM-TERM-MONTHS          PIC 9(03).
018300     05  CM-DAYS-TO-MATURITY     PIC 9(05).
018400 01  CM-DATE-FIELDS.
018500     05  CM-NEXT-DATE            PIC 9(08).
018600     05  CM-NEXT-DATE-R REDEFINES CM-NEXT-DATE.
018700         10  CM-NEXT-CCYY        PIC 9(04).
018800         10  CM-NEXT-MM          PIC 9(02).
018900         10  CM-NEXT-DD          PIC 9(02).
019000     05  CM-NEXT-DAY             PIC 9(02).
019100     05  CM-MONTH-DAYS           PIC 9(02).
019200     05  CM-MONTH-STEP           PIC 9(03) COMP.
019300 01  CM-DAYNUM-FIELDS.
019400     05  CM-DAYNUM-DATE          PIC 9(08).
019500     05  CM-DAYNUM-CCYY          PIC 9(04).
019600     05  CM-DAYNUM-MM            PIC 9(02).
019700     05  CM-DAYNUM-DD            PIC 9(02).
019800     05  CM-PRIOR-YEARS          PIC 9(04).
019900     05  CM-LEAP-DIV-4           PIC 9(04).
020000     05  CM-LEAP-DIV-100         PIC 9(04).
020100     05  CM-LEAP-DIV-400         PIC 9(04).
020200     05  CM-DAY-NUMBER           PIC 9(07).
020300     05  CM-RUN-DAY-NUMBER       PIC 9(07).
020400 01  CM-LEAP-FIELDS.
020500     05  CM-LEAP-CCYY            PIC 9(04).
020600     05  CM-LEAP-QUOTIENT        PIC 9(05) COMP.
020700     05  CM-LEAP-REMAINDER       PIC 9(05) COMP.
020800     05  CM-LEAP-SWITCH          PIC X(01).
020900         88  CM-LEAP-YEAR                 VALUE "Y".
021000 COPY DAYSTBL.
021100 COPY RATETIER.
021200 01  CM-TIER-FIELDS.
021300     05  CM-TIER-PRIOR-LIMIT     PIC 9(10)V99.
021400     05  CM-TIER-PORTION         PIC 9(10)V99.
021500     05  CM-TIER-BAND-AMT        PIC 9(10)V9(9).
021600     05  CM-TIER-INTEREST        PIC 9(10)V9(9).
021700     05  CM-BLENDED-RATE         PIC 9(3)V99.
021800 01  CM-XRT-FILE-STATUS          PIC X(02) VALUE "99".
021900     88  CM-XRT-FILE-OK                   VALUE "00".
022000     88  CM-XRT-FILE-EOF                  VALUE "10".
022100     88  CM-XRT-FILE-MISSING              VALUE "35".
022200 01  CM-EXCHANGE-TABLE.
022300     05  CM-XR-COUNT             PIC 9(03) COMP VALUE ZERO.
022400     05  CM-XR-ENTRY OCCURS 10 TIMES INDEXED BY XR-IDX.
022500         10  CM-XR-CODE          PIC X(03).
022600         10  CM-XR-DATE          PIC 9(08).
022700         10  CM-XR-RATE          PIC 9(03)V9(6).
022800 01  CM-XR-CONTROL-FIELDS.
022900     05  CM-XRT-EOF-SWITCH       PIC X(01) VALUE "N".
023000         88  CM-XRT-END-OF-FILE           VALUE "Y".
023100     05  CM-XR-FOUND-SWITCH      PIC X(01).
023200         88  CM-XR-CODE-FOUND             VALUE "Y".
023300     05  CM-XR-WORK-CODE         PIC X(03).
023400     05  CM-XR-APPLIED-RATE      PIC 9(03)V9(6).
023500     05  CM-XR-MISSING-COUNT     PIC 9(07) COMP VALUE ZERO.
023600     05  CM-XR-RATE-ED           PIC ZZ9.9(6).
023700 COPY ACCTTRLR.
023800 COPY GLEXTR.
023900 01  CM-REPORT-CONTROLS.
024000     05  CM-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
024100     05  CM-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
024200     05  CM-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
024300     05  CM-RUN-DATE-EDITED.
024400         10  CM-RUN-DATE-CCYY    PIC 9(4).
024500         10  FILLER              PIC X VALUE "-".
024600         10  CM-RUN-DATE-MM      PIC 99.
024700         10  FILLER              PIC X VALUE "-".
024800         10  CM-RUN-DATE-DD      PIC 99.
024900 01  MATURITY-HEADING-1.
025000     05  FILLER                  PIC X(42)
025100         VALUE "CDMATURE TIME-DEPOSIT MATURITY REGISTER".
025200     05  FILLER                  PIC X(22) VALUE SPACES.
025300     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
025400     05  MH1-RUN-DATE            PIC X(10).
025500     05  FILLER                  PIC X(7) VALUE " PAGE: ".
025600     05  MH1-PAGE-NUMBER         PIC ZZZ9.
025700 01  MATURITY-HEADING-2.
025800     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
025900     05  FILLER                  PIC X(05) VALUE "CUR".
026000     05  FILLER                  PIC X(10) VALUE "ACTION".
026100     05  FILLER                  PIC X(12) VALUE "MATURITY".
026200     05  FILLER                  PIC X(16) VALUE "     PRINCIPAL".
026300     05  FILLER                  PIC X(16) VALUE "      INTEREST".
026400     05  FILLER                  PIC X(09) VALUE "OLD RATE".
026500     05  FILLER                  PIC X(09) VALUE "NEW RATE".
026600     05  FILLER                  PIC X(05) VALUE "INS".
026700     05  FILLER                  PIC X(12) VALUE "LINKED".
026800     05  FILLER                  PIC X(12) VALUE "NEW MATURITY".
026900     05  FILLER                  PIC X(04) VALUE "DAYS".
027000 01  MATURITY-DETAIL-LINE.
027100     05  MD-ACCOUNT-NUMBER       PIC X(10).
027200     05  FILLER                  PIC X(02) VALUE SPACES.
027300     05  MD-CURRENCY             PIC X(03).
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  MD-ACTION               PIC X(08).
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  MD-MATURITY-DATE        PIC X(10).
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  MD-PRINCIPAL-ED         PIC ZZZ,ZZZ,ZZ9.99.
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  MD-INTEREST-ED          PIC ZZZ,ZZZ,ZZ9.99.
028200     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  MD-OLD-RATE-ED          PIC ZZ9.99.
028400     05  FILLER                  PIC X(03) VALUE SPACES.
028500     05  MD-NEW-RATE-ED          PIC ZZ9.99.
028600     05  FILLER                  PIC X(03) VALUE SPACES.
028700     05  MD-RENEWAL-INSTR        PIC X(01).
028800     05  FILLER                  PIC X(04) VALUE SPACES.
028900     05  MD-LINKED-ACCOUNT       PIC X(10).
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  MD-NEW-MATURITY         PIC X(10).
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  MD-DAYS-ED              PIC ZZZZ9.
029400 01  MATURITY-COUNT-LINE.
029500     05  MC-CAPTION              PIC X(30).
029600     05  FILLER                  PIC X(09) VALUE SPACES.
029700     05  MC-COUNT-ED             PIC ZZZZZZ9.
029710 COPY HOLTBL.
029800 PROCEDURE DIVISION.
029900 0000-MAIN-PROCEDURE.
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030100     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
030200         UNTIL CM-END-OF-FILE.
030300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030400     STOP RUN.
030500
030600 1000-INITIALIZE.
030700     DISPLAY "TIME-DEPOSIT MATURITY RUN".
030800     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
030900     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
031000     IF CM-END-OF-FILE
031100         GO TO 1000-EXIT
031200     END-IF.
031300     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
031400     IF CM-END-OF-FILE
031500         GO TO 1000-EXIT
031600     END-IF.
031700     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
031800     PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT.
031900     IF CM-END-OF-FILE
032000         GO TO 1000-EXIT
032100     END-IF.
032110     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
032120     IF CM-END-OF-FILE
032130         GO TO 1000-EXIT
032140     END-IF.
032200     MOVE CM-RUN-DATE(1:4) TO CM-RUN-DATE-CCYY.
032300     MOVE CM-RUN-DATE(5:2) TO CM-RUN-DATE-MM.
032400     MOVE CM-RUN-DATE(7:2) TO CM-RUN-DATE-DD.
032500     MOVE CM-RUN-DATE TO CM-DAYNUM-DATE.
032510     MOVE CM-RUN-DATE TO HT-ROLL-DATE.
032520     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
032530     MOVE HT-ROLL-DATE TO CM-VALUE-DATE.
032540     IF CM-VALUE-DATE NOT = CM-RUN-DATE
032550         DISPLAY "AS-OF DATE IS NOT A BUSINESS DAY - VALUE DATE "
032560             CM-VALUE-DATE
032570     END-IF.
032600     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
032700     MOVE CM-DAY-NUMBER TO CM-RUN-DAY-NUMBER.
032800     OPEN INPUT ACCOUNT-MASTER-FILE.
032900     IF NOT CM-ACCT-FILE-OK
033000         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
033100             CM-ACCT-FILE-STATUS
033200         MOVE "Y" TO CM-EOF-SWITCH
033300         MOVE 16 TO RETURN-CODE
033400         GO TO 1000-EXIT
033500     END-IF.
033600     OPEN OUTPUT NEW-MASTER-FILE.
033700     IF NOT CM-NEWM-FILE-OK
033800         DISPLAY "ERROR OPENING NEW MASTER FILE, STATUS = "
033900             CM-NEWM-FILE-STATUS
034000         MOVE "Y" TO CM-EOF-SWITCH
034100         MOVE 16 TO RETURN-CODE
034200         GO TO 1000-EXIT
034300     END-IF.
034400     OPEN OUTPUT PAYOUT-ORDER-FILE.
034500     IF NOT CM-PAY-FILE-OK
034600         DISPLAY "ERROR OPENING PAYOUT ORDER FILE, STATUS = "
034700             CM-PAY-FILE-STATUS
034800         MOVE "Y" TO CM-EOF-SWITCH
034900         MOVE 16 TO RETURN-CODE
035000         GO TO 1000-EXIT
035100     END-IF.
035200     OPEN OUTPUT TRANSFER-TRANS-FILE.
035300     IF NOT CM-TRN-FILE-OK
035400         DISPLAY "ERROR OPENING TRANSFER TRANSACTION FILE, "
035500             "STATUS = " CM-TRN-FILE-STATUS
035600         MOVE "Y" TO CM-EOF-SWITCH
035700         MOVE 16 TO RETURN-CODE
035800         GO TO 1000-EXIT
035900     END-IF.
035910     PERFORM 5110-WRITE-TRANSFER-HEADER THRU 5110-EXIT.
036000     OPEN OUTPUT GL-EXTRACT-FILE.
036100     IF NOT CM-GLX-FILE-OK
036200         DISPLAY "ERROR OPENING GL EXTRACT FILE, STATUS = "
036300             CM-GLX-FILE-STATUS
036400         MOVE "Y" TO CM-EOF-SWITCH
036500         MOVE 16 TO RETURN-CODE
036600         GO TO 1000-EXIT
036700     END-IF.
036800     OPEN OUTPUT MATURITY-REPORT-FILE.
036900     IF NOT CM-RPT-FILE-OK
037000         DISPLAY "ERROR OPENING MATURITY REGISTER, STATUS = "
037100             CM-RPT-FILE-STATUS
037200         MOVE "Y" TO CM-EOF-SWITCH
037300         MOVE 16 TO RETURN-CODE
037400         GO TO 1000-EXIT
037500     END-IF.
037600     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
037700     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
037800 1000-EXIT.
037900     EXIT.
038000
038100 1200-CHECK-EDIT-FLAG.
038200     OPEN INPUT EDIT-FLAG-FILE.
038300     IF NOT CM-FLG-FILE-OK
038400         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
038500             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
038600             CM-FLG-FILE-STATUS
038700         MOVE "Y" TO CM-EOF-SWITCH
038800         MOVE 16 TO RETURN-CODE
038900         GO TO 1200-EXIT
039000     END-IF.
039100     READ EDIT-FLAG-FILE
039200         AT END
039300             MOVE "N" TO EF-CLEAN-FLAG
039400     END-READ.
039500     IF NOT EF-FILE-CLEAN
039600         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
039700             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
039800         MOVE "Y" TO CM-EOF-SWITCH
039900         MOVE 16 TO RETURN-CODE
040000     END-IF.
040100     CLOSE EDIT-FLAG-FILE.
040200 1200-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
040700* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO NEWER
040800* MAINTENANCE GENERATION AWAITS PROMOTION. A MISSING FILE MEANS
040900* RUN CONTROL IS NOT ACTIVE AND THE EDITFLAG GATE ALONE APPLIES.
041000******************************************************************
041100 1250-CHECK-RUN-CONTROL.
041200     OPEN INPUT STEP-STATUS-FILE.
041300     IF CM-STP-FILE-MISSING
041400         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
041500         GO TO 1250-EXIT
041600     END-IF.
041700     IF NOT CM-STP-FILE-OK
041800         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
041900             CM-STP-FILE-STATUS
042000         MOVE "Y" TO CM-EOF-SWITCH
042100         MOVE 16 TO RETURN-CODE
042200         GO TO 1250-EXIT
042300     END-IF.
042400     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
042500         UNTIL CM-STP-END-OF-FILE.
042600     CLOSE STEP-STATUS-FILE.
042700     IF NOT CM-LIVE-GEN-FOUND
042800         DISPLAY "STEP STATUS CARRIES NO LIVE GENERATION - "
042900             "RUN HELD, RUN THE PROMOTION (RUNCTL) FIRST"
043000         MOVE "Y" TO CM-EOF-SWITCH
043100         MOVE 16 TO RETURN-CODE
043200         GO TO 1250-EXIT
043300     END-IF.
043400     IF NOT CM-EDIT-STAMP-FOUND
043500        OR CM-EDIT-STAMP-STATUS NOT = "C"
043600        OR CM-EDIT-GENERATION NOT = CM-LIVE-GENERATION
043700         DISPLAY "LIVE MASTER GENERATION " CM-LIVE-GENERATION
043800             " HAS NOT PASSED ACCTEDIT - RUN HELD"
043900         MOVE "Y" TO CM-EOF-SWITCH
044000         MOVE 16 TO RETURN-CODE
044100         GO TO 1250-EXIT
044200     END-IF.
044300     IF CM-MAINT-STAMP-STATUS = "C"
044400        AND CM-MAINT-GENERATION > CM-LIVE-GENERATION
044500         DISPLAY "MAINTENANCE GENERATION " CM-MAINT-GENERATION
044600             " AWAITS PROMOTION - RUN HELD"
044700         MOVE "Y" TO CM-EOF-SWITCH
044800         MOVE 16 TO RETURN-CODE
044900     END-IF.
045000 1250-EXIT.
045100     EXIT.
045200
045300 1260-READ-ONE-STEP.
045400     READ STEP-STATUS-FILE
045500         AT END
045600             MOVE "Y" TO CM-STP-EOF-SWITCH
045700             GO TO 1260-EXIT
045800     END-READ.
045900     EVALUATE SS-STEP-NAME
046000         WHEN "ACCTMAST"
046100             IF SS-GENERATION NUMERIC
046200                 MOVE SS-GENERATION TO CM-LIVE-GENERATION
046300                 MOVE "Y" TO CM-LIVE-GEN-SWITCH
046400             END-IF
046500         WHEN "ACCTEDIT"
046600             IF SS-GENERATION NUMERIC
046700                 MOVE SS-GENERATION TO CM-EDIT-GENERATION
046800                 MOVE SS-STEP-STATUS TO CM-EDIT-STAMP-STATUS
046900                 MOVE "Y" TO CM-EDIT-STAMP-SWITCH
047000             END-IF
047100         WHEN "ACCTMNT"
047200             IF SS-GENERATION NUMERIC
047300                 MOVE SS-GENERATION TO CM-MAINT-GENERATION
047400                 MOVE SS-STEP-STATUS TO CM-MAINT-STAMP-STATUS
047500             END-IF
047600     END-EVALUATE.
047700 1260-EXIT.
047800     EXIT.
047900
048000 1300-READ-RUN-PARAMETERS.
048100     OPEN INPUT RUN-PARAMETER-FILE.
048200     IF NOT CM-PRM-FILE-OK
048300         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
048400         GO TO 1300-EXIT
048500     END-IF.
048600     READ RUN-PARAMETER-FILE
048700         AT END
048800             MOVE "N" TO CM-PRM-REC-SWITCH
048900         NOT AT END
049000             MOVE "Y" TO CM-PRM-REC-SWITCH
049100     END-READ.
049200     IF NOT CM-PRM-REC-PRESENT
049300         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
049400         CLOSE RUN-PARAMETER-FILE
049500         GO TO 1300-EXIT
049600     END-IF.
049700     IF RP-OPERATOR-ID NOT = SPACES
049800         MOVE RP-OPERATOR-ID TO CM-OPERATOR-ID
049900     END-IF.
050000     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
050100         MOVE RP-AS-OF-DATE TO CM-RUN-DATE
050200         DISPLAY "AS-OF DATE OVERRIDE: " CM-RUN-DATE
050300     END-IF.
050310     IF RP-ROLL-TO-PREVIOUS
050320         MOVE "P" TO HT-ROLL-RULE
050330     END-IF.
050340     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
050350         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
050360             " INVALID - NEXT BUSINESS DAY ASSUMED"
050370     END-IF.
050400     CLOSE RUN-PARAMETER-FILE.
050500 1300-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* LOAD THE EXCHANGE RATES - FOR EACH CURRENCY THE NEWEST RATE
051000* DATED ON OR BEFORE THE AS-OF DATE, THE SAME CONVENTION AS
051100* THE INTCALC POSTING RUN. A MISSING FILE CONVERTS AT PAR.
051200******************************************************************
051300 1500-LOAD-EXCHANGE-RATES.
051400     OPEN INPUT EXCHANGE-RATE-FILE.
051500     IF CM-XRT-FILE-MISSING
051600         DISPLAY "NO EXCHANGE RATE FILE - NON-USD AMOUNTS "
051700             "CONVERTED AT PAR"
051800         GO TO 1500-EXIT
051900     END-IF.
052000     IF NOT CM-XRT-FILE-OK
052100         DISPLAY "ERROR OPENING EXCHANGE RATE FILE, STATUS = "
052200             CM-XRT-FILE-STATUS
052300         MOVE "Y" TO CM-EOF-SWITCH
052400         MOVE 16 TO RETURN-CODE
052500         GO TO 1500-EXIT
052600     END-IF.
052700     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
052800         UNTIL CM-XRT-END-OF-FILE.
052900     CLOSE EXCHANGE-RATE-FILE.
053000     DISPLAY "EXCHANGE RATES LOADED: " CM-XR-COUNT.
053100 1500-EXIT.
053200     EXIT.
053300
053400 1510-LOAD-ONE-RATE.
053500     READ EXCHANGE-RATE-FILE
053600         AT END
053700             MOVE "Y" TO CM-XRT-EOF-SWITCH
053800             GO TO 1510-EXIT
053900     END-READ.
054000     IF XR-RATE NOT NUMERIC
054100        OR XR-RATE-DATE NOT NUMERIC
054200        OR XR-CURRENCY-CODE = SPACES
054300         DISPLAY "EXCHANGE RATE RECORD INVALID - IGNORED"
054400         GO TO 1510-EXIT
054500     END-IF.
054600     IF XR-RATE-DATE > CM-RUN-DATE
054700         GO TO 1510-EXIT
054800     END-IF.
054900     MOVE XR-CURRENCY-CODE TO CM-XR-WORK-CODE.
055000     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
055100     IF CM-XR-CODE-FOUND
055200         IF XR-RATE-DATE NOT < CM-XR-DATE(XR-IDX)
055300             MOVE XR-RATE-DATE TO CM-XR-DATE(XR-IDX)
055400             MOVE XR-RATE TO CM-XR-RATE(XR-IDX)
055500         END-IF
055600         GO TO 1510-EXIT
055700     END-IF.
055800     IF CM-XR-COUNT < 10
055900         ADD 1 TO CM-XR-COUNT
056000         SET XR-IDX TO CM-XR-COUNT
056100         MOVE XR-CURRENCY-CODE TO CM-XR-CODE(XR-IDX)
056200         MOVE XR-RATE-DATE TO CM-XR-DATE(XR-IDX)
056300         MOVE XR-RATE TO CM-XR-RATE(XR-IDX)
056400     ELSE
056500         DISPLAY "EXCHANGE RATE TABLE FULL - "
056600             XR-CURRENCY-CODE " DROPPED"
056700     END-IF.
056800 1510-EXIT.
056900     EXIT.
057000
057001******************************************************************
057002* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
057003* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
057004* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
057005* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
057006* FILE AHEAD OF THE DATE-DRIVEN RUNS.
057007******************************************************************
057008 1700-LOAD-HOLIDAY-CALENDAR.
057009     OPEN INPUT HOLIDAY-CALENDAR-FILE.
057010     IF NOT CM-HOL-FILE-OK
057011         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
057012             "HELD, STATUS = " CM-HOL-FILE-STATUS
057013         MOVE "Y" TO CM-EOF-SWITCH
057014         MOVE 16 TO RETURN-CODE
057015         GO TO 1700-EXIT
057016     END-IF.
057017     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
057018         UNTIL HT-END-OF-FILE.
057019     CLOSE HOLIDAY-CALENDAR-FILE.
057020     IF CM-END-OF-FILE
057021         GO TO 1700-EXIT
057022     END-IF.
057023     MOVE CM-RUN-DATE(1:4) TO HT-CHECK-YEAR.
057024     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
057025     IF NOT HT-YEAR-LOADED
057026         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
057027             " - RUN HELD"
057028         MOVE "Y" TO CM-EOF-SWITCH
057029         MOVE 16 TO RETURN-CODE
057030         GO TO 1700-EXIT
057031     END-IF.
057032     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
057033         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
057034 1700-EXIT.
057035     EXIT.
057036
057037 1710-LOAD-ONE-CALENDAR-ENTRY.
057038     READ HOLIDAY-CALENDAR-FILE
057039         AT END
057040             MOVE "Y" TO HT-EOF-SWITCH
057041             GO TO 1710-EXIT
057042     END-READ.
057043     IF HC-CALENDAR-DATE NOT NUMERIC
057044        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
057045         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
057046             HC-RECORD-TYPE " " HC-CALENDAR-DATE
057047         GO TO 1710-EXIT
057048     END-IF.
057049     IF HC-YEAR-RECORD
057050         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
057051             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
057052             MOVE "Y" TO HT-EOF-SWITCH
057053             MOVE "Y" TO CM-EOF-SWITCH
057054             MOVE 16 TO RETURN-CODE
057055             GO TO 1710-EXIT
057056         END-IF
057057         ADD 1 TO HT-YEAR-COUNT
057058         SET HT-YR-IDX TO HT-YEAR-COUNT
057059         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
057060         GO TO 1710-EXIT
057061     END-IF.
057062     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
057063         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
057064         MOVE "Y" TO HT-EOF-SWITCH
057065         MOVE "Y" TO CM-EOF-SWITCH
057066         MOVE 16 TO RETURN-CODE
057067         GO TO 1710-EXIT
057068     END-IF.
057069     ADD 1 TO HT-HOLIDAY-COUNT.
057070     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
057071     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
057072 1710-EXIT.
057073     EXIT.
057074
057100******************************************************************
057200* EVERY ACCOUNT CARRIES TO THE NEW MASTER GENERATION. ONLY A
057300* DEPOSIT CARRYING A MATURITY DATE THAT IS NOT CLOSED IS LOOKED
057400* AT: ONE STILL TO MATURE MAY BE DUE ITS NOTICE, AND ONE MATURED
057500* ON OR BEFORE THE AS-OF DATE IS RENEWED OR SETTLED.
057600******************************************************************
057700 2000-PROCESS-ACCOUNT.
057800     ADD 1 TO CM-ACCOUNT-COUNT.
057900     IF AM-MATURITY-DATE NOT NUMERIC
058000        OR AM-MATURITY-DATE = ZERO
058100         ADD 1 TO CM-NOT-CD-COUNT
058200         GO TO 2000-CARRY-ACCOUNT
058300     END-IF.
058400     IF AM-STATUS-CLOSED
058500         ADD 1 TO CM-CLOSED-SKIP-COUNT
058600         GO TO 2000-CARRY-ACCOUNT
058700     END-IF.
058800     IF AM-MATURITY-DATE > CM-RUN-DATE
058900         ADD 1 TO CM-NOT-DUE-COUNT
059000         PERFORM 2400-CHECK-NOTICE THRU 2400-EXIT
059100         GO TO 2000-CARRY-ACCOUNT
059200     END-IF.
059300     ADD 1 TO CM-MATURED-COUNT.
059400     MOVE AM-MATURITY-DATE TO CM-OLD-MATURITY.
059500     MOVE AM-PRINCIPAL TO CM-OLD-PRINCIPAL.
059600     MOVE AM-INT-RATE TO CM-OLD-RATE.
059700     MOVE ZERO TO CM-SETTLE-INTEREST.
059800     MOVE ZERO TO CM-DAYS-TO-MATURITY.
059900     IF AM-LAST-ACCRUED-DATE NOT NUMERIC
060000        OR AM-LAST-ACCRUED-DATE < AM-MATURITY-DATE
060100        OR AM-ACCRUED-INTEREST NOT NUMERIC
060200         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
060300             " NOT ACCRUED TO MATURITY - HELD, RUN INTCALC FIRST"
060400         GO TO 2000-HOLD-ACCOUNT
060500     END-IF.
060600     IF NOT AM-RENEW-AUTO
060700        AND NOT AM-RENEW-PAYOUT
060800        AND NOT AM-RENEW-TRANSFER
060900         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
061000             " RENEWAL INSTRUCTION INVALID - HELD"
061100         GO TO 2000-HOLD-ACCOUNT
061200     END-IF.
061300     IF NOT AM-RENEW-AUTO AND AM-STATUS-FROZEN
061400         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
061500             " FROZEN - MATURITY SETTLEMENT HELD"
061600         GO TO 2000-HOLD-ACCOUNT
061700     END-IF.
061800     IF NOT AM-RENEW-AUTO AND AM-LINKED-ACCOUNT = SPACES
061900         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
062000             " HAS NO LINKED ACCOUNT - MATURITY SETTLEMENT HELD"
062100         GO TO 2000-HOLD-ACCOUNT
062200     END-IF.
062300     MOVE AM-ACCRUED-INTEREST TO CM-SETTLE-INTEREST.
062400     EVALUATE TRUE
062500         WHEN AM-RENEW-PAYOUT
062600             PERFORM 2200-PAY-OUT-DEPOSIT THRU 2200-EXIT
062700         WHEN AM-RENEW-TRANSFER
062800             PERFORM 2300-TRANSFER-DEPOSIT THRU 2300-EXIT
062900         WHEN OTHER
063000             PERFORM 2100-RENEW-DEPOSIT THRU 2100-EXIT
063100     END-EVALUATE.
063200     IF CM-SETTLE-INTEREST > ZERO AND AM-GL-CODE NOT = SPACES
063300         PERFORM 5200-WRITE-GL-EXTRACT THRU 5200-EXIT
063400     END-IF.
063500     PERFORM 3000-WRITE-REGISTER-LINE THRU 3000-EXIT.
063600     GO TO 2000-CARRY-ACCOUNT.
063700 2000-HOLD-ACCOUNT.
063800     ADD 1 TO CM-HELD-COUNT.
063900     MOVE "HELD" TO CM-ACTION.
064000     PERFORM 3000-WRITE-REGISTER-LINE THRU 3000-EXIT.
064100 2000-CARRY-ACCOUNT.
064200     PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT.
064300     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
064400 2000-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* AUTO-RENEW: THE INTEREST EARNED OVER THE TERM IS ROLLED INTO
064900* PRINCIPAL, THE NEW PRINCIPAL IS PRICED AT THE CURRENT TIERED
065000* RATE, AND THE MATURITY DATE MOVES ON BY THE DEPOSIT'S TERM.
065100******************************************************************
065200 2100-RENEW-DEPOSIT.
065300     ADD CM-SETTLE-INTEREST TO AM-PRINCIPAL.
065400     MOVE ZERO TO AM-ACCRUED-INTEREST.
065500     IF AM-PRINCIPAL > ZERO
065600         PERFORM 2110-LOOKUP-TIERED-RATE THRU 2110-EXIT
065700         MOVE CM-BLENDED-RATE TO AM-INT-RATE
065800     END-IF.
065900     IF AM-CD-TERM-MONTHS NUMERIC AND AM-CD-TERM-MONTHS > ZERO
066000         MOVE AM-CD-TERM-MONTHS TO CM-TERM-MONTHS
066100     ELSE
066200         MOVE CM-DEFAULT-TERM-MONTHS TO CM-TERM-MONTHS
066300     END-IF.
066400     MOVE AM-MATURITY-DATE TO CM-NEXT-DATE.
066500     MOVE AM-MATURITY-DATE(7:2) TO CM-NEXT-DAY.
066600     PERFORM 3100-ADVANCE-MATURITY-DATE THRU 3100-EXIT
066700         UNTIL CM-NEXT-DATE > CM-RUN-DATE.
066800     MOVE CM-NEXT-DATE TO AM-MATURITY-DATE.
066900     MOVE "RENEWED" TO CM-ACTION.
067000     ADD 1 TO CM-RENEWED-COUNT.
067100     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
067200         " RENEWED TO " AM-MATURITY-DATE.
067300 2100-EXIT.
067400     EXIT.
067500
067600 2110-LOOKUP-TIERED-RATE.
067700     MOVE ZERO TO CM-TIER-PRIOR-LIMIT.
067800     MOVE ZERO TO CM-TIER-INTEREST.
067900     PERFORM 2120-APPLY-ONE-TIER THRU 2120-EXIT
068000         VARYING RT-IDX FROM 1 BY 1
068100         UNTIL RT-IDX > 4 OR CM-TIER-PRIOR-LIMIT >= AM-PRINCIPAL.
068200     COMPUTE CM-BLENDED-RATE ROUNDED =
068300         CM-TIER-INTEREST * 100 / AM-PRINCIPAL.
068400 2110-EXIT.
068500     EXIT.
068600
068700 2120-APPLY-ONE-TIER.
068800     IF AM-PRINCIPAL < RT-UPPER-LIMIT(RT-IDX)
068900         COMPUTE CM-TIER-PORTION =
069000             AM-PRINCIPAL - CM-TIER-PRIOR-LIMIT
069100     ELSE
069200         COMPUTE CM-TIER-PORTION =
069300             RT-UPPER-LIMIT(RT-IDX) - CM-TIER-PRIOR-LIMIT
069400     END-IF.
069500     COMPUTE CM-TIER-BAND-AMT =
069600         CM-TIER-PORTION * RT-RATE(RT-IDX) / 100.
069700     ADD CM-TIER-BAND-AMT TO CM-TIER-INTEREST.
069800     MOVE RT-UPPER-LIMIT(RT-IDX) TO CM-TIER-PRIOR-LIMIT.
069900 2120-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300* PAY OUT: PRINCIPAL AND INTEREST GO OUT AS ONE PAYOUT ORDER TO
070400* THE LINKED ACCOUNT, AS CAPCYCLE PAYS OUT INTEREST, AND THE
070500* DEPOSIT IS CLOSED AT ZERO.
070600******************************************************************
070700 2200-PAY-OUT-DEPOSIT.
070800     COMPUTE CM-PROCEEDS = AM-PRINCIPAL + CM-SETTLE-INTEREST.
070900     PERFORM 5000-WRITE-PAYOUT-ORDER THRU 5000-EXIT.
071000     MOVE ZERO TO AM-PRINCIPAL.
071100     MOVE ZERO TO AM-ACCRUED-INTEREST.
071200     MOVE "C" TO AM-STATUS-CODE.
071300     MOVE "PAID OUT" TO CM-ACTION.
071400     ADD 1 TO CM-PAID-OUT-COUNT.
071500     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
071600         " MATURED - PAID OUT TO " AM-LINKED-ACCOUNT.
071700 2200-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100* TRANSFER: PRINCIPAL AND INTEREST GO TO THE LINKED ACCOUNT AS A
072200* DEPOSIT DATED THE MATURITY DATE, AND THE DEPOSIT IS CLOSED AT
072300* ZERO.
072400******************************************************************
072500 2300-TRANSFER-DEPOSIT.
072600     COMPUTE CM-PROCEEDS = AM-PRINCIPAL + CM-SETTLE-INTEREST.
072700     PERFORM 5100-WRITE-TRANSFER-TRANS THRU 5100-EXIT.
072800     MOVE ZERO TO AM-PRINCIPAL.
072900     MOVE ZERO TO AM-ACCRUED-INTEREST.
073000     MOVE "C" TO AM-STATUS-CODE.
073100     MOVE "TRANSFER" TO CM-ACTION.
073200     ADD 1 TO CM-TRANSFER-COUNT.
073300     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
073400         " MATURED - TRANSFERRED TO " AM-LINKED-ACCOUNT.
073500 2300-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900* A DEPOSIT MATURING WITHIN THE NOTICE WINDOW GETS ITS NOTICE
074000* ONCE; AM-NOTICED-MATURITY REMEMBERS THE MATURITY DATE THE LAST
074100* NOTICE WAS PRINTED FOR, SO A RENEWED TERM IS NOTICED AGAIN.
074200******************************************************************
074300 2400-CHECK-NOTICE.
074400     IF AM-NOTICED-MATURITY NUMERIC
074500        AND AM-NOTICED-MATURITY = AM-MATURITY-DATE
074600         GO TO 2400-EXIT
074700     END-IF.
074800     MOVE AM-MATURITY-DATE TO CM-DAYNUM-DATE.
074900     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
075000     COMPUTE CM-DAYS-TO-MATURITY =
075100         CM-DAY-NUMBER - CM-RUN-DAY-NUMBER.
075200     IF CM-DAYS-TO-MATURITY > CM-NOTICE-DAYS
075300         GO TO 2400-EXIT
075400     END-IF.
075500     MOVE AM-MATURITY-DATE TO CM-OLD-MATURITY.
075600     MOVE AM-PRINCIPAL TO CM-OLD-PRINCIPAL.
075700     MOVE AM-INT-RATE TO CM-OLD-RATE.
075800     MOVE AM-ACCRUED-INTEREST TO CM-SETTLE-INTEREST.
075900     MOVE "NOTICE" TO CM-ACTION.
076000     PERFORM 3000-WRITE-REGISTER-LINE THRU 3000-EXIT.
076100     MOVE AM-MATURITY-DATE TO AM-NOTICED-MATURITY.
076200     ADD 1 TO CM-NOTICE-COUNT.
076300 2400-EXIT.
076400     EXIT.
076500
076600 3000-WRITE-REGISTER-LINE.
076700     IF CM-LINE-COUNT NOT < CM-LINES-PER-PAGE
076800         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
076900     END-IF.
077000     MOVE SPACES TO MATURITY-DETAIL-LINE.
077100     MOVE AM-ACCOUNT-NUMBER TO MD-ACCOUNT-NUMBER.
077200     IF AM-CURRENCY-CODE = SPACES
077300         MOVE "USD" TO MD-CURRENCY
077400     ELSE
077500         MOVE AM-CURRENCY-CODE TO MD-CURRENCY
077600     END-IF.
077700     MOVE CM-ACTION TO MD-ACTION.
077800     STRING CM-OLD-MATURITY(1:4) "-"
077900            CM-OLD-MATURITY(5:2) "-"
078000            CM-OLD-MATURITY(7:2) DELIMITED BY SIZE
078100         INTO MD-MATURITY-DATE.
078200     MOVE CM-OLD-PRINCIPAL TO MD-PRINCIPAL-ED.
078300     MOVE CM-SETTLE-INTEREST TO MD-INTEREST-ED.
078400     MOVE CM-OLD-RATE TO MD-OLD-RATE-ED.
078500     MOVE AM-RENEWAL-INSTR TO MD-RENEWAL-INSTR.
078600     MOVE AM-LINKED-ACCOUNT TO MD-LINKED-ACCOUNT.
078700     IF CM-ACTION = "RENEWED"
078800         MOVE AM-INT-RATE TO MD-NEW-RATE-ED
078900         STRING AM-MATURITY-DATE(1:4) "-"
079000                AM-MATURITY-DATE(5:2) "-"
079100                AM-MATURITY-DATE(7:2) DELIMITED BY SIZE
079200             INTO MD-NEW-MATURITY
079300     END-IF.
079400     IF CM-ACTION = "NOTICE"
079500         MOVE CM-DAYS-TO-MATURITY TO MD-DAYS-ED
079600     END-IF.
079700     WRITE MATURITY-REPORT-RECORD FROM MATURITY-DETAIL-LINE
079800         AFTER ADVANCING 1 LINE.
079900     ADD 1 TO CM-LINE-COUNT.
080000 3000-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400* ADVANCE THE MATURITY DATE BY THE DEPOSIT'S TERM. THE DAY OF
080500* THE ORIGINAL MATURITY DATE IS KEPT, PULLED BACK TO THE LAST
080600* DAY OF A SHORTER MONTH.
080700******************************************************************
080800 3100-ADVANCE-MATURITY-DATE.
080900     MOVE ZERO TO CM-MONTH-STEP.
081000     PERFORM 3110-ADVANCE-ONE-MONTH THRU 3110-EXIT
081100         UNTIL CM-MONTH-STEP NOT < CM-TERM-MONTHS.
081200     PERFORM 3150-SET-MONTH-DAYS THRU 3150-EXIT.
081300     IF CM-NEXT-DAY > CM-MONTH-DAYS
081400         MOVE CM-MONTH-DAYS TO CM-NEXT-DD
081500     ELSE
081600         MOVE CM-NEXT-DAY TO CM-NEXT-DD
081700     END-IF.
081800 3100-EXIT.
081900     EXIT.
082000
082100 3110-ADVANCE-ONE-MONTH.
082200     IF CM-NEXT-MM = 12
082300         MOVE 01 TO CM-NEXT-MM
082400         ADD 1 TO CM-NEXT-CCYY
082500     ELSE
082600         ADD 1 TO CM-NEXT-MM
082700     END-IF.
082800     ADD 1 TO CM-MONTH-STEP.
082900 3110-EXIT.
083000     EXIT.
083100
083200 3150-SET-MONTH-DAYS.
083300     EVALUATE CM-NEXT-MM
083400         WHEN 2
083500             MOVE CM-NEXT-CCYY TO CM-LEAP-CCYY
083600             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
083700             IF CM-LEAP-YEAR
083800                 MOVE 29 TO CM-MONTH-DAYS
083900             ELSE
084000                 MOVE 28 TO CM-MONTH-DAYS
084100             END-IF
084200         WHEN 4
084300         WHEN 6
084400         WHEN 9
084500         WHEN 11
084600             MOVE 30 TO CM-MONTH-DAYS
084700         WHEN OTHER
084800             MOVE 31 TO CM-MONTH-DAYS
084900     END-EVALUATE.
085000 3150-EXIT.
085100     EXIT.
085200
085300 3600-COMPUTE-DAY-NUMBER.
085400     MOVE CM-DAYNUM-DATE(1:4) TO CM-DAYNUM-CCYY.
085500     MOVE CM-DAYNUM-DATE(5:2) TO CM-DAYNUM-MM.
085600     MOVE CM-DAYNUM-DATE(7:2) TO CM-DAYNUM-DD.
085700     COMPUTE CM-PRIOR-YEARS = CM-DAYNUM-CCYY - 1.
085800     DIVIDE CM-PRIOR-YEARS BY 4 GIVING CM-LEAP-DIV-4.
085900     DIVIDE CM-PRIOR-YEARS BY 100 GIVING CM-LEAP-DIV-100.
086000     DIVIDE CM-PRIOR-YEARS BY 400 GIVING CM-LEAP-DIV-400.
086100     COMPUTE CM-DAY-NUMBER =
086200         (CM-PRIOR-YEARS * 365) + CM-LEAP-DIV-4
086300         - CM-LEAP-DIV-100 + CM-LEAP-DIV-400
086400         + DY-CUM-DAYS(CM-DAYNUM-MM) + CM-DAYNUM-DD.
086500     MOVE CM-DAYNUM-CCYY TO CM-LEAP-CCYY.
086600     PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT.
086700     IF CM-LEAP-YEAR AND CM-DAYNUM-MM > 2
086800         ADD 1 TO CM-DAY-NUMBER
086900     END-IF.
087000 3600-EXIT.
087100     EXIT.
087200
087300 3700-CHECK-LEAP-YEAR.
087400     MOVE "N" TO CM-LEAP-SWITCH.
087500     DIVIDE CM-LEAP-CCYY BY 4 GIVING CM-LEAP-QUOTIENT
087600         REMAINDER CM-LEAP-REMAINDER.
087700     IF CM-LEAP-REMAINDER = ZERO
087800         MOVE "Y" TO CM-LEAP-SWITCH
087900     END-IF.
088000     DIVIDE CM-LEAP-CCYY BY 100 GIVING CM-LEAP-QUOTIENT
088100         REMAINDER CM-LEAP-REMAINDER.
088200     IF CM-LEAP-REMAINDER = ZERO
088300         MOVE "N" TO CM-LEAP-SWITCH
088400     END-IF.
088500     DIVIDE CM-LEAP-CCYY BY 400 GIVING CM-LEAP-QUOTIENT
088600         REMAINDER CM-LEAP-REMAINDER.
088700     IF CM-LEAP-REMAINDER = ZERO
088800         MOVE "Y" TO CM-LEAP-SWITCH
088900     END-IF.
089000 3700-EXIT.
089100     EXIT.
089200
089300 4000-WRITE-REPORT-HEADER.
089400     ADD 1 TO CM-PAGE-NUMBER.
089500     MOVE ZERO TO CM-LINE-COUNT.
089600     MOVE CM-RUN-DATE-EDITED TO MH1-RUN-DATE.
089700     MOVE CM-PAGE-NUMBER TO MH1-PAGE-NUMBER.
089800     WRITE MATURITY-REPORT-RECORD FROM MATURITY-HEADING-1
089900         AFTER ADVANCING PAGE.
090000     WRITE MATURITY-REPORT-RECORD FROM SPACES
090100         AFTER ADVANCING 1 LINE.
090200     WRITE MATURITY-REPORT-RECORD FROM MATURITY-HEADING-2
090300         AFTER ADVANCING 1 LINE.
090400     WRITE MATURITY-REPORT-RECORD FROM SPACES
090500         AFTER ADVANCING 1 LINE.
090600     ADD 3 TO CM-LINE-COUNT.
090700 4000-EXIT.
090800     EXIT.
090900
091000 4300-WRITE-COUNT-LINE.
091100     IF CM-LINE-COUNT NOT < CM-LINES-PER-PAGE
091200         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
091300     END-IF.
091400     WRITE MATURITY-REPORT-RECORD FROM MATURITY-COUNT-LINE
091500         AFTER ADVANCING 1 LINE.
091600     ADD 1 TO CM-LINE-COUNT.
091700 4300-EXIT.
091800     EXIT.
091900
092000 5000-WRITE-PAYOUT-ORDER.
092100     MOVE SPACES TO INTEREST-CREDIT-RECORD.
092200     MOVE AM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
092300     MOVE CM-VALUE-DATE     TO CR-VALUE-DATE.
092400     MOVE CM-PROCEEDS       TO CR-CREDIT-AMOUNT.
092500     MOVE "P" TO CR-DISPOSITION.
092600     IF AM-CURRENCY-CODE = SPACES
092700         MOVE "USD" TO CR-CURRENCY-CODE
092800     ELSE
092900         MOVE AM-CURRENCY-CODE TO CR-CURRENCY-CODE
093000     END-IF.
093100     WRITE INTEREST-CREDIT-RECORD.
093200 5000-EXIT.
093300     EXIT.
093400
093500 5100-WRITE-TRANSFER-TRANS.
093600     MOVE SPACES TO MONETARY-TRANS-RECORD.
093700     MOVE AM-LINKED-ACCOUNT TO MN-ACCOUNT-NUMBER.
093800     MOVE "D" TO MN-TRAN-CODE.
093900     MOVE CM-OLD-MATURITY   TO MN-EFFECTIVE-DATE.
094000     MOVE CM-PROCEEDS       TO MN-AMOUNT.
094010     MOVE "D"               TO MN-RECORD-TYPE.
094020     MOVE CM-TRANSFER-BATCH TO MN-BATCH-NUMBER.
094100     WRITE MONETARY-TRANS-RECORD.
094110     ADD CM-PROCEEDS TO CM-TRANSFER-AMOUNT.
094200 5100-EXIT.
094300     EXIT.
094400
094402******************************************************************
094404* MATTRAN GOES TO THE MONETARY EDIT (MONEDIT) AS ONE BATCH OF ITS
094406* OWN - A HEADER NAMING THIS RUN AS THE SOURCE, NUMBERED "CD" AND
094408* THE RUN DATE'S MONTH AND DAY, AND A TRAILER CARRYING THE DEPOSIT
094410* COUNT AND AMOUNT (NO WITHDRAWALS OR LOAN PAYMENTS). THE TRAILER
094412* IS WRITTEN ONLY WHEN THE RUN READS THE MASTER TO THE END, SO A
094414* RUN THAT STOPS SHORT LEAVES A BATCH THE EDIT WILL NOT RELEASE.
094416******************************************************************
094418 5110-WRITE-TRANSFER-HEADER.
094420     MOVE "CD"              TO CM-TRANSFER-BATCH.
094422     MOVE CM-RUN-DATE(5:4)  TO CM-TRANSFER-BATCH(3:4).
094424     MOVE SPACES            TO MONETARY-TRANS-RECORD.
094426     MOVE "CDMATURE"        TO MN-HDR-SOURCE-ID.
094428     MOVE CM-RUN-DATE       TO MN-HDR-BATCH-DATE.
094430     MOVE "H"               TO MN-RECORD-TYPE.
094432     MOVE CM-TRANSFER-BATCH TO MN-BATCH-NUMBER.
094434     WRITE MONETARY-TRANS-RECORD.
094436 5110-EXIT.
094438     EXIT.
094440
094442 5120-WRITE-TRANSFER-TRAILER.
094444     MOVE SPACES             TO MONETARY-TRANS-RECORD.
094446     MOVE CM-TRANSFER-COUNT  TO MN-TRL-COUNT(1).
094448     MOVE CM-TRANSFER-AMOUNT TO MN-TRL-AMOUNT(1).
094450     MOVE ZERO               TO MN-TRL-COUNT(2) MN-TRL-AMOUNT(2)
094452                                MN-TRL-COUNT(3) MN-TRL-AMOUNT(3).
094454     MOVE "T"                TO MN-RECORD-TYPE.
094456     MOVE CM-TRANSFER-BATCH  TO MN-BATCH-NUMBER.
094458     WRITE MONETARY-TRANS-RECORD.
094460 5120-EXIT.
094462     EXIT.
094500******************************************************************
094600* THE INTEREST SETTLED AT MATURITY POSTS TO THE ACCOUNT'S OWN GL
094700* CODE, AS CAPCYCLE POSTS THE INTEREST IT SETTLES.
094800******************************************************************
094900 5200-WRITE-GL-EXTRACT.
095000     MOVE AM-ACCOUNT-NUMBER  TO GE-ACCOUNT-NUMBER.
095100     MOVE AM-GL-CODE         TO GE-GL-CODE.
095200     MOVE CM-SETTLE-INTEREST TO GE-INTEREST-AMOUNT.
095300     MOVE CM-VALUE-DATE      TO GE-VALUE-DATE.
095400     IF AM-CURRENCY-CODE = SPACES
095500         MOVE "USD" TO GE-CURRENCY-CODE
095600     ELSE
095700         MOVE AM-CURRENCY-CODE TO GE-CURRENCY-CODE
095800     END-IF.
095900     MOVE GE-CURRENCY-CODE TO CM-XR-WORK-CODE.
096000     PERFORM 6100-LOOKUP-EXCH-RATE THRU 6100-EXIT.
096100     COMPUTE GE-BASE-AMOUNT ROUNDED =
096200         GE-INTEREST-AMOUNT * CM-XR-APPLIED-RATE.
096300     MOVE "C" TO GE-DR-CR-FLAG.
096400     WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL.
096500 5200-EXIT.
096600     EXIT.
096700
096800 5300-WRITE-NEW-MASTER.
096900     MOVE ACCOUNT-MASTER-RECORD TO NEW-MASTER-RECORD.
097000     WRITE NEW-MASTER-RECORD.
097100     IF NOT CM-NEWM-FILE-OK
097200         GO TO 5300-EXIT
097300     END-IF.
097400     ADD 1 TO CM-NEWM-WRITE-COUNT.
097500     IF AM-PRINCIPAL NUMERIC
097600         ADD AM-PRINCIPAL TO CM-NEWM-HASH-TOTAL
097700     END-IF.
097800 5300-EXIT.
097900     EXIT.
098000
098100 6100-LOOKUP-EXCH-RATE.
098200     MOVE 1 TO CM-XR-APPLIED-RATE.
098300     IF CM-XR-WORK-CODE = "USD" OR SPACES
098400         GO TO 6100-EXIT
098500     END-IF.
098600     PERFORM 6110-MATCH-ONE-RATE-CODE THRU 6110-EXIT.
098700     IF CM-XR-CODE-FOUND
098800         MOVE CM-XR-RATE(XR-IDX) TO CM-XR-APPLIED-RATE
098900     ELSE
099000         ADD 1 TO CM-XR-MISSING-COUNT
099100     END-IF.
099200 6100-EXIT.
099300     EXIT.
099400
099500 6110-MATCH-ONE-RATE-CODE.
099600     MOVE "N" TO CM-XR-FOUND-SWITCH.
099700     SET XR-IDX TO 1.
099800     PERFORM 6120-SCAN-ONE-RATE THRU 6120-EXIT
099900         VARYING XR-IDX FROM 1 BY 1
100000         UNTIL XR-IDX > CM-XR-COUNT
100100            OR CM-XR-CODE-FOUND.
100200     IF CM-XR-CODE-FOUND
100300         SET XR-IDX DOWN BY 1
100400     END-IF.
100500 6110-EXIT.
100600     EXIT.
100700
100800 6120-SCAN-ONE-RATE.
100900     IF CM-XR-CODE(XR-IDX) = CM-XR-WORK-CODE
101000         MOVE "Y" TO CM-XR-FOUND-SWITCH
101100     END-IF.
101200 6120-EXIT.
101300     EXIT.
101301
101302******************************************************************
101303* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
101304* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
101305* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
101306* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
101307******************************************************************
101308 6500-ROLL-BUSINESS-DAY.
101309     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
101310         GO TO 6500-EXIT
101311     END-IF.
101312     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
101313     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
101314     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
101315         UNTIL HT-BUSINESS-DAY.
101316     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
101317         ADD 1 TO HT-ROLLED-COUNT
101318     END-IF.
101319 6500-EXIT.
101320     EXIT.
101321
101322 6510-CHECK-BUSINESS-DAY.
101323     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
101324     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
101325     IF HT-ROLL-MM < 3
101326         SUBTRACT 1 FROM HT-DOW-CCYY
101327     END-IF.
101328     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
101329     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
101330     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
101331     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
101332     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
101333     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
101334     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
101335     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
101336     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
101337         REMAINDER HT-WEEKDAY.
101338     IF HT-WEEKEND-DAY
101339         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
101340         GO TO 6510-EXIT
101341     END-IF.
101342     SET HT-HOL-IDX TO 1.
101343     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
101344         VARYING HT-HOL-IDX FROM 1 BY 1
101345         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
101346            OR NOT HT-BUSINESS-DAY.
101347 6510-EXIT.
101348     EXIT.
101349
101350 6515-SCAN-ONE-HOLIDAY.
101351     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
101352         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
101353     END-IF.
101354 6515-EXIT.
101355     EXIT.
101356
101357 6520-STEP-ONE-DAY.
101358     IF HT-ROLL-PREVIOUS
101359         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
101360     ELSE
101361         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
101362         ADD 1 TO HT-ROLL-DD
101363         IF HT-ROLL-DD > HT-MONTH-DAYS
101364             MOVE 1 TO HT-ROLL-DD
101365             ADD 1 TO HT-ROLL-MM
101366         END-IF
101367         IF HT-ROLL-MM > 12
101368             MOVE 1 TO HT-ROLL-MM
101369             ADD 1 TO HT-ROLL-CCYY
101370         END-IF
101371     END-IF.
101372     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
101373 6520-EXIT.
101374     EXIT.
101375
101376 6525-STEP-BACK-ONE-DAY.
101377     SUBTRACT 1 FROM HT-ROLL-DD.
101378     IF HT-ROLL-DD > ZERO
101379         GO TO 6525-EXIT
101380     END-IF.
101381     SUBTRACT 1 FROM HT-ROLL-MM.
101382     IF HT-ROLL-MM = ZERO
101383         MOVE 12 TO HT-ROLL-MM
101384         SUBTRACT 1 FROM HT-ROLL-CCYY
101385     END-IF.
101386     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
101387     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
101388 6525-EXIT.
101389     EXIT.
101400
101401 6530-SET-ROLL-MONTH-DAYS.
101402     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
101403     IF HT-ROLL-MM NOT = 2
101404         GO TO 6530-EXIT
101405     END-IF.
101406     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
101407         REMAINDER HT-LEAP-REMAINDER.
101408     IF HT-LEAP-REMAINDER = ZERO
101409         MOVE 29 TO HT-MONTH-DAYS
101410     END-IF.
101411     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
101412         REMAINDER HT-LEAP-REMAINDER.
101413     IF HT-LEAP-REMAINDER = ZERO
101414         MOVE 28 TO HT-MONTH-DAYS
101415     END-IF.
101416     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
101417         REMAINDER HT-LEAP-REMAINDER.
101418     IF HT-LEAP-REMAINDER = ZERO
101419         MOVE 29 TO HT-MONTH-DAYS
101420     END-IF.
101421 6530-EXIT.
101422     EXIT.
101423
101424 6540-CHECK-CALENDAR-YEAR.
101425     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
101426     SET HT-YR-IDX TO 1.
101427     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
101428         VARYING HT-YR-IDX FROM 1 BY 1
101429         UNTIL HT-YR-IDX > HT-YEAR-COUNT
101430            OR HT-YEAR-LOADED.
101431 6540-EXIT.
101432     EXIT.
101433
101434 6545-SCAN-ONE-YEAR.
101435     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
101436         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
101437     END-IF.
101438 6545-EXIT.
101439     EXIT.
101489
101500 8000-READ-ACCOUNT-MASTER.
101600     READ ACCOUNT-MASTER-FILE
101700         AT END
101800             MOVE "Y" TO CM-EOF-SWITCH
101900             MOVE "Y" TO CM-NORMAL-EOF-SWITCH
102000         NOT AT END
102100             IF AM-TRAILER-RECORD
102200                 MOVE "Y" TO CM-EOF-SWITCH
102300                 MOVE "Y" TO CM-NORMAL-EOF-SWITCH
102400             END-IF
102500     END-READ.
102600 8000-EXIT.
102700     EXIT.
102800
102900 9000-TERMINATE.
103000     IF CM-RPT-FILE-OK AND CM-NORMAL-EOF
103100         PERFORM 9100-WRITE-REGISTER-TOTALS THRU 9100-EXIT
103200     END-IF.
103300     DISPLAY "ACCOUNTS READ:           " CM-ACCOUNT-COUNT.
103400     DISPLAY "NO MATURITY DATE:        " CM-NOT-CD-COUNT.
103500     DISPLAY "CLOSED - NOT MATURED:    " CM-CLOSED-SKIP-COUNT.
103600     DISPLAY "NOT YET MATURED:         " CM-NOT-DUE-COUNT.
103700     DISPLAY "MATURITY NOTICES:        " CM-NOTICE-COUNT.
103800     DISPLAY "DEPOSITS MATURED:        " CM-MATURED-COUNT.
103900     DISPLAY "  RENEWED:               " CM-RENEWED-COUNT.
104000     DISPLAY "  PAID OUT:              " CM-PAID-OUT-COUNT.
104100     DISPLAY "  TRANSFERRED:           " CM-TRANSFER-COUNT.
104200     DISPLAY "  HELD:                  " CM-HELD-COUNT.
104250     DISPLAY "DATES ROLLED TO BUS DAY: " HT-ROLLED-COUNT.
104300     PERFORM 9400-SHOW-REVALUATION THRU 9400-EXIT.
104400     DISPLAY "OPERATOR:                " CM-OPERATOR-ID.
104500     IF RETURN-CODE = ZERO AND CM-HELD-COUNT > ZERO
104600         MOVE 4 TO RETURN-CODE
104700     END-IF.
104800     IF CM-ACCT-FILE-OK OR CM-ACCT-FILE-EOF
104900         CLOSE ACCOUNT-MASTER-FILE
105000     END-IF.
105100     IF CM-NEWM-FILE-OK
105200         IF CM-NORMAL-EOF
105300             PERFORM 9200-WRITE-NEW-TRAILER THRU 9200-EXIT
105400         END-IF
105500         CLOSE NEW-MASTER-FILE
105600     END-IF.
105700     IF CM-PAY-FILE-OK
105800         CLOSE PAYOUT-ORDER-FILE
105900     END-IF.
106000     IF CM-TRN-FILE-OK
106010         IF CM-NORMAL-EOF
106020             PERFORM 5120-WRITE-TRANSFER-TRAILER THRU 5120-EXIT
106030         END-IF
106100         CLOSE TRANSFER-TRANS-FILE
106200     END-IF.
106300     IF CM-GLX-FILE-OK
106400         CLOSE GL-EXTRACT-FILE
106500     END-IF.
106600     IF CM-RPT-FILE-OK
106700         CLOSE MATURITY-REPORT-FILE
106800     END-IF.
106900 9000-EXIT.
107000     EXIT.
107100
107200 9100-WRITE-REGISTER-TOTALS.
107300     WRITE MATURITY-REPORT-RECORD FROM SPACES
107400         AFTER ADVANCING 1 LINE.
107500     ADD 1 TO CM-LINE-COUNT.
107600     MOVE "MATURITY NOTICES" TO MC-CAPTION.
107700     MOVE CM-NOTICE-COUNT TO MC-COUNT-ED.
107800     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
107900     MOVE "DEPOSITS MATURED" TO MC-CAPTION.
108000     MOVE CM-MATURED-COUNT TO MC-COUNT-ED.
108100     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
108200     MOVE "  RENEWED" TO MC-CAPTION.
108300     MOVE CM-RENEWED-COUNT TO MC-COUNT-ED.
108400     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
108500     MOVE "  PAID OUT" TO MC-CAPTION.
108600     MOVE CM-PAID-OUT-COUNT TO MC-COUNT-ED.
108700     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
108800     MOVE "  TRANSFERRED" TO MC-CAPTION.
108900     MOVE CM-TRANSFER-COUNT TO MC-COUNT-ED.
109000     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
109100     MOVE "  HELD" TO MC-CAPTION.
109200     MOVE CM-HELD-COUNT TO MC-COUNT-ED.
109300     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
109400 9100-EXIT.
109500     EXIT.
109600
109700 9200-WRITE-NEW-TRAILER.
109800     MOVE SPACES TO ACCOUNT-TRAILER-RECORD.
109900     MOVE "9999999999" TO TL-TRAILER-KEY.
110000     MOVE CM-NEWM-WRITE-COUNT TO TL-RECORD-COUNT.
110100     MOVE CM-NEWM-HASH-TOTAL TO TL-PRINCIPAL-HASH.
110200     MOVE ACCOUNT-TRAILER-RECORD TO NEW-MASTER-RECORD.
110300     WRITE NEW-MASTER-RECORD.
110400 9200-EXIT.
110500     EXIT.
110600
110700 9400-SHOW-REVALUATION.
110800     IF CM-XR-COUNT = ZERO
110900         GO TO 9400-EXIT
111000     END-IF.
111100     DISPLAY "REVALUATION RATES APPLIED (BASE USD):".
111200     PERFORM 9410-SHOW-ONE-RATE THRU 9410-EXIT
111300         VARYING XR-IDX FROM 1 BY 1
111400         UNTIL XR-IDX > CM-XR-COUNT.
111500     IF CM-XR-MISSING-COUNT > ZERO
111600         DISPLAY "  RECORDS CONVERTED AT PAR (NO RATE): "
111700             CM-XR-MISSING-COUNT
111800     END-IF.
111900 9400-EXIT.
112000     EXIT.
112100
112200 9410-SHOW-ONE-RATE.
112300     MOVE CM-XR-RATE(XR-IDX) TO CM-XR-RATE-ED.
112400     DISPLAY "  " CM-XR-CODE(XR-IDX) " AT " CM-XR-RATE-ED
112500         " AS OF " CM-XR-DATE(XR-IDX).
112600 9410-EXIT.
112700     EXIT.
112800 END PROGRAM CDMATURE.
