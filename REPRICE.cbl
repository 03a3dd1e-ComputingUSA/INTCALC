000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ADJUSTABLE-RATE REPRICING RUN. AN ACCOUNT PRICED
000700*                AT A PUBLISHED INDEX (AM-RATE-INDEX-CODE) HAD ITS
000800*                RATE RE-KEYED BY HAND THROUGH ACCTMNT AFTER EVERY
000900*                INDEX MOVE. ON OR AFTER EACH ACCOUNT'S REPRICING
001000*                DATE THIS RUN SETS AM-INT-RATE TO THE INDEX RATE
001100*                IN EFFECT (FROM THE INDEX RATE FILE, IDXRATE)
001200*                PLUS OR MINUS THE ACCOUNT'S MARGIN, HELD WITHIN
001300*                ITS FLOOR AND CAP; RE-AMORTIZES A LOAN'S
001400*                INSTALLMENT (AM-PAYMENT-AMOUNT) OVER THE TERM
001500*                STILL TO RUN WITH THE AMORSCH PAYMENT MATH;
001600*                ADVANCES THE REPRICING DATE; WRITES AN UPDATED
001700*                MASTER GENERATION (NEWMAST) WITH A FRESH
001800*                CONTROL-TOTAL TRAILER; AND PRINTS THE REPRICING
001900*                REGISTER (RPRCRPT) OF OLD AND NEW RATE AND
002000*                PAYMENT, THE SOURCE OF THE RATE-CHANGE NOTICES.
002100* TECTONICS:     cobc
002200******************************************************************
002300* MODIFICATION HISTORY
002400* 10/14/2026 DOW  INITIAL VERSION. AN ACCOUNT WHOSE REPRICING
002500*                 DATE WAS MISSED BY EARLIER RUNS IS REPRICED
002600*                 ONCE AT THE CURRENT INDEX AND ITS DATE ADVANCED
002700*                 PAST THE AS-OF DATE. AN INDEX CODE WITH NO RATE
002800*                 ON FILE, OR A NEW RATE ABOVE THE 25 PERCENT THE
002900*                 PAYMENT MATH ACCEPTS, LEAVES THE ACCOUNT
003000*                 UNCHANGED AND ENDS THE RUN WITH RETURN CODE 4.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. REPRICE.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS AM-ACCOUNT-NUMBER
004100         FILE STATUS IS RR-ACCT-FILE-STATUS.
004200     SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS NM-ACCOUNT-NUMBER
004600         FILE STATUS IS RR-NEWM-FILE-STATUS.
004700     SELECT INDEX-RATE-FILE ASSIGN TO "IDXRATE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RR-IDX-FILE-STATUS.
005000     SELECT REPRICE-REPORT-FILE ASSIGN TO "RPRCRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RR-RPT-FILE-STATUS.
005300     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RR-FLG-FILE-STATUS.
005600     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS RR-PRM-FILE-STATUS.
005900     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RR-STP-FILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACCOUNT-MASTER-FILE
006500     RECORDING MODE IS F.
006600 COPY ACCTMAST.
006700 FD  NEW-MASTER-FILE
006800     RECORDING MODE IS F.
006900 01  NEW-MASTER-RECORD.
007000     05  NM-ACCOUNT-NUMBER           PIC X(10).
007100     05  FILLER                      PIC X(240).
007200 FD  INDEX-RATE-FILE
007300     RECORDING MODE IS F.
007400 COPY IDXRATE.
007500 FD  REPRICE-REPORT-FILE
007600     RECORDING MODE IS F.
007700 01  REPRICE-REPORT-RECORD           PIC X(132).
007800 FD  EDIT-FLAG-FILE
007900     RECORDING MODE IS F.
008000 COPY EDITFLAG.
008100 FD  RUN-PARAMETER-FILE
008200     RECORDING MODE IS F.
008300 COPY RUNPARMS.
008400 FD  STEP-STATUS-FILE
008500     RECORDING MODE IS F.
008600 COPY STEPSTAT.
008700 WORKING-STORAGE SECTION.
008800 01  RR-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
008900     88  RR-ACCT-FILE-OK                 VALUE "00".
009000     88  RR-ACCT-FILE-EOF                 VALUE "10".
009100 01  RR-NEWM-FILE-STATUS         PIC X(02) VALUE "99".
009200     88  RR-NEWM-FILE-OK                  VALUE "00".
009300 01  RR-IDX-FILE-STATUS          PIC X(02) VALUE "99".
009400     88  RR-IDX-FILE-OK                   VALUE "00".
009500     88  RR-IDX-FILE-EOF                  VALUE "10".
009600 01  RR-RPT-FILE-STATUS          PIC X(02) VALUE "99".
009700     88  RR-RPT-FILE-OK                   VALUE "00".
009800 01  RR-FLG-FILE-STATUS          PIC X(02) VALUE "99".
009900     88  RR-FLG-FILE-OK                   VALUE "00".
010000 01  RR-PRM-FILE-STATUS          PIC X(02) VALUE "99".
010100     88  RR-PRM-FILE-OK                   VALUE "00".
010200 01  RR-PRM-REC-SWITCH           PIC X(01) VALUE "N".
010300     88  RR-PRM-REC-PRESENT               VALUE "Y".
010400 01  RR-STP-FILE-STATUS          PIC X(02) VALUE "99".
010500     88  RR-STP-FILE-OK                   VALUE "00".
010600     88  RR-STP-FILE-EOF                  VALUE "10".
010700     88  RR-STP-FILE-MISSING              VALUE "35".
010800 01  RR-RUN-CONTROL-FIELDS.
010900     05  RR-STP-EOF-SWITCH       PIC X(01) VALUE "N".
011000         88  RR-STP-END-OF-FILE           VALUE "Y".
011100     05  RR-LIVE-GEN-SWITCH      PIC X(01) VALUE "N".
011200         88  RR-LIVE-GEN-FOUND            VALUE "Y".
011300     05  RR-EDIT-STAMP-SWITCH    PIC X(01) VALUE "N".
011400         88  RR-EDIT-STAMP-FOUND          VALUE "Y".
011500     05  RR-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
011600     05  RR-EDIT-GENERATION      PIC 9(05) VALUE ZERO.
011700     05  RR-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
011800     05  RR-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
011900     05  RR-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
012000 01  RR-CONTROL-SWITCHES.
012100     05  RR-EOF-SWITCH           PIC X(01) VALUE "N".
012200         88  RR-END-OF-FILE               VALUE "Y".
012300     05  RR-NORMAL-EOF-SWITCH    PIC X(01) VALUE "N".
012400         88  RR-NORMAL-EOF                 VALUE "Y".
012500     05  RR-IDX-EOF-SWITCH       PIC X(01) VALUE "N".
012600         88  RR-IDX-END-OF-FILE           VALUE "Y".
012700     05  RR-IX-FOUND-SWITCH      PIC X(01) VALUE "N".
012800         88  RR-IX-CODE-FOUND             VALUE "Y".
012900 01  RR-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
013000 01  RR-RUN-DATE                 PIC 9(8).
013100 01  RR-MAX-INT-RATE             PIC 9(3)V99 VALUE 025.00.
013200 01  RR-DEFAULT-REPRICE-MONTHS   PIC 9(02) VALUE 12.
013300 01  RR-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
013400 01  RR-FIXED-RATE-COUNT         PIC 9(07) COMP VALUE ZERO.
013500 01  RR-CLOSED-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
013600 01  RR-NO-DATE-COUNT            PIC 9(07) COMP VALUE ZERO.
013700 01  RR-NOT-DUE-COUNT            PIC 9(07) COMP VALUE ZERO.
013800 01  RR-NO-INDEX-COUNT           PIC 9(07) COMP VALUE ZERO.
013900 01  RR-RANGE-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
014000 01  RR-REPRICED-COUNT           PIC 9(07) COMP VALUE ZERO.
014100 01  RR-RATE-UP-COUNT            PIC 9(07) COMP VALUE ZERO.
014200 01  RR-RATE-DOWN-COUNT          PIC 9(07) COMP VALUE ZERO.
014300 01  RR-RATE-SAME-COUNT          PIC 9(07) COMP VALUE ZERO.
014400 01  RR-FLOOR-COUNT              PIC 9(07) COMP VALUE ZERO.
014500 01  RR-CAP-COUNT                PIC 9(07) COMP VALUE ZERO.
014600 01  RR-PAYMENT-COUNT            PIC 9(07) COMP VALUE ZERO.
014700 01  RR-NEWM-WRITE-COUNT         PIC 9(07) COMP VALUE ZERO.
014800 01  RR-NEWM-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
014900 01  RR-INDEX-TABLE.
015000     05  RR-IX-COUNT             PIC 9(03) COMP VALUE ZERO.
015100     05  RR-IX-ENTRY OCCURS 20 TIMES INDEXED BY IX-IDX.
015200         10  RR-IX-CODE          PIC X(04).
015300         10  RR-IX-DATE          PIC 9(08).
015400         10  RR-IX-RATE          PIC 9(3)V99.
015500 01  RR-IX-WORK-CODE             PIC X(04).
015600 01  RR-REPRICE-FIELDS.
015700     05  RR-INDEX-RATE           PIC 9(3)V99.
015800     05  RR-MARGIN               PIC 9(2)V99.
015900     05  RR-OLD-RATE             PIC 9(3)V99.
016000     05  RR-NEW-RATE             PIC 9(3)V99.
016100     05  RR-OLD-PAYMENT          PIC 9(10)V99.
016200     05  RR-EFFECTIVE-DATE       PIC 9(08).
016300     05  RR-REPRICE-MONTHS       PIC 9(02).
016400     05  RR-REMAINING-TERM       PIC 9(03).
016500     05  RR-LIMIT-TAG            PIC X(05).
016600 01  RR-DATE-FIELDS.
016700     05  RR-NEXT-DATE            PIC 9(08).
016800     05  RR-NEXT-DATE-R REDEFINES RR-NEXT-DATE.
016900         10  RR-NEXT-CCYY        PIC 9(04).
017000         10  RR-NEXT-MM          PIC 9(02).
017100         10  RR-NEXT-DD          PIC 9(02).
017200     05  RR-NEXT-DAY             PIC 9(02).
017300     05  RR-MONTH-DAYS           PIC 9(02).
017400     05  RR-MONTH-STEP           PIC 9(02) COMP.
017500 01  RR-LEAP-FIELDS.
017600     05  RR-LEAP-CCYY            PIC 9(04).
017700     05  RR-LEAP-QUOTIENT        PIC 9(05) COMP.
017800     05  RR-LEAP-REMAINDER       PIC 9(05) COMP.
017900     05  RR-LEAP-SWITCH          PIC X(01).
018000         88  RR-LEAP-YEAR                 VALUE "Y".
018100 01  RR-PAYMENT-FIELDS.
018200     05  RR-MONTHLY-RATE         PIC 9V9(9).
018300     05  RR-YEAR-BASIS-DAYS      PIC 9(03) COMP.
018400     05  RR-MONTH-BASIS-DAYS     PIC 9(02)V9(6).
018500     05  RR-GROWTH-FACTOR        PIC 9(5)V9(9).
018600     05  RR-GROWTH-INDEX         PIC 9(3) COMP.
018700     05  RR-PAYMENT-NUMERATOR    PIC 9(10)V9(9).
018800     05  RR-PAYMENT-DENOMINATOR  PIC 9(5)V9(9).
018900 COPY ACCTTRLR.
019000 01  RR-REPORT-CONTROLS.
019100     05  RR-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
019200     05  RR-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
019300     05  RR-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
019400     05  RR-RUN-DATE-EDITED.
019500         10  RR-RUN-DATE-CCYY    PIC 9(4).
019600         10  FILLER              PIC X VALUE "-".
019700         10  RR-RUN-DATE-MM      PIC 99.
019800         10  FILLER              PIC X VALUE "-".
019900         10  RR-RUN-DATE-DD      PIC 99.
020000 01  REPRICE-HEADING-1.
020100     05  FILLER                  PIC X(42)
020200         VALUE "REPRICE ADJUSTABLE-RATE REPRICING REGISTER".
020300     05  FILLER                  PIC X(22) VALUE SPACES.
020400     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
020500     05  RH1-RUN-DATE            PIC X(10).
020600     05  FILLER                  PIC X(7) VALUE " PAGE: ".
020700     05  RH1-PAGE-NUMBER         PIC ZZZ9.
020800 01  REPRICE-HEADING-2.
020900     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
021000     05  FILLER                  PIC X(05) VALUE "CUR".
021100     05  FILLER                  PIC X(06) VALUE "INDX".
021200     05  FILLER                  PIC X(08) VALUE "  INDEX".
021300     05  FILLER                  PIC X(09) VALUE "  MARGIN".
021400     05  FILLER                  PIC X(08) VALUE "OLD RATE".
021500     05  FILLER                  PIC X(09) VALUE " NEW RATE".
021600     05  FILLER                  PIC X(07) VALUE " LIMIT".
021700     05  FILLER                  PIC X(16) VALUE "   OLD PAYMENT".
021800     05  FILLER                  PIC X(16) VALUE "   NEW PAYMENT".
021900     05  FILLER                  PIC X(06) VALUE "TERM".
022000     05  FILLER                  PIC X(12) VALUE "EFFECTIVE".
022100     05  FILLER                  PIC X(12) VALUE "NEXT REPRICE".
022200 01  REPRICE-DETAIL-LINE.
022300     05  RD-ACCOUNT-NUMBER       PIC X(10).
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  RD-CURRENCY             PIC X(03).
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  RD-INDEX-CODE           PIC X(04).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  RD-INDEX-RATE-ED        PIC ZZ9.99.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  RD-MARGIN-SIGN          PIC X(01).
023200     05  RD-MARGIN-ED            PIC Z9.99.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  RD-OLD-RATE-ED          PIC ZZ9.99.
023500     05  FILLER                  PIC X(03) VALUE SPACES.
023600     05  RD-NEW-RATE-ED          PIC ZZ9.99.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  RD-LIMIT-TAG            PIC X(05).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  RD-OLD-PAYMENT-ED       PIC ZZZ,ZZZ,ZZ9.99.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  RD-NEW-PAYMENT-ED       PIC ZZZ,ZZZ,ZZ9.99.
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  RD-TERM-ED              PIC ZZ9.
024500     05  FILLER                  PIC X(03) VALUE SPACES.
024600     05  RD-EFFECTIVE-DATE       PIC X(10).
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  RD-NEXT-REPRICE         PIC X(10).
024900 01  REPRICE-COUNT-LINE.
025000     05  RC-CAPTION              PIC X(30).
025100     05  FILLER                  PIC X(09) VALUE SPACES.
025200     05  RC-COUNT-ED             PIC ZZZZZZ9.
025300 PROCEDURE DIVISION.
025400 0000-MAIN-PROCEDURE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
025700         UNTIL RR-END-OF-FILE.
025800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025900     STOP RUN.
026000
026100 1000-INITIALIZE.
026200     DISPLAY "ADJUSTABLE-RATE REPRICING RUN".
026300     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
026400     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
026500     IF RR-END-OF-FILE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
026900     IF RR-END-OF-FILE
027000         GO TO 1000-EXIT
027100     END-IF.
027200     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
027300     PERFORM 1500-LOAD-INDEX-RATES THRU 1500-EXIT.
027400     IF RR-END-OF-FILE
027500         GO TO 1000-EXIT
027600     END-IF.
027700     MOVE RR-RUN-DATE(1:4) TO RR-RUN-DATE-CCYY.
027800     MOVE RR-RUN-DATE(5:2) TO RR-RUN-DATE-MM.
027900     MOVE RR-RUN-DATE(7:2) TO RR-RUN-DATE-DD.
028000     OPEN INPUT ACCOUNT-MASTER-FILE.
028100     IF NOT RR-ACCT-FILE-OK
028200         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
028300             RR-ACCT-FILE-STATUS
028400         MOVE "Y" TO RR-EOF-SWITCH
028500         MOVE 16 TO RETURN-CODE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     OPEN OUTPUT NEW-MASTER-FILE.
028900     IF NOT RR-NEWM-FILE-OK
029000         DISPLAY "ERROR OPENING NEW MASTER FILE, STATUS = "
029100             RR-NEWM-FILE-STATUS
029200         MOVE "Y" TO RR-EOF-SWITCH
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 1000-EXIT
029500     END-IF.
029600     OPEN OUTPUT REPRICE-REPORT-FILE.
029700     IF NOT RR-RPT-FILE-OK
029800         DISPLAY "ERROR OPENING REPRICING REGISTER, STATUS = "
029900             RR-RPT-FILE-STATUS
030000         MOVE "Y" TO RR-EOF-SWITCH
030100         MOVE 16 TO RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF.
030400     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
030500     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
030600 1000-EXIT.
030700     EXIT.
030800
030900 1200-CHECK-EDIT-FLAG.
031000     OPEN INPUT EDIT-FLAG-FILE.
031100     IF NOT RR-FLG-FILE-OK
031200         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
031300             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
031400             RR-FLG-FILE-STATUS
031500         MOVE "Y" TO RR-EOF-SWITCH
031600         MOVE 16 TO RETURN-CODE
031700         GO TO 1200-EXIT
031800     END-IF.
031900     READ EDIT-FLAG-FILE
032000         AT END
032100             MOVE "N" TO EF-CLEAN-FLAG
032200     END-READ.
032300     IF NOT EF-FILE-CLEAN
032400         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
032500             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
032600         MOVE "Y" TO RR-EOF-SWITCH
032700         MOVE 16 TO RETURN-CODE
032800     END-IF.
032900     CLOSE EDIT-FLAG-FILE.
033000 1200-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
033500* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO NEWER
033600* MAINTENANCE GENERATION AWAITS PROMOTION. A MISSING FILE MEANS
033700* RUN CONTROL IS NOT ACTIVE AND THE EDITFLAG GATE ALONE APPLIES.
033800******************************************************************
033900 1250-CHECK-RUN-CONTROL.
034000     OPEN INPUT STEP-STATUS-FILE.
034100     IF RR-STP-FILE-MISSING
034200         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
034300         GO TO 1250-EXIT
034400     END-IF.
034500     IF NOT RR-STP-FILE-OK
034600         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
034700             RR-STP-FILE-STATUS
034800         MOVE "Y" TO RR-EOF-SWITCH
034900         MOVE 16 TO RETURN-CODE
035000         GO TO 1250-EXIT
035100     END-IF.
035200     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
035300         UNTIL RR-STP-END-OF-FILE.
035400     CLOSE STEP-STATUS-FILE.
035500     IF NOT RR-LIVE-GEN-FOUND
035600         DISPLAY "STEP STATUS CARRIES NO LIVE GENERATION - "
035700             "RUN HELD, RUN THE PROMOTION (RUNCTL) FIRST"
035800         MOVE "Y" TO RR-EOF-SWITCH
035900         MOVE 16 TO RETURN-CODE
036000         GO TO 1250-EXIT
036100     END-IF.
036200     IF NOT RR-EDIT-STAMP-FOUND
036300        OR RR-EDIT-STAMP-STATUS NOT = "C"
036400        OR RR-EDIT-GENERATION NOT = RR-LIVE-GENERATION
036500         DISPLAY "LIVE MASTER GENERATION " RR-LIVE-GENERATION
036600             " HAS NOT PASSED ACCTEDIT - RUN HELD"
036700         MOVE "Y" TO RR-EOF-SWITCH
036800         MOVE 16 TO RETURN-CODE
036900         GO TO 1250-EXIT
037000     END-IF.
037100     IF RR-MAINT-STAMP-STATUS = "C"
037200        AND RR-MAINT-GENERATION > RR-LIVE-GENERATION
037300         DISPLAY "MAINTENANCE GENERATION " RR-MAINT-GENERATION
037400             " AWAITS PROMOTION - RUN HELD"
037500         MOVE "Y" TO RR-EOF-SWITCH
037600         MOVE 16 TO RETURN-CODE
037700     END-IF.
037800 1250-EXIT.
037900     EXIT.
038000
038100 1260-READ-ONE-STEP.
038200     READ STEP-STATUS-FILE
038300         AT END
038400             MOVE "Y" TO RR-STP-EOF-SWITCH
038500             GO TO 1260-EXIT
038600     END-READ.
038700     EVALUATE SS-STEP-NAME
038800         WHEN "ACCTMAST"
038900             IF SS-GENERATION NUMERIC
039000                 MOVE SS-GENERATION TO RR-LIVE-GENERATION
039100                 MOVE "Y" TO RR-LIVE-GEN-SWITCH
039200             END-IF
039300         WHEN "ACCTEDIT"
039400             IF SS-GENERATION NUMERIC
039500                 MOVE SS-GENERATION TO RR-EDIT-GENERATION
039600                 MOVE SS-STEP-STATUS TO RR-EDIT-STAMP-STATUS
039700                 MOVE "Y" TO RR-EDIT-STAMP-SWITCH
039800             END-IF
039900         WHEN "ACCTMNT"
040000             IF SS-GENERATION NUMERIC
040100                 MOVE SS-GENERATION TO RR-MAINT-GENERATION
040200                 MOVE SS-STEP-STATUS TO RR-MAINT-STAMP-STATUS
040300             END-IF
040400     END-EVALUATE.
040500 1260-EXIT.
040600     EXIT.
040700
040800 1300-READ-RUN-PARAMETERS.
040900     OPEN INPUT RUN-PARAMETER-FILE.
041000     IF NOT RR-PRM-FILE-OK
041100         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
041200         GO TO 1300-EXIT
041300     END-IF.
041400     READ RUN-PARAMETER-FILE
041500         AT END
041600             MOVE "N" TO RR-PRM-REC-SWITCH
041700         NOT AT END
041800             MOVE "Y" TO RR-PRM-REC-SWITCH
041900     END-READ.
042000     IF NOT RR-PRM-REC-PRESENT
042100         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
042200         CLOSE RUN-PARAMETER-FILE
042300         GO TO 1300-EXIT
042400     END-IF.
042500     IF RP-OPERATOR-ID NOT = SPACES
042600         MOVE RP-OPERATOR-ID TO RR-OPERATOR-ID
042700     END-IF.
042800     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
042900         MOVE RP-AS-OF-DATE TO RR-RUN-DATE
043000         DISPLAY "AS-OF DATE OVERRIDE: " RR-RUN-DATE
043100     END-IF.
043200     CLOSE RUN-PARAMETER-FILE.
043300 1300-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* LOAD THE INDEX RATES - FOR EACH INDEX CODE THE NEWEST RATE
043800* DATED ON OR BEFORE THE AS-OF DATE. WITHOUT THE FILE NO ACCOUNT
043900* CAN BE REPRICED, SO A MISSING FILE HOLDS THE RUN RATHER THAN
044000* LETTING REPRICING DATES PASS UNACTED ON.
044100******************************************************************
044200 1500-LOAD-INDEX-RATES.
044300     OPEN INPUT INDEX-RATE-FILE.
044400     IF NOT RR-IDX-FILE-OK
044500         DISPLAY "ERROR OPENING INDEX RATE FILE, STATUS = "
044600             RR-IDX-FILE-STATUS " - RUN HELD"
044700         MOVE "Y" TO RR-EOF-SWITCH
044800         MOVE 16 TO RETURN-CODE
044900         GO TO 1500-EXIT
045000     END-IF.
045100     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
045200         UNTIL RR-IDX-END-OF-FILE.
045300     CLOSE INDEX-RATE-FILE.
045400     DISPLAY "INDEX RATES LOADED: " RR-IX-COUNT.
045500 1500-EXIT.
045600     EXIT.
045700
045800 1510-LOAD-ONE-RATE.
045900     READ INDEX-RATE-FILE
046000         AT END
046100             MOVE "Y" TO RR-IDX-EOF-SWITCH
046200             GO TO 1510-EXIT
046300     END-READ.
046400     IF IR-RATE NOT NUMERIC
046500        OR IR-RATE-DATE NOT NUMERIC
046600        OR IR-INDEX-CODE = SPACES
046700         DISPLAY "INDEX RATE RECORD INVALID - IGNORED"
046800         GO TO 1510-EXIT
046900     END-IF.
047000     IF IR-RATE-DATE > RR-RUN-DATE
047100         GO TO 1510-EXIT
047200     END-IF.
047300     MOVE IR-INDEX-CODE TO RR-IX-WORK-CODE.
047400     PERFORM 6100-MATCH-ONE-INDEX-CODE THRU 6100-EXIT.
047500     IF RR-IX-CODE-FOUND
047600         IF IR-RATE-DATE NOT < RR-IX-DATE(IX-IDX)
047700             MOVE IR-RATE-DATE TO RR-IX-DATE(IX-IDX)
047800             MOVE IR-RATE TO RR-IX-RATE(IX-IDX)
047900         END-IF
048000         GO TO 1510-EXIT
048100     END-IF.
048200     IF RR-IX-COUNT < 20
048300         ADD 1 TO RR-IX-COUNT
048400         SET IX-IDX TO RR-IX-COUNT
048500         MOVE IR-INDEX-CODE TO RR-IX-CODE(IX-IDX)
048600         MOVE IR-RATE-DATE TO RR-IX-DATE(IX-IDX)
048700         MOVE IR-RATE TO RR-IX-RATE(IX-IDX)
048800     ELSE
048900         DISPLAY "INDEX RATE TABLE FULL - "
049000             IR-INDEX-CODE " DROPPED"
049100     END-IF.
049200 1510-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* EVERY ACCOUNT CARRIES TO THE NEW MASTER GENERATION. ONLY AN
049700* INDEXED ACCOUNT THAT IS NOT CLOSED AND WHOSE REPRICING DATE
049800* HAS COME IS REPRICED.
049900******************************************************************
050000 2000-PROCESS-ACCOUNT.
050100     ADD 1 TO RR-ACCOUNT-COUNT.
050200     IF AM-FIXED-RATE
050300         ADD 1 TO RR-FIXED-RATE-COUNT
050400         GO TO 2000-CARRY-ACCOUNT
050500     END-IF.
050600     IF AM-STATUS-CLOSED
050700         ADD 1 TO RR-CLOSED-SKIP-COUNT
050800         GO TO 2000-CARRY-ACCOUNT
050900     END-IF.
051000     IF AM-NEXT-REPRICE-DATE NOT NUMERIC
051100        OR AM-NEXT-REPRICE-DATE = ZERO
051200         ADD 1 TO RR-NO-DATE-COUNT
051300         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
051400             " INDEXED BUT HAS NO REPRICING DATE - NOT REPRICED"
051500         GO TO 2000-CARRY-ACCOUNT
051600     END-IF.
051700     IF AM-NEXT-REPRICE-DATE > RR-RUN-DATE
051800         ADD 1 TO RR-NOT-DUE-COUNT
051900         GO TO 2000-CARRY-ACCOUNT
052000     END-IF.
052100     MOVE AM-RATE-INDEX-CODE TO RR-IX-WORK-CODE.
052200     PERFORM 6100-MATCH-ONE-INDEX-CODE THRU 6100-EXIT.
052300     IF NOT RR-IX-CODE-FOUND
052400         ADD 1 TO RR-NO-INDEX-COUNT
052500         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER " INDEX "
052600             AM-RATE-INDEX-CODE " HAS NO RATE ON FILE - "
052700             "NOT REPRICED"
052800         GO TO 2000-CARRY-ACCOUNT
052900     END-IF.
053000     PERFORM 2100-COMPUTE-NEW-RATE THRU 2100-EXIT.
053100     IF RR-NEW-RATE > RR-MAX-INT-RATE
053200         ADD 1 TO RR-RANGE-ERROR-COUNT
053300         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
053400             " NEW RATE OUT OF RANGE (0-25%) - NOT REPRICED"
053500         GO TO 2000-CARRY-ACCOUNT
053600     END-IF.
053700     PERFORM 2200-REPRICE-ACCOUNT THRU 2200-EXIT.
053800     PERFORM 3000-WRITE-REGISTER-LINE THRU 3000-EXIT.
053900     PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT.
054000     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
054100     GO TO 2000-EXIT.
054200 2000-CARRY-ACCOUNT.
054300     PERFORM 5300-WRITE-NEW-MASTER THRU 5300-EXIT.
054400     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
054500 2000-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900* INDEX RATE PLUS OR MINUS THE MARGIN (A MARGIN BELOW AN INDEX
055000* LOWER THAN ITSELF GIVES ZERO), THEN HELD WITHIN THE ACCOUNT'S
055100* FLOOR AND CAP. A ZERO FLOOR OR CAP MEANS NONE.
055200******************************************************************
055300 2100-COMPUTE-NEW-RATE.
055400     MOVE RR-IX-RATE(IX-IDX) TO RR-INDEX-RATE.
055500     MOVE SPACES TO RR-LIMIT-TAG.
055600     IF AM-RATE-MARGIN NUMERIC
055700         MOVE AM-RATE-MARGIN TO RR-MARGIN
055800     ELSE
055900         MOVE ZERO TO RR-MARGIN
056000     END-IF.
056100     IF AM-MARGIN-BELOW-INDEX
056200         IF RR-MARGIN > RR-INDEX-RATE
056300             MOVE ZERO TO RR-NEW-RATE
056400         ELSE
056500             COMPUTE RR-NEW-RATE = RR-INDEX-RATE - RR-MARGIN
056600         END-IF
056700     ELSE
056800         COMPUTE RR-NEW-RATE = RR-INDEX-RATE + RR-MARGIN
056900     END-IF.
057000     IF AM-RATE-FLOOR NUMERIC
057100         IF AM-RATE-FLOOR > ZERO
057200            AND RR-NEW-RATE < AM-RATE-FLOOR
057300             MOVE AM-RATE-FLOOR TO RR-NEW-RATE
057400             MOVE "FLOOR" TO RR-LIMIT-TAG
057500             ADD 1 TO RR-FLOOR-COUNT
057600         END-IF
057700     END-IF.
057800     IF AM-RATE-CAP NUMERIC
057900         IF AM-RATE-CAP > ZERO
058000            AND RR-NEW-RATE > AM-RATE-CAP
058100             MOVE AM-RATE-CAP TO RR-NEW-RATE
058200             MOVE "CAP" TO RR-LIMIT-TAG
058300             ADD 1 TO RR-CAP-COUNT
058400         END-IF
058500     END-IF.
058600 2100-EXIT.
058700     EXIT.
058800
058900 2200-REPRICE-ACCOUNT.
059000     ADD 1 TO RR-REPRICED-COUNT.
059100     MOVE AM-INT-RATE TO RR-OLD-RATE.
059200     MOVE AM-NEXT-REPRICE-DATE TO RR-EFFECTIVE-DATE.
059300     IF AM-PAYMENT-AMOUNT NUMERIC
059400         MOVE AM-PAYMENT-AMOUNT TO RR-OLD-PAYMENT
059500     ELSE
059600         MOVE ZERO TO RR-OLD-PAYMENT
059700     END-IF.
059800     EVALUATE TRUE
059900         WHEN RR-NEW-RATE > RR-OLD-RATE
060000             ADD 1 TO RR-RATE-UP-COUNT
060100         WHEN RR-NEW-RATE < RR-OLD-RATE
060200             ADD 1 TO RR-RATE-DOWN-COUNT
060300         WHEN OTHER
060400             ADD 1 TO RR-RATE-SAME-COUNT
060500     END-EVALUATE.
060600     MOVE RR-NEW-RATE TO AM-INT-RATE.
060700     MOVE ZERO TO RR-REMAINING-TERM.
060800     IF AM-TERM-MONTHS NUMERIC
060900        AND AM-TERM-MONTHS > ZERO
061000        AND AM-PRINCIPAL > ZERO
061100         IF AM-INSTALLMENTS-PAID NUMERIC
061200             IF AM-INSTALLMENTS-PAID < AM-TERM-MONTHS
061300                 COMPUTE RR-REMAINING-TERM =
061400                     AM-TERM-MONTHS - AM-INSTALLMENTS-PAID
061500             END-IF
061600         ELSE
061700             MOVE AM-TERM-MONTHS TO RR-REMAINING-TERM
061800         END-IF
061900     END-IF.
062000     IF RR-REMAINING-TERM > ZERO
062100         PERFORM 2300-COMPUTE-INSTALLMENT THRU 2300-EXIT
062200         ADD 1 TO RR-PAYMENT-COUNT
062300     END-IF.
062400     IF AM-REPRICE-MONTHS NUMERIC
062500        AND AM-REPRICE-MONTHS > ZERO
062600         MOVE AM-REPRICE-MONTHS TO RR-REPRICE-MONTHS
062700     ELSE
062800         MOVE RR-DEFAULT-REPRICE-MONTHS TO RR-REPRICE-MONTHS
062900     END-IF.
063000     MOVE AM-NEXT-REPRICE-DATE TO RR-NEXT-DATE.
063100     MOVE AM-NEXT-REPRICE-DATE(7:2) TO RR-NEXT-DAY.
063200     PERFORM 3100-ADVANCE-REPRICE-DATE THRU 3100-EXIT
063300         UNTIL RR-NEXT-DATE > RR-RUN-DATE.
063400     MOVE RR-NEXT-DATE TO AM-NEXT-REPRICE-DATE.
063500 2200-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* LEVEL PAYMENT OVER THE TERM STILL TO RUN BY THE AMORSCH MATH:
064000* THE MONTHLY RATE HONORS THE ACCOUNT'S DAY-COUNT BASIS, AND A
064100* ZERO RATE SPREADS THE PRINCIPAL EVENLY.
064200******************************************************************
064300 2300-COMPUTE-INSTALLMENT.
064400     PERFORM 2350-SET-RATE-BASIS THRU 2350-EXIT.
064500     COMPUTE RR-MONTHLY-RATE ROUNDED =
064600         AM-INT-RATE / 100 * RR-MONTH-BASIS-DAYS
064700         / RR-YEAR-BASIS-DAYS.
064800     IF RR-MONTHLY-RATE = ZERO
064900         COMPUTE AM-PAYMENT-AMOUNT ROUNDED =
065000             AM-PRINCIPAL / RR-REMAINING-TERM
065100         GO TO 2300-EXIT
065200     END-IF.
065300     MOVE 1 TO RR-GROWTH-FACTOR.
065400     MOVE 1 TO RR-GROWTH-INDEX.
065500     PERFORM 2360-GROW-ONE-PERIOD THRU 2360-EXIT
065600         UNTIL RR-GROWTH-INDEX > RR-REMAINING-TERM.
065700     COMPUTE RR-PAYMENT-NUMERATOR =
065800         AM-PRINCIPAL * RR-MONTHLY-RATE * RR-GROWTH-FACTOR.
065900     COMPUTE RR-PAYMENT-DENOMINATOR = RR-GROWTH-FACTOR - 1.
066000     COMPUTE AM-PAYMENT-AMOUNT ROUNDED =
066100         RR-PAYMENT-NUMERATOR / RR-PAYMENT-DENOMINATOR.
066200 2300-EXIT.
066300     EXIT.
066400
066500 2350-SET-RATE-BASIS.
066600     EVALUATE TRUE
066700         WHEN AM-BASIS-30-360
066800             MOVE 360 TO RR-YEAR-BASIS-DAYS
066900         WHEN AM-BASIS-ACT-ACT
067000             MOVE RR-RUN-DATE(1:4) TO RR-LEAP-CCYY
067100             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
067200             IF RR-LEAP-YEAR
067300                 MOVE 366 TO RR-YEAR-BASIS-DAYS
067400             ELSE
067500                 MOVE 365 TO RR-YEAR-BASIS-DAYS
067600             END-IF
067700         WHEN OTHER
067800             MOVE 365 TO RR-YEAR-BASIS-DAYS
067900     END-EVALUATE.
068000     IF AM-BASIS-30-360
068100         MOVE 30 TO RR-MONTH-BASIS-DAYS
068200     ELSE
068300         COMPUTE RR-MONTH-BASIS-DAYS ROUNDED =
068400             RR-YEAR-BASIS-DAYS / 12
068500     END-IF.
068600 2350-EXIT.
068700     EXIT.
068800
068900 2360-GROW-ONE-PERIOD.
069000     COMPUTE RR-GROWTH-FACTOR ROUNDED =
069100         RR-GROWTH-FACTOR * (1 + RR-MONTHLY-RATE).
069200     ADD 1 TO RR-GROWTH-INDEX.
069300 2360-EXIT.
069400     EXIT.
069500
069600 3000-WRITE-REGISTER-LINE.
069700     IF RR-LINE-COUNT NOT < RR-LINES-PER-PAGE
069800         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
069900     END-IF.
070000     MOVE AM-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER.
070100     IF AM-CURRENCY-CODE = SPACES
070200         MOVE "USD" TO RD-CURRENCY
070300     ELSE
070400         MOVE AM-CURRENCY-CODE TO RD-CURRENCY
070500     END-IF.
070600     MOVE AM-RATE-INDEX-CODE TO RD-INDEX-CODE.
070700     MOVE RR-INDEX-RATE TO RD-INDEX-RATE-ED.
070800     IF AM-MARGIN-BELOW-INDEX
070900         MOVE "-" TO RD-MARGIN-SIGN
071000     ELSE
071100         MOVE "+" TO RD-MARGIN-SIGN
071200     END-IF.
071300     MOVE RR-MARGIN TO RD-MARGIN-ED.
071400     MOVE RR-OLD-RATE TO RD-OLD-RATE-ED.
071500     MOVE AM-INT-RATE TO RD-NEW-RATE-ED.
071600     MOVE RR-LIMIT-TAG TO RD-LIMIT-TAG.
071700     MOVE RR-OLD-PAYMENT TO RD-OLD-PAYMENT-ED.
071800     IF RR-REMAINING-TERM > ZERO
071900         MOVE AM-PAYMENT-AMOUNT TO RD-NEW-PAYMENT-ED
072000     ELSE
072100         MOVE RR-OLD-PAYMENT TO RD-NEW-PAYMENT-ED
072200     END-IF.
072300     MOVE RR-REMAINING-TERM TO RD-TERM-ED.
072400     STRING RR-EFFECTIVE-DATE(1:4) "-"
072500            RR-EFFECTIVE-DATE(5:2) "-"
072600            RR-EFFECTIVE-DATE(7:2) DELIMITED BY SIZE
072700         INTO RD-EFFECTIVE-DATE.
072800     STRING AM-NEXT-REPRICE-DATE(1:4) "-"
072900            AM-NEXT-REPRICE-DATE(5:2) "-"
073000            AM-NEXT-REPRICE-DATE(7:2) DELIMITED BY SIZE
073100         INTO RD-NEXT-REPRICE.
073200     WRITE REPRICE-REPORT-RECORD FROM REPRICE-DETAIL-LINE
073300         AFTER ADVANCING 1 LINE.
073400     ADD 1 TO RR-LINE-COUNT.
073500 3000-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900* ADVANCE THE REPRICING DATE BY THE ACCOUNT'S INTERVAL. THE DAY
074000* OF THE ORIGINAL REPRICING DATE IS KEPT, PULLED BACK TO THE
074100* LAST DAY OF A SHORTER MONTH.
074200******************************************************************
074300 3100-ADVANCE-REPRICE-DATE.
074400     MOVE ZERO TO RR-MONTH-STEP.
074500     PERFORM 3110-ADVANCE-ONE-MONTH THRU 3110-EXIT
074600         UNTIL RR-MONTH-STEP NOT < RR-REPRICE-MONTHS.
074700     PERFORM 3150-SET-MONTH-DAYS THRU 3150-EXIT.
074800     IF RR-NEXT-DAY > RR-MONTH-DAYS
074900         MOVE RR-MONTH-DAYS TO RR-NEXT-DD
075000     ELSE
075100         MOVE RR-NEXT-DAY TO RR-NEXT-DD
075200     END-IF.
075300 3100-EXIT.
075400     EXIT.
075500
075600 3110-ADVANCE-ONE-MONTH.
075700     IF RR-NEXT-MM = 12
075800         MOVE 01 TO RR-NEXT-MM
075900         ADD 1 TO RR-NEXT-CCYY
076000     ELSE
076100         ADD 1 TO RR-NEXT-MM
076200     END-IF.
076300     ADD 1 TO RR-MONTH-STEP.
076400 3110-EXIT.
076500     EXIT.
076600
076700 3150-SET-MONTH-DAYS.
076800     EVALUATE RR-NEXT-MM
076900         WHEN 2
077000             MOVE RR-NEXT-CCYY TO RR-LEAP-CCYY
077100             PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT
077200             IF RR-LEAP-YEAR
077300                 MOVE 29 TO RR-MONTH-DAYS
077400             ELSE
077500                 MOVE 28 TO RR-MONTH-DAYS
077600             END-IF
077700         WHEN 4
077800         WHEN 6
077900         WHEN 9
078000         WHEN 11
078100             MOVE 30 TO RR-MONTH-DAYS
078200         WHEN OTHER
078300             MOVE 31 TO RR-MONTH-DAYS
078400     END-EVALUATE.
078500 3150-EXIT.
078600     EXIT.
078700
078800 3700-CHECK-LEAP-YEAR.
078900     MOVE "N" TO RR-LEAP-SWITCH.
079000     DIVIDE RR-LEAP-CCYY BY 4 GIVING RR-LEAP-QUOTIENT
079100         REMAINDER RR-LEAP-REMAINDER.
079200     IF RR-LEAP-REMAINDER = ZERO
079300         MOVE "Y" TO RR-LEAP-SWITCH
079400     END-IF.
079500     DIVIDE RR-LEAP-CCYY BY 100 GIVING RR-LEAP-QUOTIENT
079600         REMAINDER RR-LEAP-REMAINDER.
079700     IF RR-LEAP-REMAINDER = ZERO
079800         MOVE "N" TO RR-LEAP-SWITCH
079900     END-IF.
080000     DIVIDE RR-LEAP-CCYY BY 400 GIVING RR-LEAP-QUOTIENT
080100         REMAINDER RR-LEAP-REMAINDER.
080200     IF RR-LEAP-REMAINDER = ZERO
080300         MOVE "Y" TO RR-LEAP-SWITCH
080400     END-IF.
080500 3700-EXIT.
080600     EXIT.
080700
080800 4000-WRITE-REPORT-HEADER.
080900     ADD 1 TO RR-PAGE-NUMBER.
081000     MOVE ZERO TO RR-LINE-COUNT.
081100     MOVE RR-RUN-DATE-EDITED TO RH1-RUN-DATE.
081200     MOVE RR-PAGE-NUMBER TO RH1-PAGE-NUMBER.
081300     WRITE REPRICE-REPORT-RECORD FROM REPRICE-HEADING-1
081400         AFTER ADVANCING PAGE.
081500     WRITE REPRICE-REPORT-RECORD FROM SPACES
081600         AFTER ADVANCING 1 LINE.
081700     WRITE REPRICE-REPORT-RECORD FROM REPRICE-HEADING-2
081800         AFTER ADVANCING 1 LINE.
081900     WRITE REPRICE-REPORT-RECORD FROM SPACES
082000         AFTER ADVANCING 1 LINE.
082100     ADD 3 TO RR-LINE-COUNT.
082200 4000-EXIT.
082300     EXIT.
082400
082500 4300-WRITE-COUNT-LINE.
082600     IF RR-LINE-COUNT NOT < RR-LINES-PER-PAGE
082700         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
082800     END-IF.
082900     WRITE REPRICE-REPORT-RECORD FROM REPRICE-COUNT-LINE
083000         AFTER ADVANCING 1 LINE.
083100     ADD 1 TO RR-LINE-COUNT.
083200 4300-EXIT.
083300     EXIT.
083400
083500 5300-WRITE-NEW-MASTER.
083600     MOVE ACCOUNT-MASTER-RECORD TO NEW-MASTER-RECORD.
083700     WRITE NEW-MASTER-RECORD.
083800     IF NOT RR-NEWM-FILE-OK
083900         GO TO 5300-EXIT
084000     END-IF.
084100     ADD 1 TO RR-NEWM-WRITE-COUNT.
084200     IF AM-PRINCIPAL NUMERIC
084300         ADD AM-PRINCIPAL TO RR-NEWM-HASH-TOTAL
084400     END-IF.
084500 5300-EXIT.
084600     EXIT.
084700
084800 6100-MATCH-ONE-INDEX-CODE.
084900     MOVE "N" TO RR-IX-FOUND-SWITCH.
085000     SET IX-IDX TO 1.
085100     PERFORM 6110-SCAN-ONE-INDEX THRU 6110-EXIT
085200         VARYING IX-IDX FROM 1 BY 1
085300         UNTIL IX-IDX > RR-IX-COUNT
085400            OR RR-IX-CODE-FOUND.
085500     IF RR-IX-CODE-FOUND
085600         SET IX-IDX DOWN BY 1
085700     END-IF.
085800 6100-EXIT.
085900     EXIT.
086000
086100 6110-SCAN-ONE-INDEX.
086200     IF RR-IX-CODE(IX-IDX) = RR-IX-WORK-CODE
086300         MOVE "Y" TO RR-IX-FOUND-SWITCH
086400     END-IF.
086500 6110-EXIT.
086600     EXIT.
086700
086800 8000-READ-ACCOUNT-MASTER.
086900     READ ACCOUNT-MASTER-FILE
087000         AT END
087100             MOVE "Y" TO RR-EOF-SWITCH
087200             MOVE "Y" TO RR-NORMAL-EOF-SWITCH
087300         NOT AT END
087400             IF AM-TRAILER-RECORD
087500                 MOVE "Y" TO RR-EOF-SWITCH
087600                 MOVE "Y" TO RR-NORMAL-EOF-SWITCH
087700             END-IF
087800     END-READ.
087900 8000-EXIT.
088000     EXIT.
088100
088200 9000-TERMINATE.
088300     IF RR-RPT-FILE-OK AND RR-NORMAL-EOF
088400         PERFORM 9100-WRITE-REGISTER-TOTALS THRU 9100-EXIT
088500     END-IF.
088600     DISPLAY "ACCOUNTS READ:           " RR-ACCOUNT-COUNT.
088700     DISPLAY "FIXED RATE:              " RR-FIXED-RATE-COUNT.
088800     DISPLAY "CLOSED - NOT REPRICED:   " RR-CLOSED-SKIP-COUNT.
088900     DISPLAY "NOT YET DUE:             " RR-NOT-DUE-COUNT.
089000     DISPLAY "ACCOUNTS REPRICED:       " RR-REPRICED-COUNT.
089100     DISPLAY "  RATE UP:               " RR-RATE-UP-COUNT.
089200     DISPLAY "  RATE DOWN:             " RR-RATE-DOWN-COUNT.
089300     DISPLAY "  RATE UNCHANGED:        " RR-RATE-SAME-COUNT.
089400     DISPLAY "  HELD AT FLOOR:         " RR-FLOOR-COUNT.
089500     DISPLAY "  HELD AT CAP:           " RR-CAP-COUNT.
089600     DISPLAY "PAYMENTS RE-AMORTIZED:   " RR-PAYMENT-COUNT.
089700     DISPLAY "NO REPRICING DATE:       " RR-NO-DATE-COUNT.
089800     DISPLAY "INDEX NOT ON FILE:       " RR-NO-INDEX-COUNT.
089900     DISPLAY "NEW RATE OUT OF RANGE:   " RR-RANGE-ERROR-COUNT.
090000     DISPLAY "OPERATOR:                " RR-OPERATOR-ID.
090100     IF RETURN-CODE = ZERO
090200        AND (RR-NO-INDEX-COUNT > ZERO
090300             OR RR-RANGE-ERROR-COUNT > ZERO
090400             OR RR-NO-DATE-COUNT > ZERO)
090500         MOVE 4 TO RETURN-CODE
090600     END-IF.
090700     IF RR-ACCT-FILE-OK OR RR-ACCT-FILE-EOF
090800         CLOSE ACCOUNT-MASTER-FILE
090900     END-IF.
091000     IF RR-NEWM-FILE-OK
091100         IF RR-NORMAL-EOF
091200             PERFORM 9200-WRITE-NEW-TRAILER THRU 9200-EXIT
091300         END-IF
091400         CLOSE NEW-MASTER-FILE
091500     END-IF.
091600     IF RR-RPT-FILE-OK
091700         CLOSE REPRICE-REPORT-FILE
091800     END-IF.
091900 9000-EXIT.
092000     EXIT.
092100
092200 9100-WRITE-REGISTER-TOTALS.
092300     WRITE REPRICE-REPORT-RECORD FROM SPACES
092400         AFTER ADVANCING 1 LINE.
092500     ADD 1 TO RR-LINE-COUNT.
092600     MOVE "ACCOUNTS REPRICED" TO RC-CAPTION.
092700     MOVE RR-REPRICED-COUNT TO RC-COUNT-ED.
092800     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
092900     MOVE "  RATE UP" TO RC-CAPTION.
093000     MOVE RR-RATE-UP-COUNT TO RC-COUNT-ED.
093100     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
093200     MOVE "  RATE DOWN" TO RC-CAPTION.
093300     MOVE RR-RATE-DOWN-COUNT TO RC-COUNT-ED.
093400     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
093500     MOVE "  RATE UNCHANGED" TO RC-CAPTION.
093600     MOVE RR-RATE-SAME-COUNT TO RC-COUNT-ED.
093700     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
093800     MOVE "PAYMENTS RE-AMORTIZED" TO RC-CAPTION.
093900     MOVE RR-PAYMENT-COUNT TO RC-COUNT-ED.
094000     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
094100     MOVE "INDEXED - NOT REPRICED" TO RC-CAPTION.
094200     COMPUTE RC-COUNT-ED = RR-NO-DATE-COUNT + RR-NO-INDEX-COUNT
094300         + RR-RANGE-ERROR-COUNT.
094400     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
094500 9100-EXIT.
094600     EXIT.
094700
094800 9200-WRITE-NEW-TRAILER.
094900     MOVE SPACES TO ACCOUNT-TRAILER-RECORD.
095000     MOVE "9999999999" TO TL-TRAILER-KEY.
095100     MOVE RR-NEWM-WRITE-COUNT TO TL-RECORD-COUNT.
095200     MOVE RR-NEWM-HASH-TOTAL TO TL-PRINCIPAL-HASH.
095300     MOVE ACCOUNT-TRAILER-RECORD TO NEW-MASTER-RECORD.
095400     WRITE NEW-MASTER-RECORD.
095500 9200-EXIT.
095600     EXIT.
095700 END PROGRAM REPRICE.
