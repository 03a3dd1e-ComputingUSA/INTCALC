000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ACH RETURNS RUN FOR INTEREST PAYOUTS. THE
000700*                CAPITALIZATION CYCLE (CAPCYCLE) SENDS A PAYOUT
000800*                ACCOUNT'S INTEREST BY ACH CREDIT (ACHCRED) AND
000900*                SETTLES IT OUT OF AM-ACCRUED-INTEREST WITH A
001000*                CREDIT-FLAGGED GL EXTRACT RECORD. WHEN THE
001100*                RECEIVING BANK RETURNS THE CREDIT, THIS RUN READS
001200*                THE BANK'S RETURN FILE (ACHRTN, NACHA FORMAT, SEE
001300*                ACHREC), MATCHES EACH RETURNED ENTRY BACK TO ITS
001400*                ACCOUNT BY THE INDIVIDUAL ID CAPCYCLE STAMPED ON
001500*                IT, PUTS THE AMOUNT BACK INTO AM-ACCRUED-INTEREST
001600*                IN PLACE, POSTS THE OFFSETTING DEBIT-FLAGGED GL
001700*                EXTRACT RECORD (GLEXTRACT) AT THE ACCOUNT GL
001800*                CODE, AND LISTS EVERY RETURN WITH ITS REASON CODE
001900*                ON THE RETURNS REGISTER (ACHRPT).
002000* TECTONICS:     cobc
002100******************************************************************
002200* MODIFICATION HISTORY
002300* 10/14/2026 DOW  INITIAL VERSION. ACH PAYOUTS ARE USD ONLY, SO
002400*                 THE EXTRACT BASE AMOUNT IS THE AMOUNT ITSELF. A
002500*                 RETURNED ENTRY WITH NO 99 ADDENDA, OR FOR AN
002600*                 ACCOUNT NOT ON THE MASTER OR NOT IN USD, IS
002700*                 LISTED AS REJECTED AND THE RUN ENDS WITH RETURN
002800*                 CODE 4.
002900*                 A RETURN WHOSE REASON CODE MEANS THE PAYEE
003000*                 INSTRUCTION ITSELF IS BAD (ACCOUNT CLOSED, NO
003100*                 ACCOUNT, AND THE LIKE) IS LISTED AS CORRECT
003200*                 PAYEE INSTR ON THE REGISTER AND COUNTED. THIS
003300*                 RUN DOES NOT CHANGE THE PAYEE INSTRUCTIONS:
003310*                 OPERATIONS MUST CORRECT THE PAYEEINS RECORD, OR
003320*                 SUSPEND IT SO CAPCYCLE PAYS BY CHECK, BEFORE THE
003330*                 NEXT CYCLE, OR THE CREDIT GOES TO THE SAME
003340*                 ACCOUNT AGAIN. EACH RETURN FILE IS RUN ONCE - A
003400*                 RERUN WOULD PUT THE SAME AMOUNTS BACK TWICE.
003401* 10/14/2026 DOW  BUSINESS-DAY CALENDAR (HOLCAL, SEE HOLTBL). THE
003402*                 GL VALUE DATE IS THE AS-OF DATE ROLLED TO A
003403*                 BUSINESS DAY UNDER THE RUNPARMS ROLL RULE. THE
003404*                 RUN IS HELD IF THE AS-OF YEAR IS NOT ON THE
003405*                 CALENDAR.
003406******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. ACHRTN.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS AR-RTN-FILE-STATUS.
004400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS AM-ACCOUNT-NUMBER
004800         FILE STATUS IS AR-ACCT-FILE-STATUS.
004900     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS AR-GLX-FILE-STATUS.
005200     SELECT RETURN-REPORT-FILE ASSIGN TO "ACHRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS AR-RPT-FILE-STATUS.
005500     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS AR-PRM-FILE-STATUS.
005710     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS AR-HOL-FILE-STATUS.
005800     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS AR-FLG-FILE-STATUS.
006100     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS AR-STP-FILE-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ACH-RETURN-FILE
006700     RECORDING MODE IS F.
006800 01  ACH-RETURN-RECORD.
006900     05  AR-INPUT-RECORD-TYPE        PIC X(01).
007000     05  FILLER                      PIC X(93).
007100 FD  ACCOUNT-MASTER-FILE
007200     RECORDING MODE IS F.
007300 COPY ACCTMAST.
007400 FD  GL-EXTRACT-FILE
007500     RECORDING MODE IS F.
007600 01  GL-EXTRACT-RECORD               PIC X(62).
007700 FD  RETURN-REPORT-FILE
007800     RECORDING MODE IS F.
007900 01  RETURN-REPORT-RECORD            PIC X(132).
008000 FD  RUN-PARAMETER-FILE
008100     RECORDING MODE IS F.
008200 COPY RUNPARMS.
008210 FD  HOLIDAY-CALENDAR-FILE
008220     RECORDING MODE IS F.
008230 COPY HOLCAL.
008300 FD  EDIT-FLAG-FILE
008400     RECORDING MODE IS F.
008500 COPY EDITFLAG.
008600 FD  STEP-STATUS-FILE
008700     RECORDING MODE IS F.
008800 COPY STEPSTAT.
008900 WORKING-STORAGE SECTION.
009000 01  AR-RTN-FILE-STATUS          PIC X(02) VALUE "99".
009100     88  AR-RTN-FILE-OK                   VALUE "00".
009200     88  AR-RTN-FILE-EOF                  VALUE "10".
009300 01  AR-ACCT-FILE-STATUS         PIC X(02) VALUE "99".
009400     88  AR-ACCT-FILE-OK                  VALUE "00".
009500 01  AR-GLX-FILE-STATUS          PIC X(02) VALUE "99".
009600     88  AR-GLX-FILE-OK                   VALUE "00".
009700 01  AR-RPT-FILE-STATUS          PIC X(02) VALUE "99".
009800     88  AR-RPT-FILE-OK                   VALUE "00".
009900 01  AR-PRM-FILE-STATUS          PIC X(02) VALUE "99".
010000     88  AR-PRM-FILE-OK                   VALUE "00".
010010 01  AR-HOL-FILE-STATUS          PIC X(02) VALUE "99".
010020     88  AR-HOL-FILE-OK                   VALUE "00".
010100 01  AR-FLG-FILE-STATUS          PIC X(02) VALUE "99".
010200     88  AR-FLG-FILE-OK                   VALUE "00".
010300 01  AR-STP-FILE-STATUS          PIC X(02) VALUE "99".
010400     88  AR-STP-FILE-OK                   VALUE "00".
010500     88  AR-STP-FILE-EOF                  VALUE "10".
010600     88  AR-STP-FILE-MISSING              VALUE "35".
010700 01  AR-RUN-CONTROL-FIELDS.
010800     05  AR-STP-EOF-SWITCH       PIC X(01) VALUE "N".
010900         88  AR-STP-END-OF-FILE           VALUE "Y".
011000     05  AR-LIVE-GEN-SWITCH      PIC X(01) VALUE "N".
011100         88  AR-LIVE-GEN-FOUND            VALUE "Y".
011200     05  AR-EDIT-STAMP-SWITCH    PIC X(01) VALUE "N".
011300         88  AR-EDIT-STAMP-FOUND          VALUE "Y".
011400     05  AR-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
011500     05  AR-EDIT-GENERATION      PIC 9(05) VALUE ZERO.
011600     05  AR-EDIT-STAMP-STATUS    PIC X(01) VALUE SPACE.
011700     05  AR-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
011800     05  AR-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
011900 01  AR-CONTROL-SWITCHES.
012000     05  AR-RTN-EOF-SWITCH       PIC X(01) VALUE "N".
012100         88  AR-RTN-END-OF-FILE           VALUE "Y".
012200     05  AR-PRM-REC-SWITCH       PIC X(01) VALUE "N".
012300         88  AR-PRM-REC-PRESENT           VALUE "Y".
012400     05  AR-PENDING-SWITCH       PIC X(01) VALUE "N".
012500         88  AR-ENTRY-PENDING             VALUE "Y".
012600     05  AR-REASON-FOUND-SWITCH  PIC X(01).
012700         88  AR-REASON-FOUND              VALUE "Y".
012800 01  AR-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
012900 01  AR-RUN-DATE                 PIC 9(8).
012950 01  AR-VALUE-DATE               PIC 9(8).
013000 01  AR-RETURN-ACCOUNT           PIC X(10).
013100 01  AR-REJECT-REASON            PIC X(20).
013200 01  AR-REASON-DESC              PIC X(26).
013300 01  AR-FIX-FLAG                 PIC X(01).
013400     88  AR-FIX-INSTRUCTION               VALUE "Y".
013500 01  AR-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
013600 01  AR-RETURN-COUNT             PIC 9(07) COMP VALUE ZERO.
013700 01  AR-REVERSED-COUNT           PIC 9(07) COMP VALUE ZERO.
013800 01  AR-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
013900 01  AR-FIX-COUNT                PIC 9(07) COMP VALUE ZERO.
014000 01  AR-INVALID-COUNT            PIC 9(07) COMP VALUE ZERO.
014100 01  AR-REVERSED-TOTAL           PIC 9(10)V99 VALUE ZERO.
014200 01  AR-REVERSED-TOTAL-ED        PIC ZZZ,ZZZ,ZZ9.99.
014300*
014400* RETURN REASON CODES - CODE, DESCRIPTION, AND WHETHER THE REASON
014500* MEANS THE PAYEE INSTRUCTION ITSELF IS BAD. SUCH A RETURN IS ONLY
014600* LISTED AS CORRECT PAYEE INSTR - OPERATIONS FIX PAYEEINS.
014700*
014800 01  AR-REASON-TABLE-VALUES.
014900     05  FILLER                  PIC X(30)
015000         VALUE "R01INSUFFICIENT FUNDS        N".
015100     05  FILLER                  PIC X(30)
015200         VALUE "R02ACCOUNT CLOSED            Y".
015300     05  FILLER                  PIC X(30)
015400         VALUE "R03NO ACCOUNT/CANNOT LOCATE  Y".
015500     05  FILLER                  PIC X(30)
015600         VALUE "R04INVALID ACCOUNT NUMBER    Y".
015700     05  FILLER                  PIC X(30)
015800         VALUE "R06RETURNED PER ODFI REQUEST N".
015900     05  FILLER                  PIC X(30)
016000         VALUE "R07AUTHORIZATION REVOKED     Y".
016100     05  FILLER                  PIC X(30)
016200         VALUE "R08PAYMENT STOPPED           N".
016300     05  FILLER                  PIC X(30)
016400         VALUE "R10CUSTOMER ADVISES UNAUTH   Y".
016500     05  FILLER                  PIC X(30)
016600         VALUE "R14REP PAYEE DECEASED        Y".
016700     05  FILLER                  PIC X(30)
016800         VALUE "R15BENEFICIARY DECEASED      Y".
016900     05  FILLER                  PIC X(30)
017000         VALUE "R16ACCOUNT FROZEN            Y".
017100     05  FILLER                  PIC X(30)
017200         VALUE "R17FILE RECORD EDIT CRITERIA N".
017300     05  FILLER                  PIC X(30)
017400         VALUE "R20NON-TRANSACTION ACCOUNT   Y".
017500     05  FILLER                  PIC X(30)
017600         VALUE "R23CREDIT REFUSED BY RECEIVERY".
017700     05  FILLER                  PIC X(30)
017800         VALUE "R24DUPLICATE ENTRY           N".
017900     05  FILLER                  PIC X(30)
018000         VALUE "R29CORPORATE NOT AUTHORIZED  N".
018100 01  AR-REASON-TABLE REDEFINES AR-REASON-TABLE-VALUES.
018200     05  AR-REASON-ENTRY OCCURS 16 TIMES INDEXED BY RS-IDX.
018300         10  AR-RS-CODE          PIC X(03).
018400         10  AR-RS-DESC          PIC X(26).
018500         10  AR-RS-FIX-FLAG      PIC X(01).
018600 COPY ACHREC.
018700 COPY GLEXTR.
018800 01  AR-REPORT-CONTROLS.
018900     05  AR-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
019000     05  AR-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
019100     05  AR-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
019200     05  AR-RUN-DATE-EDITED.
019300         10  AR-RUN-DATE-CCYY    PIC 9(4).
019400         10  FILLER              PIC X VALUE "-".
019500         10  AR-RUN-DATE-MM      PIC 99.
019600         10  FILLER              PIC X VALUE "-".
019700         10  AR-RUN-DATE-DD      PIC 99.
019800 01  RETURN-HEADING-1.
019900     05  FILLER                  PIC X(42)
020000         VALUE "ACHRTN ACH PAYOUT RETURNS REGISTER".
020100     05  FILLER                  PIC X(22) VALUE SPACES.
020200     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
020300     05  RH1-RUN-DATE            PIC X(10).
020400     05  FILLER                  PIC X(7) VALUE " PAGE: ".
020500     05  RH1-PAGE-NUMBER         PIC ZZZ9.
020600 01  RETURN-HEADING-2.
020700     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
020800     05  FILLER                  PIC X(17) VALUE "ORIGINAL TRACE".
020900     05  FILLER                  PIC X(15) VALUE "       AMOUNT".
021000     05  FILLER                  PIC X(05) VALUE "RSN".
021100     05  FILLER                  PIC X(28) VALUE "REASON".
021200     05  FILLER                  PIC X(24) VALUE "PAYEE".
021300     05  FILLER                  PIC X(10) VALUE "STATUS".
021400     05  FILLER                  PIC X(20) VALUE "ACTION".
021500 01  RETURN-DETAIL-LINE.
021600     05  RL-ACCOUNT-NUMBER       PIC X(10).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  RL-ORIGINAL-TRACE       PIC X(15).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  RL-AMOUNT-ED            PIC ZZ,ZZZ,ZZ9.99.
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  RL-REASON-CODE          PIC X(03).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  RL-REASON-DESC          PIC X(26).
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  RL-PAYEE-NAME           PIC X(22).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  RL-STATUS               PIC X(08).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  RL-ACTION               PIC X(20).
023100 01  RETURN-COUNT-LINE.
023200     05  RK-CAPTION              PIC X(30).
023300     05  FILLER                  PIC X(09) VALUE SPACES.
023400     05  RK-COUNT-ED             PIC ZZZZZZ9.
023500     05  FILLER                  PIC X(04) VALUE SPACES.
023600     05  RK-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99
023700                                 BLANK WHEN ZERO.
023710 COPY HOLTBL.
023800 PROCEDURE DIVISION.
023900 0000-MAIN-PROCEDURE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     PERFORM 2000-PROCESS-RETURN-RECORD THRU 2000-EXIT
024200         UNTIL AR-RTN-END-OF-FILE.
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400     STOP RUN.
024500
024600 1000-INITIALIZE.
024700     DISPLAY "ACH PAYOUT RETURNS RUN".
024800     ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD.
024900     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
025000     IF AR-RTN-END-OF-FILE
025100         GO TO 1000-EXIT
025200     END-IF.
025300     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
025400     IF AR-RTN-END-OF-FILE
025500         GO TO 1000-EXIT
025600     END-IF.
025700     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
025710     PERFORM 1700-LOAD-HOLIDAY-CALENDAR THRU 1700-EXIT.
025720     IF AR-RTN-END-OF-FILE
025730         GO TO 1000-EXIT
025740     END-IF.
025800     MOVE AR-RUN-DATE(1:4) TO AR-RUN-DATE-CCYY.
025900     MOVE AR-RUN-DATE(5:2) TO AR-RUN-DATE-MM.
026000     MOVE AR-RUN-DATE(7:2) TO AR-RUN-DATE-DD.
026010     MOVE AR-RUN-DATE TO HT-ROLL-DATE.
026020     PERFORM 6500-ROLL-BUSINESS-DAY THRU 6500-EXIT.
026030     MOVE HT-ROLL-DATE TO AR-VALUE-DATE.
026040     IF AR-VALUE-DATE NOT = AR-RUN-DATE
026050         DISPLAY "AS-OF DATE IS NOT A BUSINESS DAY - VALUE DATE "
026060             AR-VALUE-DATE
026070     END-IF.
026100     OPEN INPUT ACH-RETURN-FILE.
026200     IF NOT AR-RTN-FILE-OK
026300         DISPLAY "ERROR OPENING ACH RETURN FILE, STATUS = "
026400             AR-RTN-FILE-STATUS
026500         MOVE "Y" TO AR-RTN-EOF-SWITCH
026600         MOVE 16 TO RETURN-CODE
026700         GO TO 1000-EXIT
026800     END-IF.
026900     OPEN I-O ACCOUNT-MASTER-FILE.
027000     IF NOT AR-ACCT-FILE-OK
027100         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
027200             AR-ACCT-FILE-STATUS
027300         MOVE "Y" TO AR-RTN-EOF-SWITCH
027400         MOVE 16 TO RETURN-CODE
027500         GO TO 1000-EXIT
027600     END-IF.
027700     OPEN OUTPUT GL-EXTRACT-FILE.
027800     IF NOT AR-GLX-FILE-OK
027900         DISPLAY "ERROR OPENING GL EXTRACT FILE, STATUS = "
028000             AR-GLX-FILE-STATUS
028100         MOVE "Y" TO AR-RTN-EOF-SWITCH
028200         MOVE 16 TO RETURN-CODE
028300         GO TO 1000-EXIT
028400     END-IF.
028500     OPEN OUTPUT RETURN-REPORT-FILE.
028600     IF NOT AR-RPT-FILE-OK
028700         DISPLAY "ERROR OPENING RETURNS REGISTER, STATUS = "
028800             AR-RPT-FILE-STATUS
028900         MOVE "Y" TO AR-RTN-EOF-SWITCH
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 1000-EXIT
029200     END-IF.
029300     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
029400     PERFORM 8000-READ-RETURN-RECORD THRU 8000-EXIT.
029500 1000-EXIT.
029600     EXIT.
029700
029800 1200-CHECK-EDIT-FLAG.
029900     OPEN INPUT EDIT-FLAG-FILE.
030000     IF NOT AR-FLG-FILE-OK
030100         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
030200             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
030300             AR-FLG-FILE-STATUS
030400         MOVE "Y" TO AR-RTN-EOF-SWITCH
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 1200-EXIT
030700     END-IF.
030800     READ EDIT-FLAG-FILE
030900         AT END
031000             MOVE "N" TO EF-CLEAN-FLAG
031100     END-READ.
031200     IF NOT EF-FILE-CLEAN
031300         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
031400             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
031500         MOVE "Y" TO AR-RTN-EOF-SWITCH
031600         MOVE 16 TO RETURN-CODE
031700     END-IF.
031800     CLOSE EDIT-FLAG-FILE.
031900 1200-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300* THE RUN-CONTROL GATE (SEE RUNCTL). THE RUN IS HELD UNLESS THE
032400* LIVE MASTER GENERATION PASSED ACCTEDIT CLEAN AND NO NEWER
032500* MAINTENANCE GENERATION AWAITS PROMOTION. A MISSING FILE MEANS
032600* RUN CONTROL IS NOT ACTIVE AND THE EDITFLAG GATE ALONE APPLIES.
032700******************************************************************
032800 1250-CHECK-RUN-CONTROL.
032900     OPEN INPUT STEP-STATUS-FILE.
033000     IF AR-STP-FILE-MISSING
033100         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
033200         GO TO 1250-EXIT
033300     END-IF.
033400     IF NOT AR-STP-FILE-OK
033500         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
033600             AR-STP-FILE-STATUS
033700         MOVE "Y" TO AR-RTN-EOF-SWITCH
033800         MOVE 16 TO RETURN-CODE
033900         GO TO 1250-EXIT
034000     END-IF.
034100     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
034200         UNTIL AR-STP-END-OF-FILE.
034300     CLOSE STEP-STATUS-FILE.
034400     IF NOT AR-LIVE-GEN-FOUND
034500         DISPLAY "STEP STATUS CARRIES NO LIVE GENERATION - "
034600             "RUN HELD, RUN THE PROMOTION (RUNCTL) FIRST"
034700         MOVE "Y" TO AR-RTN-EOF-SWITCH
034800         MOVE 16 TO RETURN-CODE
034900         GO TO 1250-EXIT
035000     END-IF.
035100     IF NOT AR-EDIT-STAMP-FOUND
035200        OR AR-EDIT-STAMP-STATUS NOT = "C"
035300        OR AR-EDIT-GENERATION NOT = AR-LIVE-GENERATION
035400         DISPLAY "LIVE MASTER GENERATION " AR-LIVE-GENERATION
035500             " HAS NOT PASSED ACCTEDIT - RUN HELD"
035600         MOVE "Y" TO AR-RTN-EOF-SWITCH
035700         MOVE 16 TO RETURN-CODE
035800         GO TO 1250-EXIT
035900     END-IF.
036000     IF AR-MAINT-STAMP-STATUS = "C"
036100        AND AR-MAINT-GENERATION > AR-LIVE-GENERATION
036200         DISPLAY "MAINTENANCE GENERATION " AR-MAINT-GENERATION
036300             " AWAITS PROMOTION - RUN HELD"
036400         MOVE "Y" TO AR-RTN-EOF-SWITCH
036500         MOVE 16 TO RETURN-CODE
036600     END-IF.
036700 1250-EXIT.
036800     EXIT.
036900
037000 1260-READ-ONE-STEP.
037100     READ STEP-STATUS-FILE
037200         AT END
037300             MOVE "Y" TO AR-STP-EOF-SWITCH
037400             GO TO 1260-EXIT
037500     END-READ.
037600     EVALUATE SS-STEP-NAME
037700         WHEN "ACCTMAST"
037800             IF SS-GENERATION NUMERIC
037900                 MOVE SS-GENERATION TO AR-LIVE-GENERATION
038000                 MOVE "Y" TO AR-LIVE-GEN-SWITCH
038100             END-IF
038200         WHEN "ACCTEDIT"
038300             IF SS-GENERATION NUMERIC
038400                 MOVE SS-GENERATION TO AR-EDIT-GENERATION
038500                 MOVE SS-STEP-STATUS TO AR-EDIT-STAMP-STATUS
038600                 MOVE "Y" TO AR-EDIT-STAMP-SWITCH
038700             END-IF
038800         WHEN "ACCTMNT"
038900             IF SS-GENERATION NUMERIC
039000                 MOVE SS-GENERATION TO AR-MAINT-GENERATION
039100                 MOVE SS-STEP-STATUS TO AR-MAINT-STAMP-STATUS
039200             END-IF
039300     END-EVALUATE.
039400 1260-EXIT.
039500     EXIT.
039600
039700 1300-READ-RUN-PARAMETERS.
039800     OPEN INPUT RUN-PARAMETER-FILE.
039900     IF NOT AR-PRM-FILE-OK
040000         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
040100         GO TO 1300-EXIT
040200     END-IF.
040300     READ RUN-PARAMETER-FILE
040400         AT END
040500             MOVE "N" TO AR-PRM-REC-SWITCH
040600         NOT AT END
040700             MOVE "Y" TO AR-PRM-REC-SWITCH
040800     END-READ.
040900     IF NOT AR-PRM-REC-PRESENT
041000         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
041100         CLOSE RUN-PARAMETER-FILE
041200         GO TO 1300-EXIT
041300     END-IF.
041400     IF RP-OPERATOR-ID NOT = SPACES
041500         MOVE RP-OPERATOR-ID TO AR-OPERATOR-ID
041600     END-IF.
041700     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
041800         MOVE RP-AS-OF-DATE TO AR-RUN-DATE
041900         DISPLAY "AS-OF DATE OVERRIDE: " AR-RUN-DATE
042000     END-IF.
042010     IF RP-ROLL-TO-PREVIOUS
042020         MOVE "P" TO HT-ROLL-RULE
042030     END-IF.
042040     IF NOT RP-ROLL-TO-NEXT AND NOT RP-ROLL-TO-PREVIOUS
042050         DISPLAY "BUSINESS-DAY RULE " RP-BUSINESS-DAY-RULE
042060             " INVALID - NEXT BUSINESS DAY ASSUMED"
042070     END-IF.
042100     CLOSE RUN-PARAMETER-FILE.
042200 1300-EXIT.
042300     EXIT.
042400
042401******************************************************************
042402* LOAD THE HOLIDAY CALENDAR (HOLCAL) FOR THE BUSINESS-DAY ROLL.
042403* THE RUN IS HELD WHEN THE FILE CANNOT BE OPENED OR THE AS-OF
042404* YEAR HAS NOT BEEN LOADED ON IT, SINCE A DATE IN THAT YEAR
042405* COULD NOT BE ROLLED PAST ITS HOLIDAYS. HOLEDIT VALIDATES THE
042406* FILE AHEAD OF THE DATE-DRIVEN RUNS.
042407******************************************************************
042408 1700-LOAD-HOLIDAY-CALENDAR.
042409     OPEN INPUT HOLIDAY-CALENDAR-FILE.
042410     IF NOT AR-HOL-FILE-OK
042411         DISPLAY "ERROR OPENING HOLIDAY CALENDAR FILE - RUN "
042412             "HELD, STATUS = " AR-HOL-FILE-STATUS
042413         MOVE "Y" TO AR-RTN-EOF-SWITCH
042414         MOVE 16 TO RETURN-CODE
042415         GO TO 1700-EXIT
042416     END-IF.
042417     PERFORM 1710-LOAD-ONE-CALENDAR-ENTRY THRU 1710-EXIT
042418         UNTIL HT-END-OF-FILE.
042419     CLOSE HOLIDAY-CALENDAR-FILE.
042420     IF AR-RTN-END-OF-FILE
042421         GO TO 1700-EXIT
042422     END-IF.
042423     MOVE AR-RUN-DATE(1:4) TO HT-CHECK-YEAR.
042424     PERFORM 6540-CHECK-CALENDAR-YEAR THRU 6540-EXIT.
042425     IF NOT HT-YEAR-LOADED
042426         DISPLAY "NO HOLIDAY CALENDAR LOADED FOR " HT-CHECK-YEAR
042427             " - RUN HELD"
042428         MOVE "Y" TO AR-RTN-EOF-SWITCH
042429         MOVE 16 TO RETURN-CODE
042430         GO TO 1700-EXIT
042431     END-IF.
042432     DISPLAY "HOLIDAY CALENDAR LOADED: " HT-YEAR-COUNT " YEARS, "
042433         HT-HOLIDAY-COUNT " HOLIDAYS, ROLL RULE " HT-ROLL-RULE.
042434 1700-EXIT.
042435     EXIT.
042436
042437 1710-LOAD-ONE-CALENDAR-ENTRY.
042438     READ HOLIDAY-CALENDAR-FILE
042439         AT END
042440             MOVE "Y" TO HT-EOF-SWITCH
042441             GO TO 1710-EXIT
042442     END-READ.
042443     IF HC-CALENDAR-DATE NOT NUMERIC
042444        OR (NOT HC-YEAR-RECORD AND NOT HC-HOLIDAY-RECORD)
042445         DISPLAY "HOLIDAY CALENDAR RECORD INVALID - IGNORED: "
042446             HC-RECORD-TYPE " " HC-CALENDAR-DATE
042447         GO TO 1710-EXIT
042448     END-IF.
042449     IF HC-YEAR-RECORD
042450         IF HT-YEAR-COUNT NOT < HT-YEAR-MAX
042451             DISPLAY "HOLIDAY CALENDAR YEAR TABLE FULL - RUN HELD"
042452             MOVE "Y" TO HT-EOF-SWITCH
042453             MOVE "Y" TO AR-RTN-EOF-SWITCH
042454             MOVE 16 TO RETURN-CODE
042455             GO TO 1710-EXIT
042456         END-IF
042457         ADD 1 TO HT-YEAR-COUNT
042458         SET HT-YR-IDX TO HT-YEAR-COUNT
042459         MOVE HC-CALENDAR-CCYY TO HT-LOADED-YEAR(HT-YR-IDX)
042460         GO TO 1710-EXIT
042461     END-IF.
042462     IF HT-HOLIDAY-COUNT NOT < HT-HOLIDAY-MAX
042463         DISPLAY "HOLIDAY CALENDAR HOLIDAY TABLE FULL - RUN HELD"
042464         MOVE "Y" TO HT-EOF-SWITCH
042465         MOVE "Y" TO AR-RTN-EOF-SWITCH
042466         MOVE 16 TO RETURN-CODE
042467         GO TO 1710-EXIT
042468     END-IF.
042469     ADD 1 TO HT-HOLIDAY-COUNT.
042470     SET HT-HOL-IDX TO HT-HOLIDAY-COUNT.
042471     MOVE HC-CALENDAR-DATE TO HT-HOLIDAY-DATE(HT-HOL-IDX).
042472 1710-EXIT.
042473     EXIT.
042474
042500******************************************************************
042600* A RETURNED ENTRY ARRIVES AS ITS ENTRY DETAIL RECORD (TYPE 6)
042700* FOLLOWED BY THE RETURN ADDENDA (TYPE 7) CARRYING THE REASON.
042800* THE ENTRY IS HELD UNTIL ITS ADDENDA IS READ; AN ENTRY FOLLOWED
042900* BY ANYTHING ELSE CANNOT BE MATCHED TO A REASON AND IS LISTED AS
043000* REJECTED. FILE AND BATCH HEADERS, CONTROLS AND BLOCK FILLER
043100* CARRY NOTHING THIS RUN NEEDS.
043200******************************************************************
043300 2000-PROCESS-RETURN-RECORD.
043400     ADD 1 TO AR-RECORD-COUNT.
043500     EVALUATE AR-INPUT-RECORD-TYPE
043600         WHEN "6"
043700             PERFORM 2100-CLEAR-PENDING-ENTRY THRU 2100-EXIT
043800             MOVE ACH-RETURN-RECORD TO ACH-ENTRY-DETAIL
043900             MOVE "Y" TO AR-PENDING-SWITCH
044000         WHEN "7"
044100             PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
044200         WHEN "1"
044300         WHEN "5"
044400         WHEN "8"
044500         WHEN "9"
044600             PERFORM 2100-CLEAR-PENDING-ENTRY THRU 2100-EXIT
044700         WHEN OTHER
044800             DISPLAY "RETURN FILE RECORD " AR-RECORD-COUNT
044900                 " TYPE NOT RECOGNIZED - IGNORED"
045000             ADD 1 TO AR-INVALID-COUNT
045100     END-EVALUATE.
045200     PERFORM 8000-READ-RETURN-RECORD THRU 8000-EXIT.
045300 2000-EXIT.
045400     EXIT.
045500
045600 2100-CLEAR-PENDING-ENTRY.
045700     IF NOT AR-ENTRY-PENDING
045800         GO TO 2100-EXIT
045900     END-IF.
046000     MOVE "N" TO AR-PENDING-SWITCH.
046100     ADD 1 TO AR-RETURN-COUNT.
046200     MOVE EN-INDIVIDUAL-ID(1:10) TO AR-RETURN-ACCOUNT.
046300     MOVE SPACES TO RA-RETURN-REASON.
046400     MOVE EN-TRACE-NUMBER TO RA-ORIGINAL-TRACE.
046500     MOVE "NO RETURN ADDENDA" TO AR-REASON-DESC.
046600     MOVE "N" TO AR-FIX-FLAG.
046700     MOVE "NO ADDENDA RECORD" TO AR-REJECT-REASON.
046800     PERFORM 2300-REJECT-RETURN THRU 2300-EXIT.
046900 2100-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300* PUT A RETURNED PAYOUT BACK. THE AMOUNT RETURNS TO THE ACCRUED
047400* BALANCE IT WAS SETTLED FROM, SO THE NEXT CYCLE SETTLES IT AGAIN,
047500* AND THE GL EXTRACT CARRIES A DEBIT AT THE ACCOUNT GL CODE TO
047600* OFFSET THE CREDIT CAPCYCLE POSTED WHEN IT SENT THE PAYOUT.
047700******************************************************************
047800 2200-APPLY-RETURN.
047900     IF NOT AR-ENTRY-PENDING
048000         DISPLAY "RETURN FILE RECORD " AR-RECORD-COUNT
048100             " ADDENDA WITH NO ENTRY - IGNORED"
048200         ADD 1 TO AR-INVALID-COUNT
048300         GO TO 2200-EXIT
048400     END-IF.
048500     MOVE "N" TO AR-PENDING-SWITCH.
048600     ADD 1 TO AR-RETURN-COUNT.
048700     MOVE ACH-RETURN-RECORD TO ACH-RETURN-ADDENDA.
048800     MOVE EN-INDIVIDUAL-ID(1:10) TO AR-RETURN-ACCOUNT.
048900     PERFORM 6200-LOOKUP-REASON THRU 6200-EXIT.
049000     IF RA-ADDENDA-TYPE NOT = "99"
049100         MOVE "NOT A RETURN ADDENDA" TO AR-REJECT-REASON
049200         PERFORM 2300-REJECT-RETURN THRU 2300-EXIT
049300         GO TO 2200-EXIT
049400     END-IF.
049500     IF EN-AMOUNT NOT NUMERIC
049600        OR EN-AMOUNT = ZERO
049700         MOVE "AMOUNT INVALID" TO AR-REJECT-REASON
049800         PERFORM 2300-REJECT-RETURN THRU 2300-EXIT
049900         GO TO 2200-EXIT
050000     END-IF.
050100     MOVE AR-RETURN-ACCOUNT TO AM-ACCOUNT-NUMBER.
050200     READ ACCOUNT-MASTER-FILE
050300         INVALID KEY
050400             MOVE "NOT ON MASTER" TO AR-REJECT-REASON
050500             PERFORM 2300-REJECT-RETURN THRU 2300-EXIT
050600             GO TO 2200-EXIT
050700     END-READ.
050800     IF AM-CURRENCY-CODE NOT = SPACES
050900        AND AM-CURRENCY-CODE NOT = "USD"
051000         MOVE "NOT A USD ACCOUNT" TO AR-REJECT-REASON
051100         PERFORM 2300-REJECT-RETURN THRU 2300-EXIT
051200         GO TO 2200-EXIT
051300     END-IF.
051400     IF AM-ACCRUED-INTEREST NOT NUMERIC
051500         MOVE "ACCRUED NOT NUMERIC" TO AR-REJECT-REASON
051600         PERFORM 2300-REJECT-RETURN THRU 2300-EXIT
051700         GO TO 2200-EXIT
051800     END-IF.
051900     ADD EN-AMOUNT TO AM-ACCRUED-INTEREST.
052000     REWRITE ACCOUNT-MASTER-RECORD
052100         INVALID KEY
052200             DISPLAY "ERROR REWRITING ACCOUNT "
052300                 AM-ACCOUNT-NUMBER ", STATUS = "
052400                 AR-ACCT-FILE-STATUS
052500             MOVE "REWRITE FAILED" TO AR-REJECT-REASON
052600             PERFORM 2300-REJECT-RETURN THRU 2300-EXIT
052700             GO TO 2200-EXIT
052800     END-REWRITE.
052900     IF AM-GL-CODE NOT = SPACES
053000         PERFORM 5200-WRITE-GL-REVERSAL THRU 5200-EXIT
053100     END-IF.
053200     ADD 1 TO AR-REVERSED-COUNT.
053300     ADD EN-AMOUNT TO AR-REVERSED-TOTAL.
053400     MOVE "REVERSED" TO RL-STATUS.
053500     IF AR-FIX-INSTRUCTION
053600         ADD 1 TO AR-FIX-COUNT
053700         MOVE "CORRECT PAYEE INSTR" TO RL-ACTION
053800     ELSE
053900         MOVE SPACES TO RL-ACTION
054000     END-IF.
054100     PERFORM 5000-WRITE-RETURN-LINE THRU 5000-EXIT.
054200     DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER " PAYOUT RETURNED "
054300         RA-RETURN-REASON " - REVERSED TO ACCRUED INTEREST".
054400 2200-EXIT.
054500     EXIT.
054600
054700 2300-REJECT-RETURN.
054800     ADD 1 TO AR-REJECT-COUNT.
054900     MOVE "REJECTED" TO RL-STATUS.
055000     MOVE AR-REJECT-REASON TO RL-ACTION.
055100     PERFORM 5000-WRITE-RETURN-LINE THRU 5000-EXIT.
055200     DISPLAY "RETURN FOR " AR-RETURN-ACCOUNT " "
055300         AR-REJECT-REASON " - NOT APPLIED".
055400 2300-EXIT.
055500     EXIT.
055600
055700 4000-WRITE-REPORT-HEADER.
055800     ADD 1 TO AR-PAGE-NUMBER.
055900     MOVE ZERO TO AR-LINE-COUNT.
056000     MOVE AR-RUN-DATE-EDITED TO RH1-RUN-DATE.
056100     MOVE AR-PAGE-NUMBER TO RH1-PAGE-NUMBER.
056200     WRITE RETURN-REPORT-RECORD FROM RETURN-HEADING-1
056300         AFTER ADVANCING PAGE.
056400     WRITE RETURN-REPORT-RECORD FROM SPACES
056500         AFTER ADVANCING 1 LINE.
056600     WRITE RETURN-REPORT-RECORD FROM RETURN-HEADING-2
056700         AFTER ADVANCING 1 LINE.
056800     WRITE RETURN-REPORT-RECORD FROM SPACES
056900         AFTER ADVANCING 1 LINE.
057000     ADD 3 TO AR-LINE-COUNT.
057100 4000-EXIT.
057200     EXIT.
057300
057400 4300-WRITE-COUNT-LINE.
057500     IF AR-LINE-COUNT NOT < AR-LINES-PER-PAGE
057600         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
057700     END-IF.
057800     WRITE RETURN-REPORT-RECORD FROM RETURN-COUNT-LINE
057900         AFTER ADVANCING 1 LINE.
058000     ADD 1 TO AR-LINE-COUNT.
058100 4300-EXIT.
058200     EXIT.
058300
058400 5000-WRITE-RETURN-LINE.
058500     IF AR-LINE-COUNT NOT < AR-LINES-PER-PAGE
058600         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
058700     END-IF.
058800     MOVE AR-RETURN-ACCOUNT TO RL-ACCOUNT-NUMBER.
058900     MOVE RA-ORIGINAL-TRACE TO RL-ORIGINAL-TRACE.
059000     IF EN-AMOUNT NUMERIC
059100         MOVE EN-AMOUNT TO RL-AMOUNT-ED
059200     ELSE
059300         MOVE ZERO TO RL-AMOUNT-ED
059400     END-IF.
059500     MOVE RA-RETURN-REASON TO RL-REASON-CODE.
059600     MOVE AR-REASON-DESC TO RL-REASON-DESC.
059700     MOVE EN-INDIVIDUAL-NAME TO RL-PAYEE-NAME.
059800     WRITE RETURN-REPORT-RECORD FROM RETURN-DETAIL-LINE
059900         AFTER ADVANCING 1 LINE.
060000     ADD 1 TO AR-LINE-COUNT.
060100 5000-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* THE REVERSAL RE-ACCRUES THE RETURNED AMOUNT AT THE ACCOUNT GL
060600* CODE AS A DEBIT, THE OPPOSITE SIDE OF CAPCYCLE'S SETTLEMENT,
060700* VALUE-DATED THE DAY THE RETURN IS BOOKED. ACH IS USD ONLY, SO
060800* THE BASE AMOUNT IS THE AMOUNT ITSELF.
060900******************************************************************
061000 5200-WRITE-GL-REVERSAL.
061100     MOVE AM-ACCOUNT-NUMBER TO GE-ACCOUNT-NUMBER.
061200     MOVE AM-GL-CODE        TO GE-GL-CODE.
061300     MOVE EN-AMOUNT         TO GE-INTEREST-AMOUNT.
061400     MOVE AR-VALUE-DATE     TO GE-VALUE-DATE.
061500     MOVE "USD"             TO GE-CURRENCY-CODE.
061600     MOVE EN-AMOUNT         TO GE-BASE-AMOUNT.
061700     MOVE "D" TO GE-DR-CR-FLAG.
061800     WRITE GL-EXTRACT-RECORD FROM GL-EXTRACT-DETAIL.
061900 5200-EXIT.
062000     EXIT.
062100
062200 6200-LOOKUP-REASON.
062300     MOVE "N" TO AR-REASON-FOUND-SWITCH.
062400     PERFORM 6210-SCAN-ONE-REASON THRU 6210-EXIT
062500         VARYING RS-IDX FROM 1 BY 1
062600         UNTIL RS-IDX > 16
062700            OR AR-REASON-FOUND.
062800     IF NOT AR-REASON-FOUND
062900         MOVE "UNLISTED RETURN REASON" TO AR-REASON-DESC
063000         MOVE "N" TO AR-FIX-FLAG
063100     END-IF.
063200 6200-EXIT.
063300     EXIT.
063400
063500 6210-SCAN-ONE-REASON.
063600     IF AR-RS-CODE(RS-IDX) = RA-RETURN-REASON
063700         MOVE AR-RS-DESC(RS-IDX) TO AR-REASON-DESC
063800         MOVE AR-RS-FIX-FLAG(RS-IDX) TO AR-FIX-FLAG
063900         MOVE "Y" TO AR-REASON-FOUND-SWITCH
064000     END-IF.
064100 6210-EXIT.
064200     EXIT.
064201
064202******************************************************************
064203* ROLL THE DATE IN HT-ROLL-DATE TO A BUSINESS DAY BY THE RUN'S
064204* ROLL RULE - FORWARD TO THE NEXT BUSINESS DAY, OR BACK TO THE
064205* PREVIOUS ONE. A BUSINESS DAY COMES BACK UNCHANGED. A YEAR NOT
064206* LOADED ON THE CALENDAR IS ROLLED OVER WEEKENDS ONLY.
064207******************************************************************
064208 6500-ROLL-BUSINESS-DAY.
064209     IF HT-ROLL-MM < 1 OR HT-ROLL-MM > 12 OR HT-ROLL-DD < 1
064210         GO TO 6500-EXIT
064211     END-IF.
064212     MOVE HT-ROLL-DATE TO HT-ORIGINAL-DATE.
064213     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
064214     PERFORM 6520-STEP-ONE-DAY THRU 6520-EXIT
064215         UNTIL HT-BUSINESS-DAY.
064216     IF HT-ROLL-DATE NOT = HT-ORIGINAL-DATE
064217         ADD 1 TO HT-ROLLED-COUNT
064218     END-IF.
064219 6500-EXIT.
064220     EXIT.
064221
064222 6510-CHECK-BUSINESS-DAY.
064223     MOVE "Y" TO HT-BUSINESS-DAY-SWITCH.
064224     MOVE HT-ROLL-CCYY TO HT-DOW-CCYY.
064225     IF HT-ROLL-MM < 3
064226         SUBTRACT 1 FROM HT-DOW-CCYY
064227     END-IF.
064228     MOVE HT-DOW-CCYY TO HT-DOW-SUM.
064229     DIVIDE HT-DOW-CCYY BY 4 GIVING HT-DOW-QUOTIENT.
064230     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
064231     DIVIDE HT-DOW-CCYY BY 100 GIVING HT-DOW-QUOTIENT.
064232     SUBTRACT HT-DOW-QUOTIENT FROM HT-DOW-SUM.
064233     DIVIDE HT-DOW-CCYY BY 400 GIVING HT-DOW-QUOTIENT.
064234     ADD HT-DOW-QUOTIENT TO HT-DOW-SUM.
064235     ADD HT-DOW-OFFSET(HT-ROLL-MM) HT-ROLL-DD TO HT-DOW-SUM.
064236     DIVIDE HT-DOW-SUM BY 7 GIVING HT-DOW-QUOTIENT
064237         REMAINDER HT-WEEKDAY.
064238     IF HT-WEEKEND-DAY
064239         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
064240         GO TO 6510-EXIT
064241     END-IF.
064242     SET HT-HOL-IDX TO 1.
064243     PERFORM 6515-SCAN-ONE-HOLIDAY THRU 6515-EXIT
064244         VARYING HT-HOL-IDX FROM 1 BY 1
064245         UNTIL HT-HOL-IDX > HT-HOLIDAY-COUNT
064246            OR NOT HT-BUSINESS-DAY.
064247 6510-EXIT.
064248     EXIT.
064249
064250 6515-SCAN-ONE-HOLIDAY.
064251     IF HT-HOLIDAY-DATE(HT-HOL-IDX) = HT-ROLL-DATE
064252         MOVE "N" TO HT-BUSINESS-DAY-SWITCH
064253     END-IF.
064254 6515-EXIT.
064255     EXIT.
064256
064257 6520-STEP-ONE-DAY.
064258     IF HT-ROLL-PREVIOUS
064259         PERFORM 6525-STEP-BACK-ONE-DAY THRU 6525-EXIT
064260     ELSE
064261         PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT
064262         ADD 1 TO HT-ROLL-DD
064263         IF HT-ROLL-DD > HT-MONTH-DAYS
064264             MOVE 1 TO HT-ROLL-DD
064265             ADD 1 TO HT-ROLL-MM
064266         END-IF
064267         IF HT-ROLL-MM > 12
064268             MOVE 1 TO HT-ROLL-MM
064269             ADD 1 TO HT-ROLL-CCYY
064270         END-IF
064271     END-IF.
064272     PERFORM 6510-CHECK-BUSINESS-DAY THRU 6510-EXIT.
064273 6520-EXIT.
064274     EXIT.
064275
064276 6525-STEP-BACK-ONE-DAY.
064277     SUBTRACT 1 FROM HT-ROLL-DD.
064278     IF HT-ROLL-DD > ZERO
064279         GO TO 6525-EXIT
064280     END-IF.
064281     SUBTRACT 1 FROM HT-ROLL-MM.
064282     IF HT-ROLL-MM = ZERO
064283         MOVE 12 TO HT-ROLL-MM
064284         SUBTRACT 1 FROM HT-ROLL-CCYY
064285     END-IF.
064286     PERFORM 6530-SET-ROLL-MONTH-DAYS THRU 6530-EXIT.
064287     MOVE HT-MONTH-DAYS TO HT-ROLL-DD.
064288 6525-EXIT.
064289     EXIT.
064300
064301 6530-SET-ROLL-MONTH-DAYS.
064302     MOVE HT-DAYS-IN-MONTH(HT-ROLL-MM) TO HT-MONTH-DAYS.
064303     IF HT-ROLL-MM NOT = 2
064304         GO TO 6530-EXIT
064305     END-IF.
064306     DIVIDE HT-ROLL-CCYY BY 4 GIVING HT-LEAP-QUOTIENT
064307         REMAINDER HT-LEAP-REMAINDER.
064308     IF HT-LEAP-REMAINDER = ZERO
064309         MOVE 29 TO HT-MONTH-DAYS
064310     END-IF.
064311     DIVIDE HT-ROLL-CCYY BY 100 GIVING HT-LEAP-QUOTIENT
064312         REMAINDER HT-LEAP-REMAINDER.
064313     IF HT-LEAP-REMAINDER = ZERO
064314         MOVE 28 TO HT-MONTH-DAYS
064315     END-IF.
064316     DIVIDE HT-ROLL-CCYY BY 400 GIVING HT-LEAP-QUOTIENT
064317         REMAINDER HT-LEAP-REMAINDER.
064318     IF HT-LEAP-REMAINDER = ZERO
064319         MOVE 29 TO HT-MONTH-DAYS
064320     END-IF.
064321 6530-EXIT.
064322     EXIT.
064323
064324 6540-CHECK-CALENDAR-YEAR.
064325     MOVE "N" TO HT-YEAR-FOUND-SWITCH.
064326     SET HT-YR-IDX TO 1.
064327     PERFORM 6545-SCAN-ONE-YEAR THRU 6545-EXIT
064328         VARYING HT-YR-IDX FROM 1 BY 1
064329         UNTIL HT-YR-IDX > HT-YEAR-COUNT
064330            OR HT-YEAR-LOADED.
064331 6540-EXIT.
064332     EXIT.
064333
064334 6545-SCAN-ONE-YEAR.
064335     IF HT-LOADED-YEAR(HT-YR-IDX) = HT-CHECK-YEAR
064336         MOVE "Y" TO HT-YEAR-FOUND-SWITCH
064337     END-IF.
064338 6545-EXIT.
064339     EXIT.
064389
064400 8000-READ-RETURN-RECORD.
064500     READ ACH-RETURN-FILE
064600         AT END
064700             MOVE "Y" TO AR-RTN-EOF-SWITCH
064800     END-READ.
064900 8000-EXIT.
065000     EXIT.
065100
065200 9000-TERMINATE.
065300     IF AR-RPT-FILE-OK
065400         PERFORM 2100-CLEAR-PENDING-ENTRY THRU 2100-EXIT
065500         PERFORM 9100-WRITE-REGISTER-TOTALS THRU 9100-EXIT
065600     END-IF.
065700     MOVE AR-REVERSED-TOTAL TO AR-REVERSED-TOTAL-ED.
065800     DISPLAY "RETURN FILE RECORDS:     " AR-RECORD-COUNT.
065900     DISPLAY "RETURNS READ:            " AR-RETURN-COUNT.
066000     DISPLAY "  REVERSED:              " AR-REVERSED-COUNT.
066100     DISPLAY "  REJECTED:              " AR-REJECT-COUNT.
066200     DISPLAY "  INSTRUCTION TO CORRECT:" AR-FIX-COUNT.
066300     DISPLAY "AMOUNT REVERSED:         " AR-REVERSED-TOTAL-ED.
066400     DISPLAY "RECORDS NOT RECOGNIZED:  " AR-INVALID-COUNT.
066450     DISPLAY "DATES ROLLED TO BUS DAY: " HT-ROLLED-COUNT.
066500     DISPLAY "OPERATOR:                " AR-OPERATOR-ID.
066600     IF RETURN-CODE = ZERO
066700        AND (AR-REJECT-COUNT > ZERO OR AR-INVALID-COUNT > ZERO)
066800         MOVE 4 TO RETURN-CODE
066900     END-IF.
067000     IF AR-RTN-FILE-OK OR AR-RTN-FILE-EOF
067100         CLOSE ACH-RETURN-FILE
067200     END-IF.
067300     IF AR-ACCT-FILE-OK
067400         CLOSE ACCOUNT-MASTER-FILE
067500     END-IF.
067600     IF AR-GLX-FILE-OK
067700         CLOSE GL-EXTRACT-FILE
067800     END-IF.
067900     IF AR-RPT-FILE-OK
068000         CLOSE RETURN-REPORT-FILE
068100     END-IF.
068200 9000-EXIT.
068300     EXIT.
068400
068500 9100-WRITE-REGISTER-TOTALS.
068600     WRITE RETURN-REPORT-RECORD FROM SPACES
068700         AFTER ADVANCING 1 LINE.
068800     ADD 1 TO AR-LINE-COUNT.
068900     MOVE ZERO TO RK-AMOUNT-ED.
069000     MOVE "RETURNS READ" TO RK-CAPTION.
069100     MOVE AR-RETURN-COUNT TO RK-COUNT-ED.
069200     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
069300     MOVE "  REVERSED TO ACCRUED INTEREST" TO RK-CAPTION.
069400     MOVE AR-REVERSED-COUNT TO RK-COUNT-ED.
069500     MOVE AR-REVERSED-TOTAL TO RK-AMOUNT-ED.
069600     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
069700     MOVE ZERO TO RK-AMOUNT-ED.
069800     MOVE "  REJECTED - NOT APPLIED" TO RK-CAPTION.
069900     MOVE AR-REJECT-COUNT TO RK-COUNT-ED.
070000     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
070100     MOVE "  PAYEE INSTRUCTION TO CORRECT" TO RK-CAPTION.
070200     MOVE AR-FIX-COUNT TO RK-COUNT-ED.
070300     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
070400     MOVE "RECORDS NOT RECOGNIZED" TO RK-CAPTION.
070500     MOVE AR-INVALID-COUNT TO RK-COUNT-ED.
070600     PERFORM 4300-WRITE-COUNT-LINE THRU 4300-EXIT.
070700 9100-EXIT.
070800     EXIT.
070900 END PROGRAM ACHRTN.
