000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       CHECKER'S APPROVAL OF QUEUED ACCOUNT MASTER
000700*                MAINTENANCE. THE OPERATOR KEYS AN OPERATOR ID,
000800*                THE ITEMS AWAITING APPROVAL ON THE PENDING-
000900*                APPROVAL FILE (MNTPEND) ARE LISTED, AND EACH ONE
001000*                IS SHOWN IN TURN FIELD BY FIELD - THE VALUE ON
001100*                THE ACCOUNT MASTER (ACCTMAST) NOW AND THE VALUE
001200*                THE TRANSACTION WILL STORE - FOR THE OPERATOR TO
001300*                APPROVE, REJECT WITH A REASON, OR LEAVE PENDING.
001400*                THE DECISION IS STAMPED ON THE PENDING RECORD
001500*                WITH THE APPROVING OPERATOR AND THE DATE AND
001600*                TIME. NO OPERATOR IS OFFERED AN ITEM OF THEIR OWN
001700*                ENTRY. THE MASTER IS NOT UPDATED HERE - THE
001800*                MAINTENANCE RUN (ACCTMNT) APPLIES THE APPROVED
001900*                ITEMS.
002000* TECTONICS:     cobc
002100******************************************************************
002200* MODIFICATION HISTORY
002300* 10/14/2026 DOW  INITIAL VERSION. CHANGES TO THE INTEREST RATE,
002400*                 THE ACCOUNT STATUS AND THE BACKUP WITHHOLDING
002500*                 FLAG OR RATE ARE MARKED AS KEY CHANGES ON THE
002600*                 SCREEN. "END" AT THE DECISION PROMPT ENDS THE
002700*                 SESSION; ITEMS NOT DECIDED STAY PENDING.
002800* 10/15/2026 DOW  THE SESSION IS NOW HELD (RETURN CODE 16, NOTHING
002810*                 DECIDED) WHILE THE STEP-STATUS FILE (STEPSTAT,
002820*                 SEE RUNCTL) SHOWS A CLEAN ACCTMNT GENERATION
002830*                 AWAITING PROMOTION, SINCE THE PROMOTION COPIES
002840*                 PENDNEW OVER MNTPEND AND WOULD LOSE ANY
002850*                 DECISION MADE IN BETWEEN.
002860******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. MNTAPPR.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS AM-ACCOUNT-NUMBER
003800         FILE STATUS IS MA-ACCT-FILE-STATUS.
003900     SELECT PENDING-FILE ASSIGN TO "MNTPEND"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS MP-PENDING-KEY
004300         FILE STATUS IS MA-PEND-FILE-STATUS.
004310     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS MA-STP-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ACCOUNT-MASTER-FILE
004700     RECORDING MODE IS F.
004800 COPY ACCTMAST.
004900 FD  PENDING-FILE
005000     RECORDING MODE IS F.
005100 COPY MNTPEND.
005110 FD  STEP-STATUS-FILE
005120     RECORDING MODE IS F.
005130 COPY STEPSTAT.
005200 WORKING-STORAGE SECTION.
005300 01  MA-ACCT-FILE-STATUS         PIC X(02) VALUE "99".
005400     88  MA-ACCT-FILE-OK                 VALUE "00".
005500 01  MA-PEND-FILE-STATUS         PIC X(02) VALUE "99".
005600     88  MA-PEND-FILE-OK                 VALUE "00".
005700     88  MA-PEND-FILE-EOF                VALUE "10".
005800     88  MA-PEND-FILE-MISSING            VALUE "35".
005810 01  MA-STP-FILE-STATUS          PIC X(02) VALUE "99".
005820     88  MA-STP-FILE-OK                  VALUE "00".
005830     88  MA-STP-FILE-EOF                 VALUE "10".
005840     88  MA-STP-FILE-MISSING             VALUE "35".
005900 01  MA-CONTROL-SWITCHES.
006000     05  MA-DONE-SWITCH          PIC X(01) VALUE "N".
006100         88  MA-SESSION-DONE              VALUE "Y".
006200     05  MA-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
006300         88  MA-PEND-END-OF-FILE          VALUE "Y".
006400     05  MA-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
006500         88  MA-ACCT-OPEN                 VALUE "Y".
006600     05  MA-PEND-OPEN-SWITCH     PIC X(01) VALUE "N".
006700         88  MA-PEND-OPEN                 VALUE "Y".
006800     05  MA-ON-MASTER-SWITCH     PIC X(01) VALUE "N".
006900         88  MA-ON-MASTER                 VALUE "Y".
007000     05  MA-KEY-CHANGE-SWITCH    PIC X(01) VALUE "N".
007100         88  MA-KEY-CHANGE                VALUE "Y".
007110 01  MA-RUN-CONTROL-FIELDS.
007120     05  MA-STP-EOF-SWITCH       PIC X(01) VALUE "N".
007130         88  MA-STP-END-OF-FILE           VALUE "Y".
007140     05  MA-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
007150     05  MA-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
007160     05  MA-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
007200 COPY ACCTTRAN.
007300 01  MA-OPERATOR-ID              PIC X(08) VALUE SPACES.
007400 01  MA-DECISION                 PIC X(03).
007500 01  MA-REASON                   PIC X(30).
007600 01  MA-DECISION-DATE            PIC 9(08).
007700 01  MA-DECISION-TIME            PIC 9(08).
007800 01  MA-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
007900 01  MA-OWN-COUNT                PIC 9(05) COMP VALUE ZERO.
008000 01  MA-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
008100 01  MA-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
008200 01  MA-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
008300 01  MA-COUNT-ED                 PIC ZZZZ9.
008400 01  MA-FLD                      PIC 9(02) COMP.
008500 01  MA-FIELD-COUNT              PIC 9(02) COMP VALUE 26.
008600*
008700* THE FIELDS SHOWN FOR EACH ITEM, IN ACCTTRAN ORDER. "K" MARKS
008800* THE KEY FIELDS WHOSE CHANGE IS CALLED OUT ON THE SCREEN.
008900*
009000 01  MA-CAPTION-VALUES.
009100     05  FILLER                  PIC X(19)
009200         VALUE "PRINCIPAL          ".
009300     05  FILLER                  PIC X(19)
009400         VALUE "INTEREST RATE %   K".
009500     05  FILLER                  PIC X(19)
009600         VALUE "COMPOUND FREQUENCY ".
009700     05  FILLER                  PIC X(19)
009800         VALUE "TERM MONTHS        ".
009900     05  FILLER                  PIC X(19)
010000         VALUE "CURRENCY           ".
010100     05  FILLER                  PIC X(19)
010200         VALUE "GL CODE            ".
010300     05  FILLER                  PIC X(19)
010400         VALUE "DAY COUNT BASIS    ".
010500     05  FILLER                  PIC X(19)
010600         VALUE "FIRST PAYMENT DATE ".
010700     05  FILLER                  PIC X(19)
010800         VALUE "CAPITALIZE DATE    ".
010900     05  FILLER                  PIC X(19)
011000         VALUE "INT DISPOSITION    ".
011100     05  FILLER                  PIC X(19)
011200         VALUE "ACCOUNT STATUS    K".
011300     05  FILLER                  PIC X(19)
011400         VALUE "WITHHOLDING FLAG  K".
011500     05  FILLER                  PIC X(19)
011600         VALUE "WITHHOLDING RATE  K".
011700     05  FILLER                  PIC X(19)
011800         VALUE "STATEMENT CYCLE    ".
011900     05  FILLER                  PIC X(19)
012000         VALUE "RATE INDEX         ".
012100     05  FILLER                  PIC X(19)
012200         VALUE "MARGIN SIGN        ".
012300     05  FILLER                  PIC X(19)
012400         VALUE "RATE MARGIN        ".
012500     05  FILLER                  PIC X(19)
012600         VALUE "RATE FLOOR         ".
012700     05  FILLER                  PIC X(19)
012800         VALUE "RATE CAP           ".
012900     05  FILLER                  PIC X(19)
013000         VALUE "NEXT REPRICE DATE  ".
013100     05  FILLER                  PIC X(19)
013200         VALUE "REPRICE MONTHS     ".
013300     05  FILLER                  PIC X(19)
013400         VALUE "MATURITY DATE      ".
013500     05  FILLER                  PIC X(19)
013600         VALUE "RENEWAL INSTRUCTION".
013700     05  FILLER                  PIC X(19)
013800         VALUE "LINKED ACCOUNT     ".
013900     05  FILLER                  PIC X(19)
014000         VALUE "CD TERM MONTHS     ".
014100     05  FILLER                  PIC X(19)
014200         VALUE "PENALTY DAYS       ".
014300 01  MA-CAPTION-TABLE REDEFINES MA-CAPTION-VALUES.
014400     05  MA-CAPTION-ENTRY OCCURS 26 TIMES.
014500         10  MA-CAPTION          PIC X(18).
014600         10  MA-KEY-FIELD-FLAG   PIC X(01).
014700             88  MA-KEY-FIELD             VALUE "K".
014800 01  MA-FIELD-TABLE.
014900     05  MA-FIELD-ENTRY OCCURS 26 TIMES.
015000         10  MA-FLD-BEFORE       PIC X(20).
015100         10  MA-FLD-AFTER        PIC X(20).
015200 01  MA-EDIT-FIELDS.
015300     05  MA-EDIT-AMOUNT-X        PIC X(12).
015400     05  MA-EDIT-AMOUNT REDEFINES MA-EDIT-AMOUNT-X
015500                                 PIC 9(10)V99.
015600     05  MA-EDIT-RATE-X          PIC X(05).
015700     05  MA-EDIT-RATE REDEFINES MA-EDIT-RATE-X
015800                                 PIC 9(03)V99.
015900     05  MA-AMOUNT-ED            PIC Z(9)9.99.
016000     05  MA-RATE-ED              PIC ZZ9.99.
016100     05  MA-EDIT-TEXT            PIC X(20).
016200 01  MA-FUNCTION-WORD            PIC X(06).
016300 01  MA-LIST-LINE.
016400     05  ML-ACCOUNT-NUMBER       PIC X(10).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  ML-FUNCTION             PIC X(06).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  ML-ENTERED-BY           PIC X(08).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  ML-ENTRY-DATE           PIC X(08).
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  ML-ENTRY-TIME           PIC X(06).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  ML-NOTE                 PIC X(24).
017500 01  MA-FIELD-LINE.
017600     05  MF-CAPTION              PIC X(18).
017700     05  FILLER                  PIC X(01) VALUE SPACE.
017800     05  MF-BEFORE               PIC X(20).
017900     05  FILLER                  PIC X(01) VALUE SPACE.
018000     05  MF-AFTER                PIC X(20).
018100     05  FILLER                  PIC X(01) VALUE SPACE.
018200     05  MF-FLAG                 PIC X(10).
018300 PROCEDURE DIVISION.
018400 0000-MAIN-PROCEDURE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     IF NOT MA-SESSION-DONE
018700         PERFORM 2000-LIST-PENDING THRU 2000-EXIT
018800     END-IF.
018900     PERFORM 3000-REVIEW-ONE-ITEM THRU 3000-EXIT
019000         UNTIL MA-SESSION-DONE OR MA-PEND-END-OF-FILE.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019200     STOP RUN.
019300
019400 1000-INITIALIZE.
019500     DISPLAY "ACCOUNT MAINTENANCE APPROVAL".
019510     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
019520     IF MA-SESSION-DONE
019530         GO TO 1000-EXIT
019540     END-IF.
019600     OPEN INPUT ACCOUNT-MASTER-FILE.
019700     IF NOT MA-ACCT-FILE-OK
019800         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
019900             MA-ACCT-FILE-STATUS
020000         MOVE "Y" TO MA-DONE-SWITCH
020100         MOVE 16 TO RETURN-CODE
020200         GO TO 1000-EXIT
020300     END-IF.
020400     MOVE "Y" TO MA-ACCT-OPEN-SWITCH.
020500     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT.
020600 1000-EXIT.
020700     EXIT.
020800
020900******************************************************************
021000* EVERY DECISION IS STAMPED WITH THE OPERATOR WHO MADE IT, AND
021100* THE SAME ID DECIDES WHICH ITEMS ARE THE OPERATOR'S OWN, SO THE
021200* SESSION DOES NOT START WITHOUT ONE.
021300******************************************************************
021400 1100-ACCEPT-OPERATOR.
021500     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021600     ACCEPT MA-OPERATOR-ID.
021700     IF MA-OPERATOR-ID = SPACES
021800         DISPLAY "OPERATOR ID REQUIRED - NOTHING APPROVED"
021900         MOVE "Y" TO MA-DONE-SWITCH
022000         MOVE 8 TO RETURN-CODE
022100     END-IF.
022200 1100-EXIT.
022300     EXIT.
022400
022401******************************************************************
022402* THE RUN-CONTROL GATE (SEE RUNCTL). WHEN ACCTMNT HAS BEEN STAMPED
022403* CLEAN AT A GENERATION NEWER THAN THE LIVE ONE, ITS NEW PENDING
022404* GENERATION (PENDNEW) IS WAITING TO BE COPIED OVER MNTPEND BY THE
022405* PROMOTION, WHICH WOULD LOSE ANYTHING WRITTEN TO MNTPEND NOW, SO
022406* THE RUN IS HELD. A MISSING FILE MEANS RUN CONTROL IS NOT ACTIVE.
022407******************************************************************
022408 1250-CHECK-RUN-CONTROL.
022409     OPEN INPUT STEP-STATUS-FILE.
022410     IF MA-STP-FILE-MISSING
022411         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
022412         GO TO 1250-EXIT
022413     END-IF.
022414     IF NOT MA-STP-FILE-OK
022415         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
022416             MA-STP-FILE-STATUS
022417         MOVE "Y" TO MA-DONE-SWITCH
022418         MOVE 16 TO RETURN-CODE
022419         GO TO 1250-EXIT
022420     END-IF.
022421     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
022422         UNTIL MA-STP-END-OF-FILE.
022423     CLOSE STEP-STATUS-FILE.
022424     IF MA-MAINT-STAMP-STATUS = "C"
022425        AND MA-MAINT-GENERATION > MA-LIVE-GENERATION
022426         DISPLAY "MAINTENANCE GENERATION " MA-MAINT-GENERATION
022427             " AWAITS PROMOTION - NOTHING DECIDED"
022428         DISPLAY "RUN THE PROMOTION (RUNCTL) FIRST"
022429         MOVE "Y" TO MA-DONE-SWITCH
022430         MOVE 16 TO RETURN-CODE
022431     END-IF.
022432 1250-EXIT.
022433     EXIT.
022434
022435 1260-READ-ONE-STEP.
022436     READ STEP-STATUS-FILE
022437         AT END
022438             MOVE "Y" TO MA-STP-EOF-SWITCH
022439             GO TO 1260-EXIT
022440     END-READ.
022441     EVALUATE SS-STEP-NAME
022442         WHEN "ACCTMAST"
022443             IF SS-GENERATION NUMERIC
022444                 MOVE SS-GENERATION TO MA-LIVE-GENERATION
022445             END-IF
022446         WHEN "ACCTMNT"
022447             IF SS-GENERATION NUMERIC
022448                 MOVE SS-GENERATION TO MA-MAINT-GENERATION
022449                 MOVE SS-STEP-STATUS TO MA-MAINT-STAMP-STATUS
022450             END-IF
022451     END-EVALUATE.
022452 1260-EXIT.
022453     EXIT.
022454
022500******************************************************************
022600* LIST EVERY ITEM STILL AWAITING A DECISION, THEN REOPEN THE FILE
022700* FOR UPDATE AND POSITION ON THE FIRST RECORD FOR THE REVIEW.
022800******************************************************************
022900 2000-LIST-PENDING.
023000     OPEN INPUT PENDING-FILE.
023100     IF MA-PEND-FILE-MISSING
023200         DISPLAY "NO PENDING APPROVAL FILE - NOTHING TO APPROVE"
023300         MOVE "Y" TO MA-DONE-SWITCH
023400         GO TO 2000-EXIT
023500     END-IF.
023600     IF NOT MA-PEND-FILE-OK
023700         DISPLAY "ERROR OPENING PENDING APPROVAL FILE, STATUS = "
023800             MA-PEND-FILE-STATUS
023900         MOVE "Y" TO MA-DONE-SWITCH
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 2000-EXIT
024200     END-IF.
024300     DISPLAY "ACCOUNT     ACTION  ENTERED BY  ON       AT".
024400     PERFORM 8000-READ-PENDING THRU 8000-EXIT.
024500     PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
024600         UNTIL MA-PEND-END-OF-FILE.
024700     CLOSE PENDING-FILE.
024800     MOVE MA-PENDING-COUNT TO MA-COUNT-ED.
024900     DISPLAY MA-COUNT-ED " ITEM(S) AWAITING APPROVAL".
025000     IF MA-PENDING-COUNT = MA-OWN-COUNT
025100         DISPLAY "NO ITEMS FOR THIS OPERATOR TO APPROVE"
025200         MOVE "Y" TO MA-DONE-SWITCH
025300         GO TO 2000-EXIT
025400     END-IF.
025500     MOVE ZERO TO MA-OWN-COUNT.
025600     MOVE "N" TO MA-PEND-EOF-SWITCH.
025700     OPEN I-O PENDING-FILE.
025800     IF NOT MA-PEND-FILE-OK
025900         DISPLAY "ERROR OPENING PENDING APPROVAL FILE, STATUS = "
026000             MA-PEND-FILE-STATUS
026100         MOVE "Y" TO MA-DONE-SWITCH
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 2000-EXIT
026400     END-IF.
026500     MOVE "Y" TO MA-PEND-OPEN-SWITCH.
026600     PERFORM 8000-READ-PENDING THRU 8000-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900
027000 2100-LIST-ONE-ITEM.
027100     IF NOT MP-STATUS-PENDING
027200         GO TO 2100-NEXT
027300     END-IF.
027400     ADD 1 TO MA-PENDING-COUNT.
027500     MOVE MP-TRANS-IMAGE TO ACCOUNT-TRANS-RECORD.
027600     PERFORM 2900-SET-FUNCTION-WORD THRU 2900-EXIT.
027700     MOVE SPACES TO MA-LIST-LINE.
027800     MOVE MP-ACCOUNT-NUMBER      TO ML-ACCOUNT-NUMBER.
027900     MOVE MA-FUNCTION-WORD       TO ML-FUNCTION.
028000     MOVE MP-ENTERED-BY          TO ML-ENTERED-BY.
028100     MOVE MP-ENTRY-DATE          TO ML-ENTRY-DATE.
028200     MOVE MP-ENTRY-TIME(1:6)     TO ML-ENTRY-TIME.
028300     IF MP-ENTERED-BY = MA-OPERATOR-ID
028400         MOVE "YOUR ENTRY - NOT OFFERED" TO ML-NOTE
028500         ADD 1 TO MA-OWN-COUNT
028600     END-IF.
028700     DISPLAY MA-LIST-LINE.
028800 2100-NEXT.
028900     PERFORM 8000-READ-PENDING THRU 8000-EXIT.
029000 2100-EXIT.
029100     EXIT.
029200
029300 2900-SET-FUNCTION-WORD.
029400     EVALUATE TRUE
029500         WHEN AT-FUNC-ADD
029600             MOVE "ADD" TO MA-FUNCTION-WORD
029700         WHEN AT-FUNC-CHANGE
029800             MOVE "CHANGE" TO MA-FUNCTION-WORD
029900         WHEN AT-FUNC-DELETE
030000             MOVE "DELETE" TO MA-FUNCTION-WORD
030100         WHEN OTHER
030200             MOVE "??????" TO MA-FUNCTION-WORD
030300     END-EVALUATE.
030400 2900-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800* ONE PENDING ITEM: AN ITEM THE OPERATOR ENTERED IS PASSED OVER -
030900* MAKER AND CHECKER MUST BE DIFFERENT PEOPLE. ANY OTHER ITEM IS
031000* SHOWN AND A DECISION TAKEN.
031100******************************************************************
031200 3000-REVIEW-ONE-ITEM.
031300     IF NOT MP-STATUS-PENDING
031400         GO TO 3000-NEXT
031500     END-IF.
031600     IF MP-ENTERED-BY = MA-OPERATOR-ID
031700         ADD 1 TO MA-OWN-COUNT
031800         GO TO 3000-NEXT
031900     END-IF.
032000     MOVE MP-TRANS-IMAGE TO ACCOUNT-TRANS-RECORD.
032100     PERFORM 3100-SHOW-ITEM THRU 3100-EXIT.
032200     PERFORM 3200-TAKE-DECISION THRU 3200-EXIT.
032300     IF MA-SESSION-DONE
032400         GO TO 3000-EXIT
032500     END-IF.
032600 3000-NEXT.
032700     PERFORM 8000-READ-PENDING THRU 8000-EXIT.
032800 3000-EXIT.
032900     EXIT.
033000
033100 3100-SHOW-ITEM.
033200     PERFORM 2900-SET-FUNCTION-WORD THRU 2900-EXIT.
033300     MOVE "N" TO MA-ON-MASTER-SWITCH.
033400     MOVE "N" TO MA-KEY-CHANGE-SWITCH.
033500     MOVE MP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
033600     READ ACCOUNT-MASTER-FILE
033700         INVALID KEY
033800             MOVE "N" TO MA-ON-MASTER-SWITCH
033900         NOT INVALID KEY
034000             MOVE "Y" TO MA-ON-MASTER-SWITCH
034100     END-READ.
034200* THE CONTROL-TOTAL TRAILER IS NOT AN ACCOUNT.
034300     IF MA-ON-MASTER AND AM-TRAILER-RECORD
034400         MOVE "N" TO MA-ON-MASTER-SWITCH
034500     END-IF.
034600     MOVE SPACES TO MA-FIELD-TABLE.
034700     IF MA-ON-MASTER
034800         PERFORM 4100-LOAD-BEFORE-VALUES THRU 4100-EXIT
034900     END-IF.
035000     IF NOT AT-FUNC-DELETE
035100         PERFORM 4200-LOAD-AFTER-VALUES THRU 4200-EXIT
035200     END-IF.
035300     DISPLAY " ".
035400     DISPLAY "ACCOUNT: " MP-ACCOUNT-NUMBER "  ACTION: "
035500         MA-FUNCTION-WORD.
035600     DISPLAY "ENTERED BY: " MP-ENTERED-BY "  ON " MP-ENTRY-DATE
035700         " AT " MP-ENTRY-TIME(1:6).
035800     DISPLAY "FIELD              ON MASTER NOW        "
035900         "AFTER THIS CHANGE".
036000     PERFORM 3150-SHOW-ONE-FIELD THRU 3150-EXIT
036100         VARYING MA-FLD FROM 1 BY 1
036200         UNTIL MA-FLD > MA-FIELD-COUNT.
036300     IF AT-FUNC-ADD AND MA-ON-MASTER
036400         DISPLAY "ACCOUNT IS ALREADY ON THE MASTER - THE "
036500             "MAINTENANCE RUN WILL REJECT THIS ADD"
036600     END-IF.
036700     IF NOT AT-FUNC-ADD AND NOT MA-ON-MASTER
036800         DISPLAY "ACCOUNT IS NOT ON THE MASTER - THE "
036900             "MAINTENANCE RUN WILL REJECT THIS ITEM"
037000     END-IF.
037100     IF AT-FUNC-DELETE
037200         DISPLAY "THE ACCOUNT WILL BE REMOVED FROM THE MASTER"
037300     END-IF.
037400     IF MA-KEY-CHANGE
037500         DISPLAY "*** KEY CHANGE - INTEREST RATE, STATUS OR "
037600             "WITHHOLDING ***"
037700     END-IF.
037800 3100-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* A FIELD IS MARKED ONLY ON A CHANGE - ON AN ADD OR A DELETE EVERY
038300* FIELD DIFFERS.
038400******************************************************************
038500 3150-SHOW-ONE-FIELD.
038600     MOVE SPACES TO MA-FIELD-LINE.
038700     MOVE MA-CAPTION(MA-FLD)    TO MF-CAPTION.
038800     MOVE MA-FLD-BEFORE(MA-FLD) TO MF-BEFORE.
038900     MOVE MA-FLD-AFTER(MA-FLD)  TO MF-AFTER.
039000     IF AT-FUNC-CHANGE
039100        AND MA-FLD-BEFORE(MA-FLD) NOT = MA-FLD-AFTER(MA-FLD)
039200         IF MA-KEY-FIELD(MA-FLD)
039300             MOVE "KEY CHANGE" TO MF-FLAG
039400             MOVE "Y" TO MA-KEY-CHANGE-SWITCH
039500         ELSE
039600             MOVE "CHANGED" TO MF-FLAG
039700         END-IF
039800     END-IF.
039900     DISPLAY MA-FIELD-LINE.
040000 3150-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400* A = APPROVE, R = REJECT (A REASON IS ASKED FOR), S OR ENTER
040500* LEAVES THE ITEM PENDING, END STOPS THE SESSION. THE DECISION IS
040600* REWRITTEN TO THE PENDING RECORD STRAIGHT AWAY.
040700******************************************************************
040800 3200-TAKE-DECISION.
040900     MOVE SPACES TO MA-DECISION.
041000     DISPLAY "A=APPROVE  R=REJECT  S=SKIP  END=FINISH: "
041100         WITH NO ADVANCING.
041200     ACCEPT MA-DECISION.
041300     EVALUATE MA-DECISION
041400         WHEN "A"
041500             MOVE "A" TO MP-APPROVAL-STATUS
041600             MOVE SPACES TO MP-REJECT-REASON
041700         WHEN "R"
041800             MOVE SPACES TO MA-REASON
041900             DISPLAY "REASON: " WITH NO ADVANCING
042000             ACCEPT MA-REASON
042100             IF MA-REASON = SPACES
042200                 MOVE "NO REASON GIVEN" TO MA-REASON
042300             END-IF
042400             MOVE "R" TO MP-APPROVAL-STATUS
042500             MOVE MA-REASON TO MP-REJECT-REASON
042600         WHEN "END"
042700             MOVE "Y" TO MA-DONE-SWITCH
042800             GO TO 3200-EXIT
042900         WHEN "S"
043000         WHEN SPACES
043100             DISPLAY "LEFT PENDING"
043200             ADD 1 TO MA-SKIPPED-COUNT
043300             GO TO 3200-EXIT
043400         WHEN OTHER
043500             DISPLAY "NOT A VALID RESPONSE - LEFT PENDING"
043600             ADD 1 TO MA-SKIPPED-COUNT
043700             GO TO 3200-EXIT
043800     END-EVALUATE.
043900     ACCEPT MA-DECISION-DATE FROM DATE YYYYMMDD.
044000     ACCEPT MA-DECISION-TIME FROM TIME.
044100     MOVE MA-OPERATOR-ID   TO MP-DECIDED-BY.
044200     MOVE MA-DECISION-DATE TO MP-DECISION-DATE.
044300     MOVE MA-DECISION-TIME TO MP-DECISION-TIME.
044400     REWRITE MAINT-PENDING-RECORD.
044500     IF NOT MA-PEND-FILE-OK
044600         DISPLAY "ERROR RECORDING THE DECISION, STATUS = "
044700             MA-PEND-FILE-STATUS " - SESSION ENDED"
044800         MOVE "Y" TO MA-DONE-SWITCH
044900         MOVE 16 TO RETURN-CODE
045000         GO TO 3200-EXIT
045100     END-IF.
045200     IF MP-STATUS-APPROVED
045300         DISPLAY "APPROVED"
045400         ADD 1 TO MA-APPROVED-COUNT
045500     ELSE
045600         DISPLAY "REJECTED"
045700         ADD 1 TO MA-REJECTED-COUNT
045800     END-IF.
045900 3200-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300* THE VALUES ON THE MASTER NOW, EDITED THE SAME WAY AS THE VALUES
046400* THE TRANSACTION WILL STORE SO THAT AN UNCHANGED FIELD READS THE
046500* SAME ON BOTH SIDES.
046600******************************************************************
046700 4100-LOAD-BEFORE-VALUES.
046800     MOVE AM-PRINCIPAL(1:12) TO MA-EDIT-AMOUNT-X.
046900     PERFORM 4500-EDIT-AMOUNT THRU 4500-EXIT.
047000     MOVE MA-EDIT-TEXT TO MA-FLD-BEFORE(1).
047100     MOVE AM-INT-RATE(1:5) TO MA-EDIT-RATE-X.
047200     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
047300     MOVE MA-EDIT-TEXT TO MA-FLD-BEFORE(2).
047400     MOVE AM-COMPOUND-FREQ       TO MA-FLD-BEFORE(3).
047500     MOVE AM-TERM-MONTHS(1:3)    TO MA-FLD-BEFORE(4).
047600     MOVE AM-CURRENCY-CODE       TO MA-FLD-BEFORE(5).
047700     MOVE AM-GL-CODE             TO MA-FLD-BEFORE(6).
047800     MOVE AM-DAY-COUNT-BASIS     TO MA-FLD-BEFORE(7).
047900     MOVE AM-FIRST-PAYMENT-DATE(1:8) TO MA-FLD-BEFORE(8).
048000     MOVE AM-CAPITALIZE-DATE(1:8) TO MA-FLD-BEFORE(9).
048100     MOVE AM-INT-DISPOSITION     TO MA-FLD-BEFORE(10).
048200     MOVE AM-STATUS-CODE         TO MA-FLD-BEFORE(11).
048300     MOVE AM-WITHHOLD-IND        TO MA-FLD-BEFORE(12).
048400     MOVE "0" TO MA-EDIT-RATE-X(1:1).
048500     MOVE AM-WITHHOLD-RATE(1:4) TO MA-EDIT-RATE-X(2:4).
048600     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
048700     MOVE MA-EDIT-TEXT TO MA-FLD-BEFORE(13).
048800     MOVE AM-STMT-CYCLE          TO MA-FLD-BEFORE(14).
048900     MOVE AM-RATE-INDEX-CODE     TO MA-FLD-BEFORE(15).
049000     MOVE AM-RATE-MARGIN-SIGN    TO MA-FLD-BEFORE(16).
049100     MOVE "0" TO MA-EDIT-RATE-X(1:1).
049200     MOVE AM-RATE-MARGIN(1:4) TO MA-EDIT-RATE-X(2:4).
049300     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
049400     MOVE MA-EDIT-TEXT TO MA-FLD-BEFORE(17).
049500     MOVE AM-RATE-FLOOR(1:5) TO MA-EDIT-RATE-X.
049600     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
049700     MOVE MA-EDIT-TEXT TO MA-FLD-BEFORE(18).
049800     MOVE AM-RATE-CAP(1:5) TO MA-EDIT-RATE-X.
049900     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
050000     MOVE MA-EDIT-TEXT TO MA-FLD-BEFORE(19).
050100     MOVE AM-NEXT-REPRICE-DATE(1:8) TO MA-FLD-BEFORE(20).
050200     MOVE AM-REPRICE-MONTHS(1:2) TO MA-FLD-BEFORE(21).
050300     MOVE AM-MATURITY-DATE(1:8)  TO MA-FLD-BEFORE(22).
050400     MOVE AM-RENEWAL-INSTR       TO MA-FLD-BEFORE(23).
050500     MOVE AM-LINKED-ACCOUNT      TO MA-FLD-BEFORE(24).
050600     MOVE AM-CD-TERM-MONTHS(1:3) TO MA-FLD-BEFORE(25).
050700     MOVE AM-PENALTY-DAYS(1:3)   TO MA-FLD-BEFORE(26).
050800 4100-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200* THE VALUES THE MAINTENANCE RUN WILL STORE. A NUMERIC FIELD LEFT
051300* AT SPACES ON THE TRANSACTION STORES AS ZERO AND IS SHOWN SO.
051400******************************************************************
051500 4200-LOAD-AFTER-VALUES.
051600     MOVE AT-PRINCIPAL(1:12) TO MA-EDIT-AMOUNT-X.
051700     PERFORM 4500-EDIT-AMOUNT THRU 4500-EXIT.
051800     MOVE MA-EDIT-TEXT TO MA-FLD-AFTER(1).
051900     MOVE AT-INT-RATE(1:5) TO MA-EDIT-RATE-X.
052000     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
052100     MOVE MA-EDIT-TEXT TO MA-FLD-AFTER(2).
052200     MOVE AT-COMPOUND-FREQ       TO MA-FLD-AFTER(3).
052300     MOVE AT-TERM-MONTHS(1:3)    TO MA-FLD-AFTER(4).
052400     MOVE AT-CURRENCY-CODE       TO MA-FLD-AFTER(5).
052500     MOVE AT-GL-CODE             TO MA-FLD-AFTER(6).
052600     MOVE AT-DAY-COUNT-BASIS     TO MA-FLD-AFTER(7).
052700     MOVE AT-FIRST-PAYMENT-DATE(1:8) TO MA-FLD-AFTER(8).
052800     MOVE AT-CAPITALIZE-DATE(1:8) TO MA-FLD-AFTER(9).
052900     MOVE AT-INT-DISPOSITION     TO MA-FLD-AFTER(10).
053000     MOVE AT-STATUS-CODE         TO MA-FLD-AFTER(11).
053100     MOVE AT-WITHHOLD-IND        TO MA-FLD-AFTER(12).
053200     MOVE "0" TO MA-EDIT-RATE-X(1:1).
053300     MOVE AT-WITHHOLD-RATE(1:4) TO MA-EDIT-RATE-X(2:4).
053400     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
053500     MOVE MA-EDIT-TEXT TO MA-FLD-AFTER(13).
053600     MOVE AT-STMT-CYCLE          TO MA-FLD-AFTER(14).
053700     MOVE AT-RATE-INDEX-CODE     TO MA-FLD-AFTER(15).
053800     MOVE AT-RATE-MARGIN-SIGN    TO MA-FLD-AFTER(16).
053900     MOVE "0" TO MA-EDIT-RATE-X(1:1).
054000     MOVE AT-RATE-MARGIN(1:4) TO MA-EDIT-RATE-X(2:4).
054100     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
054200     MOVE MA-EDIT-TEXT TO MA-FLD-AFTER(17).
054300     MOVE AT-RATE-FLOOR(1:5) TO MA-EDIT-RATE-X.
054400     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
054500     MOVE MA-EDIT-TEXT TO MA-FLD-AFTER(18).
054600     MOVE AT-RATE-CAP(1:5) TO MA-EDIT-RATE-X.
054700     PERFORM 4600-EDIT-RATE THRU 4600-EXIT.
054800     MOVE MA-EDIT-TEXT TO MA-FLD-AFTER(19).
054900     MOVE AT-NEXT-REPRICE-DATE(1:8) TO MA-FLD-AFTER(20).
055000     MOVE AT-REPRICE-MONTHS(1:2) TO MA-FLD-AFTER(21).
055100     MOVE AT-MATURITY-DATE(1:8)  TO MA-FLD-AFTER(22).
055200     MOVE AT-RENEWAL-INSTR       TO MA-FLD-AFTER(23).
055300     MOVE AT-LINKED-ACCOUNT      TO MA-FLD-AFTER(24).
055400     MOVE AT-CD-TERM-MONTHS(1:3) TO MA-FLD-AFTER(25).
055500     MOVE AT-PENALTY-DAYS(1:3)   TO MA-FLD-AFTER(26).
055600     PERFORM 4250-ZERO-BLANK-NUMBER THRU 4250-EXIT
055700         VARYING MA-FLD FROM 4 BY 1
055800         UNTIL MA-FLD > MA-FIELD-COUNT.
055900 4200-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* THE DATES AND COUNTS ARE SHOWN AS STORED; ONE LEFT AT SPACES ON
056400* THE TRANSACTION IS SHOWN AS THE ZEROS THE RUN WILL STORE.
056500******************************************************************
056600 4250-ZERO-BLANK-NUMBER.
056700     IF MA-FLD-AFTER(MA-FLD) NOT = SPACES
056800         GO TO 4250-EXIT
056900     END-IF.
057000     EVALUATE MA-FLD
057100         WHEN 4
057200         WHEN 25
057300         WHEN 26
057400             MOVE "000" TO MA-FLD-AFTER(MA-FLD)
057500         WHEN 8
057600         WHEN 9
057700         WHEN 20
057800         WHEN 22
057900             MOVE "00000000" TO MA-FLD-AFTER(MA-FLD)
058000         WHEN 21
058100             MOVE "00" TO MA-FLD-AFTER(MA-FLD)
058200     END-EVALUATE.
058300 4250-EXIT.
058400     EXIT.
058500
058600 4500-EDIT-AMOUNT.
058700     IF MA-EDIT-AMOUNT-X = SPACES
058800         MOVE ZERO TO MA-EDIT-AMOUNT
058900     END-IF.
059000     IF MA-EDIT-AMOUNT NUMERIC
059100         MOVE MA-EDIT-AMOUNT TO MA-AMOUNT-ED
059200         MOVE MA-AMOUNT-ED TO MA-EDIT-TEXT
059300     ELSE
059400         MOVE MA-EDIT-AMOUNT-X TO MA-EDIT-TEXT
059500     END-IF.
059600 4500-EXIT.
059700     EXIT.
059800
059900 4600-EDIT-RATE.
060000     IF MA-EDIT-RATE-X = SPACES
060100        OR MA-EDIT-RATE-X = "0    "
060200         MOVE ZERO TO MA-EDIT-RATE
060300     END-IF.
060400     IF MA-EDIT-RATE NUMERIC
060500         MOVE MA-EDIT-RATE TO MA-RATE-ED
060600         MOVE MA-RATE-ED TO MA-EDIT-TEXT
060700     ELSE
060800         MOVE MA-EDIT-RATE-X TO MA-EDIT-TEXT
060900     END-IF.
061000 4600-EXIT.
061100     EXIT.
061200
061300 8000-READ-PENDING.
061400     READ PENDING-FILE
061500         AT END
061600             MOVE "Y" TO MA-PEND-EOF-SWITCH
061700     END-READ.
061800 8000-EXIT.
061900     EXIT.
062000
062100 9000-TERMINATE.
062200     IF MA-PEND-OPEN
062300         CLOSE PENDING-FILE
062400     END-IF.
062500     IF MA-ACCT-OPEN
062600         CLOSE ACCOUNT-MASTER-FILE
062700     END-IF.
062800     DISPLAY "ITEMS APPROVED:          " MA-APPROVED-COUNT.
062900     DISPLAY "ITEMS REJECTED:          " MA-REJECTED-COUNT.
063000     DISPLAY "ITEMS LEFT PENDING:      " MA-SKIPPED-COUNT.
063100     DISPLAY "OWN ENTRIES PASSED OVER: " MA-OWN-COUNT.
063200     DISPLAY "APPROVING OPERATOR:      " MA-OPERATOR-ID.
063300     DISPLAY "APPROVAL SESSION ENDED".
063400 9000-EXIT.
063500     EXIT.
063600 END PROGRAM MNTAPPR.
