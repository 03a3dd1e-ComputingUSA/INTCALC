000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       QUEUE ACCOUNT MASTER MAINTENANCE FOR APPROVAL.
000700*                EVERY ADD, CHANGE AND DELETE TRANSACTION KEYED TO
000800*                THE MAINTENANCE TRANSACTION FILE (ACCTTRAN) IS
000900*                WRITTEN TO THE PENDING-APPROVAL FILE (MNTPEND,
001000*                SEE THE COPYBOOK) STAMPED WITH THE OPERATOR WHO
001100*                ENTERED IT AND THE DATE AND TIME, INSTEAD OF
001200*                GOING STRAIGHT TO THE MASTER. A SECOND OPERATOR
001300*                APPROVES OR REJECTS EACH ITEM THROUGH MNTAPPR,
001400*                AND THE MAINTENANCE RUN (ACCTMNT) APPLIES ONLY
001500*                THE APPROVED ONES.
001510*                WHEN RUNCTL PROMOTES ACCTMNT'S NEW MASTER IT
001520*                COPIES THE NEW PENDING GENERATION (PENDNEW) OVER
001530*                MNTPEND, DROPPING THE ITEMS ACCTMNT APPLIED.
001600* TECTONICS:     cobc
001700******************************************************************
001800* MODIFICATION HISTORY
001900* 10/14/2026 DOW  INITIAL VERSION. THE ENTERING OPERATOR COMES
002000*                 FROM THE RUN PARAMETER FILE (RUNPARMS) AND IS
002100*                 REQUIRED - WITHOUT ONE NOTHING IS QUEUED. THE
002200*                 FIELD EDITS STAY WITH ACCTMNT, WHICH APPLIES
002300*                 THEM TO THE APPROVED IMAGE; ONLY THE FUNCTION
002400*                 CODE AND ACCOUNT NUMBER ARE CHECKED HERE. THE
002500*                 QUEUE MUST NOT BE RUN BETWEEN ACCTMNT AND THE
002600*                 PROMOTION OF ITS NEW PENDING GENERATION
002700*                 (PENDNEW).
002800* 10/15/2026 DOW  THE QUEUE IS NOW HELD (RETURN CODE 16, NOTHING
002810*                 QUEUED) WHILE THE STEP-STATUS FILE (STEPSTAT,
002820*                 SEE RUNCTL) SHOWS A CLEAN ACCTMNT GENERATION
002830*                 AWAITING PROMOTION, SINCE THE PROMOTION COPIES
002840*                 PENDNEW OVER MNTPEND AND WOULD LOSE ANYTHING
002850*                 QUEUED IN BETWEEN.
002860******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. MNTQUEUE.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TRANSACTION-FILE ASSIGN TO "ACCTTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS MQ-TRAN-FILE-STATUS.
003700     SELECT PENDING-FILE ASSIGN TO "MNTPEND"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS MP-PENDING-KEY
004100         FILE STATUS IS MQ-PEND-FILE-STATUS.
004200     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS MQ-PRM-FILE-STATUS.
004410     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS MQ-STP-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TRANSACTION-FILE
004800     RECORDING MODE IS F.
004900 COPY ACCTTRAN.
005000 FD  PENDING-FILE
005100     RECORDING MODE IS F.
005200 COPY MNTPEND.
005300 FD  RUN-PARAMETER-FILE
005400     RECORDING MODE IS F.
005500 COPY RUNPARMS.
005510 FD  STEP-STATUS-FILE
005520     RECORDING MODE IS F.
005530 COPY STEPSTAT.
005600 WORKING-STORAGE SECTION.
005700 01  MQ-TRAN-FILE-STATUS         PIC X(02) VALUE "99".
005800     88  MQ-TRAN-FILE-OK                  VALUE "00".
005900     88  MQ-TRAN-FILE-EOF                 VALUE "10".
006000 01  MQ-PEND-FILE-STATUS         PIC X(02) VALUE "99".
006100     88  MQ-PEND-FILE-OK                  VALUE "00".
006200     88  MQ-PEND-FILE-MISSING             VALUE "35".
006300 01  MQ-PRM-FILE-STATUS          PIC X(02) VALUE "99".
006400     88  MQ-PRM-FILE-OK                   VALUE "00".
006410 01  MQ-STP-FILE-STATUS          PIC X(02) VALUE "99".
006420     88  MQ-STP-FILE-OK                   VALUE "00".
006430     88  MQ-STP-FILE-EOF                  VALUE "10".
006440     88  MQ-STP-FILE-MISSING              VALUE "35".
006500 01  MQ-PRM-REC-SWITCH           PIC X(01) VALUE "N".
006600     88  MQ-PRM-REC-PRESENT               VALUE "Y".
006700 01  MQ-CONTROL-SWITCHES.
006800     05  MQ-EOF-SWITCH           PIC X(01) VALUE "N".
006900         88  MQ-END-OF-FILE               VALUE "Y".
007000     05  MQ-PEND-OPEN-SWITCH     PIC X(01) VALUE "N".
007100         88  MQ-PEND-OPEN                 VALUE "Y".
007110 01  MQ-RUN-CONTROL-FIELDS.
007120     05  MQ-STP-EOF-SWITCH       PIC X(01) VALUE "N".
007130         88  MQ-STP-END-OF-FILE           VALUE "Y".
007140     05  MQ-LIVE-GENERATION      PIC 9(05) VALUE ZERO.
007150     05  MQ-MAINT-GENERATION     PIC 9(05) VALUE ZERO.
007160     05  MQ-MAINT-STAMP-STATUS   PIC X(01) VALUE SPACE.
007200 01  MQ-OPERATOR-ID              PIC X(08) VALUE SPACES.
007300 01  MQ-RUN-DATE                 PIC 9(08).
007400 01  MQ-RUN-TIME                 PIC 9(08).
007500 01  MQ-ENTRY-SEQUENCE           PIC 9(04) VALUE ZERO.
007600 01  MQ-TRANS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
007700 01  MQ-QUEUED-COUNT             PIC 9(07) COMP VALUE ZERO.
007800 01  MQ-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
007900 01  MQ-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
008000 01  MQ-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
008100 01  MQ-DELETE-COUNT             PIC 9(07) COMP VALUE ZERO.
008200 01  MQ-REFUSE-MESSAGE           PIC X(40) VALUE SPACES.
008300 PROCEDURE DIVISION.
008400 0000-MAIN-PROCEDURE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     PERFORM 2000-QUEUE-ONE-TRANSACTION THRU 2000-EXIT
008700         UNTIL MQ-END-OF-FILE.
008800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008900     STOP RUN.
009000
009100 1000-INITIALIZE.
009200     DISPLAY "ACCOUNT MAINTENANCE - QUEUE FOR APPROVAL".
009300     ACCEPT MQ-RUN-DATE FROM DATE YYYYMMDD.
009400     ACCEPT MQ-RUN-TIME FROM TIME.
009500     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
009600     IF MQ-OPERATOR-ID = SPACES
009700         DISPLAY "NO OPERATOR ID ON THE RUN PARAMETER FILE - "
009800             "NOTHING QUEUED"
009900         MOVE "Y" TO MQ-EOF-SWITCH
010000         MOVE 16 TO RETURN-CODE
010100         GO TO 1000-EXIT
010200     END-IF.
010210     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
010220     IF MQ-END-OF-FILE
010230         GO TO 1000-EXIT
010240     END-IF.
010300     OPEN INPUT TRANSACTION-FILE.
010400     IF NOT MQ-TRAN-FILE-OK
010500         DISPLAY "ERROR OPENING TRANSACTION FILE, STATUS = "
010600             MQ-TRAN-FILE-STATUS
010700         MOVE "Y" TO MQ-EOF-SWITCH
010800         MOVE 16 TO RETURN-CODE
010900         GO TO 1000-EXIT
011000     END-IF.
011100* THE FIRST QUEUE RUN FINDS NO PENDING FILE AND CREATES IT.
011200     OPEN I-O PENDING-FILE.
011300     IF MQ-PEND-FILE-MISSING
011400         OPEN OUTPUT PENDING-FILE
011500     END-IF.
011600     IF NOT MQ-PEND-FILE-OK
011700         DISPLAY "ERROR OPENING PENDING APPROVAL FILE, STATUS = "
011800             MQ-PEND-FILE-STATUS
011900         MOVE "Y" TO MQ-EOF-SWITCH
012000         MOVE 16 TO RETURN-CODE
012100         GO TO 1000-EXIT
012200     END-IF.
012300     MOVE "Y" TO MQ-PEND-OPEN-SWITCH.
012400     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
012500 1000-EXIT.
012600     EXIT.
012700
012701******************************************************************
012702* THE RUN-CONTROL GATE (SEE RUNCTL). WHEN ACCTMNT HAS BEEN STAMPED
012703* CLEAN AT A GENERATION NEWER THAN THE LIVE ONE, ITS NEW PENDING
012704* GENERATION (PENDNEW) IS WAITING TO BE COPIED OVER MNTPEND BY THE
012705* PROMOTION, WHICH WOULD LOSE ANYTHING WRITTEN TO MNTPEND NOW, SO
012706* THE RUN IS HELD. A MISSING FILE MEANS RUN CONTROL IS NOT ACTIVE.
012707******************************************************************
012708 1250-CHECK-RUN-CONTROL.
012709     OPEN INPUT STEP-STATUS-FILE.
012710     IF MQ-STP-FILE-MISSING
012711         DISPLAY "NO STEP STATUS FILE - RUN CONTROL NOT ACTIVE"
012712         GO TO 1250-EXIT
012713     END-IF.
012714     IF NOT MQ-STP-FILE-OK
012715         DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS = "
012716             MQ-STP-FILE-STATUS
012717         MOVE "Y" TO MQ-EOF-SWITCH
012718         MOVE 16 TO RETURN-CODE
012719         GO TO 1250-EXIT
012720     END-IF.
012721     PERFORM 1260-READ-ONE-STEP THRU 1260-EXIT
012722         UNTIL MQ-STP-END-OF-FILE.
012723     CLOSE STEP-STATUS-FILE.
012724     IF MQ-MAINT-STAMP-STATUS = "C"
012725        AND MQ-MAINT-GENERATION > MQ-LIVE-GENERATION
012726         DISPLAY "MAINTENANCE GENERATION " MQ-MAINT-GENERATION
012727             " AWAITS PROMOTION - NOTHING QUEUED"
012728         DISPLAY "RUN THE PROMOTION (RUNCTL) FIRST"
012729         MOVE "Y" TO MQ-EOF-SWITCH
012730         MOVE 16 TO RETURN-CODE
012731     END-IF.
012732 1250-EXIT.
012733     EXIT.
012734
012735 1260-READ-ONE-STEP.
012736     READ STEP-STATUS-FILE
012737         AT END
012738             MOVE "Y" TO MQ-STP-EOF-SWITCH
012739             GO TO 1260-EXIT
012740     END-READ.
012741     EVALUATE SS-STEP-NAME
012742         WHEN "ACCTMAST"
012743             IF SS-GENERATION NUMERIC
012744                 MOVE SS-GENERATION TO MQ-LIVE-GENERATION
012745             END-IF
012746         WHEN "ACCTMNT"
012747             IF SS-GENERATION NUMERIC
012748                 MOVE SS-GENERATION TO MQ-MAINT-GENERATION
012749                 MOVE SS-STEP-STATUS TO MQ-MAINT-STAMP-STATUS
012750             END-IF
012751     END-EVALUATE.
012752 1260-EXIT.
012753     EXIT.
012754
012800******************************************************************
012900* THE OPERATOR ID IS THE MAKER STAMP ON EVERY ITEM QUEUED, SO IT
013000* IS NOT DEFAULTED AS IT IS FOR THE OTHER BATCH RUNS.
013100******************************************************************
013200 1300-READ-RUN-PARAMETERS.
013300     OPEN INPUT RUN-PARAMETER-FILE.
013400     IF NOT MQ-PRM-FILE-OK
013500         DISPLAY "NO RUN PARAMETER FILE"
013600         GO TO 1300-EXIT
013700     END-IF.
013800     READ RUN-PARAMETER-FILE
013900         AT END
014000             MOVE "N" TO MQ-PRM-REC-SWITCH
014100         NOT AT END
014200             MOVE "Y" TO MQ-PRM-REC-SWITCH
014300     END-READ.
014400     IF MQ-PRM-REC-PRESENT
014500         MOVE RP-OPERATOR-ID TO MQ-OPERATOR-ID
014600     ELSE
014700         DISPLAY "EMPTY RUN PARAMETER FILE"
014800     END-IF.
014900     CLOSE RUN-PARAMETER-FILE.
015000 1300-EXIT.
015100     EXIT.
015200
015300******************************************************************
015400* EACH TRANSACTION IS QUEUED AS PENDING UNDER ITS ACCOUNT NUMBER,
015500* THE RUN DATE AND TIME, AND ITS SEQUENCE WITHIN THE RUN, SO TWO
015600* ITEMS NEVER SHARE A KEY AND THE ITEMS FOR AN ACCOUNT ARE
015700* APPLIED IN THE ORDER THEY WERE ENTERED.
015800******************************************************************
015900 2000-QUEUE-ONE-TRANSACTION.
016000     IF NOT AT-FUNC-ADD AND NOT AT-FUNC-CHANGE
016100        AND NOT AT-FUNC-DELETE
016200         MOVE "INVALID FUNCTION CODE" TO MQ-REFUSE-MESSAGE
016300         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
016400         GO TO 2000-NEXT
016500     END-IF.
016600     IF AT-ACCOUNT-NUMBER = SPACES
016700         MOVE "NO ACCOUNT NUMBER" TO MQ-REFUSE-MESSAGE
016800         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
016900         GO TO 2000-NEXT
017000     END-IF.
017100     IF MQ-ENTRY-SEQUENCE = 9999
017200         MOVE "TOO MANY ITEMS IN ONE QUEUE RUN" TO
017300             MQ-REFUSE-MESSAGE
017400         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
017500         GO TO 2000-NEXT
017600     END-IF.
017700     ADD 1 TO MQ-ENTRY-SEQUENCE.
017800     MOVE SPACES TO MAINT-PENDING-RECORD.
017900     MOVE AT-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER.
018000     MOVE MQ-RUN-DATE       TO MP-ENTRY-DATE.
018100     MOVE MQ-RUN-TIME       TO MP-ENTRY-TIME.
018200     MOVE MQ-ENTRY-SEQUENCE TO MP-ENTRY-SEQUENCE.
018300     MOVE MQ-OPERATOR-ID    TO MP-ENTERED-BY.
018400     MOVE "P"               TO MP-APPROVAL-STATUS.
018500     MOVE ZEROS             TO MP-DECISION-DATE.
018600     MOVE ZEROS             TO MP-DECISION-TIME.
018700     MOVE ACCOUNT-TRANS-RECORD TO MP-TRANS-IMAGE.
018800     WRITE MAINT-PENDING-RECORD
018900         INVALID KEY
019000             MOVE "ALREADY ON PENDING FILE" TO MQ-REFUSE-MESSAGE
019100             PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
019200             GO TO 2000-NEXT
019300     END-WRITE.
019400     ADD 1 TO MQ-QUEUED-COUNT.
019500     EVALUATE TRUE
019600         WHEN AT-FUNC-ADD
019700             ADD 1 TO MQ-ADD-COUNT
019800         WHEN AT-FUNC-CHANGE
019900             ADD 1 TO MQ-CHANGE-COUNT
020000         WHEN OTHER
020100             ADD 1 TO MQ-DELETE-COUNT
020200     END-EVALUATE.
020300 2000-NEXT.
020400     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
020500 2000-EXIT.
020600     EXIT.
020700
020800 2900-REFUSE-TRANSACTION.
020900     DISPLAY "NOT QUEUED: " AT-ACCOUNT-NUMBER " FUNCTION "
021000         AT-FUNCTION-CODE " - " MQ-REFUSE-MESSAGE.
021100     ADD 1 TO MQ-REFUSED-COUNT.
021200 2900-EXIT.
021300     EXIT.
021400
021500 8000-READ-TRANSACTION.
021600     READ TRANSACTION-FILE
021700         AT END
021800             MOVE "Y" TO MQ-EOF-SWITCH
021900         NOT AT END
022000             ADD 1 TO MQ-TRANS-READ-COUNT
022100     END-READ.
022200 8000-EXIT.
022300     EXIT.
022400
022500 9000-TERMINATE.
022600     DISPLAY "TRANSACTIONS READ:       " MQ-TRANS-READ-COUNT.
022700     DISPLAY "QUEUED FOR APPROVAL:     " MQ-QUEUED-COUNT.
022800     DISPLAY "  ADDS:                  " MQ-ADD-COUNT.
022900     DISPLAY "  CHANGES:               " MQ-CHANGE-COUNT.
023000     DISPLAY "  DELETES:               " MQ-DELETE-COUNT.
023100     DISPLAY "NOT QUEUED:              " MQ-REFUSED-COUNT.
023200     DISPLAY "ENTERED BY:              " MQ-OPERATOR-ID.
023300     IF MQ-REFUSED-COUNT > ZERO
023400        AND RETURN-CODE < 4
023500         MOVE 4 TO RETURN-CODE
023600     END-IF.
023700     IF MQ-TRAN-FILE-OK OR MQ-TRAN-FILE-EOF
023800         CLOSE TRANSACTION-FILE
023900     END-IF.
024000     IF MQ-PEND-OPEN
024100         CLOSE PENDING-FILE
024200     END-IF.
024300 9000-EXIT.
024400     EXIT.
024500 END PROGRAM MNTQUEUE.
