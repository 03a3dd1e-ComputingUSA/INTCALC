000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       MONETARY TRANSACTION EDIT. THE DAY'S MONETARY
000700*                TRANSACTIONS (MONTRAN) ARRIVE FROM THE BRANCHES
000800*                IN BATCHES, EACH OPENED BY A HEADER AND CLOSED BY
000900*                A TRAILER CARRYING THE CONTROL COUNT AND AMOUNT
001000*                FOR EACH TRANSACTION CODE (SEE MONTRAN). THIS RUN
001100*                BALANCES EVERY BATCH AGAINST ITS TRAILER AND
001200*                EDITS EVERY TRANSACTION AGAINST THE ACCOUNT
001300*                MASTER (ACCTMAST) - THE ACCOUNT MUST BE ON FILE
001400*                AND NOT CLOSED, A WITHDRAWAL MAY NOT BE TAKEN
001500*                FROM A FROZEN OR DORMANT ACCOUNT, A LOAN PAYMENT
001600*                MUST BE TO A LOAN, AND NO DEBIT MAY EXCEED THE
001700*                BALANCE. TRANSACTIONS THAT PASS, IN BATCHES THAT
001800*                BALANCE, ARE RELEASED TO THE EDITED FILE
001900*                (MONPOST) IN ACCOUNT AND EFFECTIVE DATE ORDER FOR
002000*                THE POSTING RUNS. EVERYTHING ELSE GOES TO THE
002100*                SUSPENSE FILE WITH A REASON CODE (SEE MONSUSP),
002200*                WHERE THE TELLERS CORRECT AND RE-RELEASE IT, OR
002300*                DELETE IT, THROUGH THE SUSPENSE CORRECTION FILE
002400*                (MONCORR). THE CURRENT SUSPENSE FILE (SUSPENSE)
002500*                IS READ AND THE NEXT GENERATION (SUSPNEW) IS
002600*                WRITTEN; RUNCTL COPIES SUSPNEW OVER SUSPENSE WHEN
002700*                IT PROMOTES A RUN STAMPED CLEAN (RETURN CODE 4 OR
002800*                BELOW). THE EDIT REPORT (MONRPT) LISTS EACH
002900*                BATCH WITH ITS KEYED AND CONTROL TOTALS AND EVERY
003000*                ITEM SUSPENDED, CORRECTED, OR DELETED. THE
003100*                MONETARY EDIT FLAG (MONFLAG) TELLS THE POSTING
003200*                RUNS THE EDITED FILE IS COMPLETE FOR THE AS-OF
003300*                DATE.
003310*                THE BALANCE A DEBIT IS TESTED AGAINST IS THE
003320*                MASTER BALANCE AS MOVED BY THE ITEMS ALREADY
003330*                RELEASED FOR THE ACCOUNT IN THIS RUN. A RERUN FOR
003340*                THE SAME AS-OF DATE LEAVES ANY ITEM THAT AN
003350*                EARLIER RUN OF THE DAY SUSPENDED WHERE IT IS,
003360*                NEITHER SUSPENDING IT AGAIN NOR RELEASING IT.
003400* TECTONICS:     cobc
003500******************************************************************
003600* MODIFICATION HISTORY
003700* 10/14/2026 DOW  INITIAL VERSION. A BATCH THAT DOES NOT BALANCE
003800*                 TO ITS TRAILER, OR THAT NEVER GETS A TRAILER, IS
003900*                 SUSPENDED WHOLE; THE OTHER BATCHES STILL POST.
004000*                 A RELEASED CORRECTION IS EDITED AGAIN, ON ITS
004100*                 OWN, BEFORE IT GOES TO POSTING. ANY ITEM
004200*                 SUSPENDED OR ANY CORRECTION REFUSED ENDS THE RUN
004300*                 WITH RETURN CODE 4; AN I/O FAILURE, A BATCH TOO
004400*                 LARGE TO HOLD, OR A FAILED SORT ENDS IT WITH
004500*                 RETURN CODE 16 AND THE FLAG SET SO NOTHING
004600*                 POSTS.
004700* 10/15/2026 DOW  A DEBIT IS NOW TESTED AGAINST THE ACCOUNT'S
004701*                 RUNNING BALANCE FOR THE RUN (MASTER BALANCE PLUS
004702*                 DEPOSITS LESS DEBITS RELEASED SO FAR) INSTEAD OF
004703*                 THE MASTER BALANCE ALONE, AND AGAIN AS IT IS
004704*                 RELEASED. A MONTRAN DETAIL MATCHING AN ITEM
004705*                 ALREADY SUSPENDED UNDER THE AS-OF DATE IS LISTED
004706*                 AS IN SUSPENSE AND NOT SUSPENDED OR RELEASED
004707*                 AGAIN, SO THE DAY CAN BE RERUN. RUNCTL NOW
004708*                 PROMOTES SUSPNEW (SEE HEADER).
004709******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. MONEDIT.
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT MONETARY-TRANS-FILE ASSIGN TO "MONTRAN"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS TE-MON-FILE-STATUS.
005600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS AM-ACCOUNT-NUMBER
006000         FILE STATUS IS TE-ACCT-FILE-STATUS.
006100     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS TE-SUS-FILE-STATUS.
006400     SELECT NEW-SUSPENSE-FILE ASSIGN TO "SUSPNEW"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS TE-SNW-FILE-STATUS.
006700     SELECT CORRECTION-FILE ASSIGN TO "MONCORR"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS TE-COR-FILE-STATUS.
007000     SELECT RELEASED-TRANS-FILE ASSIGN TO "MONREL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS TE-REL-FILE-STATUS.
007300     SELECT EDITED-TRANS-FILE ASSIGN TO "MONPOST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS TE-PST-FILE-STATUS.
007600     SELECT EDIT-REPORT-FILE ASSIGN TO "MONRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS TE-RPT-FILE-STATUS.
007900     SELECT MONETARY-FLAG-FILE ASSIGN TO "MONFLAG"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS TE-MFL-FILE-STATUS.
008200     SELECT EDIT-FLAG-FILE ASSIGN TO "EDITFLAG"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS TE-FLG-FILE-STATUS.
008500     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS TE-PRM-FILE-STATUS.
008800     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  MONETARY-TRANS-FILE
009200     RECORDING MODE IS F.
009300 COPY MONTRAN.
009400 FD  ACCOUNT-MASTER-FILE
009500     RECORDING MODE IS F.
009600 COPY ACCTMAST.
009700 FD  SUSPENSE-FILE
009800     RECORDING MODE IS F.
009900 01  SUSPENSE-RECORD                 PIC X(128).
010000 FD  NEW-SUSPENSE-FILE
010100     RECORDING MODE IS F.
010200 01  NEW-SUSPENSE-RECORD             PIC X(128).
010300 FD  CORRECTION-FILE
010400     RECORDING MODE IS F.
010500 COPY MONCORR.
010600 FD  RELEASED-TRANS-FILE
010700     RECORDING MODE IS F.
010800 01  RELEASED-TRANS-RECORD           PIC X(80).
010900 FD  EDITED-TRANS-FILE
011000     RECORDING MODE IS F.
011100 01  EDITED-TRANS-RECORD             PIC X(80).
011200 FD  EDIT-REPORT-FILE
011300     RECORDING MODE IS F.
011400 01  EDIT-REPORT-RECORD              PIC X(132).
011500 FD  MONETARY-FLAG-FILE
011600     RECORDING MODE IS F.
011700 COPY MONFLAG.
011800 FD  EDIT-FLAG-FILE
011900     RECORDING MODE IS F.
012000 COPY EDITFLAG.
012100 FD  RUN-PARAMETER-FILE
012200     RECORDING MODE IS F.
012300 COPY RUNPARMS.
012400 SD  SORT-WORK-FILE.
012500 01  SORT-WORK-RECORD.
012600     05  SR-ACCOUNT-NUMBER           PIC X(10).
012700     05  FILLER                      PIC X(01).
012800     05  SR-EFFECTIVE-DATE           PIC X(08).
012900     05  FILLER                      PIC X(61).
013000 WORKING-STORAGE SECTION.
013100 01  TE-MON-FILE-STATUS          PIC X(02) VALUE "99".
013200     88  TE-MON-FILE-OK                   VALUE "00".
013300     88  TE-MON-FILE-EOF                  VALUE "10".
013400     88  TE-MON-FILE-MISSING              VALUE "35".
013500 01  TE-ACCT-FILE-STATUS         PIC X(02) VALUE "99".
013600     88  TE-ACCT-FILE-OK                  VALUE "00".
013700 01  TE-SUS-FILE-STATUS          PIC X(02) VALUE "99".
013800     88  TE-SUS-FILE-OK                   VALUE "00".
013900     88  TE-SUS-FILE-EOF                  VALUE "10".
014000     88  TE-SUS-FILE-MISSING              VALUE "35".
014100 01  TE-SNW-FILE-STATUS          PIC X(02) VALUE "99".
014200     88  TE-SNW-FILE-OK                   VALUE "00".
014300 01  TE-COR-FILE-STATUS          PIC X(02) VALUE "99".
014400     88  TE-COR-FILE-OK                   VALUE "00".
014500     88  TE-COR-FILE-EOF                  VALUE "10".
014600     88  TE-COR-FILE-MISSING              VALUE "35".
014700 01  TE-REL-FILE-STATUS          PIC X(02) VALUE "99".
014800     88  TE-REL-FILE-OK                   VALUE "00".
014900 01  TE-PST-FILE-STATUS          PIC X(02) VALUE "99".
015000     88  TE-PST-FILE-OK                   VALUE "00".
015100 01  TE-RPT-FILE-STATUS          PIC X(02) VALUE "99".
015200     88  TE-RPT-FILE-OK                   VALUE "00".
015300 01  TE-MFL-FILE-STATUS          PIC X(02) VALUE "99".
015400     88  TE-MFL-FILE-OK                   VALUE "00".
015500 01  TE-FLG-FILE-STATUS          PIC X(02) VALUE "99".
015600     88  TE-FLG-FILE-OK                   VALUE "00".
015700 01  TE-PRM-FILE-STATUS          PIC X(02) VALUE "99".
015800     88  TE-PRM-FILE-OK                   VALUE "00".
015900 01  TE-PRM-REC-SWITCH           PIC X(01) VALUE "N".
016000     88  TE-PRM-REC-PRESENT               VALUE "Y".
016100 01  TE-OPEN-SWITCHES.
016200     05  TE-MON-OPEN-SWITCH      PIC X(01) VALUE "N".
016300         88  TE-MON-OPEN                  VALUE "Y".
016400     05  TE-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
016500         88  TE-ACCT-OPEN                 VALUE "Y".
016600     05  TE-SUS-OPEN-SWITCH      PIC X(01) VALUE "N".
016700         88  TE-SUS-OPEN                  VALUE "Y".
016800     05  TE-SNW-OPEN-SWITCH      PIC X(01) VALUE "N".
016900         88  TE-SNW-OPEN                  VALUE "Y".
017000     05  TE-COR-OPEN-SWITCH      PIC X(01) VALUE "N".
017100         88  TE-COR-OPEN                  VALUE "Y".
017200     05  TE-REL-OPEN-SWITCH      PIC X(01) VALUE "N".
017300         88  TE-REL-OPEN                  VALUE "Y".
017400     05  TE-RPT-OPEN-SWITCH      PIC X(01) VALUE "N".
017500         88  TE-RPT-OPEN                  VALUE "Y".
017600 01  TE-CONTROL-SWITCHES.
017700     05  TE-MON-EOF-SWITCH       PIC X(01) VALUE "N".
017800         88  TE-MON-END-OF-FILE           VALUE "Y".
017900     05  TE-SUS-EOF-SWITCH       PIC X(01) VALUE "N".
018000         88  TE-SUS-END-OF-FILE           VALUE "Y".
018100     05  TE-COR-EOF-SWITCH       PIC X(01) VALUE "N".
018200         88  TE-COR-END-OF-FILE           VALUE "Y".
018300     05  TE-HELD-SWITCH          PIC X(01) VALUE "N".
018400         88  TE-RUN-HELD                  VALUE "Y".
018500     05  TE-BATCH-OPEN-SWITCH    PIC X(01) VALUE "N".
018600         88  TE-BATCH-OPEN                VALUE "Y".
018700     05  TE-BALANCED-SWITCH      PIC X(01).
018800         88  TE-BATCH-BALANCED            VALUE "Y".
018900     05  TE-DATE-OK-SWITCH       PIC X(01).
019000         88  TE-DATE-OK                   VALUE "Y".
019100 01  TE-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
019200 01  TE-RUN-DATE                 PIC 9(8).
019300*
019400* THE BATCH IN HAND IS HELD HERE UNTIL ITS TRAILER HAS BEEN
019500* BALANCED, WITH THE REASON CODE EACH ITEM EARNED ON ITS OWN.
019600* A BATCH LARGER THAN THE TABLE CANNOT BE BALANCED AND STOPS
019700* THE RUN.
019800*
019900 01  TE-BATCH-MAX                PIC 9(05) COMP VALUE 2000.
020000 01  TE-BATCH-FIELDS.
020100     05  TE-BATCH-NUMBER         PIC X(06).
020200     05  TE-BATCH-SOURCE         PIC X(08).
020300     05  TE-BATCH-DATE           PIC X(08).
020400     05  TE-BATCH-REASON         PIC X(02).
020500     05  TE-BATCH-STATUS         PIC X(24).
020600     05  TE-BT-COUNT             PIC 9(05) COMP VALUE ZERO.
020700     05  TE-BT-IDX               PIC 9(05) COMP.
020800     05  TE-CODE-IDX             PIC 9(01) COMP.
020900 01  TE-BATCH-TABLE.
021000     05  TE-BT-ENTRY OCCURS 2000 TIMES.
021100         10  TE-BT-ITEM          PIC X(80).
021200         10  TE-BT-REASON        PIC X(02).
021300 01  TE-CODE-TOTALS.
021400     05  TE-CODE-ENTRY OCCURS 3 TIMES.
021500         10  TE-KEY-COUNT        PIC 9(05).
021600         10  TE-KEY-AMOUNT       PIC 9(11)V99.
021700         10  TE-CTL-COUNT        PIC 9(05).
021800         10  TE-CTL-AMOUNT       PIC 9(11)V99.
021900 01  TE-CODE-NAME-VALUES.
022000     05  FILLER                  PIC X(14) VALUE "DEPOSITS".
022100     05  FILLER                  PIC X(14) VALUE "WITHDRAWALS".
022200     05  FILLER                  PIC X(14) VALUE "LOAN PAYMENTS".
022300 01  TE-CODE-NAME-TABLE REDEFINES TE-CODE-NAME-VALUES.
022400     05  TE-CODE-NAME            PIC X(14) OCCURS 3 TIMES.
022410*
022412* EVERY ITEM ALREADY ON THE SUSPENSE FILE UNDER TODAY'S AS-OF DATE
022414* WAS SUSPENDED BY AN EARLIER RUN OF THE SAME DAY. A RERUN MATCHES
022416* THE MONTRAN DETAILS AGAINST THEM, EACH ONCE, SO THE SAME ITEM IS
022418* NEITHER SUSPENDED A SECOND TIME NOR RELEASED WHILE STILL HELD.
022420*
022422 01  TE-SAME-DAY-MAX             PIC 9(05) COMP VALUE 2000.
022424 01  TE-SAME-DAY-FIELDS.
022426     05  TE-SD-COUNT             PIC 9(05) COMP VALUE ZERO.
022428     05  TE-SD-IDX               PIC 9(05) COMP.
022430     05  TE-SD-FOUND-SWITCH      PIC X(01).
022432         88  TE-SD-FOUND                  VALUE "Y".
022434 01  TE-SAME-DAY-TABLE.
022436     05  TE-SD-ENTRY OCCURS 2000 TIMES.
022438         10  TE-SD-ITEM          PIC X(80).
022440         10  TE-SD-ID            PIC X(13).
022442         10  TE-SD-REASON        PIC X(02).
022444         10  TE-SD-USED-SWITCH   PIC X(01).
022446             88  TE-SD-USED               VALUE "Y".
022448*
022450* THE BALANCE EACH ACCOUNT WILL STAND AT AFTER THE ITEMS RELEASED
022452* FOR IT SO FAR THIS RUN - THE MASTER BALANCE WHEN THE ACCOUNT IS
022454* FIRST SEEN, PLUS DEPOSITS, LESS WITHDRAWALS AND LOAN PAYMENTS.
022456* A DEBIT IS TESTED AGAINST THIS FIGURE, NOT THE MASTER ALONE.
022458*
022460 01  TE-BALANCE-MAX              PIC 9(05) COMP VALUE 5000.
022462 01  TE-BALANCE-FIELDS.
022464     05  TE-AB-COUNT             PIC 9(05) COMP VALUE ZERO.
022466     05  TE-AB-IDX               PIC 9(05) COMP.
022468     05  TE-AB-FOUND-SWITCH      PIC X(01).
022470         88  TE-AB-FOUND                  VALUE "Y".
022472 01  TE-BALANCE-TABLE.
022474     05  TE-AB-ENTRY OCCURS 5000 TIMES.
022476         10  TE-AB-ACCOUNT       PIC X(10).
022478         10  TE-AB-BALANCE       PIC 9(11)V99.
022500*
022600* THE TRANSACTION BEING EDITED, IN THE MONTRAN LAYOUT.
022700*
022800 01  TE-ITEM.
022900     05  TE-ITEM-ACCOUNT         PIC X(10).
023000     05  TE-ITEM-TRAN-CODE       PIC X(01).
023100         88  TE-ITEM-DEPOSIT              VALUE "D".
023200         88  TE-ITEM-WITHDRAWAL           VALUE "W".
023300         88  TE-ITEM-LOAN-PAYMENT         VALUE "P".
023400     05  TE-ITEM-EFF-DATE        PIC X(08).
023500     05  TE-ITEM-EFF-DATE-R REDEFINES TE-ITEM-EFF-DATE.
023600         10  TE-ITEM-EFF-CCYY    PIC 9(04).
023700         10  TE-ITEM-EFF-MM      PIC 9(02).
023800         10  TE-ITEM-EFF-DD      PIC 9(02).
023900     05  TE-ITEM-EFF-DATE-NUM REDEFINES TE-ITEM-EFF-DATE
024000                                 PIC 9(08).
024100     05  TE-ITEM-AMOUNT          PIC X(12).
024200     05  TE-ITEM-AMOUNT-NUM REDEFINES TE-ITEM-AMOUNT
024300                                 PIC 9(10)V99.
024400     05  FILLER                  PIC X(42).
024500     05  TE-ITEM-RECORD-TYPE     PIC X(01).
024600     05  TE-ITEM-BATCH-NUMBER    PIC X(06).
024700 01  TE-ITEM-FIELDS.
024800     05  TE-REASON-CODE          PIC X(02).
024900         88  TE-ITEM-CLEAN                VALUE "00".
025000     05  TE-REASON-NUM REDEFINES TE-REASON-CODE
025100                                 PIC 9(02).
025200     05  TE-ACTION               PIC X(11).
025300     05  TE-LINE-ID              PIC X(13).
025400     05  TE-LINE-OPERATOR        PIC X(08).
025500     05  TE-LAST-SEQ             PIC 9(05) VALUE ZERO.
025600     05  TE-MONTH-DAYS           PIC 9(02).
025700 COPY MONRSN.
025800 01  TE-LEAP-FIELDS.
025900     05  TE-LEAP-CCYY            PIC 9(04).
026000     05  TE-LEAP-QUOTIENT        PIC 9(05) COMP.
026100     05  TE-LEAP-REMAINDER       PIC 9(05) COMP.
026200     05  TE-LEAP-SWITCH          PIC X(01).
026300         88  TE-LEAP-YEAR                 VALUE "Y".
026400 COPY DAYSTBL.
026500 COPY MONSUSP.
026600 01  TE-RUN-COUNTS.
026700     05  TE-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
026800     05  TE-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
026900     05  TE-BATCH-COUNT          PIC 9(07) COMP VALUE ZERO.
027000     05  TE-BALANCED-COUNT       PIC 9(07) COMP VALUE ZERO.
027100     05  TE-UNBALANCED-COUNT     PIC 9(07) COMP VALUE ZERO.
027200     05  TE-NO-TRAILER-COUNT     PIC 9(07) COMP VALUE ZERO.
027300     05  TE-ORPHAN-TRL-COUNT     PIC 9(07) COMP VALUE ZERO.
027400     05  TE-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
027500     05  TE-SUSPENDED-COUNT      PIC 9(07) COMP VALUE ZERO.
027600     05  TE-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
027700     05  TE-COR-RELEASED-COUNT   PIC 9(07) COMP VALUE ZERO.
027800     05  TE-COR-RESUSP-COUNT     PIC 9(07) COMP VALUE ZERO.
027900     05  TE-COR-DELETED-COUNT    PIC 9(07) COMP VALUE ZERO.
028000     05  TE-COR-REFUSED-COUNT    PIC 9(07) COMP VALUE ZERO.
028100     05  TE-SUSPENSE-COUNT       PIC 9(07) COMP VALUE ZERO.
028110     05  TE-ON-FILE-COUNT        PIC 9(07) COMP VALUE ZERO.
028200 01  TE-RUN-AMOUNTS.
028300     05  TE-RELEASED-AMOUNT      PIC 9(13)V99 VALUE ZERO.
028400     05  TE-SUSPENDED-AMOUNT     PIC 9(13)V99 VALUE ZERO.
028500     05  TE-SUSPENSE-AMOUNT      PIC 9(13)V99 VALUE ZERO.
028600 01  TE-REPORT-CONTROLS.
028700     05  TE-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
028800     05  TE-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
028900     05  TE-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
029000     05  TE-RUN-DATE-EDITED.
029100         10  TE-RUN-DATE-CCYY    PIC 9(4).
029200         10  FILLER              PIC X VALUE "-".
029300         10  TE-RUN-DATE-MM      PIC 99.
029400         10  FILLER              PIC X VALUE "-".
029500         10  TE-RUN-DATE-DD      PIC 99.
029600 01  EDIT-HEADING-1.
029700     05  FILLER                  PIC X(42)
029800         VALUE "MONEDIT MONETARY TRANSACTION EDIT".
029900     05  FILLER                  PIC X(22) VALUE SPACES.
030000     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
030100     05  EH1-RUN-DATE            PIC X(10).
030200     05  FILLER                  PIC X(7) VALUE " PAGE: ".
030300     05  EH1-PAGE-NUMBER         PIC ZZZ9.
030400 01  EDIT-HEADING-2.
030500     05  FILLER                  PIC X(12) VALUE "ACTION".
030600     05  FILLER                  PIC X(15) VALUE "SUSPENSE ID".
030700     05  FILLER                  PIC X(08) VALUE "BATCH".
030800     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
030900     05  FILLER                  PIC X(03) VALUE "CD".
031000     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
031100     05  FILLER                  PIC X(16) VALUE "        AMOUNT".
031200     05  FILLER                  PIC X(36) VALUE "REASON".
031300     05  FILLER                  PIC X(08) VALUE "OPERATOR".
031400 01  EDIT-ITEM-LINE.
031500     05  EI-ACTION               PIC X(11).
031600     05  FILLER                  PIC X(01) VALUE SPACES.
031700     05  EI-SUSPENSE-ID          PIC X(13).
031800     05  FILLER                  PIC X(02) VALUE SPACES.
031900     05  EI-BATCH-NUMBER         PIC X(06).
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  EI-ACCOUNT-NUMBER       PIC X(10).
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  EI-TRAN-CODE            PIC X(01).
032400     05  FILLER                  PIC X(02) VALUE SPACES.
032500     05  EI-EFFECTIVE-DATE       PIC X(08).
032600     05  FILLER                  PIC X(02) VALUE SPACES.
032700     05  EI-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
032800     05  EI-AMOUNT-X REDEFINES EI-AMOUNT-ED
032900                                 PIC X(14).
033000     05  FILLER                  PIC X(02) VALUE SPACES.
033100     05  EI-REASON-CODE          PIC X(02).
033200     05  FILLER                  PIC X(02) VALUE SPACES.
033300     05  EI-REASON-DESC          PIC X(30).
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  EI-OPERATOR-ID          PIC X(08).
033600 01  EDIT-BATCH-LINE.
033700     05  FILLER                  PIC X(06) VALUE "BATCH ".
033800     05  EB-BATCH-NUMBER         PIC X(06).
033900     05  FILLER                  PIC X(09) VALUE "  SOURCE ".
034000     05  EB-SOURCE-ID            PIC X(08).
034100     05  FILLER                  PIC X(07) VALUE "  DATE ".
034200     05  EB-BATCH-DATE           PIC X(08).
034300     05  FILLER                  PIC X(08) VALUE "  ITEMS ".
034400     05  EB-ITEM-COUNT-ED        PIC ZZZZ9.
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  EB-BATCH-STATUS         PIC X(24).
034700 01  EDIT-CODE-LINE.
034800     05  FILLER                  PIC X(04) VALUE SPACES.
034900     05  EC-CODE-NAME            PIC X(14).
035000     05  FILLER                  PIC X(08) VALUE "  KEYED ".
035100     05  EC-KEY-COUNT-ED         PIC ZZZZ9.
035200     05  FILLER                  PIC X(02) VALUE SPACES.
035300     05  EC-KEY-AMOUNT-ED        PIC Z,ZZZ,ZZZ,ZZ9.99.
035400     05  FILLER                  PIC X(10) VALUE "  CONTROL ".
035500     05  EC-CTL-COUNT-ED         PIC ZZZZ9.
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  EC-CTL-AMOUNT-ED        PIC Z,ZZZ,ZZZ,ZZ9.99.
035800 01  EDIT-TOTAL-LINE.
035900     05  ET-CAPTION              PIC X(30).
036000     05  FILLER                  PIC X(09) VALUE SPACES.
036100     05  ET-COUNT-ED             PIC ZZZZZZ9.
036200     05  FILLER                  PIC X(02) VALUE SPACES.
036300     05  ET-AMOUNT-ED            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
036400     05  ET-AMOUNT-X REDEFINES ET-AMOUNT-ED
036500                                 PIC X(21).
036600 PROCEDURE DIVISION.
036700 0000-MAIN-PROCEDURE.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036900     PERFORM 2000-CARRY-SUSPENSE-ITEM THRU 2000-EXIT
037000         UNTIL TE-SUS-END-OF-FILE.
037100     PERFORM 2500-UNMATCHED-CORRECTION THRU 2500-EXIT
037200         UNTIL TE-COR-END-OF-FILE.
037300     PERFORM 3000-EDIT-MONTRAN-RECORD THRU 3000-EXIT
037400         UNTIL TE-MON-END-OF-FILE.
037500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037600     STOP RUN.
037700
037800 1000-INITIALIZE.
037900     DISPLAY "MONETARY TRANSACTION EDIT".
038000     ACCEPT TE-RUN-DATE FROM DATE YYYYMMDD.
038100     PERFORM 1200-CHECK-EDIT-FLAG THRU 1200-EXIT.
038200     IF TE-RUN-HELD
038300         GO TO 1000-EXIT
038400     END-IF.
038500     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
038600     MOVE TE-RUN-DATE(1:4) TO TE-RUN-DATE-CCYY.
038700     MOVE TE-RUN-DATE(5:2) TO TE-RUN-DATE-MM.
038800     MOVE TE-RUN-DATE(7:2) TO TE-RUN-DATE-DD.
038900     OPEN INPUT ACCOUNT-MASTER-FILE.
039000     IF NOT TE-ACCT-FILE-OK
039100         DISPLAY "ERROR OPENING ACCOUNT MASTER FILE, STATUS = "
039200             TE-ACCT-FILE-STATUS
039300         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
039400         GO TO 1000-EXIT
039500     END-IF.
039600     MOVE "Y" TO TE-ACCT-OPEN-SWITCH.
039700     OPEN OUTPUT EDIT-REPORT-FILE.
039800     IF NOT TE-RPT-FILE-OK
039900         DISPLAY "ERROR OPENING EDIT REPORT, STATUS = "
040000             TE-RPT-FILE-STATUS
040100         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
040200         GO TO 1000-EXIT
040300     END-IF.
040400     MOVE "Y" TO TE-RPT-OPEN-SWITCH.
040500     OPEN OUTPUT NEW-SUSPENSE-FILE.
040600     IF NOT TE-SNW-FILE-OK
040700         DISPLAY "ERROR OPENING NEW SUSPENSE FILE, STATUS = "
040800             TE-SNW-FILE-STATUS
040900         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
041000         GO TO 1000-EXIT
041100     END-IF.
041200     MOVE "Y" TO TE-SNW-OPEN-SWITCH.
041300     OPEN OUTPUT RELEASED-TRANS-FILE.
041400     IF NOT TE-REL-FILE-OK
041500         DISPLAY "ERROR OPENING RELEASED TRANSACTION FILE, "
041600             "STATUS = " TE-REL-FILE-STATUS
041700         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
041800         GO TO 1000-EXIT
041900     END-IF.
042000     MOVE "Y" TO TE-REL-OPEN-SWITCH.
042100     PERFORM 7000-WRITE-REPORT-HEADER THRU 7000-EXIT.
042200     OPEN INPUT SUSPENSE-FILE.
042300     IF TE-SUS-FILE-MISSING
042400         DISPLAY "NO SUSPENSE FILE - NOTHING CARRIED FORWARD"
042500         MOVE "Y" TO TE-SUS-EOF-SWITCH
042600     ELSE
042700         IF NOT TE-SUS-FILE-OK
042800             DISPLAY "ERROR OPENING SUSPENSE FILE, STATUS = "
042900                 TE-SUS-FILE-STATUS
043000             PERFORM 1900-HOLD-RUN THRU 1900-EXIT
043100             GO TO 1000-EXIT
043200         END-IF
043300         MOVE "Y" TO TE-SUS-OPEN-SWITCH
043400     END-IF.
043500     OPEN INPUT CORRECTION-FILE.
043600     IF TE-COR-FILE-MISSING
043700         DISPLAY "NO SUSPENSE CORRECTIONS THIS RUN"
043800         MOVE "Y" TO TE-COR-EOF-SWITCH
043900     ELSE
044000         IF NOT TE-COR-FILE-OK
044100             DISPLAY "ERROR OPENING SUSPENSE CORRECTION FILE, "
044200                 "STATUS = " TE-COR-FILE-STATUS
044300             PERFORM 1900-HOLD-RUN THRU 1900-EXIT
044400             GO TO 1000-EXIT
044500         END-IF
044600         MOVE "Y" TO TE-COR-OPEN-SWITCH
044700     END-IF.
044800     OPEN INPUT MONETARY-TRANS-FILE.
044900     IF TE-MON-FILE-MISSING
045000         DISPLAY "NO MONETARY TRANSACTION FILE - NOTHING TO EDIT"
045100         MOVE "Y" TO TE-MON-EOF-SWITCH
045200     ELSE
045300         IF NOT TE-MON-FILE-OK
045400             DISPLAY "ERROR OPENING MONETARY TRANSACTION FILE, "
045500                 "STATUS = " TE-MON-FILE-STATUS
045600             PERFORM 1900-HOLD-RUN THRU 1900-EXIT
045700             GO TO 1000-EXIT
045800         END-IF
045900         MOVE "Y" TO TE-MON-OPEN-SWITCH
046000     END-IF.
046100     IF NOT TE-SUS-END-OF-FILE
046200         PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT
046300     END-IF.
046400     IF NOT TE-COR-END-OF-FILE
046500         PERFORM 8100-READ-CORRECTION THRU 8100-EXIT
046600     END-IF.
046700     IF NOT TE-MON-END-OF-FILE
046800         PERFORM 8200-READ-MONTRAN THRU 8200-EXIT
046900     END-IF.
047000 1000-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400* TRANSACTIONS ARE EDITED AGAINST THE ACCOUNT MASTER, SO THE
047500* MASTER MUST HAVE PASSED ITS OWN PRE-RUN EDIT FIRST.
047600******************************************************************
047700 1200-CHECK-EDIT-FLAG.
047800     OPEN INPUT EDIT-FLAG-FILE.
047900     IF NOT TE-FLG-FILE-OK
048000         DISPLAY "ACCOUNT MASTER HAS NOT PASSED THE PRE-RUN "
048100             "EDIT (ACCTEDIT) - RUN HELD, STATUS = "
048200             TE-FLG-FILE-STATUS
048300         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
048400         GO TO 1200-EXIT
048500     END-IF.
048600     READ EDIT-FLAG-FILE
048700         AT END
048800             MOVE "N" TO EF-CLEAN-FLAG
048900     END-READ.
049000     IF NOT EF-FILE-CLEAN
049100         DISPLAY "ACCOUNT MASTER FAILED ITS LAST PRE-RUN EDIT "
049200             "- RUN HELD, RERUN ACCTEDIT AFTER CORRECTION"
049300         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
049400     END-IF.
049500     CLOSE EDIT-FLAG-FILE.
049600 1200-EXIT.
049700     EXIT.
049800
049900 1300-READ-RUN-PARAMETERS.
050000     OPEN INPUT RUN-PARAMETER-FILE.
050100     IF NOT TE-PRM-FILE-OK
050200         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
050300         GO TO 1300-EXIT
050400     END-IF.
050500     READ RUN-PARAMETER-FILE
050600         AT END
050700             MOVE "N" TO TE-PRM-REC-SWITCH
050800         NOT AT END
050900             MOVE "Y" TO TE-PRM-REC-SWITCH
051000     END-READ.
051100     IF NOT TE-PRM-REC-PRESENT
051200         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
051300         CLOSE RUN-PARAMETER-FILE
051400         GO TO 1300-EXIT
051500     END-IF.
051600     IF RP-OPERATOR-ID NOT = SPACES
051700         MOVE RP-OPERATOR-ID TO TE-OPERATOR-ID
051800     END-IF.
051900     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
052000         MOVE RP-AS-OF-DATE TO TE-RUN-DATE
052100         DISPLAY "AS-OF DATE OVERRIDE: " TE-RUN-DATE
052200     END-IF.
052300     CLOSE RUN-PARAMETER-FILE.
052400 1300-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800* HOLD THE RUN: NOTHING FURTHER IS READ, NOTHING IS RELEASED TO
052900* POSTING, AND THE MONETARY EDIT FLAG IS LEFT FAILED.
053000******************************************************************
053100 1900-HOLD-RUN.
053200     MOVE "Y" TO TE-HELD-SWITCH.
053300     MOVE "Y" TO TE-SUS-EOF-SWITCH.
053400     MOVE "Y" TO TE-COR-EOF-SWITCH.
053500     MOVE "Y" TO TE-MON-EOF-SWITCH.
053600     MOVE "N" TO TE-BATCH-OPEN-SWITCH.
053700     MOVE 16 TO RETURN-CODE.
053800 1900-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* CARRY ONE ITEM OF THE CURRENT SUSPENSE FILE INTO THE NEXT
054300* GENERATION, APPLYING THE TELLERS' CORRECTION FOR IT IF THERE
054400* IS ONE. BOTH FILES ARE IN SUSPENSE IDENTIFIER ORDER. NEW ITEMS
054500* SUSPENDED TODAY ARE NUMBERED ON FROM THE HIGHEST SEQUENCE
054600* ALREADY USED FOR THE AS-OF DATE, SO A RERUN OF THE SAME DAY
054700* CANNOT REUSE AN IDENTIFIER. AN ITEM DATED AFTER THE AS-OF DATE
054800* MEANS THE WRONG SUSPENSE GENERATION OR AS-OF DATE IS IN USE.
054810* AN ITEM ALREADY SUSPENDED UNDER THE AS-OF DATE IS NOTED AS WELL,
054820* SO A RERUN OF THE DAY NEITHER SUSPENDS NOR RELEASES IT AGAIN.
054900******************************************************************
055000 2000-CARRY-SUSPENSE-ITEM.
055100     IF MS-SUSPENSE-DATE NOT NUMERIC
055200        OR MS-SUSPENSE-SEQ NOT NUMERIC
055300        OR MS-SUSPENSE-DATE > TE-RUN-DATE
055400         DISPLAY "SUSPENSE ITEM " MS-SUSPENSE-ID
055500             " INVALID OR DATED AFTER THE AS-OF DATE - RUN HELD"
055600         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
055700         GO TO 2000-EXIT
055800     END-IF.
055900     IF MS-SUSPENSE-DATE = TE-RUN-DATE
056000        AND MS-SUSPENSE-SEQ > TE-LAST-SEQ
056100         MOVE MS-SUSPENSE-SEQ TO TE-LAST-SEQ
056200     END-IF.
056210     IF MS-SUSPENSE-DATE = TE-RUN-DATE
056220         PERFORM 2050-NOTE-SAME-DAY-ITEM THRU 2050-EXIT
056230         IF TE-RUN-HELD
056240             GO TO 2000-EXIT
056250         END-IF
056260     END-IF.
056300     PERFORM 2500-UNMATCHED-CORRECTION THRU 2500-EXIT
056400         UNTIL TE-COR-END-OF-FILE
056500            OR SC-SUSPENSE-ID NOT < MS-SUSPENSE-ID.
056600     IF TE-COR-END-OF-FILE
056700        OR SC-SUSPENSE-ID NOT = MS-SUSPENSE-ID
056800         ADD 1 TO TE-CARRIED-COUNT
056900         PERFORM 5200-WRITE-SUSPENSE THRU 5200-EXIT
057000         PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT
057100         GO TO 2000-EXIT
057200     END-IF.
057300     MOVE MS-TRANSACTION TO TE-ITEM.
057400     MOVE MS-SUSPENSE-ID TO TE-LINE-ID.
057500     MOVE SC-OPERATOR-ID TO TE-LINE-OPERATOR.
057600     EVALUATE TRUE
057700         WHEN SC-OPERATOR-ID = SPACES
057800             MOVE "REFUSED" TO TE-ACTION
057900             PERFORM 2600-REFUSE-CORRECTION THRU 2600-EXIT
058000         WHEN SC-ACTION-DELETE
058100             MOVE "DELETED" TO TE-ACTION
058200             MOVE MS-REASON-CODE TO TE-REASON-CODE
058300             PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
058400             ADD 1 TO TE-COR-DELETED-COUNT
058500         WHEN SC-ACTION-RELEASE
058600             PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
058700         WHEN OTHER
058800             MOVE "REFUSED" TO TE-ACTION
058900             PERFORM 2600-REFUSE-CORRECTION THRU 2600-EXIT
059000     END-EVALUATE.
059100     PERFORM 8100-READ-CORRECTION THRU 8100-EXIT.
059200     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
059300 2000-EXIT.
059400     EXIT.
059500
059505 2050-NOTE-SAME-DAY-ITEM.
059510     IF TE-SD-COUNT NOT < TE-SAME-DAY-MAX
059515         DISPLAY "MORE THAN " TE-SAME-DAY-MAX " ITEMS SUSPENDED "
059520             "UNDER THE AS-OF DATE - RUN HELD"
059525         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
059530         GO TO 2050-EXIT
059535     END-IF.
059540     ADD 1 TO TE-SD-COUNT.
059545     MOVE MS-TRANSACTION TO TE-SD-ITEM(TE-SD-COUNT).
059550     MOVE MS-SUSPENSE-ID TO TE-SD-ID(TE-SD-COUNT).
059555     MOVE MS-REASON-CODE TO TE-SD-REASON(TE-SD-COUNT).
059560     MOVE "N" TO TE-SD-USED-SWITCH(TE-SD-COUNT).
059565 2050-EXIT.
059570     EXIT.
059575
059600******************************************************************
059700* RE-RELEASE A SUSPENDED ITEM. EACH CORRECTION FIELD LEFT AT
059800* SPACES KEEPS THE SUSPENDED VALUE. THE CORRECTED ITEM IS EDITED
059900* AGAIN ON ITS OWN - IT NO LONGER BELONGS TO A BATCH - AND IS
060000* EITHER RELEASED TO POSTING OR SUSPENDED AGAIN UNDER THE SAME
060100* IDENTIFIER WITH ITS NEW REASON.
060200******************************************************************
060300 2200-APPLY-CORRECTION.
060400     IF SC-NEW-ACCOUNT-NUMBER NOT = SPACES
060500         MOVE SC-NEW-ACCOUNT-NUMBER TO TE-ITEM-ACCOUNT
060600     END-IF.
060700     IF SC-NEW-TRAN-CODE NOT = SPACES
060800         MOVE SC-NEW-TRAN-CODE TO TE-ITEM-TRAN-CODE
060900     END-IF.
061000     IF SC-NEW-EFFECTIVE-DATE NOT = SPACES
061100         MOVE SC-NEW-EFFECTIVE-DATE TO TE-ITEM-EFF-DATE
061200     END-IF.
061300     IF SC-NEW-AMOUNT NOT = SPACES
061400         MOVE SC-NEW-AMOUNT TO TE-ITEM-AMOUNT
061500     END-IF.
061600     PERFORM 4000-EDIT-ITEM THRU 4000-EXIT.
061700     IF TE-ITEM-CLEAN
061800         MOVE "RELEASED" TO TE-ACTION
061900         PERFORM 5100-RELEASE-ITEM THRU 5100-EXIT
062000         MOVE SPACES TO TE-REASON-CODE
062100         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
062200         ADD 1 TO TE-COR-RELEASED-COUNT
062300         GO TO 2200-EXIT
062400     END-IF.
062500     MOVE TE-ITEM TO MS-TRANSACTION.
062600     MOVE TE-REASON-CODE TO MS-REASON-CODE.
062700     IF MS-REJECT-COUNT NUMERIC
062800         ADD 1 TO MS-REJECT-COUNT
062900     ELSE
063000         MOVE 1 TO MS-REJECT-COUNT
063100     END-IF.
063200     MOVE TE-RUN-DATE TO MS-LAST-EDIT-DATE.
063300     MOVE SC-OPERATOR-ID TO MS-CORRECTED-BY.
063400     PERFORM 5200-WRITE-SUSPENSE THRU 5200-EXIT.
063500     MOVE "RESUSPENDED" TO TE-ACTION.
063600     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
063700     ADD 1 TO TE-COR-RESUSP-COUNT.
063800 2200-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* A CORRECTION FOR AN IDENTIFIER NOT ON THE SUSPENSE FILE (OR A
064300* SECOND CORRECTION FOR THE SAME ITEM) IS LISTED AND IGNORED.
064400******************************************************************
064500 2500-UNMATCHED-CORRECTION.
064600     MOVE SPACES TO TE-ITEM.
064700     MOVE SC-NEW-ACCOUNT-NUMBER TO TE-ITEM-ACCOUNT.
064800     MOVE SC-NEW-TRAN-CODE TO TE-ITEM-TRAN-CODE.
064900     MOVE SC-NEW-EFFECTIVE-DATE TO TE-ITEM-EFF-DATE.
065000     MOVE SC-NEW-AMOUNT TO TE-ITEM-AMOUNT.
065100     MOVE SC-SUSPENSE-ID TO TE-LINE-ID.
065200     MOVE SC-OPERATOR-ID TO TE-LINE-OPERATOR.
065300     MOVE "UNMATCHED" TO TE-ACTION.
065400     MOVE SPACES TO TE-REASON-CODE.
065500     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
065600     ADD 1 TO TE-COR-REFUSED-COUNT.
065700     PERFORM 8100-READ-CORRECTION THRU 8100-EXIT.
065800 2500-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* A CORRECTION WITH NO OPERATOR OR AN UNKNOWN ACTION IS REFUSED
066300* AND THE ITEM STAYS IN SUSPENSE AS IT WAS.
066400******************************************************************
066500 2600-REFUSE-CORRECTION.
066600     MOVE MS-REASON-CODE TO TE-REASON-CODE.
066700     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
066800     ADD 1 TO TE-COR-REFUSED-COUNT.
066900     ADD 1 TO TE-CARRIED-COUNT.
067000     PERFORM 5200-WRITE-SUSPENSE THRU 5200-EXIT.
067100 2600-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500* ONE RECORD OF THE DAY'S MONETARY TRANSACTION FILE. A HEADER
067600* OPENS A BATCH, A TRAILER BALANCES AND CLOSES IT, AND ANYTHING
067700* ELSE IS A DETAIL FOR THE BATCH IN HAND. A FILE THAT ENDS WITH
067800* A BATCH STILL OPEN SUSPENDS THAT BATCH.
067900******************************************************************
068000 3000-EDIT-MONTRAN-RECORD.
068100     ADD 1 TO TE-RECORD-COUNT.
068200     EVALUATE TRUE
068300         WHEN MN-BATCH-HEADER
068400             PERFORM 3100-OPEN-BATCH THRU 3100-EXIT
068500         WHEN MN-BATCH-TRAILER
068600             PERFORM 3300-CLOSE-BATCH THRU 3300-EXIT
068700         WHEN OTHER
068800             PERFORM 3200-BATCH-DETAIL THRU 3200-EXIT
068900     END-EVALUATE.
069000     IF NOT TE-RUN-HELD
069100         PERFORM 8200-READ-MONTRAN THRU 8200-EXIT
069200     END-IF.
069300     IF TE-MON-END-OF-FILE AND TE-BATCH-OPEN
069400         MOVE "13" TO TE-BATCH-REASON
069500         MOVE "NO TRAILER - HELD" TO TE-BATCH-STATUS
069600         ADD 1 TO TE-NO-TRAILER-COUNT
069700         PERFORM 3400-FLUSH-BATCH THRU 3400-EXIT
069800     END-IF.
069900 3000-EXIT.
070000     EXIT.
070100
070200 3100-OPEN-BATCH.
070300     IF TE-BATCH-OPEN
070400         MOVE "13" TO TE-BATCH-REASON
070500         MOVE "NO TRAILER - HELD" TO TE-BATCH-STATUS
070600         ADD 1 TO TE-NO-TRAILER-COUNT
070700         PERFORM 3400-FLUSH-BATCH THRU 3400-EXIT
070800     END-IF.
070900     ADD 1 TO TE-BATCH-COUNT.
071000     MOVE MN-BATCH-NUMBER TO TE-BATCH-NUMBER.
071100     MOVE MN-HDR-SOURCE-ID TO TE-BATCH-SOURCE.
071200     MOVE MN-HDR-BATCH-DATE TO TE-BATCH-DATE.
071300     MOVE ZERO TO TE-BT-COUNT.
071400     PERFORM 3110-CLEAR-ONE-CODE THRU 3110-EXIT
071500         VARYING TE-CODE-IDX FROM 1 BY 1
071600         UNTIL TE-CODE-IDX > 3.
071700     MOVE "Y" TO TE-BATCH-OPEN-SWITCH.
071800 3100-EXIT.
071900     EXIT.
072000
072100 3110-CLEAR-ONE-CODE.
072200     MOVE ZERO TO TE-KEY-COUNT(TE-CODE-IDX).
072300     MOVE ZERO TO TE-KEY-AMOUNT(TE-CODE-IDX).
072400     MOVE ZERO TO TE-CTL-COUNT(TE-CODE-IDX).
072500     MOVE ZERO TO TE-CTL-AMOUNT(TE-CODE-IDX).
072600 3110-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* A DETAIL IS EDITED AS IT ARRIVES AND HELD WITH ITS REASON
073100* UNTIL THE BATCH BALANCES. IT COUNTS TOWARD THE KEYED TOTAL OF
073200* THE TRANSACTION CODE IT CARRIES WHETHER OR NOT IT PASSED, SO
073300* THE KEYED TOTALS ARE WHAT THE BRANCH ACTUALLY SENT. A DETAIL
073400* WITH NO BATCH OPEN IS SUSPENDED AT ONCE.
073500******************************************************************
073600 3200-BATCH-DETAIL.
073700     ADD 1 TO TE-DETAIL-COUNT.
073800     MOVE MONETARY-TRANS-RECORD TO TE-ITEM.
073900     PERFORM 4000-EDIT-ITEM THRU 4000-EXIT.
074000     IF NOT TE-BATCH-OPEN
074010         PERFORM 5050-CHECK-SAME-DAY-ITEM THRU 5050-EXIT
074020         IF TE-SD-FOUND
074030             GO TO 3200-EXIT
074040         END-IF
074100         IF TE-ITEM-CLEAN
074200             MOVE "12" TO TE-REASON-CODE
074300         END-IF
074400         PERFORM 5000-SUSPEND-NEW-ITEM THRU 5000-EXIT
074500         GO TO 3200-EXIT
074600     END-IF.
074700     IF TE-BT-COUNT NOT < TE-BATCH-MAX
074800         DISPLAY "BATCH " TE-BATCH-NUMBER " HAS MORE THAN "
074900             TE-BATCH-MAX " ITEMS - RUN HELD"
075000         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
075100         GO TO 3200-EXIT
075200     END-IF.
075300     ADD 1 TO TE-BT-COUNT.
075400     MOVE TE-ITEM TO TE-BT-ITEM(TE-BT-COUNT).
075500     MOVE TE-REASON-CODE TO TE-BT-REASON(TE-BT-COUNT).
075600     EVALUATE TRUE
075700         WHEN TE-ITEM-DEPOSIT
075800             MOVE 1 TO TE-CODE-IDX
075900         WHEN TE-ITEM-WITHDRAWAL
076000             MOVE 2 TO TE-CODE-IDX
076100         WHEN TE-ITEM-LOAN-PAYMENT
076200             MOVE 3 TO TE-CODE-IDX
076300         WHEN OTHER
076400             GO TO 3200-EXIT
076500     END-EVALUATE.
076600     ADD 1 TO TE-KEY-COUNT(TE-CODE-IDX).
076700     IF TE-ITEM-AMOUNT NUMERIC
076800         ADD TE-ITEM-AMOUNT-NUM TO TE-KEY-AMOUNT(TE-CODE-IDX)
076900     END-IF.
077000 3200-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400* BALANCE THE BATCH IN HAND TO ITS TRAILER. THE TRAILER MUST
077500* CARRY THE HEADER'S BATCH NUMBER, AND THE KEYED COUNT AND
077600* AMOUNT FOR EVERY TRANSACTION CODE MUST AGREE WITH THE CONTROL
077700* COUNT AND AMOUNT. A TRAILER WITH NO BATCH OPEN IS LISTED.
077800******************************************************************
077900 3300-CLOSE-BATCH.
078000     IF NOT TE-BATCH-OPEN
078100         DISPLAY "BATCH TRAILER " MN-BATCH-NUMBER
078200             " HAS NO BATCH HEADER - IGNORED"
078300         MOVE SPACES TO TE-ITEM
078400         MOVE MN-BATCH-NUMBER TO TE-ITEM-BATCH-NUMBER
078500         MOVE SPACES TO TE-LINE-ID
078600         MOVE SPACES TO TE-LINE-OPERATOR
078700         MOVE "ORPHAN TRL" TO TE-ACTION
078800         MOVE "12" TO TE-REASON-CODE
078900         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
079000         ADD 1 TO TE-ORPHAN-TRL-COUNT
079100         GO TO 3300-EXIT
079200     END-IF.
079300     MOVE "Y" TO TE-BALANCED-SWITCH.
079400     IF MN-BATCH-NUMBER NOT = TE-BATCH-NUMBER
079500         MOVE "N" TO TE-BALANCED-SWITCH
079600     END-IF.
079700     PERFORM 3310-BALANCE-ONE-CODE THRU 3310-EXIT
079800         VARYING TE-CODE-IDX FROM 1 BY 1
079900         UNTIL TE-CODE-IDX > 3.
080000     IF TE-BATCH-BALANCED
080100         MOVE SPACES TO TE-BATCH-REASON
080200         MOVE "IN BALANCE" TO TE-BATCH-STATUS
080300         ADD 1 TO TE-BALANCED-COUNT
080400     ELSE
080500         MOVE "11" TO TE-BATCH-REASON
080600         MOVE "OUT OF BALANCE - HELD" TO TE-BATCH-STATUS
080700         ADD 1 TO TE-UNBALANCED-COUNT
080800     END-IF.
080900     PERFORM 3400-FLUSH-BATCH THRU 3400-EXIT.
081000 3300-EXIT.
081100     EXIT.
081200
081300 3310-BALANCE-ONE-CODE.
081400     IF MN-TRL-COUNT(TE-CODE-IDX) NUMERIC
081500         MOVE MN-TRL-COUNT(TE-CODE-IDX)
081600             TO TE-CTL-COUNT(TE-CODE-IDX)
081700     ELSE
081800         MOVE "N" TO TE-BALANCED-SWITCH
081900     END-IF.
082000     IF MN-TRL-AMOUNT(TE-CODE-IDX) NUMERIC
082100         MOVE MN-TRL-AMOUNT(TE-CODE-IDX)
082200             TO TE-CTL-AMOUNT(TE-CODE-IDX)
082300     ELSE
082400         MOVE "N" TO TE-BALANCED-SWITCH
082500     END-IF.
082600     IF TE-CTL-COUNT(TE-CODE-IDX) NOT = TE-KEY-COUNT(TE-CODE-IDX)
082700        OR TE-CTL-AMOUNT(TE-CODE-IDX)
082800           NOT = TE-KEY-AMOUNT(TE-CODE-IDX)
082900         MOVE "N" TO TE-BALANCED-SWITCH
083000     END-IF.
083100 3310-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500* LIST THE BATCH AND DISPOSE OF EVERY ITEM HELD FOR IT. AN ITEM
083600* THAT FAILED ITS OWN EDIT IS SUSPENDED WITH ITS OWN REASON; A
083700* GOOD ITEM IN A BATCH THAT DID NOT BALANCE OR HAD NO TRAILER IS
083800* SUSPENDED WITH THE BATCH REASON; THE REST ARE RELEASED.
083810* AN ITEM STILL IN SUSPENSE FROM AN EARLIER RUN OF THE DAY IS
083820* LISTED AND LEFT THERE. A GOOD DEBIT IS TESTED AGAIN AGAINST THE
083830* ACCOUNT'S RUNNING BALANCE AS IT IS RELEASED, SINCE EARLIER ITEMS
083840* IN THE SAME BATCH MAY HAVE BEEN RELEASED AGAINST IT SINCE.
083900******************************************************************
084000 3400-FLUSH-BATCH.
084100     PERFORM 7200-WRITE-BATCH-LINES THRU 7200-EXIT.
084200     PERFORM 3410-FLUSH-ONE-ITEM THRU 3410-EXIT
084300         VARYING TE-BT-IDX FROM 1 BY 1
084400         UNTIL TE-BT-IDX > TE-BT-COUNT.
084500     MOVE "N" TO TE-BATCH-OPEN-SWITCH.
084600 3400-EXIT.
084700     EXIT.
084800
084900 3410-FLUSH-ONE-ITEM.
085000     MOVE TE-BT-ITEM(TE-BT-IDX) TO TE-ITEM.
085100     MOVE TE-BT-REASON(TE-BT-IDX) TO TE-REASON-CODE.
085110     PERFORM 5050-CHECK-SAME-DAY-ITEM THRU 5050-EXIT.
085120     IF TE-SD-FOUND
085130         GO TO 3410-EXIT
085140     END-IF.
085200     IF TE-ITEM-CLEAN AND TE-BATCH-REASON NOT = SPACES
085300         MOVE TE-BATCH-REASON TO TE-REASON-CODE
085400     END-IF.
085410     IF TE-ITEM-CLEAN
085420         PERFORM 4330-RECHECK-BALANCE THRU 4330-EXIT
085430     END-IF.
085500     IF TE-ITEM-CLEAN
085600         PERFORM 5100-RELEASE-ITEM THRU 5100-EXIT
085700     ELSE
085800         PERFORM 5000-SUSPEND-NEW-ITEM THRU 5000-EXIT
085900     END-IF.
086000 3410-EXIT.
086100     EXIT.
086200
086300******************************************************************
086400* EDIT ONE TRANSACTION (TE-ITEM) AND SET ITS REASON CODE - "00"
086500* WHEN IT PASSES. THE FIRST FAILURE FOUND IS THE REASON GIVEN.
086600******************************************************************
086700 4000-EDIT-ITEM.
086800     MOVE "00" TO TE-REASON-CODE.
086900     IF TE-ITEM-RECORD-TYPE NOT = "D" AND NOT = SPACE
087000         MOVE "02" TO TE-REASON-CODE
087100         GO TO 4000-EXIT
087200     END-IF.
087300     IF NOT TE-ITEM-DEPOSIT AND NOT TE-ITEM-WITHDRAWAL
087400        AND NOT TE-ITEM-LOAN-PAYMENT
087500         MOVE "02" TO TE-REASON-CODE
087600         GO TO 4000-EXIT
087700     END-IF.
087800     IF TE-ITEM-EFF-DATE NOT NUMERIC
087900         MOVE "03" TO TE-REASON-CODE
088000         GO TO 4000-EXIT
088100     END-IF.
088200     PERFORM 4100-CHECK-CALENDAR-DATE THRU 4100-EXIT.
088300     IF NOT TE-DATE-OK
088400         MOVE "03" TO TE-REASON-CODE
088500         GO TO 4000-EXIT
088600     END-IF.
088700     IF TE-ITEM-EFF-DATE-NUM > TE-RUN-DATE
088800         MOVE "04" TO TE-REASON-CODE
088900         GO TO 4000-EXIT
089000     END-IF.
089100     IF TE-ITEM-AMOUNT NOT NUMERIC
089200        OR TE-ITEM-AMOUNT-NUM = ZERO
089300         MOVE "05" TO TE-REASON-CODE
089400         GO TO 4000-EXIT
089500     END-IF.
089600     MOVE TE-ITEM-ACCOUNT TO AM-ACCOUNT-NUMBER.
089700     IF AM-TRAILER-RECORD
089800         MOVE "01" TO TE-REASON-CODE
089900         GO TO 4000-EXIT
090000     END-IF.
090100     READ ACCOUNT-MASTER-FILE
090200         INVALID KEY
090300             MOVE "01" TO TE-REASON-CODE
090400             GO TO 4000-EXIT
090500     END-READ.
090600     IF NOT TE-ACCT-FILE-OK
090700         DISPLAY "ERROR READING ACCOUNT MASTER FILE, STATUS = "
090800             TE-ACCT-FILE-STATUS
090900         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
091000         MOVE "01" TO TE-REASON-CODE
091100         GO TO 4000-EXIT
091200     END-IF.
091300     IF AM-STATUS-CLOSED
091400         MOVE "06" TO TE-REASON-CODE
091500         GO TO 4000-EXIT
091600     END-IF.
091700     IF TE-ITEM-WITHDRAWAL AND AM-STATUS-FROZEN
091800         MOVE "07" TO TE-REASON-CODE
091900         GO TO 4000-EXIT
092000     END-IF.
092100     IF TE-ITEM-WITHDRAWAL AND AM-STATUS-DORMANT
092200         MOVE "08" TO TE-REASON-CODE
092300         GO TO 4000-EXIT
092400     END-IF.
092500     IF TE-ITEM-LOAN-PAYMENT
092600        AND (AM-TERM-MONTHS NOT NUMERIC OR AM-TERM-MONTHS = ZERO)
092700         MOVE "09" TO TE-REASON-CODE
092800         GO TO 4000-EXIT
092900     END-IF.
092910     PERFORM 4300-LOAD-BALANCE-ENTRY THRU 4300-EXIT.
092920     IF TE-RUN-HELD
092930         GO TO 4000-EXIT
092940     END-IF.
093000     IF NOT TE-ITEM-DEPOSIT
093100        AND TE-ITEM-AMOUNT-NUM > TE-AB-BALANCE(TE-AB-IDX)
093200         MOVE "10" TO TE-REASON-CODE
093300     END-IF.
093400 4000-EXIT.
093500     EXIT.
093600
093700 4100-CHECK-CALENDAR-DATE.
093800     MOVE "N" TO TE-DATE-OK-SWITCH.
093900     IF TE-ITEM-EFF-MM < 1 OR TE-ITEM-EFF-MM > 12
094000        OR TE-ITEM-EFF-DD < 1
094100         GO TO 4100-EXIT
094200     END-IF.
094300     IF TE-ITEM-EFF-MM = 12
094400         MOVE 31 TO TE-MONTH-DAYS
094500     ELSE
094600         COMPUTE TE-MONTH-DAYS =
094700             DY-CUM-DAYS(TE-ITEM-EFF-MM + 1)
094800             - DY-CUM-DAYS(TE-ITEM-EFF-MM)
094900     END-IF.
095000     IF TE-ITEM-EFF-MM = 2
095100         MOVE TE-ITEM-EFF-CCYY TO TE-LEAP-CCYY
095200         PERFORM 4200-CHECK-LEAP-YEAR THRU 4200-EXIT
095300         IF TE-LEAP-YEAR
095400             ADD 1 TO TE-MONTH-DAYS
095500         END-IF
095600     END-IF.
095700     IF TE-ITEM-EFF-DD > TE-MONTH-DAYS
095800         GO TO 4100-EXIT
095900     END-IF.
096000     MOVE "Y" TO TE-DATE-OK-SWITCH.
096100 4100-EXIT.
096200     EXIT.
096300
096400 4200-CHECK-LEAP-YEAR.
096500     MOVE "N" TO TE-LEAP-SWITCH.
096600     DIVIDE TE-LEAP-CCYY BY 4 GIVING TE-LEAP-QUOTIENT
096700         REMAINDER TE-LEAP-REMAINDER.
096800     IF TE-LEAP-REMAINDER = ZERO
096900         MOVE "Y" TO TE-LEAP-SWITCH
097000     END-IF.
097100     DIVIDE TE-LEAP-CCYY BY 100 GIVING TE-LEAP-QUOTIENT
097200         REMAINDER TE-LEAP-REMAINDER.
097300     IF TE-LEAP-REMAINDER = ZERO
097400         MOVE "N" TO TE-LEAP-SWITCH
097500     END-IF.
097600     DIVIDE TE-LEAP-CCYY BY 400 GIVING TE-LEAP-QUOTIENT
097700         REMAINDER TE-LEAP-REMAINDER.
097800     IF TE-LEAP-REMAINDER = ZERO
097900         MOVE "Y" TO TE-LEAP-SWITCH
098000     END-IF.
098100 4200-EXIT.
098200     EXIT.
098300
098301******************************************************************
098302* FIND THE ACCOUNT'S RUNNING BALANCE, STARTING IT FROM THE MASTER
098303* RECORD JUST READ WHEN THE ACCOUNT HAS NOT BEEN SEEN BEFORE. AN
098304* ACCOUNT TABLE TOO SMALL FOR THE RUN STOPS THE RUN.
098305******************************************************************
098306 4300-LOAD-BALANCE-ENTRY.
098307     PERFORM 4310-FIND-BALANCE-ENTRY THRU 4310-EXIT.
098308     IF TE-AB-FOUND
098309         GO TO 4300-EXIT
098310     END-IF.
098311     IF TE-AB-COUNT NOT < TE-BALANCE-MAX
098312         DISPLAY "MORE THAN " TE-BALANCE-MAX " ACCOUNTS IN THE "
098313             "RUN - RUN HELD"
098314         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
098315         GO TO 4300-EXIT
098316     END-IF.
098317     ADD 1 TO TE-AB-COUNT.
098318     MOVE TE-AB-COUNT TO TE-AB-IDX.
098319     MOVE TE-ITEM-ACCOUNT TO TE-AB-ACCOUNT(TE-AB-IDX).
098320     MOVE AM-PRINCIPAL TO TE-AB-BALANCE(TE-AB-IDX).
098321 4300-EXIT.
098322     EXIT.
098323
098324 4310-FIND-BALANCE-ENTRY.
098325     MOVE "N" TO TE-AB-FOUND-SWITCH.
098326     PERFORM 4320-SCAN-ONE-BALANCE THRU 4320-EXIT
098327         VARYING TE-AB-IDX FROM 1 BY 1
098328         UNTIL TE-AB-IDX > TE-AB-COUNT
098329            OR TE-AB-FOUND.
098330     IF TE-AB-FOUND
098331         SUBTRACT 1 FROM TE-AB-IDX
098332     END-IF.
098333 4310-EXIT.
098334     EXIT.
098335
098336 4320-SCAN-ONE-BALANCE.
098337     IF TE-AB-ACCOUNT(TE-AB-IDX) = TE-ITEM-ACCOUNT
098338         MOVE "Y" TO TE-AB-FOUND-SWITCH
098339     END-IF.
098340 4320-EXIT.
098341     EXIT.
098342
098343 4330-RECHECK-BALANCE.
098344     PERFORM 4310-FIND-BALANCE-ENTRY THRU 4310-EXIT.
098345     IF TE-AB-FOUND
098346        AND NOT TE-ITEM-DEPOSIT
098347        AND TE-ITEM-AMOUNT-NUM > TE-AB-BALANCE(TE-AB-IDX)
098348         MOVE "10" TO TE-REASON-CODE
098349     END-IF.
098350 4330-EXIT.
098351     EXIT.
098352
098400******************************************************************
098500* SUSPEND A NEW ITEM UNDER THE NEXT IDENTIFIER FOR THE AS-OF
098600* DATE, WITH THE REASON IN TE-REASON-CODE.
098700******************************************************************
098800 5000-SUSPEND-NEW-ITEM.
098900     ADD 1 TO TE-LAST-SEQ.
099000     MOVE SPACES TO MONETARY-SUSPENSE-RECORD.
099100     MOVE TE-RUN-DATE TO MS-SUSPENSE-DATE.
099200     MOVE TE-LAST-SEQ TO MS-SUSPENSE-SEQ.
099300     MOVE TE-REASON-CODE TO MS-REASON-CODE.
099400     MOVE 1 TO MS-REJECT-COUNT.
099500     MOVE TE-RUN-DATE TO MS-LAST-EDIT-DATE.
099600     MOVE TE-ITEM TO MS-TRANSACTION.
099700     PERFORM 5200-WRITE-SUSPENSE THRU 5200-EXIT.
099800     ADD 1 TO TE-SUSPENDED-COUNT.
099900     IF TE-ITEM-AMOUNT NUMERIC
100000         ADD TE-ITEM-AMOUNT-NUM TO TE-SUSPENDED-AMOUNT
100100     END-IF.
100200     MOVE "SUSPENDED" TO TE-ACTION.
100300     MOVE MS-SUSPENSE-ID TO TE-LINE-ID.
100400     MOVE SPACES TO TE-LINE-OPERATOR.
100500     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
100600 5000-EXIT.
100700     EXIT.
100800
100801******************************************************************
100802* A MONTRAN DETAIL MATCHING AN ITEM ALREADY SUSPENDED UNDER THE
100803* AS-OF DATE IS LISTED WITH THAT ITEM'S IDENTIFIER AND REASON AND
100804* GOES NO FURTHER. EACH SUSPENDED ITEM ANSWERS FOR ONE DETAIL.
100805******************************************************************
100806 5050-CHECK-SAME-DAY-ITEM.
100807     MOVE "N" TO TE-SD-FOUND-SWITCH.
100808     PERFORM 5060-SCAN-ONE-SAME-DAY THRU 5060-EXIT
100809         VARYING TE-SD-IDX FROM 1 BY 1
100810         UNTIL TE-SD-IDX > TE-SD-COUNT
100811            OR TE-SD-FOUND.
100812     IF NOT TE-SD-FOUND
100813         GO TO 5050-EXIT
100814     END-IF.
100815     SUBTRACT 1 FROM TE-SD-IDX.
100816     MOVE "Y" TO TE-SD-USED-SWITCH(TE-SD-IDX).
100817     ADD 1 TO TE-ON-FILE-COUNT.
100818     MOVE "IN SUSPENSE" TO TE-ACTION.
100819     MOVE TE-SD-ID(TE-SD-IDX) TO TE-LINE-ID.
100820     MOVE TE-SD-REASON(TE-SD-IDX) TO TE-REASON-CODE.
100821     MOVE SPACES TO TE-LINE-OPERATOR.
100822     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
100823 5050-EXIT.
100824     EXIT.
100825
100826 5060-SCAN-ONE-SAME-DAY.
100827     IF TE-SD-ITEM(TE-SD-IDX) = TE-ITEM
100828        AND NOT TE-SD-USED(TE-SD-IDX)
100829         MOVE "Y" TO TE-SD-FOUND-SWITCH
100830     END-IF.
100831 5060-EXIT.
100832     EXIT.
100833
100900******************************************************************
101000* RELEASE AN ITEM TO POSTING. IT GOES OUT AS A DETAIL RECORD.
101010* THE ACCOUNT'S RUNNING BALANCE MOVES WITH IT.
101100******************************************************************
101200 5100-RELEASE-ITEM.
101300     MOVE "D" TO TE-ITEM-RECORD-TYPE.
101400     WRITE RELEASED-TRANS-RECORD FROM TE-ITEM.
101500     IF NOT TE-REL-FILE-OK
101600         DISPLAY "ERROR WRITING RELEASED TRANSACTION FILE, "
101700             "STATUS = " TE-REL-FILE-STATUS
101800         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
101900         GO TO 5100-EXIT
102000     END-IF.
102100     ADD 1 TO TE-RELEASED-COUNT.
102200     ADD TE-ITEM-AMOUNT-NUM TO TE-RELEASED-AMOUNT.
102210     PERFORM 4310-FIND-BALANCE-ENTRY THRU 4310-EXIT.
102220     IF TE-AB-FOUND
102230         IF TE-ITEM-DEPOSIT
102240             ADD TE-ITEM-AMOUNT-NUM TO TE-AB-BALANCE(TE-AB-IDX)
102250         ELSE
102260             SUBTRACT TE-ITEM-AMOUNT-NUM
102270                 FROM TE-AB-BALANCE(TE-AB-IDX)
102280         END-IF
102290     END-IF.
102300 5100-EXIT.
102400     EXIT.
102500
102600 5200-WRITE-SUSPENSE.
102700     WRITE NEW-SUSPENSE-RECORD FROM MONETARY-SUSPENSE-RECORD.
102800     IF NOT TE-SNW-FILE-OK
102900         DISPLAY "ERROR WRITING NEW SUSPENSE FILE, STATUS = "
103000             TE-SNW-FILE-STATUS
103100         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
103200         GO TO 5200-EXIT
103300     END-IF.
103400     ADD 1 TO TE-SUSPENSE-COUNT.
103500     IF MS-AMOUNT NUMERIC
103600         ADD MS-AMOUNT-NUM TO TE-SUSPENSE-AMOUNT
103700     END-IF.
103800 5200-EXIT.
103900     EXIT.
104000
104100 7000-WRITE-REPORT-HEADER.
104200     ADD 1 TO TE-PAGE-NUMBER.
104300     MOVE ZERO TO TE-LINE-COUNT.
104400     MOVE TE-RUN-DATE-EDITED TO EH1-RUN-DATE.
104500     MOVE TE-PAGE-NUMBER TO EH1-PAGE-NUMBER.
104600     WRITE EDIT-REPORT-RECORD FROM EDIT-HEADING-1
104700         AFTER ADVANCING PAGE.
104800     WRITE EDIT-REPORT-RECORD FROM SPACES
104900         AFTER ADVANCING 1 LINE.
105000     WRITE EDIT-REPORT-RECORD FROM EDIT-HEADING-2
105100         AFTER ADVANCING 1 LINE.
105200     WRITE EDIT-REPORT-RECORD FROM SPACES
105300         AFTER ADVANCING 1 LINE.
105400     ADD 3 TO TE-LINE-COUNT.
105500 7000-EXIT.
105600     EXIT.
105700
105800******************************************************************
105900* ONE ITEM LINE: THE ACTION TAKEN (TE-ACTION), THE SUSPENSE
106000* IDENTIFIER (TE-LINE-ID), THE TRANSACTION (TE-ITEM), THE REASON
106100* (TE-REASON-CODE), AND THE TELLER WHO CORRECTED IT.
106200******************************************************************
106300 7100-WRITE-ITEM-LINE.
106400     IF TE-LINE-COUNT > TE-LINES-PER-PAGE
106500         PERFORM 7000-WRITE-REPORT-HEADER THRU 7000-EXIT
106600     END-IF.
106700     MOVE TE-ACTION TO EI-ACTION.
106800     MOVE TE-LINE-ID TO EI-SUSPENSE-ID.
106900     MOVE TE-ITEM-BATCH-NUMBER TO EI-BATCH-NUMBER.
107000     MOVE TE-ITEM-ACCOUNT TO EI-ACCOUNT-NUMBER.
107100     MOVE TE-ITEM-TRAN-CODE TO EI-TRAN-CODE.
107200     MOVE TE-ITEM-EFF-DATE TO EI-EFFECTIVE-DATE.
107300     IF TE-ITEM-AMOUNT NUMERIC
107400         MOVE TE-ITEM-AMOUNT-NUM TO EI-AMOUNT-ED
107500     ELSE
107600         MOVE TE-ITEM-AMOUNT TO EI-AMOUNT-X
107700     END-IF.
107800     MOVE TE-REASON-CODE TO EI-REASON-CODE.
107900     MOVE SPACES TO EI-REASON-DESC.
108000     IF TE-REASON-CODE NUMERIC
108100        AND TE-REASON-NUM > ZERO
108200        AND TE-REASON-NUM NOT > SX-REASON-MAX
108300         MOVE SX-REASON-DESC(TE-REASON-NUM) TO EI-REASON-DESC
108400     END-IF.
108500     IF TE-ACTION = "UNMATCHED"
108600         MOVE "CORRECTION MATCHES NO ITEM" TO EI-REASON-DESC
108700     END-IF.
108800     IF TE-ACTION = "REFUSED"
108900         MOVE "NO OPERATOR ID OR BAD ACTION" TO EI-REASON-DESC
109000     END-IF.
109100     IF TE-ACTION = "ORPHAN TRL"
109200         MOVE "TRAILER WITH NO BATCH HEADER" TO EI-REASON-DESC
109300     END-IF.
109400     MOVE TE-LINE-OPERATOR TO EI-OPERATOR-ID.
109500     WRITE EDIT-REPORT-RECORD FROM EDIT-ITEM-LINE
109600         AFTER ADVANCING 1 LINE.
109700     ADD 1 TO TE-LINE-COUNT.
109800 7100-EXIT.
109900     EXIT.
110000
110100******************************************************************
110200* THE BATCH LINE AND ITS KEYED AGAINST CONTROL TOTALS BY CODE.
110300* A BATCH WITH NO TRAILER SHOWS NO CONTROL TOTALS.
110400******************************************************************
110500 7200-WRITE-BATCH-LINES.
110600     IF TE-LINE-COUNT > TE-LINES-PER-PAGE - 5
110700         PERFORM 7000-WRITE-REPORT-HEADER THRU 7000-EXIT
110800     END-IF.
110900     MOVE TE-BATCH-NUMBER TO EB-BATCH-NUMBER.
111000     MOVE TE-BATCH-SOURCE TO EB-SOURCE-ID.
111100     MOVE TE-BATCH-DATE TO EB-BATCH-DATE.
111200     MOVE TE-BT-COUNT TO EB-ITEM-COUNT-ED.
111300     MOVE TE-BATCH-STATUS TO EB-BATCH-STATUS.
111400     WRITE EDIT-REPORT-RECORD FROM SPACES
111500         AFTER ADVANCING 1 LINE.
111600     WRITE EDIT-REPORT-RECORD FROM EDIT-BATCH-LINE
111700         AFTER ADVANCING 1 LINE.
111800     ADD 2 TO TE-LINE-COUNT.
111900     PERFORM 7210-WRITE-ONE-CODE-LINE THRU 7210-EXIT
112000         VARYING TE-CODE-IDX FROM 1 BY 1
112100         UNTIL TE-CODE-IDX > 3.
112200 7200-EXIT.
112300     EXIT.
112400
112500 7210-WRITE-ONE-CODE-LINE.
112600     MOVE TE-CODE-NAME(TE-CODE-IDX) TO EC-CODE-NAME.
112700     MOVE TE-KEY-COUNT(TE-CODE-IDX) TO EC-KEY-COUNT-ED.
112800     MOVE TE-KEY-AMOUNT(TE-CODE-IDX) TO EC-KEY-AMOUNT-ED.
112900     MOVE TE-CTL-COUNT(TE-CODE-IDX) TO EC-CTL-COUNT-ED.
113000     MOVE TE-CTL-AMOUNT(TE-CODE-IDX) TO EC-CTL-AMOUNT-ED.
113100     WRITE EDIT-REPORT-RECORD FROM EDIT-CODE-LINE
113200         AFTER ADVANCING 1 LINE.
113300     ADD 1 TO TE-LINE-COUNT.
113400 7210-EXIT.
113500     EXIT.
113600
113700 7300-WRITE-TOTAL-LINE.
113800     IF TE-LINE-COUNT > TE-LINES-PER-PAGE
113900         PERFORM 7000-WRITE-REPORT-HEADER THRU 7000-EXIT
114000     END-IF.
114100     WRITE EDIT-REPORT-RECORD FROM EDIT-TOTAL-LINE
114200         AFTER ADVANCING 1 LINE.
114300     ADD 1 TO TE-LINE-COUNT.
114400     MOVE SPACES TO ET-AMOUNT-X.
114500 7300-EXIT.
114600     EXIT.
114700
114800 8000-READ-SUSPENSE.
114900     READ SUSPENSE-FILE INTO MONETARY-SUSPENSE-RECORD
115000         AT END
115100             MOVE "Y" TO TE-SUS-EOF-SWITCH
115200     END-READ.
115300     IF NOT TE-SUS-FILE-OK AND NOT TE-SUS-FILE-EOF
115400         DISPLAY "ERROR READING SUSPENSE FILE, STATUS = "
115500             TE-SUS-FILE-STATUS
115600         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
115700     END-IF.
115800 8000-EXIT.
115900     EXIT.
116000
116100 8100-READ-CORRECTION.
116200     READ CORRECTION-FILE
116300         AT END
116400             MOVE "Y" TO TE-COR-EOF-SWITCH
116500     END-READ.
116600     IF NOT TE-COR-FILE-OK AND NOT TE-COR-FILE-EOF
116700         DISPLAY "ERROR READING SUSPENSE CORRECTION FILE, "
116800             "STATUS = " TE-COR-FILE-STATUS
116900         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
117000     END-IF.
117100 8100-EXIT.
117200     EXIT.
117300
117400 8200-READ-MONTRAN.
117500     READ MONETARY-TRANS-FILE
117600         AT END
117700             MOVE "Y" TO TE-MON-EOF-SWITCH
117800     END-READ.
117900     IF NOT TE-MON-FILE-OK AND NOT TE-MON-FILE-EOF
118000         DISPLAY "ERROR READING MONETARY TRANSACTION FILE, "
118100             "STATUS = " TE-MON-FILE-STATUS
118200         PERFORM 1900-HOLD-RUN THRU 1900-EXIT
118300     END-IF.
118400 8200-EXIT.
118500     EXIT.
118600
118700******************************************************************
118800* SORT THE RELEASED ITEMS INTO THE EDITED FILE, WRITE THE EDIT
118900* TOTALS AND THE MONETARY EDIT FLAG, AND CLOSE DOWN. A HELD RUN
119000* RELEASES NOTHING AND LEAVES THE FLAG FAILED.
119100******************************************************************
119200 9000-TERMINATE.
119300     IF TE-REL-OPEN
119400         CLOSE RELEASED-TRANS-FILE
119500         MOVE "N" TO TE-REL-OPEN-SWITCH
119600     END-IF.
119700     IF NOT TE-RUN-HELD
119800         PERFORM 9200-SORT-RELEASED-ITEMS THRU 9200-EXIT
119900     END-IF.
120000     IF TE-RPT-OPEN AND NOT TE-RUN-HELD
120100         PERFORM 9100-WRITE-EDIT-TOTALS THRU 9100-EXIT
120200     END-IF.
120300     PERFORM 9300-WRITE-MONETARY-FLAG THRU 9300-EXIT.
120400     DISPLAY "MONTRAN RECORDS READ:    " TE-RECORD-COUNT.
120500     DISPLAY "DETAIL RECORDS:          " TE-DETAIL-COUNT.
120600     DISPLAY "BATCHES:                 " TE-BATCH-COUNT.
120700     DISPLAY "  IN BALANCE:            " TE-BALANCED-COUNT.
120800     DISPLAY "  OUT OF BALANCE:        " TE-UNBALANCED-COUNT.
120900     DISPLAY "  NO TRAILER:            " TE-NO-TRAILER-COUNT.
121000     DISPLAY "TRAILERS WITH NO HEADER: " TE-ORPHAN-TRL-COUNT.
121100     DISPLAY "RELEASED TO POSTING:     " TE-RELEASED-COUNT.
121200     DISPLAY "RELEASED AMOUNT:         " TE-RELEASED-AMOUNT.
121300     DISPLAY "NEWLY SUSPENDED:         " TE-SUSPENDED-COUNT.
121310     DISPLAY "ALREADY IN SUSPENSE:     " TE-ON-FILE-COUNT.
121400     DISPLAY "CORRECTIONS RELEASED:    " TE-COR-RELEASED-COUNT.
121500     DISPLAY "CORRECTIONS RESUSPENDED: " TE-COR-RESUSP-COUNT.
121600     DISPLAY "SUSPENSE ITEMS DELETED:  " TE-COR-DELETED-COUNT.
121700     DISPLAY "CORRECTIONS REFUSED:     " TE-COR-REFUSED-COUNT.
121800     DISPLAY "ITEMS NOW IN SUSPENSE:   " TE-SUSPENSE-COUNT.
121900     DISPLAY "OPERATOR:                " TE-OPERATOR-ID.
122000     IF RETURN-CODE = ZERO
122100        AND (TE-SUSPENDED-COUNT > ZERO
122200             OR TE-COR-RESUSP-COUNT > ZERO
122300             OR TE-COR-REFUSED-COUNT > ZERO
122400             OR TE-ORPHAN-TRL-COUNT > ZERO)
122500         MOVE 4 TO RETURN-CODE
122600     END-IF.
122700     IF TE-MON-OPEN
122800         CLOSE MONETARY-TRANS-FILE
122900     END-IF.
123000     IF TE-ACCT-OPEN
123100         CLOSE ACCOUNT-MASTER-FILE
123200     END-IF.
123300     IF TE-SUS-OPEN
123400         CLOSE SUSPENSE-FILE
123500     END-IF.
123600     IF TE-SNW-OPEN
123700         CLOSE NEW-SUSPENSE-FILE
123800     END-IF.
123900     IF TE-COR-OPEN
124000         CLOSE CORRECTION-FILE
124100     END-IF.
124200     IF TE-RPT-OPEN
124300         CLOSE EDIT-REPORT-FILE
124400     END-IF.
124500 9000-EXIT.
124600     EXIT.
124700
124800 9100-WRITE-EDIT-TOTALS.
124900     WRITE EDIT-REPORT-RECORD FROM SPACES
125000         AFTER ADVANCING 1 LINE.
125100     ADD 1 TO TE-LINE-COUNT.
125200     MOVE SPACES TO ET-AMOUNT-X.
125300     MOVE "BATCHES" TO ET-CAPTION.
125400     MOVE TE-BATCH-COUNT TO ET-COUNT-ED.
125500     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
125600     MOVE "  IN BALANCE" TO ET-CAPTION.
125700     MOVE TE-BALANCED-COUNT TO ET-COUNT-ED.
125800     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
125900     MOVE "  OUT OF BALANCE" TO ET-CAPTION.
126000     MOVE TE-UNBALANCED-COUNT TO ET-COUNT-ED.
126100     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
126200     MOVE "  NO TRAILER" TO ET-CAPTION.
126300     MOVE TE-NO-TRAILER-COUNT TO ET-COUNT-ED.
126400     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
126500     MOVE "DETAIL RECORDS" TO ET-CAPTION.
126600     MOVE TE-DETAIL-COUNT TO ET-COUNT-ED.
126700     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
126800     MOVE "RELEASED TO POSTING" TO ET-CAPTION.
126900     MOVE TE-RELEASED-COUNT TO ET-COUNT-ED.
127000     MOVE TE-RELEASED-AMOUNT TO ET-AMOUNT-ED.
127100     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
127200     MOVE "NEWLY SUSPENDED" TO ET-CAPTION.
127300     MOVE TE-SUSPENDED-COUNT TO ET-COUNT-ED.
127400     MOVE TE-SUSPENDED-AMOUNT TO ET-AMOUNT-ED.
127500     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
127510     MOVE "ALREADY IN SUSPENSE" TO ET-CAPTION.
127520     MOVE TE-ON-FILE-COUNT TO ET-COUNT-ED.
127530     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
127600     MOVE "SUSPENSE CARRIED FORWARD" TO ET-CAPTION.
127700     MOVE TE-CARRIED-COUNT TO ET-COUNT-ED.
127800     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
127900     MOVE "CORRECTIONS RELEASED" TO ET-CAPTION.
128000     MOVE TE-COR-RELEASED-COUNT TO ET-COUNT-ED.
128100     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
128200     MOVE "CORRECTIONS RESUSPENDED" TO ET-CAPTION.
128300     MOVE TE-COR-RESUSP-COUNT TO ET-COUNT-ED.
128400     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
128500     MOVE "SUSPENSE ITEMS DELETED" TO ET-CAPTION.
128600     MOVE TE-COR-DELETED-COUNT TO ET-COUNT-ED.
128700     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
128800     MOVE "CORRECTIONS REFUSED" TO ET-CAPTION.
128900     MOVE TE-COR-REFUSED-COUNT TO ET-COUNT-ED.
129000     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
129100     MOVE "ITEMS NOW IN SUSPENSE" TO ET-CAPTION.
129200     MOVE TE-SUSPENSE-COUNT TO ET-COUNT-ED.
129300     MOVE TE-SUSPENSE-AMOUNT TO ET-AMOUNT-ED.
129400     PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
129500 9100-EXIT.
129600     EXIT.
129700
129800******************************************************************
129900* THE RELEASED ITEMS WERE WRITTEN IN BATCH ORDER; THE POSTING
130000* RUNS NEED THEM BY ACCOUNT AND, WITHIN AN ACCOUNT, BY EFFECTIVE
130100* DATE, WITH ITEMS OF THE SAME DATE KEPT IN THE ORDER RECEIVED.
130200******************************************************************
130300 9200-SORT-RELEASED-ITEMS.
130400     SORT SORT-WORK-FILE
130500         ON ASCENDING KEY SR-ACCOUNT-NUMBER SR-EFFECTIVE-DATE
130600         WITH DUPLICATES IN ORDER
130700         USING RELEASED-TRANS-FILE
130800         GIVING EDITED-TRANS-FILE.
130900     IF SORT-RETURN NOT = ZERO
131000         DISPLAY "SORT OF RELEASED TRANSACTIONS FAILED, "
131100             "SORT-RETURN = " SORT-RETURN
131200         MOVE "Y" TO TE-HELD-SWITCH
131300         MOVE 16 TO RETURN-CODE
131400     END-IF.
131500 9200-EXIT.
131600     EXIT.
131700
131800 9300-WRITE-MONETARY-FLAG.
131900     OPEN OUTPUT MONETARY-FLAG-FILE.
132000     IF NOT TE-MFL-FILE-OK
132100         DISPLAY "ERROR OPENING MONETARY EDIT FLAG, STATUS = "
132200             TE-MFL-FILE-STATUS
132300         MOVE 16 TO RETURN-CODE
132400         GO TO 9300-EXIT
132500     END-IF.
132600     IF TE-RUN-HELD
132700         MOVE "N" TO MF-CLEAN-FLAG
132800     ELSE
132900         MOVE "Y" TO MF-CLEAN-FLAG
133000     END-IF.
133100     MOVE TE-RUN-DATE TO MF-AS-OF-DATE.
133200     MOVE TE-RELEASED-COUNT TO MF-RELEASED-COUNT.
133300     MOVE TE-RELEASED-AMOUNT TO MF-RELEASED-AMOUNT.
133400     MOVE TE-SUSPENSE-COUNT TO MF-SUSPENDED-COUNT.
133500     WRITE MONETARY-EDIT-FLAG-RECORD.
133600     CLOSE MONETARY-FLAG-FILE.
133700     DISPLAY "MONETARY EDIT FLAG:      " MF-CLEAN-FLAG.
133800 9300-EXIT.
133900     EXIT.
134000
134100 END PROGRAM MONEDIT.
