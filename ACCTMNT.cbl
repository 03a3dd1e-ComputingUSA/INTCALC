004606*                 VALIDATED AGAINST THE CODES STMTGEN HONORS
004607*                 (M MONTHLY, Q QUARTERLY; SPACE MEANS
004608*                 MONTHLY).
004609* 10/14/2026 DOW  NEW-MASTER RECORD GREW TO 250 BYTES WITH THE
004610*                 ACCOUNT MASTER (SEE ACCTMAST). THE HOLD AREA
004611*                 CARRIES THE DELINQUENCY FIELDS; AN ADD STARTS
004612*                 THEM AT ZERO AND A CHANGE LEAVES THEM AS THE
004613*                 DELINQUENCY RUN LAST SET THEM.
004614* 10/14/2026 DOW  THE ADJUSTABLE-RATE TERMS (INDEX CODE, MARGIN,
004615*                 FLOOR, CAP, NEXT REPRICING DATE, MONTHS BETWEEN
004616*                 REPRICINGS) ARE NOW MAINTAINED FROM THE
004617*                 TRANSACTION AND PRINTED ON A SECOND REPORT LINE
004618*                 FOR AN INDEXED ACCOUNT. AN INDEXED ACCOUNT MUST
004619*                 CARRY A REPRICING DATE, AND A FLOOR ABOVE THE
004620*                 CAP IS REJECTED.
004621* 10/14/2026 DOW  THE TIME-DEPOSIT TERMS (MATURITY DATE, RENEWAL
004622*                 INSTRUCTION, LINKED ACCOUNT, RENEWAL TERM,
004623*                 PENALTY DAYS) ARE NOW MAINTAINED FROM THE
004624*                 TRANSACTION AND PRINTED ON A SECOND REPORT LINE
004625*                 FOR A CERTIFICATE OF DEPOSIT. A PAY-OUT OR
004626*                 TRANSFER INSTRUCTION MUST NAME A LINKED ACCOUNT.
004627*                 A CHANGE LEAVES THE MATURITY NOTICE STAMP AS THE
004628*                 MATURITY RUN LAST SET IT.
004629* 10/14/2026 DOW  THE LAST FEE DATE SET BY THE MONTHLY FEE RUN
004630*                 (FEERUN) IS CARRIED IN THE HOLD AREA AND STARTS
004631*                 AT ZERO ON AN ADDED ACCOUNT.
004632* 10/14/2026 DOW  MAINTENANCE NOW PASSES A SECOND OPERATOR
004633*                 FIRST. THE TRANSACTIONS ARE READ FROM THE
004634*                 PENDING-APPROVAL FILE (MNTPEND) QUEUED BY
004635*                 MNTQUEUE AND DECIDED THROUGH MNTAPPR, AND ONLY
004636*                 APPROVED ITEMS ARE APPLIED. AN ITEM APPROVED BY
004637*                 THE OPERATOR WHO ENTERED IT IS REFUSED AND
004638*                 RETURNED TO PENDING. REJECTED ITEMS ARE
004639*                 REPORTED WITH THEIR REASON; ITEMS STILL PENDING
004640*                 ARE CARRIED TO A NEW PENDING GENERATION
004641*                 (PENDNEW), PROMOTED WITH NEWMAST. THE REPORT
004642*                 SHOWS WHO ENTERED AND WHO APPROVED EACH ITEM.
004643* 10/15/2026 DOW  THE LAST AGED DATE SET BY THE DELINQUENCY RUN
004644*                 (DELQRUN) IS CARRIED IN THE HOLD AREA AND STARTS
004645*                 AT ZERO ON AN ADDED ACCOUNT. PENDNEW IS COPIED
004646*                 OVER MNTPEND BY THE RUN-CONTROL PROMOTION
004647*                 (RUNCTL) OF THIS RUN'S NEWMAST.
004648* 10/15/2026 DOW  THE CYCLE WITHDRAWAL COUNT KEPT BY THE POSTING
004649*                 RUN (INTCALC) IS CARRIED IN THE HOLD AREA AND
004650*                 STARTS AT ZERO ON AN ADDED ACCOUNT.
004651******************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. ACCTMNT.
004900 ENVIRONMENT DIVISION.
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS AM-ACCOUNT-NUMBER
005600         FILE STATUS IS MT-ACCT-FILE-STATUS.
005700     SELECT TRANSACTION-FILE ASSIGN TO "MNTPEND"
005800         ORGANIZATION IS INDEXED
005810         ACCESS MODE IS SEQUENTIAL
005820         RECORD KEY IS MP-PENDING-KEY
005900         FILE STATUS IS MT-TRAN-FILE-STATUS.
005910     SELECT PENDING-NEW-FILE ASSIGN TO "PENDNEW"
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS SEQUENTIAL
005940         RECORD KEY IS PN-PENDING-KEY
005950         FILE STATUS IS MT-PNEW-FILE-STATUS.
006000     SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
007200 COPY ACCTMAST.
007300 FD  TRANSACTION-FILE
007400     RECORDING MODE IS F.
007500 COPY MNTPEND.
007510 FD  PENDING-NEW-FILE
007520     RECORDING MODE IS F.
007530 01  PENDING-NEW-RECORD.
007540     05  PN-PENDING-KEY              PIC X(30).
007550     05  FILLER                      PIC X(210).
007600 FD  NEW-MASTER-FILE
007700     RECORDING MODE IS F.
007800 01  NEW-MASTER-RECORD.
007900     05  NM-ACCOUNT-NUMBER           PIC X(10).
008000     05  FILLER                      PIC X(240).
008100 FD  MAINTENANCE-REPORT-FILE
008200     RECORDING MODE IS F.
008300 01  MAINT-REPORT-RECORD             PIC X(132).
008800 01  MT-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
008900     88  MT-TRAN-FILE-OK                  VALUE "00".
009000     88  MT-TRAN-FILE-EOF                 VALUE "10".
009010 01  MT-PNEW-FILE-STATUS         PIC X(02) VALUE "99".
009020     88  MT-PNEW-FILE-OK                  VALUE "00".
009100 01  MT-NEWM-FILE-STATUS         PIC X(02) VALUE "99".
009200     88  MT-NEWM-FILE-OK                  VALUE "00".
009300 01  MT-RPT-FILE-STATUS          PIC X(02) VALUE "99".
010100         88  MT-HOLD-ACTIVE                VALUE "Y".
010200     05  MT-TRAN-VALID-SWITCH    PIC X(01) VALUE "Y".
010300         88  MT-TRAN-VALID                 VALUE "Y".
010310     05  MT-APPROVED-SWITCH      PIC X(01) VALUE "N".
010320         88  MT-ITEM-APPROVED             VALUE "Y".
010400 01  MT-MASTER-KEY               PIC X(10) VALUE HIGH-VALUES.
010500 01  MT-TRANS-KEY                PIC X(10) VALUE HIGH-VALUES.
010600 01  MT-HOLD-AREA.
011740     05  MT-HOLD-WHLD-IND        PIC X(01).
011750     05  MT-HOLD-WHLD-RATE       PIC 9(2)V99.
011760     05  MT-HOLD-STMT-CYCLE      PIC X(01).
011770     05  MT-HOLD-DELINQUENCY.
011771         10  MT-HOLD-PAYMENT-AMT PIC X(12).
011772         10  MT-HOLD-NEXT-DUE    PIC X(08).
011773         10  MT-HOLD-INST-PAID   PIC X(03).
011774         10  MT-HOLD-UNAPPLIED   PIC X(12).
011775         10  MT-HOLD-DAYS-PD     PIC X(04).
011776         10  MT-HOLD-AMOUNT-PD   PIC X(12).
011777         10  MT-HOLD-LATE-DUE    PIC X(12).
011778         10  MT-HOLD-LATE-DATE   PIC X(08).
011780     05  MT-HOLD-RATE-INDEX      PIC X(04).
011781     05  MT-HOLD-MARGIN-SIGN     PIC X(01).
011782     05  MT-HOLD-RATE-MARGIN     PIC 9(2)V99.
011783     05  MT-HOLD-RATE-FLOOR      PIC 9(3)V99.
011784     05  MT-HOLD-RATE-CAP        PIC 9(3)V99.
011785     05  MT-HOLD-NEXT-REPRICE    PIC X(08).
011786     05  MT-HOLD-REPRICE-MONTHS  PIC 9(02).
011787     05  MT-HOLD-MATURITY-DATE   PIC X(08).
011788     05  MT-HOLD-RENEWAL-INSTR   PIC X(01).
011789     05  MT-HOLD-LINKED-ACCOUNT  PIC X(10).
011790     05  MT-HOLD-CD-TERM         PIC 9(03).
011791     05  MT-HOLD-PENALTY-DAYS    PIC 9(03).
011792     05  MT-HOLD-NOTICED-MAT     PIC X(08).
011793     05  MT-HOLD-LAST-FEE-DATE   PIC X(08).
011794     05  MT-HOLD-LAST-AGED-DATE  PIC X(08).
011795     05  MT-HOLD-CYCLE-WDL-COUNT PIC X(04).
011800     05  FILLER                  PIC X(08).
011900 01  MT-MASTER-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
012000 01  MT-TRANS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
012100 01  MT-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
012300 01  MT-DELETE-COUNT             PIC 9(07) COMP VALUE ZERO.
012400 01  MT-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
012500 01  MT-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
012510 01  MT-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
012520 01  MT-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
012530 01  MT-CARRIED-COUNT            PIC 9(07) COMP VALUE ZERO.
012600 01  MT-PRINCIPAL-HASH           PIC 9(13)V99 VALUE ZERO.
012700 01  MT-ERROR-MESSAGE            PIC X(45) VALUE SPACES.
012710 COPY ACCTTRAN.
012800 COPY ACCTTRLR.
012900 01  MT-REPORT-CONTROLS.
013000     05  MT-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
018200     05  ME-FUNCTION-CODE        PIC X(01).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  ME-MESSAGE              PIC X(45).
018401 01  MAINT-REPRICE-LINE.
018403     05  FILLER                  PIC X(08) VALUE SPACES.
018405     05  FILLER                  PIC X(18)
018407         VALUE "REPRICING INDEX: ".
018409     05  MR-RATE-INDEX           PIC X(04).
018411     05  FILLER                  PIC X(10) VALUE "  MARGIN: ".
018413     05  MR-MARGIN-SIGN          PIC X(01).
018415     05  MR-MARGIN-ED            PIC Z9.99.
018417     05  FILLER                  PIC X(09) VALUE "  FLOOR: ".
018419     05  MR-FLOOR-ED             PIC ZZ9.99.
018421     05  FILLER                  PIC X(07) VALUE "  CAP: ".
018423     05  MR-CAP-ED               PIC ZZ9.99.
018425     05  FILLER                  PIC X(16)
018427         VALUE "  NEXT REPRICE: ".
018429     05  MR-NEXT-REPRICE         PIC X(08).
018431     05  FILLER                  PIC X(08) VALUE "  EVERY ".
018433     05  MR-REPRICE-MONTHS-ED    PIC Z9.
018435     05  FILLER                  PIC X(07) VALUE " MONTHS".
018440 01  MAINT-MATURITY-LINE.
018442     05  FILLER                  PIC X(08) VALUE SPACES.
018444     05  FILLER                  PIC X(15)
018446         VALUE "MATURITY DATE: ".
018448     05  MM-MATURITY-DATE        PIC X(08).
018450     05  FILLER                  PIC X(11) VALUE "  RENEWAL: ".
018452     05  MM-RENEWAL-INSTR        PIC X(01).
018454     05  FILLER                  PIC X(10) VALUE "  LINKED: ".
018456     05  MM-LINKED-ACCOUNT       PIC X(10).
018458     05  FILLER                  PIC X(08) VALUE "  TERM: ".
018460     05  MM-CD-TERM-ED           PIC ZZ9.
018462     05  FILLER                  PIC X(16)
018464         VALUE " MONTHS  PENALTY".
018466     05  FILLER                  PIC X(02) VALUE ": ".
018468     05  MM-PENALTY-DAYS-ED      PIC ZZ9.
018470     05  FILLER                  PIC X(05) VALUE " DAYS".
018472 01  MAINT-APPROVAL-LINE.
018473     05  FILLER                  PIC X(08) VALUE SPACES.
018474     05  FILLER                  PIC X(12) VALUE "ENTERED BY: ".
018475     05  MV-ENTERED-BY           PIC X(08).
018476     05  FILLER                  PIC X(04) VALUE " ON ".
018477     05  MV-ENTRY-DATE           PIC X(08).
018478     05  FILLER                  PIC X(01) VALUE SPACE.
018479     05  MV-ENTRY-TIME           PIC X(06).
018480     05  FILLER                  PIC X(02) VALUE SPACES.
018481     05  MV-DECISION-CAPTION     PIC X(13).
018482     05  MV-DECIDED-BY           PIC X(08).
018483     05  FILLER                  PIC X(04) VALUE " ON ".
018484     05  MV-DECISION-DATE        PIC X(08).
018485     05  FILLER                  PIC X(01) VALUE SPACE.
018486     05  MV-DECISION-TIME        PIC X(06).
018487 01  MAINT-REJECT-LINE.
018488     05  FILLER                  PIC X(08) VALUE "REJECT".
018489     05  MJ-ACCOUNT-NUMBER       PIC X(10).
018490     05  FILLER                  PIC X(02) VALUE SPACES.
018491     05  MJ-FUNCTION-CODE        PIC X(01).
018492     05  FILLER                  PIC X(02) VALUE SPACES.
018493     05  MJ-REASON               PIC X(30).
018500 PROCEDURE DIVISION.
018600 0000-MAIN-PROCEDURE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     END-IF.
020900     OPEN INPUT TRANSACTION-FILE.
021000     IF NOT MT-TRAN-FILE-OK
021100         DISPLAY "ERROR OPENING PENDING APPROVAL FILE, STATUS = "
021200             MT-TRAN-FILE-STATUS
021300         MOVE "Y" TO MT-MASTER-EOF-SWITCH
021400         MOVE "Y" TO MT-TRANS-EOF-SWITCH
023300         MOVE 16 TO RETURN-CODE
023400         GO TO 1000-EXIT
023500     END-IF.
023510     OPEN OUTPUT PENDING-NEW-FILE.
023520     IF NOT MT-PNEW-FILE-OK
023530         DISPLAY "ERROR OPENING NEW PENDING FILE, STATUS = "
023540             MT-PNEW-FILE-STATUS
023550         MOVE "Y" TO MT-MASTER-EOF-SWITCH
023560         MOVE "Y" TO MT-TRANS-EOF-SWITCH
023570         MOVE 16 TO RETURN-CODE
023580         GO TO 1000-EXIT
023590     END-IF.
023600     MOVE MT-LINES-PER-PAGE TO MT-LINE-COUNT.
023700     PERFORM 8000-READ-ACCOUNT-MASTER THRU 8000-EXIT.
023800     PERFORM 8050-READ-APPROVED-ITEM THRU 8050-EXIT.
023900 1000-EXIT.
024000     EXIT.
024100
025900                     MT-ERROR-MESSAGE
026000                 PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
026100             END-IF
026200             PERFORM 8050-READ-APPROVED-ITEM THRU 8050-EXIT
026300         END-IF
026400         GO TO 2000-EXIT
026500     END-IF.
028700         MOVE "TRANSACTION OUT OF SEQUENCE" TO MT-ERROR-MESSAGE
028800         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
028900     END-IF.
029000     PERFORM 8050-READ-APPROVED-ITEM THRU 8050-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
033088         MOVE ZEROS TO MT-HOLD-WHLD-RATE
033090     END-IF.
033092     MOVE AT-STMT-CYCLE TO MT-HOLD-STMT-CYCLE.
033094     PERFORM 2600-MOVE-REPRICING-TERMS THRU 2600-EXIT.
033095     PERFORM 2650-MOVE-MATURITY-TERMS THRU 2650-EXIT.
033100     MOVE ZEROS TO MT-HOLD-LAST-ACCRUED.
033200     MOVE ZEROS TO MT-HOLD-ACCRUED-INT.
033210     MOVE ZEROS TO MT-HOLD-DELINQUENCY.
033211     MOVE ZEROS TO MT-HOLD-NOTICED-MAT.
033212     MOVE ZEROS TO MT-HOLD-LAST-FEE-DATE.
033213     MOVE ZEROS TO MT-HOLD-LAST-AGED-DATE.
033214     MOVE ZEROS TO MT-HOLD-CYCLE-WDL-COUNT.
033300     MOVE "Y" TO MT-HOLD-SWITCH.
033400     ADD 1 TO MT-ADD-COUNT.
033500     MOVE "ADDED"   TO MD-TAG.
033600     PERFORM 4100-WRITE-HOLD-DETAIL THRU 4100-EXIT.
033610     PERFORM 4250-WRITE-APPROVAL-LINE THRU 4250-EXIT.
033700 2300-EXIT.
033800     EXIT.
033900
035880         MOVE ZEROS TO MT-HOLD-WHLD-RATE
035882     END-IF.
035884     MOVE AT-STMT-CYCLE TO MT-HOLD-STMT-CYCLE.
035886     PERFORM 2600-MOVE-REPRICING-TERMS THRU 2600-EXIT.
035887     PERFORM 2650-MOVE-MATURITY-TERMS THRU 2650-EXIT.
035900     ADD 1 TO MT-CHANGE-COUNT.
036000     MOVE "AFTER"   TO MD-TAG.
036100     PERFORM 4100-WRITE-HOLD-DETAIL THRU 4100-EXIT.
036110     PERFORM 4250-WRITE-APPROVAL-LINE THRU 4250-EXIT.
036200 2400-EXIT.
036300     EXIT.
036400
036500 2500-DELETE-ACCOUNT.
036600     MOVE "DELETED" TO MD-TAG.
036700     PERFORM 4100-WRITE-HOLD-DETAIL THRU 4100-EXIT.
036710     PERFORM 4250-WRITE-APPROVAL-LINE THRU 4250-EXIT.
036800     MOVE "N" TO MT-HOLD-SWITCH.
036900     ADD 1 TO MT-DELETE-COUNT.
037000 2500-EXIT.
037100     EXIT.
037200
037210 2600-MOVE-REPRICING-TERMS.
037212     MOVE AT-RATE-INDEX-CODE TO MT-HOLD-RATE-INDEX.
037214     MOVE AT-RATE-MARGIN-SIGN TO MT-HOLD-MARGIN-SIGN.
037216     IF AT-RATE-MARGIN NUMERIC
037218         MOVE AT-RATE-MARGIN TO MT-HOLD-RATE-MARGIN
037220     ELSE
037222         MOVE ZEROS TO MT-HOLD-RATE-MARGIN
037224     END-IF.
037226     IF AT-RATE-FLOOR NUMERIC
037228         MOVE AT-RATE-FLOOR TO MT-HOLD-RATE-FLOOR
037230     ELSE
037232         MOVE ZEROS TO MT-HOLD-RATE-FLOOR
037234     END-IF.
037236     IF AT-RATE-CAP NUMERIC
037238         MOVE AT-RATE-CAP TO MT-HOLD-RATE-CAP
037240     ELSE
037242         MOVE ZEROS TO MT-HOLD-RATE-CAP
037244     END-IF.
037246     IF AT-NEXT-REPRICE-DATE NUMERIC
037248         MOVE AT-NEXT-REPRICE-DATE TO MT-HOLD-NEXT-REPRICE
037250     ELSE
037252         MOVE ZEROS TO MT-HOLD-NEXT-REPRICE
037254     END-IF.
037256     IF AT-REPRICE-MONTHS NUMERIC
037258         MOVE AT-REPRICE-MONTHS TO MT-HOLD-REPRICE-MONTHS
037260     ELSE
037262         MOVE ZEROS TO MT-HOLD-REPRICE-MONTHS
037264     END-IF.
037266 2600-EXIT.
037268     EXIT.
037269
037270 2650-MOVE-MATURITY-TERMS.
037271     IF AT-MATURITY-DATE NUMERIC
037272         MOVE AT-MATURITY-DATE TO MT-HOLD-MATURITY-DATE
037273     ELSE
037274         MOVE ZEROS TO MT-HOLD-MATURITY-DATE
037275     END-IF.
037276     MOVE AT-RENEWAL-INSTR TO MT-HOLD-RENEWAL-INSTR.
037277     MOVE AT-LINKED-ACCOUNT TO MT-HOLD-LINKED-ACCOUNT.
037278     IF AT-CD-TERM-MONTHS NUMERIC
037279         MOVE AT-CD-TERM-MONTHS TO MT-HOLD-CD-TERM
037280     ELSE
037281         MOVE ZEROS TO MT-HOLD-CD-TERM
037282     END-IF.
037283     IF AT-PENALTY-DAYS NUMERIC
037284         MOVE AT-PENALTY-DAYS TO MT-HOLD-PENALTY-DAYS
037285     ELSE
037286         MOVE ZEROS TO MT-HOLD-PENALTY-DAYS
037287     END-IF.
037288 2650-EXIT.
037289     EXIT.
037300 2700-VALIDATE-TRANSACTION.
037400     MOVE "Y" TO MT-TRAN-VALID-SWITCH.
037500     IF AT-PRINCIPAL NOT NUMERIC
041322         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041323         GO TO 2700-EXIT
041324     END-IF.
041325     PERFORM 2750-VALIDATE-REPRICING THRU 2750-EXIT.
041326     IF MT-TRAN-VALID
041327         PERFORM 2740-VALIDATE-MATURITY THRU 2740-EXIT
041328     END-IF.
041330 2700-EXIT.
041400     EXIT.
041401
041402 2740-VALIDATE-MATURITY.
041403     IF AT-RENEWAL-INSTR NOT = "R" AND "P" AND "T" AND SPACE
041404         MOVE "INVALID RENEWAL INSTRUCTION" TO MT-ERROR-MESSAGE
041405         MOVE "N" TO MT-TRAN-VALID-SWITCH
041406         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041407         GO TO 2740-EXIT
041408     END-IF.
041409     IF (AT-MATURITY-DATE NOT NUMERIC
041410         AND AT-MATURITY-DATE(1:8) NOT = SPACES)
041411        OR (AT-CD-TERM-MONTHS NOT NUMERIC
041412         AND AT-CD-TERM-MONTHS(1:3) NOT = SPACES)
041413        OR (AT-PENALTY-DAYS NOT NUMERIC
041414         AND AT-PENALTY-DAYS(1:3) NOT = SPACES)
041415         MOVE "MATURITY TERMS NOT NUMERIC" TO MT-ERROR-MESSAGE
041416         MOVE "N" TO MT-TRAN-VALID-SWITCH
041417         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041418         GO TO 2740-EXIT
041419     END-IF.
041420     IF AT-MATURITY-DATE NUMERIC
041421        AND AT-MATURITY-DATE > ZERO
041422        AND AT-TERM-MONTHS > ZERO
041423         MOVE "MATURITY DATE ON A LOAN ACCOUNT" TO
041424             MT-ERROR-MESSAGE
041425         MOVE "N" TO MT-TRAN-VALID-SWITCH
041426         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041427         GO TO 2740-EXIT
041428     END-IF.
041429     IF (AT-RENEWAL-INSTR = "P" OR "T")
041430        AND AT-LINKED-ACCOUNT = SPACES
041431         MOVE "PAY-OUT OR TRANSFER NEEDS A LINKED ACCOUNT" TO
041432             MT-ERROR-MESSAGE
041433         MOVE "N" TO MT-TRAN-VALID-SWITCH
041434         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041435     END-IF.
041436 2740-EXIT.
041437     EXIT.
041500
041502 2750-VALIDATE-REPRICING.
041504     IF AT-RATE-MARGIN-SIGN NOT = "+" AND "-" AND SPACE
041506         MOVE "INVALID RATE MARGIN SIGN" TO MT-ERROR-MESSAGE
041508         MOVE "N" TO MT-TRAN-VALID-SWITCH
041510         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041512         GO TO 2750-EXIT
041514     END-IF.
041516     IF (AT-RATE-MARGIN NOT NUMERIC
041518         AND AT-RATE-MARGIN(1:4) NOT = SPACES)
041520        OR (AT-RATE-FLOOR NOT NUMERIC
041522         AND AT-RATE-FLOOR(1:5) NOT = SPACES)
041524        OR (AT-RATE-CAP NOT NUMERIC
041526         AND AT-RATE-CAP(1:5) NOT = SPACES)
041528        OR (AT-REPRICE-MONTHS NOT NUMERIC
041530         AND AT-REPRICE-MONTHS(1:2) NOT = SPACES)
041532        OR (AT-NEXT-REPRICE-DATE NOT NUMERIC
041534         AND AT-NEXT-REPRICE-DATE(1:8) NOT = SPACES)
041536         MOVE "REPRICING TERMS NOT NUMERIC" TO MT-ERROR-MESSAGE
041538         MOVE "N" TO MT-TRAN-VALID-SWITCH
041540         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041542         GO TO 2750-EXIT
041544     END-IF.
041546     IF AT-RATE-INDEX-CODE NOT = SPACES
041548        AND (AT-NEXT-REPRICE-DATE NOT NUMERIC
041550             OR AT-NEXT-REPRICE-DATE = ZERO)
041552         MOVE "INDEXED RATE NEEDS A REPRICING DATE" TO
041554             MT-ERROR-MESSAGE
041556         MOVE "N" TO MT-TRAN-VALID-SWITCH
041558         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041560         GO TO 2750-EXIT
041562     END-IF.
041564     IF AT-RATE-FLOOR NUMERIC AND AT-RATE-CAP NUMERIC
041566        AND AT-RATE-CAP > ZERO
041568        AND AT-RATE-FLOOR > AT-RATE-CAP
041570         MOVE "RATE FLOOR ABOVE RATE CAP" TO MT-ERROR-MESSAGE
041572         MOVE "N" TO MT-TRAN-VALID-SWITCH
041574         PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
041576     END-IF.
041578 2750-EXIT.
041580     EXIT.
041600 4000-WRITE-REPORT-HEADER.
041700     ADD 1 TO MT-PAGE-NUMBER.
041800     MOVE ZERO TO MT-LINE-COUNT.
044700     WRITE MAINT-REPORT-RECORD FROM MAINT-DETAIL-LINE
044800         AFTER ADVANCING 1 LINE.
044900     ADD 1 TO MT-LINE-COUNT.
044901     IF MT-HOLD-RATE-INDEX NOT = SPACES
044902         PERFORM 4150-WRITE-REPRICE-LINE THRU 4150-EXIT
044903     END-IF.
044904     IF MT-HOLD-MATURITY-DATE NUMERIC
044905        AND MT-HOLD-MATURITY-DATE NOT = ZEROS
044906         PERFORM 4160-WRITE-MATURITY-LINE THRU 4160-EXIT
044907     END-IF.
045000 4100-EXIT.
045100     EXIT.
045200
045202 4150-WRITE-REPRICE-LINE.
045204     IF MT-LINE-COUNT NOT < MT-LINES-PER-PAGE
045206         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
045208     END-IF.
045210     MOVE MT-HOLD-RATE-INDEX     TO MR-RATE-INDEX.
045212     MOVE MT-HOLD-MARGIN-SIGN    TO MR-MARGIN-SIGN.
045214     MOVE ZERO TO MR-MARGIN-ED.
045216     MOVE ZERO TO MR-FLOOR-ED.
045218     MOVE ZERO TO MR-CAP-ED.
045220     MOVE ZERO TO MR-REPRICE-MONTHS-ED.
045222     IF MT-HOLD-RATE-MARGIN NUMERIC
045224         MOVE MT-HOLD-RATE-MARGIN TO MR-MARGIN-ED
045226     END-IF.
045228     IF MT-HOLD-RATE-FLOOR NUMERIC
045230         MOVE MT-HOLD-RATE-FLOOR TO MR-FLOOR-ED
045232     END-IF.
045234     IF MT-HOLD-RATE-CAP NUMERIC
045236         MOVE MT-HOLD-RATE-CAP TO MR-CAP-ED
045238     END-IF.
045240     IF MT-HOLD-REPRICE-MONTHS NUMERIC
045242         MOVE MT-HOLD-REPRICE-MONTHS TO MR-REPRICE-MONTHS-ED
045244     END-IF.
045246     MOVE MT-HOLD-NEXT-REPRICE   TO MR-NEXT-REPRICE.
045248     WRITE MAINT-REPORT-RECORD FROM MAINT-REPRICE-LINE
045250         AFTER ADVANCING 1 LINE.
045252     ADD 1 TO MT-LINE-COUNT.
045254 4150-EXIT.
045256     EXIT.
045257
045258 4160-WRITE-MATURITY-LINE.
045259     IF MT-LINE-COUNT NOT < MT-LINES-PER-PAGE
045260         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
045261     END-IF.
045262     MOVE MT-HOLD-MATURITY-DATE  TO MM-MATURITY-DATE.
045263     MOVE MT-HOLD-RENEWAL-INSTR  TO MM-RENEWAL-INSTR.
045264     MOVE MT-HOLD-LINKED-ACCOUNT TO MM-LINKED-ACCOUNT.
045265     MOVE ZERO TO MM-CD-TERM-ED.
045266     MOVE ZERO TO MM-PENALTY-DAYS-ED.
045267     IF MT-HOLD-CD-TERM NUMERIC
045268         MOVE MT-HOLD-CD-TERM TO MM-CD-TERM-ED
045269     END-IF.
045270     IF MT-HOLD-PENALTY-DAYS NUMERIC
045271         MOVE MT-HOLD-PENALTY-DAYS TO MM-PENALTY-DAYS-ED
045272     END-IF.
045273     WRITE MAINT-REPORT-RECORD FROM MAINT-MATURITY-LINE
045274         AFTER ADVANCING 1 LINE.
045275     ADD 1 TO MT-LINE-COUNT.
045276 4160-EXIT.
045277     EXIT.
045300 4200-WRITE-ERROR-LINE.
045400     IF MT-LINE-COUNT NOT < MT-LINES-PER-PAGE
045500         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
046300     ADD 1 TO MT-ERROR-COUNT.
046400 4200-EXIT.
046500     EXIT.
046502
046504******************************************************************
046506* WHO ENTERED THE CHANGE AND WHO APPROVED (OR REJECTED) IT, FROM
046508* THE STAMPS ON THE PENDING RECORD, UNDER EVERY ITEM APPLIED.
046510******************************************************************
046512 4250-WRITE-APPROVAL-LINE.
046514     IF MT-LINE-COUNT NOT < MT-LINES-PER-PAGE
046516         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
046518     END-IF.
046520     MOVE MP-ENTERED-BY          TO MV-ENTERED-BY.
046522     MOVE MP-ENTRY-DATE          TO MV-ENTRY-DATE.
046524     MOVE MP-ENTRY-TIME(1:6)     TO MV-ENTRY-TIME.
046526     IF MP-STATUS-REJECTED
046528         MOVE "REJECTED BY: " TO MV-DECISION-CAPTION
046530     ELSE
046532         MOVE "APPROVED BY: " TO MV-DECISION-CAPTION
046534     END-IF.
046536     MOVE MP-DECIDED-BY          TO MV-DECIDED-BY.
046538     MOVE MP-DECISION-DATE       TO MV-DECISION-DATE.
046540     MOVE MP-DECISION-TIME(1:6)  TO MV-DECISION-TIME.
046542     WRITE MAINT-REPORT-RECORD FROM MAINT-APPROVAL-LINE
046544         AFTER ADVANCING 1 LINE.
046546     ADD 1 TO MT-LINE-COUNT.
046548 4250-EXIT.
046550     EXIT.
046552
046554 4300-WRITE-REJECTED-ITEM.
046556     IF MT-LINE-COUNT NOT < MT-LINES-PER-PAGE
046558         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
046560     END-IF.
046562     MOVE AT-ACCOUNT-NUMBER TO MJ-ACCOUNT-NUMBER.
046564     MOVE AT-FUNCTION-CODE  TO MJ-FUNCTION-CODE.
046566     MOVE MP-REJECT-REASON  TO MJ-REASON.
046568     WRITE MAINT-REPORT-RECORD FROM MAINT-REJECT-LINE
046570         AFTER ADVANCING 1 LINE.
046572     ADD 1 TO MT-LINE-COUNT.
046574     ADD 1 TO MT-REJECTED-COUNT.
046576     PERFORM 4250-WRITE-APPROVAL-LINE THRU 4250-EXIT.
046578 4300-EXIT.
046580     EXIT.
046600
046610******************************************************************
046615* AN ITEM STILL AWAITING APPROVAL IS CARRIED TO THE NEXT
046620* GENERATION OF THE PENDING FILE UNCHANGED.
046621* RUNCTL COPIES PENDNEW OVER MNTPEND WHEN IT PROMOTES NEWMAST, SO
046622* THE ITEMS APPLIED OR REPORTED HERE ARE NOT READ AGAIN.
046625******************************************************************
046630 5100-CARRY-PENDING-ITEM.
046635     MOVE MAINT-PENDING-RECORD TO PENDING-NEW-RECORD.
046640     WRITE PENDING-NEW-RECORD.
046645     IF MT-PNEW-FILE-OK
046650         ADD 1 TO MT-CARRIED-COUNT
046655     ELSE
046660         DISPLAY "ERROR WRITING NEW PENDING FILE, ACCOUNT "
046665             MP-ACCOUNT-NUMBER ", STATUS = " MT-PNEW-FILE-STATUS
046670         MOVE 16 TO RETURN-CODE
046675     END-IF.
046680 5100-EXIT.
046685     EXIT.
046700 8000-READ-ACCOUNT-MASTER.
046800     READ ACCOUNT-MASTER-FILE
046900         AT END
048100 8000-EXIT.
048200     EXIT.
048300
048310******************************************************************
048320* ONLY APPROVED ITEMS REACH THE BALANCED-LINE UPDATE. A REJECTED
048330* ITEM IS REPORTED WITH ITS REASON AND DROPPED; AN ITEM STILL
048340* PENDING IS CARRIED FORWARD. AN ITEM APPROVED BY THE OPERATOR
048350* WHO ENTERED IT IS REFUSED AND GOES BACK TO PENDING FOR A
048355* SECOND OPERATOR.
048360******************************************************************
048365 8050-READ-APPROVED-ITEM.
048370     MOVE "N" TO MT-APPROVED-SWITCH.
048375     PERFORM 8100-READ-TRANSACTION THRU 8100-EXIT
048380         UNTIL MT-TRANS-END-OF-FILE OR MT-ITEM-APPROVED.
048385 8050-EXIT.
048390     EXIT.
048395
048400 8100-READ-TRANSACTION.
048500     READ TRANSACTION-FILE
048600         AT END
048800             MOVE HIGH-VALUES TO MT-TRANS-KEY
048900         NOT AT END
049000             ADD 1 TO MT-TRANS-READ-COUNT
049050             MOVE MP-TRANS-IMAGE TO ACCOUNT-TRANS-RECORD
049100             MOVE AT-ACCOUNT-NUMBER TO MT-TRANS-KEY
049200     END-READ.
049203     IF MT-TRANS-END-OF-FILE
049206         GO TO 8100-EXIT
049209     END-IF.
049212     EVALUATE TRUE
049215         WHEN MP-STATUS-REJECTED
049218             PERFORM 4300-WRITE-REJECTED-ITEM THRU 4300-EXIT
049221         WHEN MP-STATUS-APPROVED
049224          AND (MP-DECIDED-BY = MP-ENTERED-BY
049227               OR MP-DECIDED-BY = SPACES)
049230             MOVE "SELF-APPROVED - RETURNED TO PENDING" TO
049233                 MT-ERROR-MESSAGE
049236             PERFORM 4200-WRITE-ERROR-LINE THRU 4200-EXIT
049239             MOVE "P" TO MP-APPROVAL-STATUS
049242             MOVE SPACES TO MP-DECIDED-BY
049245             MOVE ZEROS TO MP-DECISION-DATE
049248             MOVE ZEROS TO MP-DECISION-TIME
049251             PERFORM 5100-CARRY-PENDING-ITEM THRU 5100-EXIT
049254         WHEN MP-STATUS-APPROVED
049257             MOVE "Y" TO MT-APPROVED-SWITCH
049260             ADD 1 TO MT-APPROVED-COUNT
049263         WHEN OTHER
049266             PERFORM 5100-CARRY-PENDING-ITEM THRU 5100-EXIT
049269     END-EVALUATE.
049300 8100-EXIT.
049400     EXIT.
049500
049600 9000-TERMINATE.
049700     DISPLAY "MASTER RECORDS READ:    " MT-MASTER-READ-COUNT.
049800     DISPLAY "PENDING ITEMS READ:     " MT-TRANS-READ-COUNT.
049810     DISPLAY "  APPROVED:             " MT-APPROVED-COUNT.
049820     DISPLAY "  REJECTED:             " MT-REJECTED-COUNT.
049830     DISPLAY "  STILL PENDING:        " MT-CARRIED-COUNT.
049900     DISPLAY "ACCOUNTS ADDED:         " MT-ADD-COUNT.
050000     DISPLAY "ACCOUNTS CHANGED:       " MT-CHANGE-COUNT.
050100     DISPLAY "ACCOUNTS DELETED:       " MT-DELETE-COUNT.
050200     DISPLAY "TRANSACTIONS IN ERROR:  " MT-ERROR-COUNT.
050300     DISPLAY "NEW MASTER RECORDS OUT: " MT-WRITTEN-COUNT.
050400     IF MT-ERROR-COUNT > ZERO AND RETURN-CODE < 4
050500         MOVE 4 TO RETURN-CODE
050600     END-IF.
050700     IF MT-NEWM-FILE-OK
051900     IF MT-RPT-FILE-OK
052000         CLOSE MAINTENANCE-REPORT-FILE
052100     END-IF.
052110     IF MT-PNEW-FILE-OK
052120         CLOSE PENDING-NEW-FILE
052130     END-IF.
052200 9000-EXIT.
052300     EXIT.
052400
