003500*                 INTCALC, CAPCYCLE) STAMP AT THE LIVE
003600*                 GENERATION PLUS ONE; EVERY OTHER STEP STAMPS
003700*                 AT THE LIVE GENERATION.
003701* 10/14/2026 DOW  THE LOAN DELINQUENCY RUN (DELQRUN) PRODUCES A
003702*                 NEW MASTER GENERATION AND NOW STAMPS AT THE
003703*                 LIVE GENERATION PLUS ONE. NEW-MASTER RECORD
003704*                 GREW TO 250 BYTES WITH THE ACCOUNT MASTER.
003705* 10/14/2026 DOW  THE REPRICING RUN (REPRICE) ALSO PRODUCES A NEW
003706*                 MASTER GENERATION AND STAMPS AT THE LIVE
003707*                 GENERATION PLUS ONE.
003708* 10/14/2026 DOW  THE TIME-DEPOSIT MATURITY RUN (CDMATURE) ALSO
003709*                 PRODUCES A NEW MASTER GENERATION AND STAMPS AT
003710*                 THE LIVE GENERATION PLUS ONE.
003711* 10/14/2026 DOW  THE MONTHLY FEE RUN (FEERUN) ALSO PRODUCES A NEW
003712*                 MASTER GENERATION AND STAMPS AT THE LIVE
003713*                 GENERATION PLUS ONE.
003714* 10/15/2026 DOW  PROMOTING AN ACCTMNT GENERATION NOW ALSO COPIES
003715*                 ITS NEW PENDING-APPROVAL FILE (PENDNEW) OVER
003716*                 MNTPEND, SO APPLIED ITEMS ARE NOT APPLIED AGAIN;
003717*                 THE PROMOTION IS REFUSED IF PENDNEW IS MISSING.
003718*                 PROMOTING MONEDIT COPIES ITS NEW SUSPENSE FILE
003719*                 (SUSPNEW) OVER SUSPENSE WHEN THE EDIT WAS
003720*                 STAMPED CLEAN, WITHOUT MOVING THE LIVE MASTER
003721*                 GENERATION.
003722* 10/15/2026 DOW  PROMOTING A FEERUN GENERATION NOW ALSO COPIES
003723*                 ITS NEW FEE DETAIL FILE (FEENEW) OVER FEEDTL, SO
003724*                 THE STATEMENT RUN AND THE NEXT FEE RUN READ THE
003725*                 FEES OF THE PROMOTED RUN; THE PROMOTION IS
003726*                 REFUSED IF FEENEW IS MISSING.
003727******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. RUNCTL.
004100 ENVIRONMENT DIVISION.
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS AM-ACCOUNT-NUMBER
005900         FILE STATUS IS RC-ACCT-FILE-STATUS.
005905     SELECT PENDING-NEW-FILE ASSIGN TO "PENDNEW"
005910         ORGANIZATION IS INDEXED
005915         ACCESS MODE IS SEQUENTIAL
005920         RECORD KEY IS PN-PENDING-KEY
005925         FILE STATUS IS RC-PNEW-FILE-STATUS.
005930     SELECT PENDING-FILE ASSIGN TO "MNTPEND"
005935         ORGANIZATION IS INDEXED
005940         ACCESS MODE IS SEQUENTIAL
005945         RECORD KEY IS MP-PENDING-KEY
005950         FILE STATUS IS RC-PEND-FILE-STATUS.
005955     SELECT NEW-SUSPENSE-FILE ASSIGN TO "SUSPNEW"
005960         ORGANIZATION IS LINE SEQUENTIAL
005965         FILE STATUS IS RC-SNEW-FILE-STATUS.
005970     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
005975         ORGANIZATION IS LINE SEQUENTIAL
005980         FILE STATUS IS RC-SUSP-FILE-STATUS.
005982     SELECT NEW-FEE-DETAIL-FILE ASSIGN TO "FEENEW"
005984         ORGANIZATION IS LINE SEQUENTIAL
005986         FILE STATUS IS RC-FNEW-FILE-STATUS.
005988     SELECT FEE-DETAIL-FILE ASSIGN TO "FEEDTL"
005990         ORGANIZATION IS LINE SEQUENTIAL
005992         FILE STATUS IS RC-FDTL-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  STEP-STATUS-FILE
007500     RECORDING MODE IS F.
007600 01  NEW-MASTER-RECORD.
007700     05  NM-ACCOUNT-NUMBER           PIC X(10).
007800     05  FILLER                      PIC X(240).
007900 FD  ACCOUNT-MASTER-FILE
008000     RECORDING MODE IS F.
008100 COPY ACCTMAST.
008105 FD  PENDING-NEW-FILE
008110     RECORDING MODE IS F.
008115 01  PENDING-NEW-RECORD.
008120     05  PN-PENDING-KEY              PIC X(30).
008125     05  FILLER                      PIC X(210).
008130 FD  PENDING-FILE
008135     RECORDING MODE IS F.
008140 COPY MNTPEND.
008145 FD  NEW-SUSPENSE-FILE
008150     RECORDING MODE IS F.
008155 01  NEW-SUSPENSE-RECORD             PIC X(128).
008160 FD  SUSPENSE-FILE
008165     RECORDING MODE IS F.
008170 01  SUSPENSE-RECORD                 PIC X(128).
008174 FD  NEW-FEE-DETAIL-FILE
008178     RECORDING MODE IS F.
008182 01  NEW-FEE-DETAIL-RECORD           PIC X(38).
008186 FD  FEE-DETAIL-FILE
008190     RECORDING MODE IS F.
008194 01  FEE-DETAIL-RECORD               PIC X(38).
008200 WORKING-STORAGE SECTION.
008300 01  RC-STP-FILE-STATUS          PIC X(02) VALUE "99".
008400     88  RC-STP-FILE-OK                  VALUE "00".
009100     88  RC-NEWM-FILE-EOF                  VALUE "10".
009200 01  RC-ACCT-FILE-STATUS         PIC X(02) VALUE "99".
009300     88  RC-ACCT-FILE-OK                  VALUE "00".
009310 01  RC-PNEW-FILE-STATUS         PIC X(02) VALUE "99".
009320     88  RC-PNEW-FILE-OK                  VALUE "00".
009330 01  RC-PEND-FILE-STATUS         PIC X(02) VALUE "99".
009340     88  RC-PEND-FILE-OK                  VALUE "00".
009350 01  RC-SNEW-FILE-STATUS         PIC X(02) VALUE "99".
009360     88  RC-SNEW-FILE-OK                  VALUE "00".
009370 01  RC-SUSP-FILE-STATUS         PIC X(02) VALUE "99".
009380     88  RC-SUSP-FILE-OK                  VALUE "00".
009382 01  RC-FNEW-FILE-STATUS         PIC X(02) VALUE "99".
009384     88  RC-FNEW-FILE-OK                  VALUE "00".
009386 01  RC-FDTL-FILE-STATUS         PIC X(02) VALUE "99".
009388     88  RC-FDTL-FILE-OK                  VALUE "00".
009400 01  RC-CONTROL-SWITCHES.
009500     05  RC-STP-EOF-SWITCH       PIC X(01) VALUE "N".
009600         88  RC-STP-END-OF-FILE           VALUE "Y".
010000         88  RC-RUN-HELD                  VALUE "Y".
010100     05  RC-ENTRY-FOUND-SWITCH   PIC X(01).
010200         88  RC-ENTRY-FOUND               VALUE "Y".
010210     05  RC-PNEW-EOF-SWITCH      PIC X(01) VALUE "N".
010220         88  RC-PNEW-END-OF-FILE          VALUE "Y".
010230     05  RC-SNEW-EOF-SWITCH      PIC X(01) VALUE "N".
010240         88  RC-SNEW-END-OF-FILE          VALUE "Y".
010250     05  RC-FNEW-EOF-SWITCH      PIC X(01) VALUE "N".
010260         88  RC-FNEW-END-OF-FILE          VALUE "Y".
010300 01  RC-RUN-DATE                 PIC 9(8).
010400 01  RC-LIVE-GENERATION          PIC 9(05) VALUE ZERO.
010500 01  RC-STAMP-GENERATION         PIC 9(05).
011200         10  RC-TBL-STATUS       PIC X(01).
011300 01  RC-WORK-STEP-NAME           PIC X(08).
011400 01  RC-COPY-COUNT               PIC 9(07) COMP VALUE ZERO.
011410 01  RC-PEND-COPY-COUNT          PIC 9(07) COMP VALUE ZERO.
011420 01  RC-SUSP-COPY-COUNT          PIC 9(07) COMP VALUE ZERO.
011430 01  RC-FEE-COPY-COUNT           PIC 9(07) COMP VALUE ZERO.
011500 PROCEDURE DIVISION.
011600 0000-MAIN-PROCEDURE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700* STAMP ONE STEP. A STEP THAT PRODUCES A NEW MASTER GENERATION
021800* STAMPS AT THE LIVE GENERATION PLUS ONE - THAT IS THE
021900* GENERATION ITS NEWMAST OUTPUT CARRIES UNTIL PROMOTED.
021910* THE MONETARY EDIT (MONEDIT) WRITES NO MASTER AND STAMPS AT THE
021920* LIVE GENERATION; ITS CLEAN STAMP IS WHAT ALLOWS ITS NEW
021930* SUSPENSE GENERATION (SUSPNEW) TO BE PROMOTED.
022000******************************************************************
022100 2000-STAMP-STEP.
022200     IF CP-STEP-NAME = "ACCTMNT" OR "INTCALC" OR "CAPCYCLE"
022210                     OR "DELQRUN" OR "REPRICE" OR "CDMATURE"
022220                     OR "FEERUN"
022300         COMPUTE RC-STAMP-GENERATION = RC-LIVE-GENERATION + 1
022400     ELSE
022500         MOVE RC-LIVE-GENERATION TO RC-STAMP-GENERATION
025600* ON THE PARAMETER MUST HAVE BEEN STAMPED CLEAN AT THE LIVE
025700* GENERATION PLUS ONE, OR THE PROMOTION IS REFUSED - THIS IS
025800* THE INTERLOCK THAT USED TO BE A HAND RENAME.
025810* A MAINTENANCE (ACCTMNT) GENERATION TAKES ITS NEW PENDING-
025820* APPROVAL FILE (PENDNEW) WITH IT TO MNTPEND. FOR MONEDIT THE
025830* PROMOTION IS OF ITS NEW SUSPENSE FILE INSTEAD, AND THE LIVE
025840* MASTER GENERATION DOES NOT MOVE.
025842* A FEE RUN (FEERUN) GENERATION TAKES ITS NEW FEE DETAIL FILE
025844* (FEENEW) WITH IT TO FEEDTL.
025900******************************************************************
026000 3000-PROMOTE-GENERATION.
026100     MOVE CP-STEP-NAME TO RC-WORK-STEP-NAME.
027400         MOVE 8 TO RETURN-CODE
027500         GO TO 3000-EXIT
027600     END-IF.
027610     IF CP-STEP-NAME = "MONEDIT"
027620         PERFORM 3050-PROMOTE-SUSPENSE THRU 3050-EXIT
027630         GO TO 3000-EXIT
027640     END-IF.
027700     IF RC-TBL-GENERATION(RC-IDX) NOT = RC-LIVE-GENERATION + 1
027800         DISPLAY "PROMOTION REFUSED - " CP-STEP-NAME
027900             " STAMPED AT GENERATION " RC-TBL-GENERATION(RC-IDX)
028200         MOVE 8 TO RETURN-CODE
028300         GO TO 3000-EXIT
028400     END-IF.
028405* WITHOUT PENDNEW THE ITEMS ACCTMNT JUST APPLIED WOULD STAY ON
028410* MNTPEND FOR THE NEXT RUN TO APPLY AGAIN.
028415     IF CP-STEP-NAME = "ACCTMNT"
028420         OPEN INPUT PENDING-NEW-FILE
028425         IF NOT RC-PNEW-FILE-OK
028430             DISPLAY "PROMOTION REFUSED - NEW PENDING FILE "
028435                 "(PENDNEW) NOT AVAILABLE, STATUS = "
028440                 RC-PNEW-FILE-STATUS
028445             MOVE "Y" TO RC-HELD-SWITCH
028450             MOVE 16 TO RETURN-CODE
028455             GO TO 3000-EXIT
028460         END-IF
028465         CLOSE PENDING-NEW-FILE
028470     END-IF.
028472* WITHOUT FEENEW THE STATEMENT RUN WOULD PRINT THE FEES OF AN
028474* EARLIER FEE RUN AGAINST THE BALANCES OF THIS ONE.
028476     IF CP-STEP-NAME = "FEERUN"
028478         OPEN INPUT NEW-FEE-DETAIL-FILE
028480         IF NOT RC-FNEW-FILE-OK
028482             DISPLAY "PROMOTION REFUSED - NEW FEE DETAIL FILE "
028484                 "(FEENEW) NOT AVAILABLE, STATUS = "
028486                 RC-FNEW-FILE-STATUS
028488             MOVE "Y" TO RC-HELD-SWITCH
028490             MOVE 16 TO RETURN-CODE
028492             GO TO 3000-EXIT
028494         END-IF
028496         CLOSE NEW-FEE-DETAIL-FILE
028498     END-IF.
028500     PERFORM 3100-COPY-NEWMAST-TO-MASTER THRU 3100-EXIT.
028600     IF RC-RUN-HELD
028700         GO TO 3000-EXIT
029900     MOVE "C" TO RC-TBL-STATUS(RC-IDX).
030000     DISPLAY "GENERATION " RC-LIVE-GENERATION " PROMOTED TO "
030100         "LIVE MASTER, " RC-COPY-COUNT " RECORDS".
030110     IF CP-STEP-NAME = "ACCTMNT"
030120         PERFORM 3200-COPY-PENDNEW-TO-PENDING THRU 3200-EXIT
030130     END-IF.
030140     IF CP-STEP-NAME = "FEERUN"
030150         PERFORM 3300-COPY-FEENEW-TO-FEEDTL THRU 3300-EXIT
030160     END-IF.
030200 3000-EXIT.
030300     EXIT.
030400
030401******************************************************************
030402* PROMOTE THE MONETARY EDIT'S NEW SUSPENSE GENERATION (SUSPNEW)
030403* TO THE SUSPENSE FILE THAT THE NEXT MONEDIT AND SUSPAGE READ.
030404******************************************************************
030405 3050-PROMOTE-SUSPENSE.
030406     OPEN INPUT NEW-SUSPENSE-FILE.
030407     IF NOT RC-SNEW-FILE-OK
030408         DISPLAY "ERROR OPENING NEW SUSPENSE FILE, STATUS = "
030409             RC-SNEW-FILE-STATUS
030410         MOVE "Y" TO RC-HELD-SWITCH
030411         MOVE 16 TO RETURN-CODE
030412         GO TO 3050-EXIT
030413     END-IF.
030414     OPEN OUTPUT SUSPENSE-FILE.
030415     IF NOT RC-SUSP-FILE-OK
030416         DISPLAY "ERROR OPENING SUSPENSE FILE, STATUS = "
030417             RC-SUSP-FILE-STATUS
030418         MOVE "Y" TO RC-HELD-SWITCH
030419         MOVE 16 TO RETURN-CODE
030420         CLOSE NEW-SUSPENSE-FILE
030421         GO TO 3050-EXIT
030422     END-IF.
030423     PERFORM 3060-COPY-ONE-SUSPENSE THRU 3060-EXIT
030424         UNTIL RC-SNEW-END-OF-FILE.
030425     CLOSE NEW-SUSPENSE-FILE.
030426     CLOSE SUSPENSE-FILE.
030427     IF NOT RC-RUN-HELD
030428         DISPLAY "NEW SUSPENSE GENERATION PROMOTED, "
030429             RC-SUSP-COPY-COUNT " ITEMS"
030430     END-IF.
030431 3050-EXIT.
030432     EXIT.
030433
030434 3060-COPY-ONE-SUSPENSE.
030435     READ NEW-SUSPENSE-FILE
030436         AT END
030437             MOVE "Y" TO RC-SNEW-EOF-SWITCH
030438             GO TO 3060-EXIT
030439     END-READ.
030440     MOVE NEW-SUSPENSE-RECORD TO SUSPENSE-RECORD.
030441     WRITE SUSPENSE-RECORD.
030442     IF RC-SUSP-FILE-OK
030443         ADD 1 TO RC-SUSP-COPY-COUNT
030444     ELSE
030445         DISPLAY "ERROR WRITING SUSPENSE FILE, STATUS = "
030446             RC-SUSP-FILE-STATUS
030447         MOVE "Y" TO RC-HELD-SWITCH
030448         MOVE 16 TO RETURN-CODE
030449         MOVE "Y" TO RC-SNEW-EOF-SWITCH
030450     END-IF.
030451 3060-EXIT.
030452     EXIT.
030453
030500 3100-COPY-NEWMAST-TO-MASTER.
030600     OPEN INPUT NEW-MASTER-FILE.
030700     IF NOT RC-NEWM-FILE-OK
034700 3110-EXIT.
034800     EXIT.
034900
034901******************************************************************
034902* PENDNEW REPLACES MNTPEND: THE ITEMS ACCTMNT APPLIED OR REPORTED
034903* DROP OFF AND ONLY THOSE STILL AWAITING A DECISION CARRY
034904* FORWARD. THE MASTER IS ALREADY PROMOTED BY NOW, SO A FAILURE
034905* HERE ENDS THE STEP AT 16 BUT DOES NOT HOLD THE STEP-STATUS
034906* UPDATE; PENDNEW IS LEFT AS IT WAS FOR THE COPY TO BE REDONE.
034907******************************************************************
034908 3200-COPY-PENDNEW-TO-PENDING.
034909     OPEN INPUT PENDING-NEW-FILE.
034910     IF NOT RC-PNEW-FILE-OK
034911         DISPLAY "ERROR OPENING NEW PENDING FILE, STATUS = "
034912             RC-PNEW-FILE-STATUS
034913         MOVE 16 TO RETURN-CODE
034914         GO TO 3200-EXIT
034915     END-IF.
034916     OPEN OUTPUT PENDING-FILE.
034917     IF NOT RC-PEND-FILE-OK
034918         DISPLAY "ERROR OPENING PENDING APPROVAL FILE, STATUS = "
034919             RC-PEND-FILE-STATUS
034920         MOVE 16 TO RETURN-CODE
034921         CLOSE PENDING-NEW-FILE
034922         GO TO 3200-EXIT
034923     END-IF.
034924     PERFORM 3210-COPY-ONE-PENDING THRU 3210-EXIT
034925         UNTIL RC-PNEW-END-OF-FILE.
034926     CLOSE PENDING-NEW-FILE.
034927     CLOSE PENDING-FILE.
034928     DISPLAY "NEW PENDING GENERATION PROMOTED TO MNTPEND, "
034929         RC-PEND-COPY-COUNT " ITEMS".
034930 3200-EXIT.
034931     EXIT.
034932
034933 3210-COPY-ONE-PENDING.
034934     READ PENDING-NEW-FILE
034935         AT END
034936             MOVE "Y" TO RC-PNEW-EOF-SWITCH
034937             GO TO 3210-EXIT
034938     END-READ.
034939     MOVE PENDING-NEW-RECORD TO MAINT-PENDING-RECORD.
034940     WRITE MAINT-PENDING-RECORD.
034941     IF RC-PEND-FILE-OK
034942         ADD 1 TO RC-PEND-COPY-COUNT
034943     ELSE
034944         DISPLAY "ERROR WRITING PENDING APPROVAL FILE, STATUS = "
034945             RC-PEND-FILE-STATUS
034946         MOVE 16 TO RETURN-CODE
034947         MOVE "Y" TO RC-PNEW-EOF-SWITCH
034948     END-IF.
034949 3210-EXIT.
034950     EXIT.
034951
034952******************************************************************
034953* FEENEW REPLACES FEEDTL. AS FOR PENDNEW, A FAILURE HERE ENDS THE
034954* STEP AT 16 WITHOUT HOLDING THE STEP-STATUS UPDATE.
034955******************************************************************
034956 3300-COPY-FEENEW-TO-FEEDTL.
034957     OPEN INPUT NEW-FEE-DETAIL-FILE.
034958     IF NOT RC-FNEW-FILE-OK
034959         DISPLAY "ERROR OPENING NEW FEE DETAIL FILE, STATUS = "
034960             RC-FNEW-FILE-STATUS
034961         MOVE 16 TO RETURN-CODE
034962         GO TO 3300-EXIT
034963     END-IF.
034964     OPEN OUTPUT FEE-DETAIL-FILE.
034965     IF NOT RC-FDTL-FILE-OK
034966         DISPLAY "ERROR OPENING FEE DETAIL FILE, STATUS = "
034967             RC-FDTL-FILE-STATUS
034968         MOVE 16 TO RETURN-CODE
034969         CLOSE NEW-FEE-DETAIL-FILE
034970         GO TO 3300-EXIT
034971     END-IF.
034972     PERFORM 3310-COPY-ONE-FEE THRU 3310-EXIT
034973         UNTIL RC-FNEW-END-OF-FILE.
034974     CLOSE NEW-FEE-DETAIL-FILE.
034975     CLOSE FEE-DETAIL-FILE.
034976     DISPLAY "NEW FEE DETAIL GENERATION PROMOTED TO FEEDTL, "
034977         RC-FEE-COPY-COUNT " FEES".
034978 3300-EXIT.
034979     EXIT.
034980
034981 3310-COPY-ONE-FEE.
034982     READ NEW-FEE-DETAIL-FILE
034983         AT END
034984             MOVE "Y" TO RC-FNEW-EOF-SWITCH
034985             GO TO 3310-EXIT
034986     END-READ.
034987     MOVE NEW-FEE-DETAIL-RECORD TO FEE-DETAIL-RECORD.
034988     WRITE FEE-DETAIL-RECORD.
034989     IF RC-FDTL-FILE-OK
034990         ADD 1 TO RC-FEE-COPY-COUNT
034991     ELSE
034992         DISPLAY "ERROR WRITING FEE DETAIL FILE, STATUS = "
034993             RC-FDTL-FILE-STATUS
034994         MOVE 16 TO RETURN-CODE
034995         MOVE "Y" TO RC-FNEW-EOF-SWITCH
034996     END-IF.
034997 3310-EXIT.
034998     EXIT.
034999
035000 6000-FIND-STEP-ENTRY.
035100     MOVE "N" TO RC-ENTRY-FOUND-SWITCH.
035200     PERFORM 6010-MATCH-ONE-STEP THRU 6010-EXIT
