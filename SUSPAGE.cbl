000100******************************************************************
000200* AUTHOR:        D. OKONKWO-WARE
000300* INSTALLATION:  COMPUTINGUSA DATA CENTER
000400* DATE-WRITTEN:  10/14/2026
000500* DATE-COMPILED:
000600* PURPOSE:       DAILY MONETARY SUSPENSE AGING REPORT. READS THE
000700*                SUSPENSE FILE (SUSPENSE, SEE MONSUSP) AS LEFT BY
000800*                THE MONETARY EDIT (MONEDIT) AND LISTS EVERY ITEM
000900*                STILL IN SUSPENSE WITH ITS REASON, HOW MANY TIMES
001000*                IT HAS BEEN REJECTED, WHO LAST CORRECTED IT, AND
001100*                ITS AGE IN CALENDAR DAYS FROM THE DATE IT WAS
001200*                FIRST SUSPENDED TO THE AS-OF DATE. ITEMS ARE
001300*                BUCKETED 0-2, 3-7, 8-30, AND OVER 30 DAYS, WITH A
001400*                COUNT AND AMOUNT FOR EACH BUCKET, AND AN ITEM
001500*                OVER 30 DAYS IS FLAGGED FOR FOLLOW-UP. THE REPORT
001600*                IS WRITTEN TO SUSPRPT.
001700* TECTONICS:     cobc
001800******************************************************************
001900* MODIFICATION HISTORY
002000* 10/14/2026 DOW  INITIAL VERSION. ANY ITEM OVER 30 DAYS ENDS THE
002100*                 RUN WITH RETURN CODE 4.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SUSPAGE.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS AG-SUS-FILE-STATUS.
003100     SELECT AGING-REPORT-FILE ASSIGN TO "SUSPRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS AG-RPT-FILE-STATUS.
003400     SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARMS"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS AG-PRM-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SUSPENSE-FILE
004000     RECORDING MODE IS F.
004100 COPY MONSUSP.
004200 FD  AGING-REPORT-FILE
004300     RECORDING MODE IS F.
004400 01  AGING-REPORT-RECORD             PIC X(132).
004500 FD  RUN-PARAMETER-FILE
004600     RECORDING MODE IS F.
004700 COPY RUNPARMS.
004800 WORKING-STORAGE SECTION.
004900 01  AG-SUS-FILE-STATUS          PIC X(02) VALUE "99".
005000     88  AG-SUS-FILE-OK                   VALUE "00".
005100     88  AG-SUS-FILE-EOF                  VALUE "10".
005200     88  AG-SUS-FILE-MISSING              VALUE "35".
005300 01  AG-RPT-FILE-STATUS          PIC X(02) VALUE "99".
005400     88  AG-RPT-FILE-OK                   VALUE "00".
005500 01  AG-PRM-FILE-STATUS          PIC X(02) VALUE "99".
005600     88  AG-PRM-FILE-OK                   VALUE "00".
005700 01  AG-PRM-REC-SWITCH           PIC X(01) VALUE "N".
005800     88  AG-PRM-REC-PRESENT               VALUE "Y".
005900 01  AG-CONTROL-SWITCHES.
006000     05  AG-EOF-SWITCH           PIC X(01) VALUE "N".
006100         88  AG-END-OF-FILE               VALUE "Y".
006200     05  AG-SUS-OPEN-SWITCH      PIC X(01) VALUE "N".
006300         88  AG-SUS-OPEN                  VALUE "Y".
006400 01  AG-OPERATOR-ID              PIC X(08) VALUE "BATCH01".
006500 01  AG-RUN-DATE                 PIC 9(8).
006600 01  AG-ITEM-COUNT               PIC 9(07) COMP VALUE ZERO.
006700 01  AG-INVALID-COUNT            PIC 9(07) COMP VALUE ZERO.
006800 01  AG-TOTAL-AMOUNT             PIC 9(13)V99 VALUE ZERO.
006900 01  AG-AGE-DAYS                 PIC 9(05).
007000*
007100* AGING BUCKETS - THE UPPER LIMIT OF EACH BUCKET IN DAYS AND ITS
007200* CAPTION. THE LAST BUCKET TAKES EVERYTHING OLDER.
007300*
007400 01  AG-BUCKET-VALUES.
007500     05  FILLER                  PIC X(17)
007600         VALUE "000020 - 2 DAYS".
007700     05  FILLER                  PIC X(17)
007800         VALUE "000073 - 7 DAYS".
007900     05  FILLER                  PIC X(17)
008000         VALUE "000308 - 30 DAYS".
008100     05  FILLER                  PIC X(17)
008200         VALUE "99999OVER 30 DAYS".
008300 01  AG-BUCKET-TABLE REDEFINES AG-BUCKET-VALUES.
008400     05  AG-BUCKET-ENTRY OCCURS 4 TIMES.
008500         10  AG-BUCKET-LIMIT     PIC 9(05).
008600         10  AG-BUCKET-NAME      PIC X(12).
008700 01  AG-BUCKET-TOTALS.
008800     05  AG-BUCKET-TOTAL OCCURS 4 TIMES.
008900         10  AG-BUCKET-COUNT     PIC 9(07) COMP.
009000         10  AG-BUCKET-AMOUNT    PIC 9(13)V99.
009100 01  AG-BUCKET-IDX               PIC 9(01) COMP.
009200 01  AG-OVERDUE-BUCKET           PIC 9(01) COMP VALUE 4.
009300 01  AG-DAYNUM-FIELDS.
009400     05  AG-DAYNUM-DATE          PIC 9(08).
009500     05  AG-DAYNUM-CCYY          PIC 9(04).
009600     05  AG-DAYNUM-MM            PIC 9(02).
009700     05  AG-DAYNUM-DD            PIC 9(02).
009800     05  AG-PRIOR-YEARS          PIC 9(04).
009900     05  AG-LEAP-DIV-4           PIC 9(04).
010000     05  AG-LEAP-DIV-100         PIC 9(04).
010100     05  AG-LEAP-DIV-400         PIC 9(04).
010200     05  AG-DAY-NUMBER           PIC 9(07).
010300     05  AG-RUN-DAY-NUMBER       PIC 9(07).
010400 01  AG-LEAP-FIELDS.
010500     05  AG-LEAP-CCYY            PIC 9(04).
010600     05  AG-LEAP-QUOTIENT        PIC 9(05) COMP.
010700     05  AG-LEAP-REMAINDER       PIC 9(05) COMP.
010800     05  AG-LEAP-SWITCH          PIC X(01).
010900         88  AG-LEAP-YEAR                 VALUE "Y".
011000 COPY DAYSTBL.
011100 COPY MONRSN.
011200 01  AG-REASON-NUM               PIC 9(02).
011300 01  AG-REPORT-CONTROLS.
011400     05  AG-PAGE-NUMBER          PIC 9(4) COMP VALUE ZERO.
011500     05  AG-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
011600     05  AG-LINES-PER-PAGE       PIC 9(3) COMP VALUE 055.
011700     05  AG-RUN-DATE-EDITED.
011800         10  AG-RUN-DATE-CCYY    PIC 9(4).
011900         10  FILLER              PIC X VALUE "-".
012000         10  AG-RUN-DATE-MM      PIC 99.
012100         10  FILLER              PIC X VALUE "-".
012200         10  AG-RUN-DATE-DD      PIC 99.
012300 01  AGING-HEADING-1.
012400     05  FILLER                  PIC X(42)
012500         VALUE "SUSPAGE MONETARY SUSPENSE AGING".
012600     05  FILLER                  PIC X(22) VALUE SPACES.
012700     05  FILLER                  PIC X(11) VALUE "AS OF:     ".
012800     05  AH1-RUN-DATE            PIC X(10).
012900     05  FILLER                  PIC X(7) VALUE " PAGE: ".
013000     05  AH1-PAGE-NUMBER         PIC ZZZ9.
013100 01  AGING-HEADING-2.
013200     05  FILLER                  PIC X(15) VALUE "SUSPENSE ID".
013300     05  FILLER                  PIC X(08) VALUE "BATCH".
013400     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
013500     05  FILLER                  PIC X(03) VALUE "CD".
013600     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
013700     05  FILLER                  PIC X(16) VALUE "        AMOUNT".
013800     05  FILLER                  PIC X(36) VALUE "REASON".
013900     05  FILLER                  PIC X(05) VALUE "REJ".
014000     05  FILLER                  PIC X(10) VALUE "CORR BY".
014100     05  FILLER                  PIC X(06) VALUE "  AGE".
014200     05  FILLER                  PIC X(03) VALUE SPACES.
014300 01  AGING-DETAIL-LINE.
014400     05  AD-SUSPENSE-ID          PIC X(13).
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  AD-BATCH-NUMBER         PIC X(06).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  AD-ACCOUNT-NUMBER       PIC X(10).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  AD-TRAN-CODE            PIC X(01).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  AD-EFFECTIVE-DATE       PIC X(08).
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  AD-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
015500     05  AD-AMOUNT-X REDEFINES AD-AMOUNT-ED
015600                                 PIC X(14).
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  AD-REASON-CODE          PIC X(02).
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  AD-REASON-DESC          PIC X(30).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  AD-REJECT-COUNT-ED      PIC ZZ9.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  AD-CORRECTED-BY         PIC X(08).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  AD-AGE-DAYS-ED          PIC ZZZZ9.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  AD-OVERDUE-FLAG         PIC X(03).
016900 01  AGING-TOTAL-LINE.
017000     05  AT-CAPTION              PIC X(30).
017100     05  FILLER                  PIC X(09) VALUE SPACES.
017200     05  AT-COUNT-ED             PIC ZZZZZZ9.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  AT-AMOUNT-ED            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017500 PROCEDURE DIVISION.
017600 0000-MAIN-PROCEDURE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
017900         UNTIL AG-END-OF-FILE.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018100     STOP RUN.
018200
018300 1000-INITIALIZE.
018400     DISPLAY "MONETARY SUSPENSE AGING REPORT".
018500     ACCEPT AG-RUN-DATE FROM DATE YYYYMMDD.
018600     PERFORM 1300-READ-RUN-PARAMETERS THRU 1300-EXIT.
018700     MOVE AG-RUN-DATE(1:4) TO AG-RUN-DATE-CCYY.
018800     MOVE AG-RUN-DATE(5:2) TO AG-RUN-DATE-MM.
018900     MOVE AG-RUN-DATE(7:2) TO AG-RUN-DATE-DD.
019000     MOVE AG-RUN-DATE TO AG-DAYNUM-DATE.
019100     PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT.
019200     MOVE AG-DAY-NUMBER TO AG-RUN-DAY-NUMBER.
019300     PERFORM 1100-CLEAR-ONE-BUCKET THRU 1100-EXIT
019400         VARYING AG-BUCKET-IDX FROM 1 BY 1
019500         UNTIL AG-BUCKET-IDX > 4.
019600     OPEN OUTPUT AGING-REPORT-FILE.
019700     IF NOT AG-RPT-FILE-OK
019800         DISPLAY "ERROR OPENING AGING REPORT, STATUS = "
019900             AG-RPT-FILE-STATUS
020000         MOVE "Y" TO AG-EOF-SWITCH
020100         MOVE 16 TO RETURN-CODE
020200         GO TO 1000-EXIT
020300     END-IF.
020400     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
020500     OPEN INPUT SUSPENSE-FILE.
020600     IF AG-SUS-FILE-MISSING
020700         DISPLAY "NO SUSPENSE FILE - NOTHING IN SUSPENSE"
020800         MOVE "Y" TO AG-EOF-SWITCH
020900         GO TO 1000-EXIT
021000     END-IF.
021100     IF NOT AG-SUS-FILE-OK
021200         DISPLAY "ERROR OPENING SUSPENSE FILE, STATUS = "
021300             AG-SUS-FILE-STATUS
021400         MOVE "Y" TO AG-EOF-SWITCH
021500         MOVE 16 TO RETURN-CODE
021600         GO TO 1000-EXIT
021700     END-IF.
021800     MOVE "Y" TO AG-SUS-OPEN-SWITCH.
021900     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200
022300 1100-CLEAR-ONE-BUCKET.
022400     MOVE ZERO TO AG-BUCKET-COUNT(AG-BUCKET-IDX).
022500     MOVE ZERO TO AG-BUCKET-AMOUNT(AG-BUCKET-IDX).
022600 1100-EXIT.
022700     EXIT.
022800
022900 1300-READ-RUN-PARAMETERS.
023000     OPEN INPUT RUN-PARAMETER-FILE.
023100     IF NOT AG-PRM-FILE-OK
023200         DISPLAY "NO RUN PARAMETER FILE - DEFAULTS ASSUMED"
023300         GO TO 1300-EXIT
023400     END-IF.
023500     READ RUN-PARAMETER-FILE
023600         AT END
023700             MOVE "N" TO AG-PRM-REC-SWITCH
023800         NOT AT END
023900             MOVE "Y" TO AG-PRM-REC-SWITCH
024000     END-READ.
024100     IF NOT AG-PRM-REC-PRESENT
024200         DISPLAY "EMPTY RUN PARAMETER FILE - DEFAULTS ASSUMED"
024300         CLOSE RUN-PARAMETER-FILE
024400         GO TO 1300-EXIT
024500     END-IF.
024600     IF RP-OPERATOR-ID NOT = SPACES
024700         MOVE RP-OPERATOR-ID TO AG-OPERATOR-ID
024800     END-IF.
024900     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE NOT = "00000000"
025000         MOVE RP-AS-OF-DATE TO AG-RUN-DATE
025100         DISPLAY "AS-OF DATE OVERRIDE: " AG-RUN-DATE
025200     END-IF.
025300     CLOSE RUN-PARAMETER-FILE.
025400 1300-EXIT.
025500     EXIT.
025600
025700******************************************************************
025800* AGE ONE SUSPENSE ITEM AND LIST IT. AN ITEM WHOSE SUSPENSE DATE
025900* IS NOT A DATE, OR IS AFTER THE AS-OF DATE, IS LISTED WITH NO
026000* AGE AND COUNTED AS INVALID; IT IS NOT BUCKETED.
026100******************************************************************
026200 2000-AGE-ONE-ITEM.
026300     ADD 1 TO AG-ITEM-COUNT.
026400     MOVE SPACES TO AD-OVERDUE-FLAG.
026500     MOVE ZERO TO AG-BUCKET-IDX.
026600     IF MS-SUSPENSE-DATE NOT NUMERIC
026700        OR MS-SUSPENSE-DATE > AG-RUN-DATE
026800         ADD 1 TO AG-INVALID-COUNT
026900         MOVE ZERO TO AG-AGE-DAYS
027000         MOVE "???" TO AD-OVERDUE-FLAG
027100     ELSE
027200         MOVE MS-SUSPENSE-DATE TO AG-DAYNUM-DATE
027300         PERFORM 3600-COMPUTE-DAY-NUMBER THRU 3600-EXIT
027400         COMPUTE AG-AGE-DAYS = AG-RUN-DAY-NUMBER - AG-DAY-NUMBER
027500         MOVE 1 TO AG-BUCKET-IDX
027600         PERFORM 2100-NEXT-BUCKET THRU 2100-EXIT
027700             UNTIL AG-AGE-DAYS
027800                 NOT > AG-BUCKET-LIMIT(AG-BUCKET-IDX)
027900     END-IF.
028000     IF AG-BUCKET-IDX > ZERO
028100         ADD 1 TO AG-BUCKET-COUNT(AG-BUCKET-IDX)
028200         IF MS-AMOUNT NUMERIC
028300             ADD MS-AMOUNT-NUM TO AG-BUCKET-AMOUNT(AG-BUCKET-IDX)
028400         END-IF
028500         IF AG-BUCKET-IDX = AG-OVERDUE-BUCKET
028600             MOVE "***" TO AD-OVERDUE-FLAG
028700         END-IF
028800     END-IF.
028900     IF MS-AMOUNT NUMERIC
029000         ADD MS-AMOUNT-NUM TO AG-TOTAL-AMOUNT
029100     END-IF.
029200     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
029300     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
029400 2000-EXIT.
029500     EXIT.
029600
029700 2100-NEXT-BUCKET.
029800     ADD 1 TO AG-BUCKET-IDX.
029900 2100-EXIT.
030000     EXIT.
030100
030200 3600-COMPUTE-DAY-NUMBER.
030300     MOVE AG-DAYNUM-DATE(1:4) TO AG-DAYNUM-CCYY.
030400     MOVE AG-DAYNUM-DATE(5:2) TO AG-DAYNUM-MM.
030500     MOVE AG-DAYNUM-DATE(7:2) TO AG-DAYNUM-DD.
030600     COMPUTE AG-PRIOR-YEARS = AG-DAYNUM-CCYY - 1.
030700     DIVIDE AG-PRIOR-YEARS BY 4 GIVING AG-LEAP-DIV-4.
030800     DIVIDE AG-PRIOR-YEARS BY 100 GIVING AG-LEAP-DIV-100.
030900     DIVIDE AG-PRIOR-YEARS BY 400 GIVING AG-LEAP-DIV-400.
031000     COMPUTE AG-DAY-NUMBER =
031100         (AG-PRIOR-YEARS * 365) + AG-LEAP-DIV-4
031200         - AG-LEAP-DIV-100 + AG-LEAP-DIV-400
031300         + DY-CUM-DAYS(AG-DAYNUM-MM) + AG-DAYNUM-DD.
031400     MOVE AG-DAYNUM-CCYY TO AG-LEAP-CCYY.
031500     PERFORM 3700-CHECK-LEAP-YEAR THRU 3700-EXIT.
031600     IF AG-LEAP-YEAR AND AG-DAYNUM-MM > 2
031700         ADD 1 TO AG-DAY-NUMBER
031800     END-IF.
031900 3600-EXIT.
032000     EXIT.
032100
032200 3700-CHECK-LEAP-YEAR.
032300     MOVE "N" TO AG-LEAP-SWITCH.
032400     DIVIDE AG-LEAP-CCYY BY 4 GIVING AG-LEAP-QUOTIENT
032500         REMAINDER AG-LEAP-REMAINDER.
032600     IF AG-LEAP-REMAINDER = ZERO
032700         MOVE "Y" TO AG-LEAP-SWITCH
032800     END-IF.
032900     DIVIDE AG-LEAP-CCYY BY 100 GIVING AG-LEAP-QUOTIENT
033000         REMAINDER AG-LEAP-REMAINDER.
033100     IF AG-LEAP-REMAINDER = ZERO
033200         MOVE "N" TO AG-LEAP-SWITCH
033300     END-IF.
033400     DIVIDE AG-LEAP-CCYY BY 400 GIVING AG-LEAP-QUOTIENT
033500         REMAINDER AG-LEAP-REMAINDER.
033600     IF AG-LEAP-REMAINDER = ZERO
033700         MOVE "Y" TO AG-LEAP-SWITCH
033800     END-IF.
033900 3700-EXIT.
034000     EXIT.
034100
034200 4000-WRITE-REPORT-HEADER.
034300     ADD 1 TO AG-PAGE-NUMBER.
034400     MOVE ZERO TO AG-LINE-COUNT.
034500     MOVE AG-RUN-DATE-EDITED TO AH1-RUN-DATE.
034600     MOVE AG-PAGE-NUMBER TO AH1-PAGE-NUMBER.
034700     WRITE AGING-REPORT-RECORD FROM AGING-HEADING-1
034800         AFTER ADVANCING PAGE.
034900     WRITE AGING-REPORT-RECORD FROM SPACES
035000         AFTER ADVANCING 1 LINE.
035100     WRITE AGING-REPORT-RECORD FROM AGING-HEADING-2
035200         AFTER ADVANCING 1 LINE.
035300     WRITE AGING-REPORT-RECORD FROM SPACES
035400         AFTER ADVANCING 1 LINE.
035500     ADD 3 TO AG-LINE-COUNT.
035600 4000-EXIT.
035700     EXIT.
035800
035900 4100-WRITE-DETAIL-LINE.
036000     IF AG-LINE-COUNT > AG-LINES-PER-PAGE
036100         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
036200     END-IF.
036300     MOVE MS-SUSPENSE-ID TO AD-SUSPENSE-ID.
036400     MOVE MS-BATCH-NUMBER TO AD-BATCH-NUMBER.
036500     MOVE MS-ACCOUNT-NUMBER TO AD-ACCOUNT-NUMBER.
036600     MOVE MS-TRAN-CODE TO AD-TRAN-CODE.
036700     MOVE MS-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE.
036800     IF MS-AMOUNT NUMERIC
036900         MOVE MS-AMOUNT-NUM TO AD-AMOUNT-ED
037000     ELSE
037100         MOVE MS-AMOUNT TO AD-AMOUNT-X
037200     END-IF.
037300     MOVE MS-REASON-CODE TO AD-REASON-CODE.
037400     MOVE SPACES TO AD-REASON-DESC.
037500     IF MS-REASON-CODE NUMERIC
037600         MOVE MS-REASON-CODE TO AG-REASON-NUM
037700         IF AG-REASON-NUM > ZERO
037800            AND AG-REASON-NUM NOT > SX-REASON-MAX
037900             MOVE SX-REASON-DESC(AG-REASON-NUM) TO AD-REASON-DESC
038000         END-IF
038100     END-IF.
038200     IF MS-REJECT-COUNT NUMERIC
038300         MOVE MS-REJECT-COUNT TO AD-REJECT-COUNT-ED
038400     ELSE
038500         MOVE ZERO TO AD-REJECT-COUNT-ED
038600     END-IF.
038700     MOVE MS-CORRECTED-BY TO AD-CORRECTED-BY.
038800     MOVE AG-AGE-DAYS TO AD-AGE-DAYS-ED.
038900     WRITE AGING-REPORT-RECORD FROM AGING-DETAIL-LINE
039000         AFTER ADVANCING 1 LINE.
039100     ADD 1 TO AG-LINE-COUNT.
039200 4100-EXIT.
039300     EXIT.
039400
039500 4300-WRITE-TOTAL-LINE.
039600     IF AG-LINE-COUNT > AG-LINES-PER-PAGE
039700         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
039800     END-IF.
039900     WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE
040000         AFTER ADVANCING 1 LINE.
040100     ADD 1 TO AG-LINE-COUNT.
040200 4300-EXIT.
040300     EXIT.
040400
040500 8000-READ-SUSPENSE.
040600     READ SUSPENSE-FILE
040700         AT END
040800             MOVE "Y" TO AG-EOF-SWITCH
040900     END-READ.
041000     IF NOT AG-SUS-FILE-OK AND NOT AG-SUS-FILE-EOF
041100         DISPLAY "ERROR READING SUSPENSE FILE, STATUS = "
041200             AG-SUS-FILE-STATUS
041300         MOVE "Y" TO AG-EOF-SWITCH
041400         MOVE 16 TO RETURN-CODE
041500     END-IF.
041600 8000-EXIT.
041700     EXIT.
041800
041900 9000-TERMINATE.
042000     IF AG-RPT-FILE-OK
042100         PERFORM 9100-WRITE-AGING-TOTALS THRU 9100-EXIT
042200     END-IF.
042300     DISPLAY "ITEMS IN SUSPENSE:       " AG-ITEM-COUNT.
042400     DISPLAY "  0 - 2 DAYS:            " AG-BUCKET-COUNT(1).
042500     DISPLAY "  3 - 7 DAYS:            " AG-BUCKET-COUNT(2).
042600     DISPLAY "  8 - 30 DAYS:           " AG-BUCKET-COUNT(3).
042700     DISPLAY "  OVER 30 DAYS:          " AG-BUCKET-COUNT(4).
042800     DISPLAY "  INVALID SUSPENSE DATE: " AG-INVALID-COUNT.
042900     DISPLAY "OPERATOR:                " AG-OPERATOR-ID.
043000     IF RETURN-CODE = ZERO
043100        AND (AG-BUCKET-COUNT(AG-OVERDUE-BUCKET) > ZERO
043200             OR AG-INVALID-COUNT > ZERO)
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500     IF AG-SUS-OPEN
043600         CLOSE SUSPENSE-FILE
043700     END-IF.
043800     IF AG-RPT-FILE-OK
043900         CLOSE AGING-REPORT-FILE
044000     END-IF.
044100 9000-EXIT.
044200     EXIT.
044300
044400 9100-WRITE-AGING-TOTALS.
044500     WRITE AGING-REPORT-RECORD FROM SPACES
044600         AFTER ADVANCING 1 LINE.
044700     ADD 1 TO AG-LINE-COUNT.
044800     PERFORM 9110-WRITE-ONE-BUCKET THRU 9110-EXIT
044900         VARYING AG-BUCKET-IDX FROM 1 BY 1
045000         UNTIL AG-BUCKET-IDX > 4.
045100     MOVE "INVALID SUSPENSE DATE" TO AT-CAPTION.
045200     MOVE AG-INVALID-COUNT TO AT-COUNT-ED.
045300     MOVE ZERO TO AT-AMOUNT-ED.
045400     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
045500     MOVE "TOTAL IN SUSPENSE" TO AT-CAPTION.
045600     MOVE AG-ITEM-COUNT TO AT-COUNT-ED.
045700     MOVE AG-TOTAL-AMOUNT TO AT-AMOUNT-ED.
045800     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
045900 9100-EXIT.
046000     EXIT.
046100
046200 9110-WRITE-ONE-BUCKET.
046300     MOVE SPACES TO AT-CAPTION.
046400     MOVE AG-BUCKET-NAME(AG-BUCKET-IDX) TO AT-CAPTION.
046500     MOVE AG-BUCKET-COUNT(AG-BUCKET-IDX) TO AT-COUNT-ED.
046600     MOVE AG-BUCKET-AMOUNT(AG-BUCKET-IDX) TO AT-AMOUNT-ED.
046700     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT.
046800 9110-EXIT.
046900     EXIT.
047000
047100 END PROGRAM SUSPAGE.
