000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACFCR01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. CONSUMER PRODUCTS - DAC AGREEMENTS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ACFCR01 -- MONTHLY DIRECT-DEBIT FORECAST ACCURACY        *
000900*             REPORT.                                       *
001000*                                                          *
001100*  THE PRE-NOTIFICATIONS ACFCS01 SENDS ARE ONLY AS GOOD AS  *
001200*  ITS CADENCE LOGIC.  THIS STEP READS THE FORECAST         *
001300*  ACCURACY FILE (ACFCA) FOR ONE MONTH AND SCORES EVERY     *
001400*  FORECAST RESOLVED IN IT: A DEBITED FORECAST IS ON        *
001500*  TARGET WHEN THE DEBIT CAME WITHIN THE DATE TOLERANCE     *
001600*  (CALENDAR DAYS EITHER SIDE) AND WITHIN THE AMOUNT        *
001700*  TOLERANCE (PERCENT OF THE FORECAST AMOUNT); A MISSED     *
001800*  FORECAST NEVER IS.  EVERY FORECAST OFF TARGET IS LISTED  *
001900*  (ACFCRR), FOLLOWED BY THE MONTH'S TOTALS, THE SPLIT      *
002000*  BETWEEN MONTHLY AND OTHER CADENCES AND THE HIT RATE.  A  *
002100*  HIT RATE BELOW THE TRUST LEVEL ENDS WITH CONDITION CODE  *
002200*  4.  EXEC PARM: MONTH YYYYMM (ZERO TAKES THE CURRENT      *
002300*  MONTH), DATE TOLERANCE (ZERO TAKES 2), AMOUNT TOLERANCE  *
002400*  (ZERO TAKES 10) AND TRUST LEVEL (ZERO TAKES 80).         *
002500*----------------------------------------------------------*
002600*  MODIFICATION HISTORY                                    *
002700*    10/15/26  DOB  INITIAL VERSION.                       *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-ZSERIES.
003200 OBJECT-COMPUTER. IBM-ZSERIES.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACFCA-FILE ASSIGN TO ACFCA
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT ACFCRR-FILE ASSIGN TO ACFCRR
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ACFCA-FILE.
004300     COPY "ACFCA01.cpy".
004400
004500 FD  ACFCRR-FILE.
004600 01  ACFCRR-PRINT-LINE             PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------*
005000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
005100*----------------------------------------------------------*
005200     COPY "RUNREG01.cpy".
005300
005400 77  ACFCR-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
005500
005600 01  ACFCR-SWITCHES.
005700     05  ACFCR-EOF-SW              PIC X(01) VALUE 'N'.
005800         88  ACFCR-EOF               VALUE 'Y'.
005900     05  ACFCR-DATE-HIT-SW         PIC X(01) VALUE 'N'.
006000         88  ACFCR-DATE-HIT          VALUE 'Y'.
006100     05  ACFCR-AMOUNT-HIT-SW       PIC X(01) VALUE 'N'.
006200         88  ACFCR-AMOUNT-HIT        VALUE 'Y'.
006300
006400 77  ACFCR-TODAY                   PIC 9(8) VALUE ZERO.
006500 77  ACFCR-REPORT-MONTH            PIC 9(6) VALUE ZERO.
006600 77  ACFCR-DATE-TOLERANCE          PIC 9(3) VALUE 2.
006700 77  ACFCR-AMOUNT-TOLERANCE        PIC 9(3) VALUE 10.
006800 77  ACFCR-TRUST-LEVEL             PIC 9(3) VALUE 80.
006900 77  ACFCR-DAYS-OFF                PIC 9(5) VALUE ZERO.
007000 77  ACFCR-DAYS-OFF-TOTAL          PIC 9(9) VALUE ZERO.
007100 77  ACFCR-AMOUNT-OFF              PIC 9(15)V9(2) VALUE ZERO.
007200 77  ACFCR-AMOUNT-LIMIT            PIC 9(15)V9(2) VALUE ZERO.
007300 77  ACFCR-HIT-RATE                PIC 9(3) VALUE ZERO.
007400 77  ACFCR-AVERAGE-DAYS-OFF        PIC 9(4)V9(2) VALUE ZERO.
007500 77  ACFCR-READ-COUNT              PIC 9(7) COMP VALUE ZERO.
007600 77  ACFCR-RESOLVED-COUNT          PIC 9(7) COMP VALUE ZERO.
007700 77  ACFCR-DEBITED-COUNT           PIC 9(7) COMP VALUE ZERO.
007800 77  ACFCR-MISSED-COUNT            PIC 9(7) COMP VALUE ZERO.
007900 77  ACFCR-HIT-COUNT               PIC 9(7) COMP VALUE ZERO.
008000 77  ACFCR-EXACT-COUNT             PIC 9(7) COMP VALUE ZERO.
008100 77  ACFCR-DATE-HIT-COUNT          PIC 9(7) COMP VALUE ZERO.
008200 77  ACFCR-AMOUNT-HIT-COUNT        PIC 9(7) COMP VALUE ZERO.
008300 77  ACFCR-MONTHLY-COUNT           PIC 9(7) COMP VALUE ZERO.
008400 77  ACFCR-MONTHLY-HIT-COUNT       PIC 9(7) COMP VALUE ZERO.
008500 77  ACFCR-OTHER-COUNT             PIC 9(7) COMP VALUE ZERO.
008600 77  ACFCR-OTHER-HIT-COUNT         PIC 9(7) COMP VALUE ZERO.
008700
008800 01  ACFCR-HEADING-1.
008900     05  FILLER                    PIC X(40)
009000         VALUE 'ACFCR01 DIRECT-DEBIT FORECAST ACCURACY  '.
009100     05  FILLER                    PIC X(06) VALUE 'MONTH '.
009200     05  ACFCR-H1-MONTH            PIC 9(6).
009300     05  FILLER                    PIC X(17)
009400         VALUE '  DATE TOLERANCE '.
009500     05  ACFCR-H1-DAYS             PIC ZZ9.
009600     05  FILLER                    PIC X(24)
009700         VALUE ' DAYS  AMOUNT TOLERANCE '.
009800     05  ACFCR-H1-PERCENT          PIC ZZ9.
009900     05  FILLER                    PIC X(04) VALUE ' PCT'.
010000     05  FILLER                    PIC X(29) VALUE SPACES.
010100
010200 01  ACFCR-HEADING-2.
010300     05  FILLER                    PIC X(19)
010400         VALUE 'IDENTIFICATION     '.
010500     05  FILLER                    PIC X(07) VALUE 'ACC    '.
010600     05  FILLER                    PIC X(22)
010700         VALUE 'REFERENCE             '.
010800     05  FILLER                    PIC X(03) VALUE 'C  '.
010900     05  FILLER                    PIC X(10) VALUE 'EXPECTED  '.
011000     05  FILLER                    PIC X(10) VALUE 'ACTUAL    '.
011100     05  FILLER                    PIC X(07) VALUE ' DAYS  '.
011200     05  FILLER                    PIC X(17)
011300         VALUE '    EXPECTED AMT '.
011400     05  FILLER                    PIC X(18)
011500         VALUE '      ACTUAL AMT  '.
011600     05  FILLER                    PIC X(12) VALUE 'RESULT'.
011700     05  FILLER                    PIC X(07) VALUE SPACES.
011800
011900 01  ACFCR-DETAIL-LINE.
012000     05  ACFCR-DT-ID               PIC X(17).
012100     05  FILLER                    PIC X(02) VALUE SPACES.
012200     05  ACFCR-DT-ACC-CODE         PIC 9(5).
012300     05  FILLER                    PIC X(02) VALUE SPACES.
012400     05  ACFCR-DT-REFERENCE        PIC X(20).
012500     05  FILLER                    PIC X(02) VALUE SPACES.
012600     05  ACFCR-DT-CADENCE          PIC X(01).
012700     05  FILLER                    PIC X(02) VALUE SPACES.
012800     05  ACFCR-DT-EXPECTED         PIC 9(8).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  ACFCR-DT-ACTUAL           PIC 9(8).
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  ACFCR-DT-DAYS             PIC -ZZZ9.
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400     05  ACFCR-DT-EXPECTED-AMT     PIC Z(12)9.99.
013500     05  FILLER                    PIC X(01) VALUE SPACES.
013600     05  ACFCR-DT-ACTUAL-AMT       PIC Z(12)9.99.
013700     05  FILLER                    PIC X(02) VALUE SPACES.
013800     05  ACFCR-DT-RESULT           PIC X(12).
013900     05  FILLER                    PIC X(05) VALUE SPACES.
014000
014100 01  ACFCR-TOTAL-LINE-1.
014200     05  FILLER                    PIC X(20)
014300         VALUE 'FORECASTS RESOLVED: '.
014400     05  ACFCR-TL-RESOLVED         PIC Z(6)9.
014500     05  FILLER                    PIC X(11) VALUE '  DEBITED: '.
014600     05  ACFCR-TL-DEBITED          PIC Z(6)9.
014700     05  FILLER                    PIC X(10) VALUE '  MISSED: '.
014800     05  ACFCR-TL-MISSED           PIC Z(6)9.
014900     05  FILLER                    PIC X(13)
015000         VALUE '  ON TARGET: '.
015100     05  ACFCR-TL-HITS             PIC Z(6)9.
015200     05  FILLER                    PIC X(12)
015300         VALUE '  HIT RATE: '.
015400     05  ACFCR-TL-HIT-RATE         PIC ZZ9.
015500     05  FILLER                    PIC X(04) VALUE ' PCT'.
015600     05  FILLER                    PIC X(31) VALUE SPACES.
015700
015800 01  ACFCR-TOTAL-LINE-2.
015900     05  FILLER                    PIC X(12)
016000         VALUE 'DATE EXACT: '.
016100     05  ACFCR-TL-EXACT            PIC Z(6)9.
016200     05  FILLER                    PIC X(25)
016300         VALUE '  DATE WITHIN TOLERANCE: '.
016400     05  ACFCR-TL-DATE-HITS        PIC Z(6)9.
016500     05  FILLER                    PIC X(27)
016600         VALUE '  AMOUNT WITHIN TOLERANCE: '.
016700     05  ACFCR-TL-AMOUNT-HITS      PIC Z(6)9.
016800     05  FILLER                    PIC X(20)
016900         VALUE '  AVERAGE DAYS OFF: '.
017000     05  ACFCR-TL-AVERAGE          PIC ZZZ9.99.
017100     05  FILLER                    PIC X(20) VALUE SPACES.
017200
017300 01  ACFCR-TOTAL-LINE-3.
017400     05  FILLER                    PIC X(17)
017500         VALUE 'MONTHLY ACCORDS: '.
017600     05  ACFCR-TL-MONTHLY          PIC Z(6)9.
017700     05  FILLER                    PIC X(12)
017800         VALUE ' ON TARGET: '.
017900     05  ACFCR-TL-MONTHLY-HITS     PIC Z(6)9.
018000     05  FILLER                    PIC X(17)
018100         VALUE '  OTHER CADENCE: '.
018200     05  ACFCR-TL-OTHER            PIC Z(6)9.
018300     05  FILLER                    PIC X(12)
018400         VALUE ' ON TARGET: '.
018500     05  ACFCR-TL-OTHER-HITS       PIC Z(6)9.
018600     05  FILLER                    PIC X(46) VALUE SPACES.
018700
018800 LINKAGE SECTION.
018900 01  ACFCR01-PARM-CARD.
019000     05  ACFCR01-PARM-MONTH        PIC 9(6).
019100     05  ACFCR01-PARM-DAYS         PIC 9(3).
019200     05  ACFCR01-PARM-PERCENT      PIC 9(3).
019300     05  ACFCR01-PARM-TRUST        PIC 9(3).
019400
019500 PROCEDURE DIVISION USING ACFCR01-PARM-CARD.
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     PERFORM 2000-SCORE-FORECAST THRU 2000-EXIT
019900         UNTIL ACFCR-EOF.
020000     PERFORM 3000-FINISH THRU 3000-EXIT.
020100     SET RREG-END TO TRUE.
020200     MOVE ACFCR-RESOLVED-COUNT TO RREG-RECORD-COUNT.
020300     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
020400     MOVE ACFCR-SEVERITY-CODE TO RETURN-CODE.
020500     STOP RUN.
020600
020700 1000-INITIALIZE.
020800     SET RREG-START TO TRUE.
020900     MOVE 'ACFCR01 ' TO RREG-PROGRAM-ID.
021000     MOVE SPACES TO RREG-GUARD-FILE.
021100     MOVE ZERO TO RREG-CYCLE-NUMBER.
021200     MOVE ZERO TO RREG-RECORD-COUNT.
021300     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
021400     IF RREG-BLOCKED
021500         DISPLAY 'ACFCR01 ALREADY COMPLETED FOR THIS DATE'
021600         MOVE 8 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     IF RREG-PREREQ-HOLD
022000         DISPLAY 'ACFCR01 HELD - PREREQUISITE NOT COMPLETE'
022100         MOVE 8 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     OPEN INPUT ACFCA-FILE.
022500     OPEN OUTPUT ACFCRR-FILE.
022600     ACCEPT ACFCR-TODAY FROM DATE YYYYMMDD.
022700     IF ACFCR01-PARM-MONTH NOT = ZERO
022800         MOVE ACFCR01-PARM-MONTH TO ACFCR-REPORT-MONTH
022900     ELSE
023000         MOVE ACFCR-TODAY (1:6) TO ACFCR-REPORT-MONTH
023100     END-IF.
023200     IF ACFCR01-PARM-DAYS NOT = ZERO
023300         MOVE ACFCR01-PARM-DAYS TO ACFCR-DATE-TOLERANCE
023400     END-IF.
023500     IF ACFCR01-PARM-PERCENT NOT = ZERO
023600         MOVE ACFCR01-PARM-PERCENT TO ACFCR-AMOUNT-TOLERANCE
023700     END-IF.
023800     IF ACFCR01-PARM-TRUST NOT = ZERO
023900         MOVE ACFCR01-PARM-TRUST TO ACFCR-TRUST-LEVEL
024000     END-IF.
024100     MOVE ACFCR-REPORT-MONTH TO ACFCR-H1-MONTH.
024200     MOVE ACFCR-DATE-TOLERANCE TO ACFCR-H1-DAYS.
024300     MOVE ACFCR-AMOUNT-TOLERANCE TO ACFCR-H1-PERCENT.
024400     WRITE ACFCRR-PRINT-LINE FROM ACFCR-HEADING-1.
024500     WRITE ACFCRR-PRINT-LINE FROM ACFCR-HEADING-2.
024600     PERFORM 8100-READ-ACFCA THRU 8100-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900
025000 2000-SCORE-FORECAST.
025100     ADD 1 TO ACFCR-READ-COUNT.
025200     IF FCA-RECORDED-DATE (1:6) = ACFCR-REPORT-MONTH
025300         PERFORM 2100-SCORE-ONE THRU 2100-EXIT
025400     END-IF.
025500     PERFORM 8100-READ-ACFCA THRU 8100-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800
025900 2100-SCORE-ONE.
026000     ADD 1 TO ACFCR-RESOLVED-COUNT.
026100     IF FCA-CADENCE-TYPE = 'M'
026200         ADD 1 TO ACFCR-MONTHLY-COUNT
026300     ELSE
026400         ADD 1 TO ACFCR-OTHER-COUNT
026500     END-IF.
026600     MOVE 'N' TO ACFCR-DATE-HIT-SW.
026700     MOVE 'N' TO ACFCR-AMOUNT-HIT-SW.
026800     MOVE SPACES TO ACFCR-DT-RESULT.
026900     IF FCA-MISSED
027000         ADD 1 TO ACFCR-MISSED-COUNT
027100         MOVE 'MISSED' TO ACFCR-DT-RESULT
027200         GO TO 2100-PRINT
027300     END-IF.
027400     ADD 1 TO ACFCR-DEBITED-COUNT.
027500     IF FCA-DATE-VARIANCE < ZERO
027600         COMPUTE ACFCR-DAYS-OFF = ZERO - FCA-DATE-VARIANCE
027700     ELSE
027800         MOVE FCA-DATE-VARIANCE TO ACFCR-DAYS-OFF
027900     END-IF.
028000     ADD ACFCR-DAYS-OFF TO ACFCR-DAYS-OFF-TOTAL.
028100     IF ACFCR-DAYS-OFF = ZERO
028200         ADD 1 TO ACFCR-EXACT-COUNT
028300     END-IF.
028400     IF ACFCR-DAYS-OFF NOT > ACFCR-DATE-TOLERANCE
028500         SET ACFCR-DATE-HIT TO TRUE
028600         ADD 1 TO ACFCR-DATE-HIT-COUNT
028700     END-IF.
028800     IF FCA-AMOUNT-VARIANCE < ZERO
028900         COMPUTE ACFCR-AMOUNT-OFF = ZERO - FCA-AMOUNT-VARIANCE
029000     ELSE
029100         MOVE FCA-AMOUNT-VARIANCE TO ACFCR-AMOUNT-OFF
029200     END-IF.
029300     COMPUTE ACFCR-AMOUNT-LIMIT =
029400         FCA-EXPECTED-AMOUNT * ACFCR-AMOUNT-TOLERANCE / 100.
029500     IF ACFCR-AMOUNT-OFF NOT > ACFCR-AMOUNT-LIMIT
029600         SET ACFCR-AMOUNT-HIT TO TRUE
029700         ADD 1 TO ACFCR-AMOUNT-HIT-COUNT
029800     END-IF.
029900     IF ACFCR-DATE-HIT AND ACFCR-AMOUNT-HIT
030000         ADD 1 TO ACFCR-HIT-COUNT
030100         IF FCA-CADENCE-TYPE = 'M'
030200             ADD 1 TO ACFCR-MONTHLY-HIT-COUNT
030300         ELSE
030400             ADD 1 TO ACFCR-OTHER-HIT-COUNT
030500         END-IF
030600         GO TO 2100-EXIT
030700     END-IF.
030800     IF ACFCR-DATE-HIT
030900         MOVE 'AMOUNT OFF' TO ACFCR-DT-RESULT
031000     ELSE
031100         IF ACFCR-AMOUNT-HIT
031200             MOVE 'DATE OFF' TO ACFCR-DT-RESULT
031300         ELSE
031400             MOVE 'DATE+AMOUNT' TO ACFCR-DT-RESULT
031500         END-IF
031600     END-IF.
031700 2100-PRINT.
031800     MOVE FCA-IDENTIFICATION-NUMBER TO ACFCR-DT-ID.
031900     MOVE FCA-ACC-CODE TO ACFCR-DT-ACC-CODE.
032000     MOVE FCA-REFERENCE-NUMBER TO ACFCR-DT-REFERENCE.
032100     MOVE FCA-CADENCE-TYPE TO ACFCR-DT-CADENCE.
032200     MOVE FCA-EXPECTED-DATE TO ACFCR-DT-EXPECTED.
032300     MOVE FCA-ACTUAL-DATE TO ACFCR-DT-ACTUAL.
032400     MOVE FCA-DATE-VARIANCE TO ACFCR-DT-DAYS.
032500     MOVE FCA-EXPECTED-AMOUNT TO ACFCR-DT-EXPECTED-AMT.
032600     MOVE FCA-ACTUAL-AMOUNT TO ACFCR-DT-ACTUAL-AMT.
032700     WRITE ACFCRR-PRINT-LINE FROM ACFCR-DETAIL-LINE.
032800 2100-EXIT.
032900     EXIT.
033000
033100 3000-FINISH.
033200     IF ACFCR-RESOLVED-COUNT NOT = ZERO
033300         COMPUTE ACFCR-HIT-RATE =
033400             ACFCR-HIT-COUNT * 100 / ACFCR-RESOLVED-COUNT
033500     END-IF.
033600     IF ACFCR-DEBITED-COUNT NOT = ZERO
033700         COMPUTE ACFCR-AVERAGE-DAYS-OFF ROUNDED =
033800             ACFCR-DAYS-OFF-TOTAL / ACFCR-DEBITED-COUNT
033900     END-IF.
034000     MOVE ACFCR-RESOLVED-COUNT TO ACFCR-TL-RESOLVED.
034100     MOVE ACFCR-DEBITED-COUNT TO ACFCR-TL-DEBITED.
034200     MOVE ACFCR-MISSED-COUNT TO ACFCR-TL-MISSED.
034300     MOVE ACFCR-HIT-COUNT TO ACFCR-TL-HITS.
034400     MOVE ACFCR-HIT-RATE TO ACFCR-TL-HIT-RATE.
034500     WRITE ACFCRR-PRINT-LINE FROM ACFCR-TOTAL-LINE-1.
034600     MOVE ACFCR-EXACT-COUNT TO ACFCR-TL-EXACT.
034700     MOVE ACFCR-DATE-HIT-COUNT TO ACFCR-TL-DATE-HITS.
034800     MOVE ACFCR-AMOUNT-HIT-COUNT TO ACFCR-TL-AMOUNT-HITS.
034900     MOVE ACFCR-AVERAGE-DAYS-OFF TO ACFCR-TL-AVERAGE.
035000     WRITE ACFCRR-PRINT-LINE FROM ACFCR-TOTAL-LINE-2.
035100     MOVE ACFCR-MONTHLY-COUNT TO ACFCR-TL-MONTHLY.
035200     MOVE ACFCR-MONTHLY-HIT-COUNT TO ACFCR-TL-MONTHLY-HITS.
035300     MOVE ACFCR-OTHER-COUNT TO ACFCR-TL-OTHER.
035400     MOVE ACFCR-OTHER-HIT-COUNT TO ACFCR-TL-OTHER-HITS.
035500     WRITE ACFCRR-PRINT-LINE FROM ACFCR-TOTAL-LINE-3.
035600     CLOSE ACFCA-FILE.
035700     CLOSE ACFCRR-FILE.
035800     DISPLAY 'ACFCR01 ACCURACY ROWS READ  = '
035900         ACFCR-READ-COUNT.
036000     DISPLAY 'ACFCR01 FORECASTS SCORED    = '
036100         ACFCR-RESOLVED-COUNT.
036200     DISPLAY 'ACFCR01 HIT RATE PERCENT    = '
036300         ACFCR-HIT-RATE.
036400     IF ACFCR-RESOLVED-COUNT NOT = ZERO
036500             AND ACFCR-HIT-RATE < ACFCR-TRUST-LEVEL
036600         DISPLAY 'ACFCR01 HIT RATE BELOW TRUST LEVEL '
036700             ACFCR-TRUST-LEVEL
036800         MOVE 4 TO ACFCR-SEVERITY-CODE
036900     END-IF.
037000 3000-EXIT.
037100     EXIT.
037200
037300 8100-READ-ACFCA.
037400     READ ACFCA-FILE
037500         AT END
037600             SET ACFCR-EOF TO TRUE
037700     END-READ.
037800 8100-EXIT.
037900     EXIT.
