000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVHLD01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVHLD01 -- INDEXED MOVEMENT HISTORY MASTER LOAD.        *
000900*                                                          *
001000*  AUDRSH01 ANSWERS BY HEADER TRANSACTION-ID, BUT THE      *
001100*  QUESTIONS THE DESK GETS ARE ABOUT ONE MOVEMENT ("THE    *
001200*  150.00 DEBIT IN MARCH"), AND ANSWERING THEM MEANT       *
001300*  STAGING ARCHIVED GENERATIONS THROUGH MVSTR01.  THIS     *
001400*  STEP APPENDS THE NIGHT'S ENRICHED MOVEMENTS (MVENR,     *
001500*  WRITTEN BY MVCAT01) INTO THE MOVEMENT HISTORY MASTER    *
001600*  (MVHST), KEYED PRODUCT-NUMBER / TRANSACTION-DATE /      *
001700*  TRANSACTION-IDENTIFIER, WITH AN ALTERNATE KEY ON        *
001800*  TRANSACTION-IDENTIFIER FOR "EVERY MOVEMENT WITH THIS    *
001900*  ID".  MVHIQ01 SEARCHES IT.                              *
002000*                                                          *
002100*  EVERY ROW CARRIES THE EXTRACT DATE AND ITS RECORD       *
002200*  NUMBER IN THE NIGHT'S MVENR, SO THE LOAD CAN TELL A     *
002300*  RELOAD OF THE SAME INPUT (SAME EXTRACT, SAME RECORD --  *
002400*  A RERUN AFTER AN ABEND) FROM THE HOST DELIVERING AN     *
002500*  IDENTIFIER A SECOND TIME ON THE ACCOUNT, WHETHER ON     *
002600*  ANOTHER PAGE OF THE SAME EXTRACT OR ON A LATER DAY.     *
002700*  THE FIRST KIND IS COUNTED AND SKIPPED.  THE SECOND IS   *
002800*  LISTED ON THE RE-DELIVERY REPORT (MVHDUP) WITH THE      *
002900*  FIRST DELIVERY BESIDE IT, IS NOT LOADED (THE FIRST      *
003000*  DELIVERY STANDS, SO A SEARCH NEVER SHOWS THE MOVEMENT   *
003100*  TWICE) AND SETS CONDITION CODE 4.                       *
003200*                                                          *
003300*  AFTER THE LOAD, ROWS WHOSE TRANSACTION-DATE IS OLDER    *
003400*  THAN THE RETENTION PERIOD ARE DELETED.  THE EXEC PARM   *
003500*  CARRIES THE NUMBER OF MONTHS KEPT (ZERO TAKES 24).      *
003600*----------------------------------------------------------*
003700*  MODIFICATION HISTORY                                    *
003800*    10/15/26  DOB  INITIAL VERSION.                       *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-ZSERIES.
004300 OBJECT-COMPUTER. IBM-ZSERIES.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MVENR-FILE ASSIGN TO MVENR
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT MVHST-FILE ASSIGN TO MVHST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HST-KEY
005200         ALTERNATE RECORD KEY IS HST-TRANSACTION-IDENTIFIER
005300             WITH DUPLICATES.
005400     SELECT MVHDUP-FILE ASSIGN TO MVHDUP
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  MVENR-FILE.
006000     COPY "MVENR01.cpy".
006100
006200 FD  MVHST-FILE.
006300     COPY "MVHST01.cpy".
006400
006500 FD  MVHDUP-FILE.
006600 01  MVHDUP-PRINT-LINE             PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------*
007000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007100*----------------------------------------------------------*
007200     COPY "RUNREG01.cpy".
007300
007400 77  MVHLD-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
007500
007600 01  MVHLD-SWITCHES.
007700     05  MVHLD-EOF-SW              PIC X(01) VALUE 'N'.
007800         88  MVHLD-EOF               VALUE 'Y'.
007900     05  MVHLD-HST-EOF-SW          PIC X(01) VALUE 'N'.
008000         88  MVHLD-HST-EOF           VALUE 'Y'.
008100     05  MVHLD-RELOAD-SW           PIC X(01) VALUE 'N'.
008200         88  MVHLD-RELOAD            VALUE 'Y'.
008300     05  MVHLD-REDELIVERED-SW      PIC X(01) VALUE 'N'.
008400         88  MVHLD-REDELIVERED       VALUE 'Y'.
008500     05  MVHLD-DUP-SW              PIC X(01) VALUE 'N'.
008600         88  MVHLD-DUPLICATE         VALUE 'Y'.
008700
008800 77  MVHLD-TODAY                   PIC 9(8) VALUE ZERO.
008900 77  MVHLD-RETENTION-MONTHS        PIC 9(3) VALUE 24.
009000 77  MVHLD-MONTH-COUNT             PIC 9(7) COMP VALUE ZERO.
009100 77  MVHLD-RECORD-NUMBER           PIC 9(9) COMP VALUE ZERO.
009200 77  MVHLD-LOADED-COUNT            PIC 9(7) COMP VALUE ZERO.
009300 77  MVHLD-RELOAD-COUNT            PIC 9(7) COMP VALUE ZERO.
009400 77  MVHLD-REDELIVERED-COUNT       PIC 9(7) COMP VALUE ZERO.
009500 77  MVHLD-AGED-OUT-COUNT          PIC 9(7) COMP VALUE ZERO.
009600 77  MVHLD-FIRST-DATE              PIC 9(8) VALUE ZERO.
009700 77  MVHLD-FIRST-EXTRACT           PIC 9(8) VALUE ZERO.
009800
009900 01  MVHLD-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
010000 01  MVHLD-CUTOFF-PARTS REDEFINES MVHLD-CUTOFF-DATE.
010100     05  MVHLD-CUTOFF-YEAR         PIC 9(4).
010200     05  MVHLD-CUTOFF-MONTH        PIC 9(2).
010300     05  MVHLD-CUTOFF-DAY          PIC 9(2).
010400
010500 01  MVHLD-TODAY-PARTS.
010600     05  MVHLD-TODAY-YEAR          PIC 9(4).
010700     05  MVHLD-TODAY-MONTH         PIC 9(2).
010800     05  MVHLD-TODAY-DAY           PIC 9(2).
010900
011000 01  MVHLD-HEADING-1.
011100     05  FILLER                    PIC X(48)
011200         VALUE 'MVHLD01 MOVEMENT HISTORY RE-DELIVERIES         '.
011300     05  MVHLD-H1-DATE             PIC 9(8).
011400     05  FILLER                    PIC X(76) VALUE SPACES.
011500
011600 01  MVHLD-HEADING-2.
011700     05  FILLER                    PIC X(22)
011800         VALUE 'PRODUCT-NUMBER        '.
011900     05  FILLER                    PIC X(17)
012000         VALUE 'TRANSACTION-ID   '.
012100     05  FILLER                    PIC X(19)
012200         VALUE 'FIRST DATE/EXTRACT '.
012300     05  FILLER                    PIC X(19)
012400         VALUE 'AGAIN DATE/EXTRACT '.
012500     05  FILLER                    PIC X(20)
012600         VALUE '  AMOUNT DELIVERED  '.
012700     05  FILLER                    PIC X(35) VALUE 'NOTE'.
012800
012900 01  MVHLD-DETAIL-LINE.
013000     05  MVHLD-DL-PRODUCT-NUMBER   PIC 9(20).
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  MVHLD-DL-IDENTIFIER       PIC 9(15).
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400     05  MVHLD-DL-FIRST-DATE       PIC 9(8).
013500     05  FILLER                    PIC X(01) VALUE '/'.
013600     05  MVHLD-DL-FIRST-EXTRACT    PIC 9(8).
013700     05  FILLER                    PIC X(02) VALUE SPACES.
013800     05  MVHLD-DL-AGAIN-DATE       PIC 9(8).
013900     05  FILLER                    PIC X(01) VALUE '/'.
014000     05  MVHLD-DL-AGAIN-EXTRACT    PIC 9(8).
014100     05  FILLER                    PIC X(02) VALUE SPACES.
014200     05  MVHLD-DL-AMOUNT           PIC Z(14)9.99.
014300     05  FILLER                    PIC X(02) VALUE SPACES.
014400     05  MVHLD-DL-NOTE             PIC X(30).
014500     05  FILLER                    PIC X(05) VALUE SPACES.
014600
014700 01  MVHLD-TOTAL-LINE.
014800     05  FILLER                    PIC X(08) VALUE 'LOADED: '.
014900     05  MVHLD-TL-LOADED           PIC Z(6)9.
015000     05  FILLER                    PIC X(12)
015100         VALUE '  RELOADED: '.
015200     05  MVHLD-TL-RELOADED         PIC Z(6)9.
015300     05  FILLER                    PIC X(16)
015400         VALUE '  RE-DELIVERED: '.
015500     05  MVHLD-TL-REDELIVERED      PIC Z(6)9.
015600     05  FILLER                    PIC X(13)
015700         VALUE '  AGED OUT: '.
015800     05  MVHLD-TL-AGED-OUT         PIC Z(6)9.
015900     05  FILLER                    PIC X(14)
016000         VALUE '  OLDER THAN: '.
016100     05  MVHLD-TL-CUTOFF           PIC 9(8).
016200     05  FILLER                    PIC X(33) VALUE SPACES.
016300
016400 LINKAGE SECTION.
016500 01  MVHLD01-PARM-CARD.
016600     05  MVHLD01-PARM-MONTHS       PIC 9(3).
016700
016800 PROCEDURE DIVISION USING MVHLD01-PARM-CARD.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-LOAD-MOVEMENT THRU 2000-EXIT
017200         UNTIL MVHLD-EOF.
017300     PERFORM 4000-AGE-OUT THRU 4000-EXIT.
017400     PERFORM 3000-FINISH THRU 3000-EXIT.
017500     SET RREG-END TO TRUE.
017600     MOVE MVHLD-LOADED-COUNT TO RREG-RECORD-COUNT.
017700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017800     MOVE MVHLD-SEVERITY-CODE TO RETURN-CODE.
017900     STOP RUN.
018000
018100 1000-INITIALIZE.
018200     SET RREG-START TO TRUE.
018300     MOVE 'MVHLD01 ' TO RREG-PROGRAM-ID.
018400     MOVE SPACES TO RREG-GUARD-FILE.
018500     MOVE ZERO TO RREG-CYCLE-NUMBER.
018600     MOVE ZERO TO RREG-RECORD-COUNT.
018700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
018800     IF RREG-BLOCKED
018900         DISPLAY 'MVHLD01 ALREADY COMPLETED FOR THIS DATE'
019000         MOVE 8 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     IF RREG-PREREQ-HOLD
019400         DISPLAY 'MVHLD01 HELD - PREREQUISITE NOT COMPLETE'
019500         MOVE 8 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     IF MVHLD01-PARM-MONTHS NUMERIC
019900             AND MVHLD01-PARM-MONTHS NOT = ZERO
020000         MOVE MVHLD01-PARM-MONTHS TO MVHLD-RETENTION-MONTHS
020100     END-IF.
020200     OPEN INPUT MVENR-FILE.
020300     OPEN I-O MVHST-FILE.
020400     OPEN OUTPUT MVHDUP-FILE.
020500     ACCEPT MVHLD-TODAY FROM DATE YYYYMMDD.
020600     PERFORM 1100-SET-CUTOFF THRU 1100-EXIT.
020700     MOVE MVHLD-TODAY TO MVHLD-H1-DATE.
020800     WRITE MVHDUP-PRINT-LINE FROM MVHLD-HEADING-1.
020900     WRITE MVHDUP-PRINT-LINE FROM MVHLD-HEADING-2.
021000     PERFORM 8100-READ-MVENR THRU 8100-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300
021400*----------------------------------------------------------*
021500*  THE RETENTION CUTOFF IS TODAY'S DAY OF THE MONTH, THE   *
021600*  RETENTION NUMBER OF MONTHS BACK.  IT IS ONLY EVER       *
021700*  COMPARED, SO A DAY THE EARLIER MONTH DOES NOT HAVE      *
021800*  (THE 31ST) STILL ORDERS CORRECTLY.                      *
021900*----------------------------------------------------------*
022000 1100-SET-CUTOFF.
022100     MOVE MVHLD-TODAY TO MVHLD-TODAY-PARTS.
022200     COMPUTE MVHLD-MONTH-COUNT =
022300         MVHLD-TODAY-YEAR * 12 + MVHLD-TODAY-MONTH - 1
022400             - MVHLD-RETENTION-MONTHS.
022500     DIVIDE MVHLD-MONTH-COUNT BY 12
022600         GIVING MVHLD-CUTOFF-YEAR
022700         REMAINDER MVHLD-CUTOFF-MONTH.
022800     ADD 1 TO MVHLD-CUTOFF-MONTH.
022900     MOVE MVHLD-TODAY-DAY TO MVHLD-CUTOFF-DAY.
023000 1100-EXIT.
023100     EXIT.
023200
023300 2000-LOAD-MOVEMENT.
023400     PERFORM 2100-CHECK-DELIVERED THRU 2100-EXIT.
023500     IF MVHLD-RELOAD
023600         ADD 1 TO MVHLD-RELOAD-COUNT
023700         GO TO 2000-READ-NEXT
023800     END-IF.
023900     IF MVHLD-REDELIVERED
024000         PERFORM 2300-LIST-REDELIVERY THRU 2300-EXIT
024100         GO TO 2000-READ-NEXT
024200     END-IF.
024300     PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT.
024400 2000-READ-NEXT.
024500     PERFORM 8100-READ-MVENR THRU 8100-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------*
025000*  WALKS THE ALTERNATE KEY FOR EVERY ROW ALREADY HOLDING   *
025100*  THE INCOMING TRANSACTION-IDENTIFIER ON THE SAME         *
025200*  ACCOUNT.  THE SAME EXTRACT AND RECORD NUMBER IS OUR     *
025300*  OWN RELOAD; ANYTHING ELSE IS THE HOST DELIVERING THE    *
025400*  MOVEMENT AGAIN.                                         *
025500*----------------------------------------------------------*
025600 2100-CHECK-DELIVERED.
025700     MOVE 'N' TO MVHLD-RELOAD-SW.
025800     MOVE 'N' TO MVHLD-REDELIVERED-SW.
025900     MOVE 'N' TO MVHLD-HST-EOF-SW.
026000     MOVE ENR-TRANSACTION-IDENTIFIER TO
026100         HST-TRANSACTION-IDENTIFIER.
026200     START MVHST-FILE
026300         KEY IS EQUAL TO HST-TRANSACTION-IDENTIFIER
026400         INVALID KEY
026500             SET MVHLD-HST-EOF TO TRUE
026600     END-START.
026700     PERFORM 2110-CHECK-ONE-ROW THRU 2110-EXIT
026800         UNTIL MVHLD-HST-EOF
026900            OR MVHLD-RELOAD
027000            OR MVHLD-REDELIVERED.
027100 2100-EXIT.
027200     EXIT.
027300
027400 2110-CHECK-ONE-ROW.
027500     READ MVHST-FILE NEXT RECORD
027600         AT END
027700             SET MVHLD-HST-EOF TO TRUE
027800     END-READ.
027900     IF MVHLD-HST-EOF
028000         GO TO 2110-EXIT
028100     END-IF.
028200     IF HST-TRANSACTION-IDENTIFIER NOT =
028300             ENR-TRANSACTION-IDENTIFIER
028400         SET MVHLD-HST-EOF TO TRUE
028500         GO TO 2110-EXIT
028600     END-IF.
028700     IF HST-PRODUCT-NUMBER NOT = ENR-PRODUCT-NUMBER
028800         GO TO 2110-EXIT
028900     END-IF.
029000     IF HST-EXTRACT-DATE = ENR-EXTRACT-DATE
029100             AND HST-SOURCE-RECORD = MVHLD-RECORD-NUMBER
029200         SET MVHLD-RELOAD TO TRUE
029300     ELSE
029400         SET MVHLD-REDELIVERED TO TRUE
029500         MOVE HST-TRANSACTION-DATE TO MVHLD-FIRST-DATE
029600         MOVE HST-EXTRACT-DATE TO MVHLD-FIRST-EXTRACT
029700     END-IF.
029800 2110-EXIT.
029900     EXIT.
030000
030100 2200-WRITE-HISTORY.
030200     MOVE SPACES TO MOVEMENT-HISTORY-RECORD.
030300     MOVE ENR-PRODUCT-NUMBER       TO HST-PRODUCT-NUMBER.
030400     MOVE ENR-TRANSACTION-DATE     TO HST-TRANSACTION-DATE.
030500     MOVE ENR-TRANSACTION-IDENTIFIER TO
030600         HST-TRANSACTION-IDENTIFIER.
030700     MOVE ENR-PRODUCT-CODE         TO HST-PRODUCT-CODE.
030800     MOVE ENR-TRANSACTION-DESCRIPTION TO
030900         HST-TRANSACTION-DESCRIPTION.
031000     MOVE ENR-AMOUNT               TO HST-AMOUNT.
031100     MOVE ENR-TRANSACTION-TYPE     TO HST-TRANSACTION-TYPE.
031200     MOVE ENR-CATEGORY-CODE        TO HST-CATEGORY-CODE.
031300     MOVE ENR-EXTRACT-DATE         TO HST-EXTRACT-DATE.
031400     MOVE MVHLD-RECORD-NUMBER      TO HST-SOURCE-RECORD.
031500     MOVE MVHLD-TODAY              TO HST-LOAD-DATE.
031600     SET MVHLD-DUP-SW TO 'N'.
031700     WRITE MOVEMENT-HISTORY-RECORD
031800         INVALID KEY
031900             SET MVHLD-DUPLICATE TO TRUE
032000         NOT INVALID KEY
032100             ADD 1 TO MVHLD-LOADED-COUNT
032200     END-WRITE.
032300     IF MVHLD-DUPLICATE
032400         ADD 1 TO MVHLD-RELOAD-COUNT
032500     END-IF.
032600 2200-EXIT.
032700     EXIT.
032800
032900 2300-LIST-REDELIVERY.
033000     ADD 1 TO MVHLD-REDELIVERED-COUNT.
033100     MOVE ENR-PRODUCT-NUMBER TO MVHLD-DL-PRODUCT-NUMBER.
033200     MOVE ENR-TRANSACTION-IDENTIFIER TO MVHLD-DL-IDENTIFIER.
033300     MOVE MVHLD-FIRST-DATE TO MVHLD-DL-FIRST-DATE.
033400     MOVE MVHLD-FIRST-EXTRACT TO MVHLD-DL-FIRST-EXTRACT.
033500     MOVE ENR-TRANSACTION-DATE TO MVHLD-DL-AGAIN-DATE.
033600     MOVE ENR-EXTRACT-DATE TO MVHLD-DL-AGAIN-EXTRACT.
033700     MOVE ENR-AMOUNT TO MVHLD-DL-AMOUNT.
033800     IF ENR-EXTRACT-DATE = MVHLD-FIRST-EXTRACT
033900         MOVE 'AGAIN IN THE SAME EXTRACT' TO MVHLD-DL-NOTE
034000     ELSE
034100         MOVE 'AGAIN ON A LATER DAY' TO MVHLD-DL-NOTE
034200     END-IF.
034300     WRITE MVHDUP-PRINT-LINE FROM MVHLD-DETAIL-LINE.
034400     MOVE 4 TO MVHLD-SEVERITY-CODE.
034500 2300-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------*
034900*  RETENTION: ONE SWEEP OF THE MASTER IN PRIMARY-KEY       *
035000*  ORDER, DELETING EVERY ROW DATED BEFORE THE CUTOFF.      *
035100*----------------------------------------------------------*
035200 4000-AGE-OUT.
035300     MOVE 'N' TO MVHLD-HST-EOF-SW.
035400     MOVE LOW-VALUES TO HST-KEY.
035500     START MVHST-FILE
035600         KEY IS NOT LESS THAN HST-KEY
035700         INVALID KEY
035800             SET MVHLD-HST-EOF TO TRUE
035900     END-START.
036000     PERFORM 4100-AGE-ONE-ROW THRU 4100-EXIT
036100         UNTIL MVHLD-HST-EOF.
036200 4000-EXIT.
036300     EXIT.
036400
036500 4100-AGE-ONE-ROW.
036600     READ MVHST-FILE NEXT RECORD
036700         AT END
036800             SET MVHLD-HST-EOF TO TRUE
036900     END-READ.
037000     IF MVHLD-HST-EOF
037100         GO TO 4100-EXIT
037200     END-IF.
037300     IF HST-TRANSACTION-DATE < MVHLD-CUTOFF-DATE
037400         DELETE MVHST-FILE RECORD
037500         ADD 1 TO MVHLD-AGED-OUT-COUNT
037600     END-IF.
037700 4100-EXIT.
037800     EXIT.
037900
038000 3000-FINISH.
038100     MOVE MVHLD-LOADED-COUNT      TO MVHLD-TL-LOADED.
038200     MOVE MVHLD-RELOAD-COUNT      TO MVHLD-TL-RELOADED.
038300     MOVE MVHLD-REDELIVERED-COUNT TO MVHLD-TL-REDELIVERED.
038400     MOVE MVHLD-AGED-OUT-COUNT    TO MVHLD-TL-AGED-OUT.
038500     MOVE MVHLD-CUTOFF-DATE       TO MVHLD-TL-CUTOFF.
038600     WRITE MVHDUP-PRINT-LINE FROM MVHLD-TOTAL-LINE.
038700     CLOSE MVENR-FILE.
038800     CLOSE MVHST-FILE.
038900     CLOSE MVHDUP-FILE.
039000     DISPLAY 'MVHLD01 MOVEMENTS LOADED    = '
039100         MVHLD-LOADED-COUNT.
039200     DISPLAY 'MVHLD01 ALREADY LOADED      = '
039300         MVHLD-RELOAD-COUNT.
039400     DISPLAY 'MVHLD01 RE-DELIVERED        = '
039500         MVHLD-REDELIVERED-COUNT.
039600     DISPLAY 'MVHLD01 AGED OUT            = '
039700         MVHLD-AGED-OUT-COUNT.
039800 3000-EXIT.
039900     EXIT.
040000
040100 8100-READ-MVENR.
040200     READ MVENR-FILE
040300         AT END
040400             SET MVHLD-EOF TO TRUE
040500         NOT AT END
040600             ADD 1 TO MVHLD-RECORD-NUMBER
040700     END-READ.
040800 8100-EXIT.
040900     EXIT.
