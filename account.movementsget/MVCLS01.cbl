000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVCLS01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVCLS01 -- ACCOUNT CLOSURE: FINAL STATEMENT, STOP OF    *
000900*             FEES AND DORMANCY, ACCORD CLEAN-UP.          *
001000*                                                          *
001100*  A CUSTOMER CLOSING AN ACCOUNT USED TO BE INVISIBLE TO   *
001200*  THE SUITE: MVFEE01 KEPT ASSESSING IT, MVDRM01 AGED IT   *
001300*  TO DORMANT AND ONTO THE ESCHEAT EXTRACT, AND EVERY DAC  *
001400*  ACCORD DEBITING IT KEPT BOUNCING BACK THROUGH CSRET01.  *
001500*  EACH CLOSURE TRANSACTION (MVCLST) IS REFUSED WHEN THE   *
001600*  ACCOUNT IS ALREADY CLOSED, HAS A REFUND PENDING (A ROW  *
001700*  ON THE MVDDR01 REFUND QUEUE, MVRFQ, OR AN ACTIVE DDRQ   *
001800*  CASE ON ACDSPM) OR HAS ANY OTHER DISPUTE CASE OPEN OR   *
001900*  UNDER INVESTIGATION, AND WHEN ITS CLOSING POSITION --   *
002000*  THE OPENING BALANCE WITH THE MOVEMENTS UP TO THE CLOSE  *
002100*  DATE -- WOULD BE OVERDRAWN; THE DEBT IS SETTLED FIRST.  *
002200*  OTHERWISE THE STEP:                                     *
002300*    1. PRINTS AN OFF-CYCLE FINAL STATEMENT (MVCLSS) WITH  *
002400*       MVSTM01'S PAGINATION AND CARRY-FORWARD FORMATTING: *
002500*       OPENING POSITION FROM THE MVSTMB BALANCE MASTER,   *
002600*       THE MOVEMENTS SINCE THE LAST STATEMENT UP TO THE   *
002700*       CLOSE DATE, AND THE CLOSING POSITION, WHICH IS     *
002800*       WRITTEN BACK TO THE MASTER;                        *
002900*    2. LISTS EVERY ACXREF ACCORD DEBITING THE ACCOUNT ON  *
003000*       THE CLOSURE REPORT (MVCLSR) FOR CANCELLATION WITH  *
003100*       THE CUSTOMER;                                      *
003200*    3. DELETES THE ACCOUNT'S DORMANCY MASTER ROW          *
003300*       (MVDRMM);                                          *
003400*    4. WRITES THE CLOSED-ACCOUNTS MASTER ROW (MVCLSM),    *
003500*       WHICH MVSTM01 AND MVFEE01 SKIP AND ON WHICH        *
003600*       MVDRM01 FLAGS ANY MOVEMENT STILL ARRIVING;         *
003700*    5. NOTIFIES THE CUSTOMER THROUGH THE NOTIFY FEED      *
003800*       UNDER REASON ACCL.  A TRANSACTION WITH NO          *
003900*       CUSTOMER IS RESOLVED THROUGH THE RELATIONSHIP      *
004000*       MASTER (SEE MVRLK01); ONE WITH NO HOLDER AT ALL IS *
004100*       STILL CLOSED AND IS COUNTED.                       *
004200*  THE TRANSACTIONS AND THE MONTH'S CAPTURES (MVRESP) ARE  *
004300*  BOTH ASSUMED SORTED ASCENDING BY PRODUCT-NUMBER (PRIOR  *
004400*  SORT STEPS IN THE JCL), AS FOR MVSTM01.  A ZERO CLOSE   *
004500*  DATE TAKES TODAY.  ANY REFUSAL ENDS THE STEP WITH       *
004600*  CONDITION CODE 4.                                       *
004700*----------------------------------------------------------*
004800*  MODIFICATION HISTORY                                    *
004900*    10/15/26  DOB  INITIAL VERSION.                       *
005000*    10/15/26  DOB  A CLOSURE THAT WOULD LEAVE THE ACCOUNT *
005100*                   OVERDRAWN IS NOW REFUSED BEFORE THE    *
005200*                   FINAL STATEMENT, SO A DEBIT BALANCE IS *
005300*                   NEVER WRITTEN TO MVCLSM OR SENT TO THE *
005400*                   CUSTOMER AS A CREDIT.                  *
005500*----------------------------------------------------------*
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-ZSERIES.
005900 OBJECT-COMPUTER. IBM-ZSERIES.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT MVCLST-FILE ASSIGN TO MVCLST
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT MVRESP-FILE ASSIGN TO MVRESP
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT ACDSPM-FILE ASSIGN TO ACDSPM
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DSPM-KEY.
007000     SELECT MVRFQ-FILE ASSIGN TO MVRFQ
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT MVCLSW-FILE ASSIGN TO MVCLSW
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CLSW-PRODUCT-NUMBER.
007600     SELECT ACXREF-FILE ASSIGN TO ACXREF
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS XREF-REFERENCE-NUMBER.
008000     SELECT MVCLSA-FILE ASSIGN TO MVCLSA
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS CLSA-KEY.
008400     SELECT OPTIONAL MVCLSM-FILE ASSIGN TO MVCLSM
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS CLSM-PRODUCT-NUMBER.
008800     SELECT MVSTMB-FILE ASSIGN TO MVSTMB
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS STMB-KEY.
009200     SELECT MVDRMM-FILE ASSIGN TO MVDRMM
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS DRMM-PRODUCT-NUMBER.
009600     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
009700         ORGANIZATION IS LINE SEQUENTIAL.
009800     SELECT MVCLSS-FILE ASSIGN TO MVCLSS
009900         ORGANIZATION IS LINE SEQUENTIAL.
010000     SELECT MVCLSR-FILE ASSIGN TO MVCLSR
010100         ORGANIZATION IS LINE SEQUENTIAL.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  MVCLST-FILE.
010600     COPY "MVCLST01.cpy".
010700
010800 FD  MVRESP-FILE.
010900     COPY "OCBMOVA01_RESPONSE.cpy".
011000
011100 FD  ACDSPM-FILE.
011200     COPY "ACDSPM01.cpy".
011300
011400 FD  MVRFQ-FILE.
011500     COPY "MVRFQ01.cpy".
011600
011700 FD  MVCLSW-FILE.
011800     COPY "MVCLSW01.cpy".
011900
012000 FD  ACXREF-FILE.
012100     COPY "ACXREF01.cpy".
012200
012300 FD  MVCLSA-FILE.
012400     COPY "MVCLSA01.cpy".
012500
012600 FD  MVCLSM-FILE.
012700     COPY "MVCLSM01.cpy".
012800
012900 FD  MVSTMB-FILE.
013000     COPY "MVSTMB01.cpy".
013100
013200 FD  MVDRMM-FILE.
013300     COPY "MVDRMM01.cpy".
013400
013500 FD  NOTIFY-FILE.
013600     COPY "NOTIFY01.cpy".
013700
013800 FD  MVCLSS-FILE.
013900 01  MVCLSS-PRINT-LINE             PIC X(132).
014000
014100 FD  MVCLSR-FILE.
014200 01  MVCLSR-PRINT-LINE             PIC X(132).
014300
014400 WORKING-STORAGE SECTION.
014500*----------------------------------------------------------*
014600*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
014700*----------------------------------------------------------*
014800     COPY "RUNREG01.cpy".
014900
015000*----------------------------------------------------------*
015100*  ACCOUNT-HOLDER LOOKUP AREA (SEE MVRLK01).               *
015200*----------------------------------------------------------*
015300     COPY "MVRLK01.cpy".
015400
015500 77  MVCLS-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
015600
015700 01  MVCLS-SWITCHES.
015800     05  MVCLS-EOF-SW              PIC X(01) VALUE 'N'.
015900         88  MVCLS-EOF               VALUE 'Y'.
016000     05  MVCLS-RESP-EOF-SW         PIC X(01) VALUE 'N'.
016100         88  MVCLS-RESP-EOF          VALUE 'Y'.
016200     05  MVCLS-SRC-EOF-SW          PIC X(01) VALUE 'N'.
016300         88  MVCLS-SRC-EOF           VALUE 'Y'.
016400     05  MVCLS-ACC-EOF-SW          PIC X(01) VALUE 'N'.
016500         88  MVCLS-ACC-EOF           VALUE 'Y'.
016600     05  MVCLS-CLOSED-SW           PIC X(01) VALUE 'N'.
016700         88  MVCLS-ALREADY-CLOSED    VALUE 'Y'.
016800     05  MVCLS-PEND-FOUND-SW       PIC X(01) VALUE 'N'.
016900         88  MVCLS-PEND-FOUND        VALUE 'Y'.
017000     05  MVCLS-BAL-FOUND-SW        PIC X(01) VALUE 'N'.
017100         88  MVCLS-BAL-FOUND         VALUE 'Y'.
017200     05  MVCLS-HOLDER-FOUND-SW     PIC X(01) VALUE 'N'.
017300         88  MVCLS-HOLDER-FOUND      VALUE 'Y'.
017400     05  MVCLS-TALLY-SW            PIC X(01) VALUE 'R'.
017500         88  MVCLS-TALLY-REFUND      VALUE 'R'.
017600         88  MVCLS-TALLY-DISPUTE     VALUE 'D'.
017700
017800 77  MVCLS-TODAY                   PIC 9(8) VALUE ZERO.
017900 77  MVCLS-CLOSE-DATE              PIC 9(8) VALUE ZERO.
018000 77  MVCLS-IDX                     PIC 9(4) COMP VALUE ZERO.
018100 77  MVCLS-SORT-I                  PIC 9(4) COMP VALUE ZERO.
018200 77  MVCLS-SORT-J                  PIC 9(4) COMP VALUE ZERO.
018300 77  MVCLS-MOVE-COUNT              PIC 9(4) COMP VALUE ZERO.
018400 77  MVCLS-OVERFLOW-COUNT          PIC 9(7) COMP VALUE ZERO.
018500 77  MVCLS-TABLE-MAX               PIC 9(4) COMP VALUE 4500.
018600 77  MVCLS-LINES-PER-PAGE          PIC 9(2) COMP VALUE 55.
018700 77  MVCLS-LINE-COUNT              PIC 9(2) COMP VALUE ZERO.
018800 77  MVCLS-PAGE-NUMBER             PIC 9(4) COMP VALUE ZERO.
018900 77  MVCLS-CARD-COUNT              PIC 9(7) COMP VALUE ZERO.
019000 77  MVCLS-CLOSED-COUNT            PIC 9(7) COMP VALUE ZERO.
019100 77  MVCLS-REFUSED-COUNT           PIC 9(7) COMP VALUE ZERO.
019200 77  MVCLS-ACCORD-COUNT            PIC 9(7) COMP VALUE ZERO.
019300 77  MVCLS-ACCT-ACCORDS            PIC 9(3) VALUE ZERO.
019400 77  MVCLS-NOTIFIED-COUNT          PIC 9(7) COMP VALUE ZERO.
019500 77  MVCLS-NO-HOLDER-COUNT         PIC 9(7) COMP VALUE ZERO.
019600 77  MVCLS-PRIOR-STATEMENT-DATE    PIC 9(8) VALUE ZERO.
019700 77  MVCLS-OPENING-BALANCE         PIC S9(15)V9(2) VALUE ZERO.
019800 77  MVCLS-RUNNING-BALANCE         PIC S9(15)V9(2) VALUE ZERO.
019900 77  MVCLS-PROJECTED-BALANCE       PIC S9(15)V9(2) VALUE ZERO.
020000 77  MVCLS-HOLDER-ID-TYPE          PIC X(1) VALUE SPACE.
020100 77  MVCLS-HOLDER-ID-NUMBER        PIC X(17) VALUE SPACES.
020200
020300*----------------------------------------------------------*
020400*  THE CLOSING ACCOUNT'S MOVEMENTS SINCE ITS LAST          *
020500*  STATEMENT, COLLECTED ACROSS ITS PAGES AND SORTED BY     *
020600*  TRANSACTION-DATE -- THE MVSTM01 TABLE.                  *
020700*----------------------------------------------------------*
020800 01  MVCLS-MOVEMENT-TABLE.
020900     05  MVCLS-TAB-ENTRY OCCURS 4500 TIMES.
021000         10  MVCLS-TAB-DATE        PIC 9(8).
021100         10  MVCLS-TAB-IDENTIFIER  PIC 9(15).
021200         10  MVCLS-TAB-DESCRIPTION PIC X(30).
021300         10  MVCLS-TAB-AMOUNT      PIC 9(18)V9(2).
021400         10  MVCLS-TAB-TYPE        PIC X(1).
021500
021600 01  MVCLS-SWAP-ENTRY.
021700     05  MVCLS-SWAP-DATE           PIC 9(8).
021800     05  MVCLS-SWAP-IDENTIFIER     PIC 9(15).
021900     05  MVCLS-SWAP-DESCRIPTION    PIC X(30).
022000     05  MVCLS-SWAP-AMOUNT         PIC 9(18)V9(2).
022100     05  MVCLS-SWAP-TYPE           PIC X(1).
022200
022300 01  MVCLS-HEADING-1.
022400     05  FILLER                    PIC X(08) VALUE 'PRODUCT '.
022500     05  MVCLS-H1-PRODUCT-NUMBER   PIC 9(20).
022600     05  FILLER                    PIC X(04) VALUE SPACES.
022700     05  FILLER                    PIC X(26)
022800         VALUE 'FINAL ACCOUNT STATEMENT   '.
022900     05  MVCLS-H1-STATEMENT-DATE   PIC 9(8).
023000     05  FILLER                    PIC X(03) VALUE SPACES.
023100     05  FILLER                    PIC X(05) VALUE 'PAGE '.
023200     05  MVCLS-H1-PAGE             PIC ZZZ9.
023300     05  FILLER                    PIC X(54) VALUE SPACES.
023400
023500 01  MVCLS-HEADING-2.
023600     05  FILLER                    PIC X(10) VALUE 'DATE      '.
023700     05  FILLER                    PIC X(17)
023800         VALUE 'TRANSACTION-ID   '.
023900     05  FILLER                    PIC X(32)
024000         VALUE 'DESCRIPTION                     '.
024100     05  FILLER                    PIC X(21)
024200         VALUE '               AMOUNT'.
024300     05  FILLER                    PIC X(04) VALUE ' D/C'.
024400     05  FILLER                    PIC X(21)
024500         VALUE '              BALANCE'.
024600     05  FILLER                    PIC X(27) VALUE SPACES.
024700
024800 01  MVCLS-DETAIL-LINE.
024900     05  MVCLS-DT-DATE             PIC 9(8).
025000     05  FILLER                    PIC X(02) VALUE SPACES.
025100     05  MVCLS-DT-IDENTIFIER       PIC 9(15).
025200     05  FILLER                    PIC X(02) VALUE SPACES.
025300     05  MVCLS-DT-DESCRIPTION      PIC X(30).
025400     05  FILLER                    PIC X(02) VALUE SPACES.
025500     05  MVCLS-DT-AMOUNT           PIC Z(15)9.99.
025600     05  FILLER                    PIC X(02) VALUE SPACES.
025700     05  MVCLS-DT-TYPE             PIC X(1).
025800     05  FILLER                    PIC X(03) VALUE SPACES.
025900     05  MVCLS-DT-BALANCE          PIC Z(14)9.99-.
026000     05  FILLER                    PIC X(28) VALUE SPACES.
026100
026200 01  MVCLS-POSITION-LINE.
026300     05  MVCLS-PS-CAPTION          PIC X(20).
026400     05  FILLER                    PIC X(40) VALUE SPACES.
026500     05  MVCLS-PS-BALANCE          PIC Z(14)9.99-.
026600     05  FILLER                    PIC X(53) VALUE SPACES.
026700
026800 01  MVCLS-OVERFLOW-LINE.
026900     05  FILLER                    PIC X(37)
027000         VALUE '** MOVEMENTS OMITTED (TABLE LIMIT): '.
027100     05  MVCLS-OV-COUNT            PIC ZZZ9.
027200     05  FILLER                    PIC X(03) VALUE ' **'.
027300     05  FILLER                    PIC X(88) VALUE SPACES.
027400
027500 01  MVCLS-CLOSED-LINE.
027600     05  FILLER                    PIC X(18)
027700         VALUE '** ACCOUNT CLOSED '.
027800     05  MVCLS-CL-DATE             PIC 9(8).
027900     05  FILLER                    PIC X(40)
028000         VALUE ' - NO FURTHER STATEMENTS WILL FOLLOW **'.
028100     05  FILLER                    PIC X(66) VALUE SPACES.
028200
028300 01  MVCLS-REPORT-HEADING-1.
028400     05  FILLER                    PIC X(33)
028500         VALUE 'MVCLS01 ACCOUNT CLOSURES FOR -   '.
028600     05  MVCLS-RH-DATE             PIC 9(8).
028700     05  FILLER                    PIC X(91) VALUE SPACES.
028800
028900 01  MVCLS-REPORT-HEADING-2.
029000     05  FILLER                    PIC X(22)
029100         VALUE 'PRODUCT-NUMBER        '.
029200     05  FILLER                    PIC X(06) VALUE 'CODE  '.
029300     05  FILLER                    PIC X(10) VALUE 'CLOSED    '.
029400     05  FILLER                    PIC X(21)
029500         VALUE '       FINAL BALANCE '.
029600     05  FILLER                    PIC X(40) VALUE 'OUTCOME'.
029700     05  FILLER                    PIC X(33) VALUE SPACES.
029800
029900 01  MVCLS-REPORT-LINE.
030000     05  MVCLS-RL-PRODUCT-NUMBER   PIC 9(20).
030100     05  FILLER                    PIC X(02) VALUE SPACES.
030200     05  MVCLS-RL-PRODUCT-CODE     PIC 9(3).
030300     05  FILLER                    PIC X(03) VALUE SPACES.
030400     05  MVCLS-RL-CLOSE-DATE       PIC 9(8).
030500     05  FILLER                    PIC X(02) VALUE SPACES.
030600     05  MVCLS-RL-BALANCE          PIC Z(14)9.99-.
030700     05  FILLER                    PIC X(02) VALUE SPACES.
030800     05  MVCLS-RL-OUTCOME          PIC X(40).
030900     05  FILLER                    PIC X(33) VALUE SPACES.
031000
031100 01  MVCLS-ACCORD-LINE.
031200     05  FILLER                    PIC X(06) VALUE SPACES.
031300     05  FILLER                    PIC X(07) VALUE 'ACCORD '.
031400     05  MVCLS-AL-REFERENCE        PIC X(20).
031500     05  FILLER                    PIC X(07) VALUE '  BANK '.
031600     05  MVCLS-AL-DEBIT-BANK       PIC 9(3).
031700     05  FILLER                    PIC X(06) VALUE '  ACC '.
031800     05  MVCLS-AL-ACC-CODE         PIC 9(5).
031900     05  FILLER                    PIC X(09) VALUE '  STATUS '.
032000     05  MVCLS-AL-STATUS           PIC X(1).
032100     05  FILLER                    PIC X(02) VALUE SPACES.
032200     05  FILLER                    PIC X(34)
032300         VALUE 'TO BE CANCELLED WITH THE CUSTOMER '.
032400     05  FILLER                    PIC X(32) VALUE SPACES.
032500
032600 01  MVCLS-TOTAL-LINE.
032700     05  FILLER                    PIC X(08) VALUE 'CLOSED: '.
032800     05  MVCLS-TL-CLOSED           PIC Z(6)9.
032900     05  FILLER                    PIC X(11)
033000         VALUE '  REFUSED: '.
033100     05  MVCLS-TL-REFUSED          PIC Z(6)9.
033200     05  FILLER                    PIC X(18)
033300         VALUE '  ACCORDS LISTED: '.
033400     05  MVCLS-TL-ACCORDS          PIC Z(6)9.
033500     05  FILLER                    PIC X(74) VALUE SPACES.
033600
033700 PROCEDURE DIVISION.
033800 0000-MAINLINE.
033900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034000     PERFORM 2000-PROCESS-CLOSURE THRU 2000-EXIT
034100         UNTIL MVCLS-EOF.
034200     PERFORM 5000-FINISH THRU 5000-EXIT.
034300     SET RREG-END TO TRUE.
034400     MOVE MVCLS-CLOSED-COUNT TO RREG-RECORD-COUNT.
034500     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
034600     MOVE MVCLS-SEVERITY-CODE TO RETURN-CODE.
034700     STOP RUN.
034800
034900 1000-INITIALIZE.
035000     SET RREG-START TO TRUE.
035100     MOVE 'MVCLS01 ' TO RREG-PROGRAM-ID.
035200     MOVE 'MVRESP  ' TO RREG-GUARD-FILE.
035300     MOVE ZERO TO RREG-CYCLE-NUMBER.
035400     MOVE ZERO TO RREG-RECORD-COUNT.
035500     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
035600     IF RREG-BLOCKED
035700         DISPLAY 'MVCLS01 ALREADY COMPLETED FOR THIS DATE'
035800         MOVE 8 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     IF RREG-PREREQ-HOLD
036200         DISPLAY 'MVCLS01 HELD - PREREQUISITE NOT COMPLETE'
036300         MOVE 8 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     IF RREG-GUARD-HOLD
036700         DISPLAY 'MVCLS01 HELD - CAPTURE FAILED THE GUARD'
036800         MOVE 8 TO RETURN-CODE
036900         STOP RUN
037000     END-IF.
037100     ACCEPT MVCLS-TODAY FROM DATE YYYYMMDD.
037200     PERFORM 1100-BUILD-PENDING-INDEX THRU 1100-EXIT.
037300     PERFORM 1200-BUILD-ACCORD-INDEX THRU 1200-EXIT.
037400     OPEN INPUT MVCLST-FILE.
037500     OPEN INPUT MVRESP-FILE.
037600     OPEN INPUT MVCLSA-FILE.
037700     OPEN I-O MVCLSM-FILE.
037800     OPEN I-O MVSTMB-FILE.
037900     OPEN I-O MVDRMM-FILE.
038000     OPEN EXTEND NOTIFY-FILE.
038100     OPEN OUTPUT MVCLSS-FILE.
038200     OPEN OUTPUT MVCLSR-FILE.
038300     MOVE MVCLS-TODAY TO MVCLS-RH-DATE.
038400     WRITE MVCLSR-PRINT-LINE FROM MVCLS-REPORT-HEADING-1.
038500     WRITE MVCLSR-PRINT-LINE FROM MVCLS-REPORT-HEADING-2.
038600     PERFORM 8100-READ-MVCLST THRU 8100-EXIT.
038700     PERFORM 8200-READ-MVRESP THRU 8200-EXIT.
038800 1000-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------*
039200*  ROLLS WHAT IS STILL OUTSTANDING AGAINST EACH ACCOUNT    *
039300*  INTO A WORK INDEX KEYED BY PRODUCT-NUMBER: TONIGHT'S    *
039400*  MVDDR01 REFUND QUEUE AND EVERY ACTIVE DISPUTE CASE (A   *
039500*  DDRQ CASE IS A REFUND STILL BEING WORKED; ANY OTHER     *
039600*  SOURCE IS A DISPUTE).  A CASE THAT CARRIES NO ACCOUNT   *
039700*  CANNOT BE TIED TO ONE AND IS PASSED OVER.               *
039800*----------------------------------------------------------*
039900 1100-BUILD-PENDING-INDEX.
040000     OPEN OUTPUT MVCLSW-FILE.
040100     CLOSE MVCLSW-FILE.
040200     OPEN I-O MVCLSW-FILE.
040300     OPEN INPUT ACDSPM-FILE.
040400     MOVE LOW-VALUES TO DSPM-KEY.
040500     START ACDSPM-FILE
040600         KEY IS NOT LESS THAN DSPM-KEY
040700         INVALID KEY
040800             SET MVCLS-SRC-EOF TO TRUE
040900     END-START.
041000     PERFORM 1110-LOAD-ONE-CASE THRU 1110-EXIT
041100         UNTIL MVCLS-SRC-EOF.
041200     CLOSE ACDSPM-FILE.
041300     MOVE 'N' TO MVCLS-SRC-EOF-SW.
041400     OPEN INPUT MVRFQ-FILE.
041500     PERFORM 1120-LOAD-ONE-REFUND THRU 1120-EXIT
041600         UNTIL MVCLS-SRC-EOF.
041700     CLOSE MVRFQ-FILE.
041800 1100-EXIT.
041900     EXIT.
042000
042100 1110-LOAD-ONE-CASE.
042200     READ ACDSPM-FILE NEXT RECORD
042300         AT END
042400             SET MVCLS-SRC-EOF TO TRUE
042500     END-READ.
042600     IF MVCLS-SRC-EOF
042700             OR NOT DSPM-ACTIVE
042800             OR DSPM-PRODUCT-NUMBER = ZERO
042900         GO TO 1110-EXIT
043000     END-IF.
043100     MOVE DSPM-PRODUCT-NUMBER TO CLSW-PRODUCT-NUMBER.
043200     IF DSPM-FROM-DOUBLE-DEBIT
043300         SET MVCLS-TALLY-REFUND TO TRUE
043400     ELSE
043500         SET MVCLS-TALLY-DISPUTE TO TRUE
043600     END-IF.
043700     PERFORM 1150-TALLY-PENDING THRU 1150-EXIT.
043800 1110-EXIT.
043900     EXIT.
044000
044100 1120-LOAD-ONE-REFUND.
044200     READ MVRFQ-FILE
044300         AT END
044400             SET MVCLS-SRC-EOF TO TRUE
044500     END-READ.
044600     IF NOT MVCLS-SRC-EOF
044700         MOVE RFQ-PRODUCT-NUMBER TO CLSW-PRODUCT-NUMBER
044800         SET MVCLS-TALLY-REFUND TO TRUE
044900         PERFORM 1150-TALLY-PENDING THRU 1150-EXIT
045000     END-IF.
045100 1120-EXIT.
045200     EXIT.
045300
045400 1150-TALLY-PENDING.
045500     SET MVCLS-PEND-FOUND-SW TO 'N'.
045600     READ MVCLSW-FILE
045700         KEY IS CLSW-PRODUCT-NUMBER
045800         INVALID KEY
045900             CONTINUE
046000         NOT INVALID KEY
046100             SET MVCLS-PEND-FOUND TO TRUE
046200     END-READ.
046300     IF NOT MVCLS-PEND-FOUND
046400         MOVE ZERO TO CLSW-REFUND-COUNT
046500         MOVE ZERO TO CLSW-DISPUTE-COUNT
046600     END-IF.
046700     IF MVCLS-TALLY-REFUND
046800         ADD 1 TO CLSW-REFUND-COUNT
046900     ELSE
047000         ADD 1 TO CLSW-DISPUTE-COUNT
047100     END-IF.
047200     IF MVCLS-PEND-FOUND
047300         REWRITE CLOSURE-PENDING-INDEX-RECORD
047400     ELSE
047500         WRITE CLOSURE-PENDING-INDEX-RECORD
047600     END-IF.
047700 1150-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------*
048100*  ROLLS THE ACXREF DEBIT CROSS-REFERENCE INTO A WORK      *
048200*  INDEX KEYED BY DEBIT ACCOUNT AND REFERENCE, SO EVERY    *
048300*  ACCORD DEBITING A CLOSING ACCOUNT CAN BE LISTED -- THE  *
048400*  MVDRM01 WORK INDEX KEEPS ONLY ONE ACCORD PER ACCOUNT.   *
048500*----------------------------------------------------------*
048600 1200-BUILD-ACCORD-INDEX.
048700     OPEN INPUT ACXREF-FILE.
048800     OPEN OUTPUT MVCLSA-FILE.
048900     MOVE 'N' TO MVCLS-SRC-EOF-SW.
049000     MOVE LOW-VALUES TO XREF-REFERENCE-NUMBER.
049100     START ACXREF-FILE
049200         KEY IS NOT LESS THAN XREF-REFERENCE-NUMBER
049300         INVALID KEY
049400             SET MVCLS-SRC-EOF TO TRUE
049500     END-START.
049600     PERFORM 1210-LOAD-ONE-XREF THRU 1210-EXIT
049700         UNTIL MVCLS-SRC-EOF.
049800     CLOSE ACXREF-FILE.
049900     CLOSE MVCLSA-FILE.
050000 1200-EXIT.
050100     EXIT.
050200
050300 1210-LOAD-ONE-XREF.
050400     READ ACXREF-FILE NEXT RECORD
050500         AT END
050600             SET MVCLS-SRC-EOF TO TRUE
050700     END-READ.
050800     IF NOT MVCLS-SRC-EOF
050900         MOVE XREF-DEBIT-ACCOUNT-NUMBER TO
051000             CLSA-DEBIT-ACCOUNT-NUMBER
051100         MOVE XREF-REFERENCE-NUMBER TO CLSA-REFERENCE-NUMBER
051200         MOVE XREF-DEBIT-BANK TO CLSA-DEBIT-BANK
051300         MOVE XREF-IDENTIFICATION-NUMBER TO
051400             CLSA-IDENTIFICATION-NUMBER
051500         MOVE XREF-ACC-CODE TO CLSA-ACC-CODE
051600         MOVE XREF-ACCORD-STATUS TO CLSA-ACCORD-STATUS
051700         WRITE CLOSURE-ACCORD-INDEX-RECORD
051800     END-IF.
051900 1210-EXIT.
052000     EXIT.
052100
052200 2000-PROCESS-CLOSURE.
052300     ADD 1 TO MVCLS-CARD-COUNT.
052400     IF CLST-CLOSE-DATE = ZERO
052500         MOVE MVCLS-TODAY TO MVCLS-CLOSE-DATE
052600     ELSE
052700         MOVE CLST-CLOSE-DATE TO MVCLS-CLOSE-DATE
052800     END-IF.
052900     MOVE SPACES TO MVCLS-RL-OUTCOME.
053000     MOVE ZERO TO MVCLS-RL-BALANCE.
053100     PERFORM 8200-READ-MVRESP THRU 8200-EXIT
053200         UNTIL MVCLS-RESP-EOF
053300         OR PRODUCT-NUMBER OF RESPONSE NOT < CLST-PRODUCT-NUMBER.
053400     PERFORM 2100-CHECK-CLOSED THRU 2100-EXIT.
053500     IF MVCLS-ALREADY-CLOSED
053600         MOVE 'REFUSED - ALREADY CLOSED' TO MVCLS-RL-OUTCOME
053700         PERFORM 2900-REFUSE-CLOSURE THRU 2900-EXIT
053800         GO TO 2000-READ-NEXT
053900     END-IF.
054000     PERFORM 2200-CHECK-PENDING THRU 2200-EXIT.
054100     IF MVCLS-PEND-FOUND AND CLSW-REFUND-COUNT NOT = ZERO
054200         MOVE 'REFUSED - REFUND PENDING' TO MVCLS-RL-OUTCOME
054300         PERFORM 2900-REFUSE-CLOSURE THRU 2900-EXIT
054400         GO TO 2000-READ-NEXT
054500     END-IF.
054600     IF MVCLS-PEND-FOUND AND CLSW-DISPUTE-COUNT NOT = ZERO
054700         MOVE 'REFUSED - DISPUTE OPEN' TO MVCLS-RL-OUTCOME
054800         PERFORM 2900-REFUSE-CLOSURE THRU 2900-EXIT
054900         GO TO 2000-READ-NEXT
055000     END-IF.
055100     PERFORM 2300-PROJECT-CLOSING THRU 2300-EXIT.
055200     IF MVCLS-PROJECTED-BALANCE < ZERO
055300         MOVE MVCLS-PROJECTED-BALANCE TO MVCLS-RL-BALANCE
055400         MOVE 'REFUSED - ACCOUNT OVERDRAWN' TO MVCLS-RL-OUTCOME
055500         PERFORM 2900-REFUSE-CLOSURE THRU 2900-EXIT
055600         GO TO 2000-READ-NEXT
055700     END-IF.
055800     PERFORM 3000-FINAL-STATEMENT THRU 3000-EXIT.
055900     MOVE ZERO TO MVCLS-ACCT-ACCORDS.
056000     PERFORM 4000-LIST-ACCORDS THRU 4000-EXIT.
056100     PERFORM 4100-STOP-DORMANCY THRU 4100-EXIT.
056200     PERFORM 4200-WRITE-CLOSED-ROW THRU 4200-EXIT.
056300     PERFORM 4300-NOTIFY-CUSTOMER THRU 4300-EXIT.
056400     ADD 1 TO MVCLS-CLOSED-COUNT.
056500 2000-READ-NEXT.
056600     PERFORM 8100-READ-MVCLST THRU 8100-EXIT.
056700 2000-EXIT.
056800     EXIT.
056900
057000 2100-CHECK-CLOSED.
057100     SET MVCLS-CLOSED-SW TO 'N'.
057200     MOVE CLST-PRODUCT-NUMBER TO CLSM-PRODUCT-NUMBER.
057300     READ MVCLSM-FILE
057400         KEY IS CLSM-PRODUCT-NUMBER
057500         INVALID KEY
057600             CONTINUE
057700         NOT INVALID KEY
057800             SET MVCLS-ALREADY-CLOSED TO TRUE
057900     END-READ.
058000 2100-EXIT.
058100     EXIT.
058200
058300 2200-CHECK-PENDING.
058400     SET MVCLS-PEND-FOUND-SW TO 'N'.
058500     MOVE CLST-PRODUCT-NUMBER TO CLSW-PRODUCT-NUMBER.
058600     READ MVCLSW-FILE
058700         KEY IS CLSW-PRODUCT-NUMBER
058800         INVALID KEY
058900             CONTINUE
059000         NOT INVALID KEY
059100             SET MVCLS-PEND-FOUND TO TRUE
059200     END-READ.
059300 2200-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------*
059700*  GATHERS THE MOVEMENTS THE FINAL STATEMENT WILL PRINT    *
059800*  AND WORKS OUT THE CLOSING POSITION THEY LEAVE, BEFORE   *
059900*  ANYTHING IS PRINTED OR WRITTEN.                         *
060000*----------------------------------------------------------*
060100 2300-PROJECT-CLOSING.
060200     PERFORM 3100-LOOKUP-OPENING THRU 3100-EXIT.
060300     MOVE ZERO TO MVCLS-MOVE-COUNT MVCLS-OVERFLOW-COUNT.
060400     PERFORM 3200-COLLECT-CAPTURE THRU 3200-EXIT
060500         UNTIL MVCLS-RESP-EOF
060600         OR PRODUCT-NUMBER OF RESPONSE NOT = CLST-PRODUCT-NUMBER.
060700     PERFORM 3300-SORT-MOVEMENTS THRU 3300-EXIT.
060800     MOVE MVCLS-OPENING-BALANCE TO MVCLS-PROJECTED-BALANCE.
060900     PERFORM 2310-PROJECT-ONE THRU 2310-EXIT
061000         VARYING MVCLS-IDX FROM 1 BY 1
061100         UNTIL MVCLS-IDX > MVCLS-MOVE-COUNT.
061200 2300-EXIT.
061300     EXIT.
061400
061500 2310-PROJECT-ONE.
061600     IF MVCLS-TAB-TYPE (MVCLS-IDX) = 'D'
061700         SUBTRACT MVCLS-TAB-AMOUNT (MVCLS-IDX)
061800             FROM MVCLS-PROJECTED-BALANCE
061900     ELSE
062000         ADD MVCLS-TAB-AMOUNT (MVCLS-IDX)
062100             TO MVCLS-PROJECTED-BALANCE
062200     END-IF.
062300 2310-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------*
062700*  A REFUSED CLOSURE TOUCHES NOTHING; THE TRANSACTION IS   *
062800*  RESUBMITTED ONCE THE REFUND OR DISPUTE IS SETTLED OR    *
062900*  THE ACCOUNT IS BACK IN CREDIT.                          *
063000*----------------------------------------------------------*
063100 2900-REFUSE-CLOSURE.
063200     MOVE CLST-PRODUCT-NUMBER TO MVCLS-RL-PRODUCT-NUMBER.
063300     MOVE CLST-PRODUCT-CODE   TO MVCLS-RL-PRODUCT-CODE.
063400     MOVE MVCLS-CLOSE-DATE    TO MVCLS-RL-CLOSE-DATE.
063500     WRITE MVCLSR-PRINT-LINE FROM MVCLS-REPORT-LINE.
063600     ADD 1 TO MVCLS-REFUSED-COUNT.
063700     MOVE 4 TO MVCLS-SEVERITY-CODE.
063800 2900-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------*
064200*  PRINTS THE FINAL STATEMENT FROM WHAT 2300 GATHERED:     *
064300*  OPENING POSITION FROM THE BALANCE MASTER, THE           *
064400*  MOVEMENTS DATED AFTER THE LAST STATEMENT AND UP TO THE  *
064500*  CLOSE DATE IN DATE ORDER WITH A RUNNING BALANCE, AND    *
064600*  THE CLOSING POSITION, WHICH IS WRITTEN BACK TO THE      *
064700*  MASTER DATED THE CLOSE DATE.                            *
064800*----------------------------------------------------------*
064900 3000-FINAL-STATEMENT.
065000     MOVE MVCLS-OPENING-BALANCE TO MVCLS-RUNNING-BALANCE.
065100     MOVE ZERO TO MVCLS-PAGE-NUMBER.
065200     PERFORM 3400-PAGE-HEADING THRU 3400-EXIT.
065300     MOVE 'OPENING POSITION'    TO MVCLS-PS-CAPTION.
065400     MOVE MVCLS-OPENING-BALANCE TO MVCLS-PS-BALANCE.
065500     WRITE MVCLSS-PRINT-LINE FROM MVCLS-POSITION-LINE.
065600     ADD 1 TO MVCLS-LINE-COUNT.
065700     PERFORM 3500-PRINT-MOVEMENT THRU 3500-EXIT
065800         VARYING MVCLS-IDX FROM 1 BY 1
065900         UNTIL MVCLS-IDX > MVCLS-MOVE-COUNT.
066000     IF MVCLS-OVERFLOW-COUNT NOT = ZERO
066100         MOVE MVCLS-OVERFLOW-COUNT TO MVCLS-OV-COUNT
066200         WRITE MVCLSS-PRINT-LINE FROM MVCLS-OVERFLOW-LINE
066300         ADD 1 TO MVCLS-LINE-COUNT
066400     END-IF.
066500     MOVE 'CLOSING POSITION'    TO MVCLS-PS-CAPTION.
066600     MOVE MVCLS-RUNNING-BALANCE TO MVCLS-PS-BALANCE.
066700     WRITE MVCLSS-PRINT-LINE FROM MVCLS-POSITION-LINE.
066800     MOVE MVCLS-CLOSE-DATE TO MVCLS-CL-DATE.
066900     WRITE MVCLSS-PRINT-LINE FROM MVCLS-CLOSED-LINE.
067000     PERFORM 3600-REWRITE-BALANCE THRU 3600-EXIT.
067100 3000-EXIT.
067200     EXIT.
067300
067400 3100-LOOKUP-OPENING.
067500     SET MVCLS-BAL-FOUND-SW TO 'N'.
067600     MOVE CLST-PRODUCT-NUMBER TO STMB-PRODUCT-NUMBER.
067700     READ MVSTMB-FILE
067800         KEY IS STMB-KEY
067900         INVALID KEY
068000             CONTINUE
068100         NOT INVALID KEY
068200             SET MVCLS-BAL-FOUND TO TRUE
068300     END-READ.
068400     IF MVCLS-BAL-FOUND
068500         MOVE STMB-CLOSING-BALANCE TO MVCLS-OPENING-BALANCE
068600         MOVE STMB-STATEMENT-DATE TO MVCLS-PRIOR-STATEMENT-DATE
068700     ELSE
068800         MOVE ZERO TO MVCLS-OPENING-BALANCE
068900         MOVE ZERO TO MVCLS-PRIOR-STATEMENT-DATE
069000     END-IF.
069100 3100-EXIT.
069200     EXIT.
069300
069400 3200-COLLECT-CAPTURE.
069500     PERFORM 3210-COLLECT-MOVEMENT THRU 3210-EXIT
069600         VARYING MVCLS-SORT-J FROM 1 BY 1
069700         UNTIL MVCLS-SORT-J > MOVEMENT-COUNT OF RESPONSE.
069800     PERFORM 8200-READ-MVRESP THRU 8200-EXIT.
069900 3200-EXIT.
070000     EXIT.
070100
070200 3210-COLLECT-MOVEMENT.
070300     IF TRANSACTION-DATE (MVCLS-SORT-J) NOT >
070400             MVCLS-PRIOR-STATEMENT-DATE
070500             OR TRANSACTION-DATE (MVCLS-SORT-J) >
070600                 MVCLS-CLOSE-DATE
070700         GO TO 3210-EXIT
070800     END-IF.
070900     IF MVCLS-MOVE-COUNT < MVCLS-TABLE-MAX
071000         ADD 1 TO MVCLS-MOVE-COUNT
071100         MOVE TRANSACTION-DATE (MVCLS-SORT-J)
071200             TO MVCLS-TAB-DATE (MVCLS-MOVE-COUNT)
071300         MOVE TRANSACTION-IDENTIFIER (MVCLS-SORT-J)
071400             TO MVCLS-TAB-IDENTIFIER (MVCLS-MOVE-COUNT)
071500         MOVE TRANSACTION-DESCRIPTION (MVCLS-SORT-J)
071600             TO MVCLS-TAB-DESCRIPTION (MVCLS-MOVE-COUNT)
071700         MOVE AMOUNT (MVCLS-SORT-J)
071800             TO MVCLS-TAB-AMOUNT (MVCLS-MOVE-COUNT)
071900         MOVE TRANSACTION-TYPE (MVCLS-SORT-J)
072000             TO MVCLS-TAB-TYPE (MVCLS-MOVE-COUNT)
072100     ELSE
072200         ADD 1 TO MVCLS-OVERFLOW-COUNT
072300     END-IF.
072400 3210-EXIT.
072500     EXIT.
072600
072700*----------------------------------------------------------*
072800*  SIMPLE EXCHANGE SORT BY TRANSACTION-DATE -- THE SAME    *
072900*  SHAPE MVSTM01 USES.                                     *
073000*----------------------------------------------------------*
073100 3300-SORT-MOVEMENTS.
073200     PERFORM 3310-SORT-PASS THRU 3310-EXIT
073300         VARYING MVCLS-SORT-I FROM 1 BY 1
073400         UNTIL MVCLS-SORT-I NOT < MVCLS-MOVE-COUNT.
073500 3300-EXIT.
073600     EXIT.
073700
073800 3310-SORT-PASS.
073900     PERFORM 3320-SORT-COMPARE THRU 3320-EXIT
074000         VARYING MVCLS-SORT-J FROM 1 BY 1
074100         UNTIL MVCLS-SORT-J >
074200             MVCLS-MOVE-COUNT - MVCLS-SORT-I.
074300 3310-EXIT.
074400     EXIT.
074500
074600 3320-SORT-COMPARE.
074700     IF MVCLS-TAB-DATE (MVCLS-SORT-J) >
074800             MVCLS-TAB-DATE (MVCLS-SORT-J + 1)
074900         MOVE MVCLS-TAB-ENTRY (MVCLS-SORT-J)
075000             TO MVCLS-SWAP-ENTRY
075100         MOVE MVCLS-TAB-ENTRY (MVCLS-SORT-J + 1)
075200             TO MVCLS-TAB-ENTRY (MVCLS-SORT-J)
075300         MOVE MVCLS-SWAP-ENTRY
075400             TO MVCLS-TAB-ENTRY (MVCLS-SORT-J + 1)
075500     END-IF.
075600 3320-EXIT.
075700     EXIT.
075800
075900 3400-PAGE-HEADING.
076000     ADD 1 TO MVCLS-PAGE-NUMBER.
076100     IF MVCLS-PAGE-NUMBER = 1
076200             AND MVCLS-CLOSED-COUNT NOT = ZERO
076300         MOVE SPACES TO MVCLSS-PRINT-LINE
076400         WRITE MVCLSS-PRINT-LINE
076500         WRITE MVCLSS-PRINT-LINE
076600     END-IF.
076700     MOVE CLST-PRODUCT-NUMBER TO MVCLS-H1-PRODUCT-NUMBER.
076800     MOVE MVCLS-CLOSE-DATE    TO MVCLS-H1-STATEMENT-DATE.
076900     MOVE MVCLS-PAGE-NUMBER   TO MVCLS-H1-PAGE.
077000     WRITE MVCLSS-PRINT-LINE FROM MVCLS-HEADING-1.
077100     WRITE MVCLSS-PRINT-LINE FROM MVCLS-HEADING-2.
077200     MOVE 2 TO MVCLS-LINE-COUNT.
077300     IF MVCLS-PAGE-NUMBER > 1
077400         MOVE 'BROUGHT FORWARD'     TO MVCLS-PS-CAPTION
077500         MOVE MVCLS-RUNNING-BALANCE TO MVCLS-PS-BALANCE
077600         WRITE MVCLSS-PRINT-LINE FROM MVCLS-POSITION-LINE
077700         ADD 1 TO MVCLS-LINE-COUNT
077800     END-IF.
077900 3400-EXIT.
078000     EXIT.
078100
078200 3500-PRINT-MOVEMENT.
078300     IF MVCLS-LINE-COUNT NOT < MVCLS-LINES-PER-PAGE
078400         MOVE 'CARRIED FORWARD'     TO MVCLS-PS-CAPTION
078500         MOVE MVCLS-RUNNING-BALANCE TO MVCLS-PS-BALANCE
078600         WRITE MVCLSS-PRINT-LINE FROM MVCLS-POSITION-LINE
078700         PERFORM 3400-PAGE-HEADING THRU 3400-EXIT
078800     END-IF.
078900     IF MVCLS-TAB-TYPE (MVCLS-IDX) = 'D'
079000         SUBTRACT MVCLS-TAB-AMOUNT (MVCLS-IDX)
079100             FROM MVCLS-RUNNING-BALANCE
079200     ELSE
079300         ADD MVCLS-TAB-AMOUNT (MVCLS-IDX)
079400             TO MVCLS-RUNNING-BALANCE
079500     END-IF.
079600     MOVE MVCLS-TAB-DATE (MVCLS-IDX)        TO MVCLS-DT-DATE.
079700     MOVE MVCLS-TAB-IDENTIFIER (MVCLS-IDX)  TO
079800         MVCLS-DT-IDENTIFIER.
079900     MOVE MVCLS-TAB-DESCRIPTION (MVCLS-IDX) TO
080000         MVCLS-DT-DESCRIPTION.
080100     MOVE MVCLS-TAB-AMOUNT (MVCLS-IDX)      TO MVCLS-DT-AMOUNT.
080200     MOVE MVCLS-TAB-TYPE (MVCLS-IDX)        TO MVCLS-DT-TYPE.
080300     MOVE MVCLS-RUNNING-BALANCE             TO MVCLS-DT-BALANCE.
080400     WRITE MVCLSS-PRINT-LINE FROM MVCLS-DETAIL-LINE.
080500     ADD 1 TO MVCLS-LINE-COUNT.
080600 3500-EXIT.
080700     EXIT.
080800
080900 3600-REWRITE-BALANCE.
081000     MOVE CLST-PRODUCT-NUMBER   TO STMB-PRODUCT-NUMBER.
081100     MOVE CLST-PRODUCT-CODE     TO STMB-PRODUCT-CODE.
081200     MOVE MVCLS-RUNNING-BALANCE TO STMB-CLOSING-BALANCE.
081300     MOVE MVCLS-CLOSE-DATE      TO STMB-STATEMENT-DATE.
081400     IF MVCLS-BAL-FOUND
081500         REWRITE STATEMENT-BALANCE-RECORD
081600     ELSE
081700         WRITE STATEMENT-BALANCE-RECORD
081800     END-IF.
081900 3600-EXIT.
082000     EXIT.
082100
082200*----------------------------------------------------------*
082300*  THE CLOSURE REPORT LINE, THEN ONE LINE UNDER IT FOR     *
082400*  EVERY ACCORD STILL DEBITING THE ACCOUNT.  THE ACCORDS   *
082500*  ARE NOT CANCELLED HERE -- THAT IS AGREED WITH THE       *
082600*  CUSTOMER, WHO MAY WANT THEM MOVED TO ANOTHER ACCOUNT.   *
082700*----------------------------------------------------------*
082800 4000-LIST-ACCORDS.
082900     MOVE CLST-PRODUCT-NUMBER   TO MVCLS-RL-PRODUCT-NUMBER.
083000     MOVE CLST-PRODUCT-CODE     TO MVCLS-RL-PRODUCT-CODE.
083100     MOVE MVCLS-CLOSE-DATE      TO MVCLS-RL-CLOSE-DATE.
083200     MOVE MVCLS-RUNNING-BALANCE TO MVCLS-RL-BALANCE.
083300     MOVE 'CLOSED - FINAL STATEMENT PRINTED' TO
083400         MVCLS-RL-OUTCOME.
083500     WRITE MVCLSR-PRINT-LINE FROM MVCLS-REPORT-LINE.
083600     MOVE 'N' TO MVCLS-ACC-EOF-SW.
083700     MOVE CLST-PRODUCT-NUMBER TO CLSA-DEBIT-ACCOUNT-NUMBER.
083800     MOVE LOW-VALUES TO CLSA-REFERENCE-NUMBER.
083900     START MVCLSA-FILE
084000         KEY IS NOT LESS THAN CLSA-KEY
084100         INVALID KEY
084200             SET MVCLS-ACC-EOF TO TRUE
084300     END-START.
084400     PERFORM 4010-LIST-ONE-ACCORD THRU 4010-EXIT
084500         UNTIL MVCLS-ACC-EOF.
084600 4000-EXIT.
084700     EXIT.
084800
084900 4010-LIST-ONE-ACCORD.
085000     READ MVCLSA-FILE NEXT RECORD
085100         AT END
085200             SET MVCLS-ACC-EOF TO TRUE
085300     END-READ.
085400     IF MVCLS-ACC-EOF
085500         GO TO 4010-EXIT
085600     END-IF.
085700     IF CLSA-DEBIT-ACCOUNT-NUMBER NOT = CLST-PRODUCT-NUMBER
085800         SET MVCLS-ACC-EOF TO TRUE
085900         GO TO 4010-EXIT
086000     END-IF.
086100     MOVE CLSA-REFERENCE-NUMBER TO MVCLS-AL-REFERENCE.
086200     MOVE CLSA-DEBIT-BANK       TO MVCLS-AL-DEBIT-BANK.
086300     MOVE CLSA-ACC-CODE         TO MVCLS-AL-ACC-CODE.
086400     MOVE CLSA-ACCORD-STATUS    TO MVCLS-AL-STATUS.
086500     WRITE MVCLSR-PRINT-LINE FROM MVCLS-ACCORD-LINE.
086600     ADD 1 TO MVCLS-ACCORD-COUNT.
086700     ADD 1 TO MVCLS-ACCT-ACCORDS.
086800 4010-EXIT.
086900     EXIT.
087000
087100*----------------------------------------------------------*
087200*  WITH ITS DORMANCY ROW GONE A CLOSED ACCOUNT CAN NO      *
087300*  LONGER BE WARNED OR REACH THE ESCHEAT EXTRACT; MVDRM01  *
087400*  WILL NOT FEED IT BACK (SEE MVCLSM).                     *
087500*----------------------------------------------------------*
087600 4100-STOP-DORMANCY.
087700     MOVE CLST-PRODUCT-NUMBER TO DRMM-PRODUCT-NUMBER.
087800     DELETE MVDRMM-FILE RECORD
087900         INVALID KEY
088000             CONTINUE
088100     END-DELETE.
088200 4100-EXIT.
088300     EXIT.
088400
088500 4200-WRITE-CLOSED-ROW.
088600     MOVE CLST-PRODUCT-NUMBER        TO CLSM-PRODUCT-NUMBER.
088700     MOVE CLST-PRODUCT-CODE          TO CLSM-PRODUCT-CODE.
088800     MOVE CLST-IDENTIFICATION-TYPE   TO CLSM-IDENTIFICATION-TYPE.
088900     MOVE CLST-IDENTIFICATION-NUMBER TO
089000         CLSM-IDENTIFICATION-NUMBER.
089100     MOVE MVCLS-CLOSE-DATE           TO CLSM-CLOSE-DATE.
089200     MOVE CLST-REASON-CODE           TO CLSM-REASON-CODE.
089300     MOVE CLST-REQUEST-USER          TO CLSM-REQUEST-USER.
089400     MOVE MVCLS-RUNNING-BALANCE      TO CLSM-FINAL-BALANCE.
089500     MOVE MVCLS-ACCT-ACCORDS         TO CLSM-ACCORD-COUNT.
089600     MOVE MVCLS-TODAY                TO CLSM-PROCESSED-DATE.
089700     WRITE CLOSED-ACCOUNT-RECORD.
089800 4200-EXIT.
089900     EXIT.
090000
090100 4300-NOTIFY-CUSTOMER.
090200     PERFORM 4310-RESOLVE-HOLDER THRU 4310-EXIT.
090300     IF NOT MVCLS-HOLDER-FOUND
090400         ADD 1 TO MVCLS-NO-HOLDER-COUNT
090500         GO TO 4300-EXIT
090600     END-IF.
090700     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
090800     MOVE 'OCBMOVA1' TO NOTIFY-SOURCE-SERVICE.
090900     MOVE MVCLS-HOLDER-ID-TYPE TO IDENTIFICATION-TYPE OF
091000         CUSTOMER-NOTIFICATION-RECORD.
091100     MOVE MVCLS-HOLDER-ID-NUMBER TO
091200         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
091300     MOVE CLST-PRODUCT-NUMBER TO NOTIFY-REFERENCE.
091400     SET NOTIFY-ACCOUNT-CLOSED TO TRUE.
091500     SET NOTIFY-BY-EMAIL TO TRUE.
091600     MOVE MVCLS-TODAY TO NOTIFY-DATE.
091700     MOVE ZERO TO NOTIFY-DEBIT-BANK.
091800     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
091900     MOVE MVCLS-RUNNING-BALANCE TO NOTIFY-AMOUNT.
092000     MOVE MVCLS-CLOSE-DATE TO NOTIFY-VALUE-DATE.
092100     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
092200     MOVE ZERO TO NOTIFY-BILLER-SERVICE.
092300     MOVE CLST-PRODUCT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
092400     WRITE CUSTOMER-NOTIFICATION-RECORD.
092500     ADD 1 TO MVCLS-NOTIFIED-COUNT.
092600 4300-EXIT.
092700     EXIT.
092800
092900*----------------------------------------------------------*
093000*  THE CUSTOMER ON THE TRANSACTION WINS; A TRANSACTION     *
093100*  WITHOUT ONE ASKS THE RELATIONSHIP MASTER AS AT THE      *
093200*  CLOSE DATE.                                             *
093300*----------------------------------------------------------*
093400 4310-RESOLVE-HOLDER.
093500     SET MVCLS-HOLDER-FOUND-SW TO 'N'.
093600     IF CLST-IDENTIFICATION-NUMBER NOT = SPACES
093700         MOVE CLST-IDENTIFICATION-TYPE TO MVCLS-HOLDER-ID-TYPE
093800         MOVE CLST-IDENTIFICATION-NUMBER TO
093900             MVCLS-HOLDER-ID-NUMBER
094000         SET MVCLS-HOLDER-FOUND TO TRUE
094100         GO TO 4310-EXIT
094200     END-IF.
094300     MOVE CLST-PRODUCT-NUMBER TO RLK-PRODUCT-NUMBER.
094400     MOVE MVCLS-CLOSE-DATE TO RLK-AS-OF-DATE.
094500     CALL 'MVRLK01' USING RELATIONSHIP-LOOKUP-REQUEST.
094600     IF RLK-FOUND
094700         MOVE RLK-IDENTIFICATION-TYPE TO MVCLS-HOLDER-ID-TYPE
094800         MOVE RLK-IDENTIFICATION-NUMBER TO
094900             MVCLS-HOLDER-ID-NUMBER
095000         SET MVCLS-HOLDER-FOUND TO TRUE
095100     END-IF.
095200 4310-EXIT.
095300     EXIT.
095400
095500 5000-FINISH.
095600     MOVE MVCLS-CLOSED-COUNT  TO MVCLS-TL-CLOSED.
095700     MOVE MVCLS-REFUSED-COUNT TO MVCLS-TL-REFUSED.
095800     MOVE MVCLS-ACCORD-COUNT  TO MVCLS-TL-ACCORDS.
095900     WRITE MVCLSR-PRINT-LINE FROM MVCLS-TOTAL-LINE.
096000     CLOSE MVCLST-FILE.
096100     CLOSE MVRESP-FILE.
096200     CLOSE MVCLSW-FILE.
096300     CLOSE MVCLSA-FILE.
096400     CLOSE MVCLSM-FILE.
096500     CLOSE MVSTMB-FILE.
096600     CLOSE MVDRMM-FILE.
096700     CLOSE NOTIFY-FILE.
096800     CLOSE MVCLSS-FILE.
096900     CLOSE MVCLSR-FILE.
097000     DISPLAY 'MVCLS01 CLOSURES READ       = ' MVCLS-CARD-COUNT.
097100     DISPLAY 'MVCLS01 ACCOUNTS CLOSED     = '
097200         MVCLS-CLOSED-COUNT.
097300     DISPLAY 'MVCLS01 CLOSURES REFUSED    = '
097400         MVCLS-REFUSED-COUNT.
097500     DISPLAY 'MVCLS01 ACCORDS TO CANCEL   = '
097600         MVCLS-ACCORD-COUNT.
097700     DISPLAY 'MVCLS01 CUSTOMERS NOTIFIED  = '
097800         MVCLS-NOTIFIED-COUNT.
097900     DISPLAY 'MVCLS01 NO ACCOUNT HOLDER   = '
098000         MVCLS-NO-HOLDER-COUNT.
098100 5000-EXIT.
098200     EXIT.
098300
098400 8100-READ-MVCLST.
098500     READ MVCLST-FILE
098600         AT END
098700             SET MVCLS-EOF TO TRUE
098800     END-READ.
098900 8100-EXIT.
099000     EXIT.
099100
099200 8200-READ-MVRESP.
099300     READ MVRESP-FILE
099400         AT END
099500             SET MVCLS-RESP-EOF TO TRUE
099600     END-READ.
099700 8200-EXIT.
099800     EXIT.
