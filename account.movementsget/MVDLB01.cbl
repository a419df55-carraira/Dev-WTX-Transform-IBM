000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVDLB01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVDLB01 -- PER-ACCOUNT DAILY BALANCE LEDGER AND          *
000900*             OVERDRAFT DETECTION.                          *
001000*                                                          *
001100*  MVBALM ROLLS BALANCES UP BY PRODUCT-CODE AND MVSTMB      *
001200*  ONLY KNOWS EACH ACCOUNT AT MONTH END.  THIS STEP KEEPS   *
001300*  A DAILY LEDGER MASTER (MVDLBM) PER PRODUCT-NUMBER, FED   *
001400*  FROM THE NIGHT'S OCBMOVA01 CAPTURES (MVRESP):            *
001500*    - THE OPENING BALANCE IS LAST NIGHT'S CLOSING.  AN     *
001600*      ACCOUNT SEEN FOR THE FIRST TIME OPENS AT ITS LAST    *
001700*      STATEMENT CLOSING BALANCE (MVSTMB), OR AT ZERO IF    *
001800*      IT HAS NEVER HAD A STATEMENT, SO THE FIRST MONTH-    *
001900*      END PROOF IN MVSTM01 AGREES;                         *
002000*    - THE DAY'S MOVEMENTS ARE COLLECTED ACROSS THE         *
002100*      ACCOUNT'S PAGES, SORTED BY TRANSACTION-DATE AND      *
002200*      APPLIED IN THAT ORDER, GIVING THE DAY'S DEBIT AND    *
002300*      CREDIT TOTALS, THE CLOSING BALANCE AND THE LOWEST    *
002400*      INTRADAY POSITION;                                   *
002500*    - EVERY ACCOUNT WITH NO MOVEMENT TONIGHT IS ROLLED     *
002600*      FORWARD UNCHANGED IN A SWEEP OF THE MASTER, SO THE   *
002700*      COUNT OF CONSECUTIVE DAYS OVERDRAWN KEEPS RUNNING    *
002800*      FOR AN IDLE OVERDRAWN ACCOUNT.                       *
002900*  AN ACCOUNT THAT GOES NEGATIVE (AT CLOSE, OR ONLY         *
003000*  INTRADAY) LANDS ON THE OVERDRAFT EXCEPTION REPORT        *
003100*  (MVODX) AND IS FED TO THE NOTIFY QUEUE UNDER REASON      *
003200*  OVDR.  ONE THAT STAYS NEGATIVE PAST THE EXEC PARM        *
003300*  NUMBER OF DAYS (ZERO TAKES 5) IS REPORTED EVERY NIGHT    *
003400*  AND NOTIFIED AGAIN ON THE NIGHT IT CROSSES THE LIMIT.    *
003500*  THE CUSTOMER IS RESOLVED THROUGH THE RELATIONSHIP        *
003600*  MASTER (SEE MVRLK01); AN ACCOUNT WITH NO HOLDER IS       *
003700*  STILL REPORTED AND IS COUNTED.                           *
003800*                                                          *
003900*  INPUT IS ASSUMED SORTED ASCENDING BY PRODUCT-NUMBER (A   *
004000*  PRIOR SORT STEP IN THE JCL), AS FOR MVSTM01.  MOVEMENTS  *
004100*  BEYOND THE TABLE ARE STILL APPLIED TO THE TOTALS, AFTER  *
004200*  THE SORTED ONES, AND ARE COUNTED.  AN ACCOUNT ALREADY    *
004300*  LEDGERED FOR TODAY IS SKIPPED WITH CONDITION CODE 4 SO   *
004400*  A RERUN CANNOT APPLY A NIGHT TWICE.  MVSTM01 PROVES ITS  *
004500*  MONTH-END CLOSING BALANCE AGAINST THIS MASTER.           *
004600*----------------------------------------------------------*
004700*  MODIFICATION HISTORY                                    *
004800*    10/15/26  DOB  INITIAL VERSION.                       *
004900*    10/15/26  DOB  PASSES THE OVERDRAWN AMOUNT, LEDGER    *
005000*                   DATE AND ACCOUNT FOR THE NOTICE        *
005100*                   TEMPLATE (SEE NTDSP01).                *
005200*    10/15/26  DOB  AN INTRADAY-ONLY OVERDRAFT IS NOTIFIED *
005300*                   FOR THE LOWEST BALANCE OF THE DAY, NOT *
005400*                   THE CLOSING BALANCE.                   *
005500*    10/15/26  DOB  A NEW ACCOUNT OPENS AT ITS LAST        *
005600*                   STATEMENT CLOSING BALANCE (MVSTMB).    *
005700*----------------------------------------------------------*
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-ZSERIES.
006100 OBJECT-COMPUTER. IBM-ZSERIES.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT MVRESP-FILE ASSIGN TO MVRESP
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT MVDLBM-FILE ASSIGN TO MVDLBM
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DLBM-KEY.
007000     SELECT MVODX-FILE ASSIGN TO MVODX
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT MVSTMB-FILE ASSIGN TO MVSTMB
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS STMB-KEY.
007600     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  MVRESP-FILE.
008200     COPY "OCBMOVA01_RESPONSE.cpy".
008300
008400 FD  MVDLBM-FILE.
008500     COPY "MVDLBM01.cpy".
008600
008700 FD  MVSTMB-FILE.
008800     COPY "MVSTMB01.cpy".
008900
009000 FD  MVODX-FILE.
009100     COPY "MVODX01.cpy".
009200
009300 FD  NOTIFY-FILE.
009400     COPY "NOTIFY01.cpy".
009500
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------*
009800*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
009900*----------------------------------------------------------*
010000     COPY "RUNREG01.cpy".
010100
010200*----------------------------------------------------------*
010300*  ACCOUNT-HOLDER LOOKUP AREA (SEE MVRLK01).                *
010400*----------------------------------------------------------*
010500     COPY "MVRLK01.cpy".
010600
010700 77  MVDLB-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
010800
010900 01  MVDLB-SWITCHES.
011000     05  MVDLB-EOF-SW              PIC X(01) VALUE 'N'.
011100         88  MVDLB-EOF               VALUE 'Y'.
011200     05  MVDLB-FIRST-REC-SW        PIC X(01) VALUE 'Y'.
011300         88  MVDLB-FIRST-REC         VALUE 'Y'.
011400     05  MVDLB-FOUND-SW            PIC X(01) VALUE 'N'.
011500         88  MVDLB-FOUND             VALUE 'Y'.
011600     05  MVDLB-MST-EOF-SW          PIC X(01) VALUE 'N'.
011700         88  MVDLB-MST-EOF           VALUE 'Y'.
011800     05  MVDLB-NOTIFY-SW           PIC X(01) VALUE 'N'.
011900         88  MVDLB-NOTIFY-CUSTOMER   VALUE 'Y'.
012000
012100 77  MVDLB-TODAY                   PIC 9(8) VALUE ZERO.
012200 77  MVDLB-OVERDRAWN-LIMIT         PIC 9(3) VALUE 5.
012300 77  MVDLB-IDX                     PIC 9(4) COMP VALUE ZERO.
012400 77  MVDLB-SORT-I                  PIC 9(4) COMP VALUE ZERO.
012500 77  MVDLB-SORT-J                  PIC 9(4) COMP VALUE ZERO.
012600 77  MVDLB-MOVE-COUNT              PIC 9(4) COMP VALUE ZERO.
012700 77  MVDLB-TABLE-MAX               PIC 9(4) COMP VALUE 2000.
012800 77  MVDLB-SAVE-PRODUCT-CODE       PIC 9(3) VALUE ZERO.
012900 77  MVDLB-SAVE-PRODUCT-NUMBER     PIC 9(20) VALUE ZERO.
013000 77  MVDLB-RUNNING-BALANCE         PIC S9(15)V9(2) VALUE ZERO.
013100 77  MVDLB-LOWEST-BALANCE          PIC S9(15)V9(2) VALUE ZERO.
013200 77  MVDLB-DEBIT-TOTAL             PIC 9(15)V9(2) VALUE ZERO.
013300 77  MVDLB-CREDIT-TOTAL            PIC 9(15)V9(2) VALUE ZERO.
013400 77  MVDLB-OVER-DEBIT-TOTAL        PIC 9(15)V9(2) VALUE ZERO.
013500 77  MVDLB-OVER-CREDIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
013600 77  MVDLB-DAY-MOVEMENTS           PIC 9(5) VALUE ZERO.
013700 77  MVDLB-HIGH-DATE               PIC 9(8) VALUE ZERO.
013800 77  MVDLB-APPLIED-COUNT           PIC 9(7) COMP VALUE ZERO.
013900 77  MVDLB-NEW-ACCOUNT-COUNT       PIC 9(7) COMP VALUE ZERO.
014000 77  MVDLB-SEEDED-COUNT            PIC 9(7) COMP VALUE ZERO.
014100 77  MVDLB-ROLLED-COUNT            PIC 9(7) COMP VALUE ZERO.
014200 77  MVDLB-ALREADY-DONE-COUNT      PIC 9(7) COMP VALUE ZERO.
014300 77  MVDLB-OVERFLOW-COUNT          PIC 9(7) COMP VALUE ZERO.
014400 77  MVDLB-EXCEPTION-COUNT         PIC 9(7) COMP VALUE ZERO.
014500 77  MVDLB-NOTIFIED-COUNT          PIC 9(7) COMP VALUE ZERO.
014600 77  MVDLB-NO-HOLDER-COUNT         PIC 9(7) COMP VALUE ZERO.
014700
014800*----------------------------------------------------------*
014900*  ONE NIGHT OF MOVEMENTS FOR THE ACCOUNT IN HAND,          *
015000*  COLLECTED ACROSS ITS PAGES AND SORTED BY TRANSACTION-    *
015100*  DATE (THEN IDENTIFIER) BEFORE THEY ARE APPLIED.          *
015200*----------------------------------------------------------*
015300 01  MVDLB-MOVEMENT-TABLE.
015400     05  MVDLB-TAB-ENTRY OCCURS 2000 TIMES.
015500         10  MVDLB-TAB-ORDER.
015600             15  MVDLB-TAB-DATE    PIC 9(8).
015700             15  MVDLB-TAB-IDENTIFIER PIC 9(15).
015800         10  MVDLB-TAB-AMOUNT      PIC 9(18)V9(2).
015900         10  MVDLB-TAB-TYPE        PIC X(1).
016000
016100 01  MVDLB-SWAP-ENTRY.
016200     05  MVDLB-SWAP-ORDER          PIC X(23).
016300     05  MVDLB-SWAP-AMOUNT         PIC 9(18)V9(2).
016400     05  MVDLB-SWAP-TYPE           PIC X(1).
016500
016600 LINKAGE SECTION.
016700 01  MVDLB01-PARM-CARD.
016800     05  MVDLB01-PARM-DAYS         PIC 9(3).
016900
017000 PROCEDURE DIVISION USING MVDLB01-PARM-CARD.
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-PROCESS-CAPTURE THRU 2000-EXIT
017400         UNTIL MVDLB-EOF.
017500     IF NOT MVDLB-FIRST-REC
017600         PERFORM 3000-APPLY-ACCOUNT THRU 3000-EXIT
017700     END-IF.
017800     PERFORM 4000-ROLL-IDLE-ACCOUNTS THRU 4000-EXIT.
017900     PERFORM 5000-FINISH THRU 5000-EXIT.
018000     SET RREG-END TO TRUE.
018100     MOVE MVDLB-APPLIED-COUNT TO RREG-RECORD-COUNT.
018200     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
018300     MOVE MVDLB-SEVERITY-CODE TO RETURN-CODE.
018400     STOP RUN.
018500
018600 1000-INITIALIZE.
018700     SET RREG-START TO TRUE.
018800     MOVE 'MVDLB01 ' TO RREG-PROGRAM-ID.
018900     MOVE 'MVRESP  ' TO RREG-GUARD-FILE.
019000     MOVE ZERO TO RREG-CYCLE-NUMBER.
019100     MOVE ZERO TO RREG-RECORD-COUNT.
019200     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
019300     IF RREG-BLOCKED
019400         DISPLAY 'MVDLB01 ALREADY COMPLETED FOR THIS DATE'
019500         MOVE 8 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     IF RREG-PREREQ-HOLD
019900         DISPLAY 'MVDLB01 HELD - PREREQUISITE NOT COMPLETE'
020000         MOVE 8 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     IF RREG-GUARD-HOLD
020400         DISPLAY 'MVDLB01 HELD - CAPTURE FAILED THE GUARD'
020500         MOVE 8 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     IF MVDLB01-PARM-DAYS NUMERIC
020900             AND MVDLB01-PARM-DAYS NOT = ZERO
021000         MOVE MVDLB01-PARM-DAYS TO MVDLB-OVERDRAWN-LIMIT
021100     END-IF.
021200     OPEN INPUT MVRESP-FILE.
021300     OPEN I-O MVDLBM-FILE.
021400     OPEN INPUT MVSTMB-FILE.
021500     OPEN OUTPUT MVODX-FILE.
021600     OPEN EXTEND NOTIFY-FILE.
021700     ACCEPT MVDLB-TODAY FROM DATE YYYYMMDD.
021800     PERFORM 8100-READ-MVRESP THRU 8100-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100
022200 2000-PROCESS-CAPTURE.
022300     IF MVDLB-FIRST-REC
022400         MOVE 'N' TO MVDLB-FIRST-REC-SW
022500         PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
022600     END-IF.
022700     IF PRODUCT-NUMBER OF RESPONSE
022800             NOT = MVDLB-SAVE-PRODUCT-NUMBER
022900         PERFORM 3000-APPLY-ACCOUNT THRU 3000-EXIT
023000         PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
023100     END-IF.
023200     PERFORM 2100-COLLECT-MOVEMENT THRU 2100-EXIT
023300         VARYING MVDLB-IDX FROM 1 BY 1
023400         UNTIL MVDLB-IDX > MOVEMENT-COUNT OF RESPONSE.
023500     PERFORM 8100-READ-MVRESP THRU 8100-EXIT.
023600 2000-EXIT.
023700     EXIT.
023800
023900*----------------------------------------------------------*
024000*  A MOVEMENT THAT DOES NOT FIT THE TABLE IS NOT DROPPED:   *
024100*  IT GOES INTO THE OVERFLOW TOTALS, APPLIED AFTER THE      *
024200*  SORTED MOVEMENTS.                                        *
024300*----------------------------------------------------------*
024400 2100-COLLECT-MOVEMENT.
024500     IF TRANSACTION-DATE OF RESPONSE (MVDLB-IDX) >
024600             MVDLB-HIGH-DATE
024700         MOVE TRANSACTION-DATE OF RESPONSE (MVDLB-IDX) TO
024800             MVDLB-HIGH-DATE
024900     END-IF.
025000     ADD 1 TO MVDLB-DAY-MOVEMENTS.
025100     IF MVDLB-MOVE-COUNT < MVDLB-TABLE-MAX
025200         ADD 1 TO MVDLB-MOVE-COUNT
025300         MOVE TRANSACTION-DATE OF RESPONSE (MVDLB-IDX)
025400             TO MVDLB-TAB-DATE (MVDLB-MOVE-COUNT)
025500         MOVE TRANSACTION-IDENTIFIER OF RESPONSE (MVDLB-IDX)
025600             TO MVDLB-TAB-IDENTIFIER (MVDLB-MOVE-COUNT)
025700         MOVE AMOUNT OF RESPONSE (MVDLB-IDX)
025800             TO MVDLB-TAB-AMOUNT (MVDLB-MOVE-COUNT)
025900         MOVE TRANSACTION-TYPE OF RESPONSE (MVDLB-IDX)
026000             TO MVDLB-TAB-TYPE (MVDLB-MOVE-COUNT)
026100     ELSE
026200         IF TRANSACTION-TYPE OF RESPONSE (MVDLB-IDX) = 'D'
026300             ADD AMOUNT OF RESPONSE (MVDLB-IDX) TO
026400                 MVDLB-OVER-DEBIT-TOTAL
026500         ELSE
026600             ADD AMOUNT OF RESPONSE (MVDLB-IDX) TO
026700                 MVDLB-OVER-CREDIT-TOTAL
026800         END-IF
026900         ADD 1 TO MVDLB-OVERFLOW-COUNT
027000     END-IF.
027100 2100-EXIT.
027200     EXIT.
027300
027400 2200-START-ACCOUNT.
027500     MOVE PRODUCT-CODE OF RESPONSE   TO
027600         MVDLB-SAVE-PRODUCT-CODE.
027700     MOVE PRODUCT-NUMBER OF RESPONSE TO
027800         MVDLB-SAVE-PRODUCT-NUMBER.
027900     MOVE ZERO TO MVDLB-MOVE-COUNT MVDLB-DAY-MOVEMENTS
028000         MVDLB-HIGH-DATE.
028100     MOVE ZERO TO MVDLB-OVER-DEBIT-TOTAL
028200         MVDLB-OVER-CREDIT-TOTAL.
028300 2200-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------*
028700*  APPLIES ONE ACCOUNT'S NIGHT: LAST CLOSING BECOMES THE    *
028800*  OPENING, THE SORTED MOVEMENTS RUN THE BALANCE AND TRACK  *
028900*  ITS LOWEST POINT, THE OVERFLOW TOTALS FOLLOW, AND THE    *
029000*  RESULT IS WRITTEN BACK AND CHECKED FOR OVERDRAFT.        *
029100*----------------------------------------------------------*
029200 3000-APPLY-ACCOUNT.
029300     PERFORM 3100-LOOKUP-LEDGER THRU 3100-EXIT.
029400     IF MVDLB-FOUND
029500             AND DLBM-LEDGER-DATE = MVDLB-TODAY
029600         ADD 1 TO MVDLB-ALREADY-DONE-COUNT
029700         MOVE 4 TO MVDLB-SEVERITY-CODE
029800         GO TO 3000-EXIT
029900     END-IF.
030000     IF NOT MVDLB-FOUND
030100         PERFORM 3150-START-NEW-ACCOUNT THRU 3150-EXIT
030200     END-IF.
030300     PERFORM 3200-SORT-MOVEMENTS THRU 3200-EXIT.
030400     MOVE DLBM-CLOSING-BALANCE TO DLBM-OPENING-BALANCE.
030500     MOVE DLBM-CLOSING-BALANCE TO MVDLB-RUNNING-BALANCE.
030600     MOVE DLBM-CLOSING-BALANCE TO MVDLB-LOWEST-BALANCE.
030700     MOVE ZERO TO MVDLB-DEBIT-TOTAL MVDLB-CREDIT-TOTAL.
030800     PERFORM 3300-APPLY-MOVEMENT THRU 3300-EXIT
030900         VARYING MVDLB-IDX FROM 1 BY 1
031000         UNTIL MVDLB-IDX > MVDLB-MOVE-COUNT.
031100     PERFORM 3350-APPLY-OVERFLOW THRU 3350-EXIT.
031200     MOVE MVDLB-SAVE-PRODUCT-CODE TO DLBM-PRODUCT-CODE.
031300     MOVE MVDLB-TODAY             TO DLBM-LEDGER-DATE.
031400     MOVE MVDLB-DEBIT-TOTAL       TO DLBM-DAY-DEBIT-TOTAL.
031500     MOVE MVDLB-CREDIT-TOTAL      TO DLBM-DAY-CREDIT-TOTAL.
031600     MOVE MVDLB-RUNNING-BALANCE   TO DLBM-CLOSING-BALANCE.
031700     MOVE MVDLB-LOWEST-BALANCE    TO DLBM-LOWEST-BALANCE.
031800     MOVE MVDLB-DAY-MOVEMENTS     TO DLBM-DAY-MOVEMENT-COUNT.
031900     IF MVDLB-HIGH-DATE > DLBM-LAST-MOVEMENT-DATE
032000         MOVE MVDLB-HIGH-DATE TO DLBM-LAST-MOVEMENT-DATE
032100     END-IF.
032200     PERFORM 3500-TRACK-OVERDRAWN THRU 3500-EXIT.
032300     IF MVDLB-FOUND
032400         REWRITE DAILY-LEDGER-BALANCE-RECORD
032500     ELSE
032600         WRITE DAILY-LEDGER-BALANCE-RECORD
032700     END-IF.
032800     ADD 1 TO MVDLB-APPLIED-COUNT.
032900     PERFORM 3600-CHECK-OVERDRAFT THRU 3600-EXIT.
033000 3000-EXIT.
033100     EXIT.
033200
033300 3100-LOOKUP-LEDGER.
033400     MOVE 'N' TO MVDLB-FOUND-SW.
033500     MOVE MVDLB-SAVE-PRODUCT-NUMBER TO DLBM-PRODUCT-NUMBER.
033600     READ MVDLBM-FILE
033700         KEY IS DLBM-KEY
033800         INVALID KEY
033900             CONTINUE
034000         NOT INVALID KEY
034100             SET MVDLB-FOUND TO TRUE
034200     END-READ.
034300 3100-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------*
034700*  AN ACCOUNT NEW TO THE LEDGER TAKES ITS LAST STATEMENT    *
034800*  CLOSING BALANCE AS LAST NIGHT'S CLOSE; ONE THAT HAS      *
034900*  NEVER HAD A STATEMENT STARTS AT ZERO.                    *
035000*----------------------------------------------------------*
035100 3150-START-NEW-ACCOUNT.
035200     MOVE SPACES TO DAILY-LEDGER-BALANCE-RECORD.
035300     MOVE MVDLB-SAVE-PRODUCT-NUMBER TO DLBM-PRODUCT-NUMBER.
035400     MOVE MVDLB-SAVE-PRODUCT-CODE   TO DLBM-PRODUCT-CODE.
035500     MOVE ZERO TO DLBM-LEDGER-DATE DLBM-OPENING-BALANCE
035600         DLBM-CLOSING-BALANCE DLBM-LOWEST-BALANCE.
035700     MOVE ZERO TO DLBM-DAY-DEBIT-TOTAL DLBM-DAY-CREDIT-TOTAL
035800         DLBM-DAY-MOVEMENT-COUNT.
035900     MOVE ZERO TO DLBM-DAYS-OVERDRAWN DLBM-OVERDRAWN-SINCE
036000         DLBM-LAST-MOVEMENT-DATE.
036100     MOVE MVDLB-SAVE-PRODUCT-NUMBER TO STMB-PRODUCT-NUMBER.
036200     READ MVSTMB-FILE
036300         KEY IS STMB-KEY
036400         INVALID KEY
036500             CONTINUE
036600         NOT INVALID KEY
036700             MOVE STMB-CLOSING-BALANCE TO DLBM-OPENING-BALANCE
036800                 DLBM-CLOSING-BALANCE DLBM-LOWEST-BALANCE
036900             ADD 1 TO MVDLB-SEEDED-COUNT
037000     END-READ.
037100     ADD 1 TO MVDLB-NEW-ACCOUNT-COUNT.
037200 3150-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------*
037600*  SIMPLE EXCHANGE SORT OF THE COLLECTED MOVEMENTS BY       *
037700*  TRANSACTION-DATE AND IDENTIFIER -- THE SAME SORT AS      *
037800*  MVSTM01.                                                 *
037900*----------------------------------------------------------*
038000 3200-SORT-MOVEMENTS.
038100     PERFORM 3210-SORT-PASS THRU 3210-EXIT
038200         VARYING MVDLB-SORT-I FROM 1 BY 1
038300         UNTIL MVDLB-SORT-I NOT < MVDLB-MOVE-COUNT.
038400 3200-EXIT.
038500     EXIT.
038600
038700 3210-SORT-PASS.
038800     PERFORM 3220-SORT-COMPARE THRU 3220-EXIT
038900         VARYING MVDLB-SORT-J FROM 1 BY 1
039000         UNTIL MVDLB-SORT-J >
039100             MVDLB-MOVE-COUNT - MVDLB-SORT-I.
039200 3210-EXIT.
039300     EXIT.
039400
039500 3220-SORT-COMPARE.
039600     IF MVDLB-TAB-ORDER (MVDLB-SORT-J) >
039700             MVDLB-TAB-ORDER (MVDLB-SORT-J + 1)
039800         MOVE MVDLB-TAB-ENTRY (MVDLB-SORT-J)
039900             TO MVDLB-SWAP-ENTRY
040000         MOVE MVDLB-TAB-ENTRY (MVDLB-SORT-J + 1)
040100             TO MVDLB-TAB-ENTRY (MVDLB-SORT-J)
040200         MOVE MVDLB-SWAP-ENTRY
040300             TO MVDLB-TAB-ENTRY (MVDLB-SORT-J + 1)
040400     END-IF.
040500 3220-EXIT.
040600     EXIT.
040700
040800 3300-APPLY-MOVEMENT.
040900     IF MVDLB-TAB-TYPE (MVDLB-IDX) = 'D'
041000         SUBTRACT MVDLB-TAB-AMOUNT (MVDLB-IDX)
041100             FROM MVDLB-RUNNING-BALANCE
041200         ADD MVDLB-TAB-AMOUNT (MVDLB-IDX) TO MVDLB-DEBIT-TOTAL
041300     ELSE
041400         ADD MVDLB-TAB-AMOUNT (MVDLB-IDX)
041500             TO MVDLB-RUNNING-BALANCE
041600         ADD MVDLB-TAB-AMOUNT (MVDLB-IDX) TO MVDLB-CREDIT-TOTAL
041700     END-IF.
041800     IF MVDLB-RUNNING-BALANCE < MVDLB-LOWEST-BALANCE
041900         MOVE MVDLB-RUNNING-BALANCE TO MVDLB-LOWEST-BALANCE
042000     END-IF.
042100 3300-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------*
042500*  OVERFLOW MOVEMENTS HAVE NO ORDER LEFT TO THEM, SO THE    *
042600*  DEBITS ARE TAKEN FIRST -- THE CAUTIOUS READING OF THE    *
042700*  LOWEST POSITION.                                         *
042800*----------------------------------------------------------*
042900 3350-APPLY-OVERFLOW.
043000     IF MVDLB-OVER-DEBIT-TOTAL = ZERO
043100             AND MVDLB-OVER-CREDIT-TOTAL = ZERO
043200         GO TO 3350-EXIT
043300     END-IF.
043400     SUBTRACT MVDLB-OVER-DEBIT-TOTAL FROM MVDLB-RUNNING-BALANCE.
043500     ADD MVDLB-OVER-DEBIT-TOTAL TO MVDLB-DEBIT-TOTAL.
043600     IF MVDLB-RUNNING-BALANCE < MVDLB-LOWEST-BALANCE
043700         MOVE MVDLB-RUNNING-BALANCE TO MVDLB-LOWEST-BALANCE
043800     END-IF.
043900     ADD MVDLB-OVER-CREDIT-TOTAL TO MVDLB-RUNNING-BALANCE.
044000     ADD MVDLB-OVER-CREDIT-TOTAL TO MVDLB-CREDIT-TOTAL.
044100 3350-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------*
044500*  CONSECUTIVE DAYS OVERDRAWN COUNT NIGHTS CLOSED BELOW     *
044600*  ZERO; THE FIRST SUCH NIGHT STAMPS THE OVERDRAWN-SINCE    *
044700*  DATE AND A NIGHT CLOSED AT OR ABOVE ZERO CLEARS BOTH.    *
044800*----------------------------------------------------------*
044900 3500-TRACK-OVERDRAWN.
045000     IF DLBM-CLOSING-BALANCE < ZERO
045100         IF DLBM-DAYS-OVERDRAWN = ZERO
045200             MOVE MVDLB-TODAY TO DLBM-OVERDRAWN-SINCE
045300         END-IF
045400         ADD 1 TO DLBM-DAYS-OVERDRAWN
045500     ELSE
045600         MOVE ZERO TO DLBM-DAYS-OVERDRAWN
045700         MOVE ZERO TO DLBM-OVERDRAWN-SINCE
045800     END-IF.
045900 3500-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------*
046300*  THE OVERDRAFT TESTS, IN ORDER:                           *
046400*    NEGV  CLOSED BELOW ZERO FOR THE FIRST NIGHT -- NOTIFY; *
046500*    INTR  CLOSED AT OR ABOVE ZERO BUT WENT BELOW ZERO      *
046600*          DURING THE DAY -- NOTIFY;                        *
046700*    PERS  STILL BELOW ZERO PAST THE LIMIT -- REPORTED      *
046800*          EVERY NIGHT, NOTIFIED ON THE CROSSING NIGHT.     *
046900*----------------------------------------------------------*
047000 3600-CHECK-OVERDRAFT.
047100     MOVE SPACES TO OVERDRAFT-EXCEPTION-RECORD.
047200     MOVE 'N' TO MVDLB-NOTIFY-SW.
047300     EVALUATE TRUE
047400         WHEN DLBM-CLOSING-BALANCE < ZERO
047500                 AND DLBM-DAYS-OVERDRAWN = 1
047600             SET ODX-WENT-NEGATIVE TO TRUE
047700             SET MVDLB-NOTIFY-CUSTOMER TO TRUE
047800         WHEN DLBM-CLOSING-BALANCE NOT < ZERO
047900                 AND DLBM-LOWEST-BALANCE < ZERO
048000             SET ODX-INTRADAY-ONLY TO TRUE
048100             SET MVDLB-NOTIFY-CUSTOMER TO TRUE
048200         WHEN DLBM-DAYS-OVERDRAWN > MVDLB-OVERDRAWN-LIMIT
048300             SET ODX-PERSISTENT TO TRUE
048400             IF DLBM-DAYS-OVERDRAWN =
048500                     MVDLB-OVERDRAWN-LIMIT + 1
048600                 SET MVDLB-NOTIFY-CUSTOMER TO TRUE
048700             END-IF
048800         WHEN OTHER
048900             GO TO 3600-EXIT
049000     END-EVALUATE.
049100     IF MVDLB-NOTIFY-CUSTOMER
049200         PERFORM 3700-NOTIFY-CUSTOMER THRU 3700-EXIT
049300     END-IF.
049400     MOVE DLBM-PRODUCT-NUMBER  TO ODX-PRODUCT-NUMBER.
049500     MOVE DLBM-PRODUCT-CODE    TO ODX-PRODUCT-CODE.
049600     MOVE DLBM-LEDGER-DATE     TO ODX-LEDGER-DATE.
049700     MOVE DLBM-OPENING-BALANCE TO ODX-OPENING-BALANCE.
049800     MOVE DLBM-LOWEST-BALANCE  TO ODX-LOWEST-BALANCE.
049900     MOVE DLBM-CLOSING-BALANCE TO ODX-CLOSING-BALANCE.
050000     MOVE DLBM-DAYS-OVERDRAWN  TO ODX-DAYS-OVERDRAWN.
050100     MOVE DLBM-OVERDRAWN-SINCE TO ODX-OVERDRAWN-SINCE.
050200     WRITE OVERDRAFT-EXCEPTION-RECORD.
050300     ADD 1 TO MVDLB-EXCEPTION-COUNT.
050400 3600-EXIT.
050500     EXIT.
050600
050700 3700-NOTIFY-CUSTOMER.
050800     MOVE DLBM-PRODUCT-NUMBER TO RLK-PRODUCT-NUMBER.
050900     MOVE MVDLB-TODAY TO RLK-AS-OF-DATE.
051000     CALL 'MVRLK01' USING RELATIONSHIP-LOOKUP-REQUEST.
051100     IF NOT RLK-FOUND
051200         SET ODX-NO-HOLDER TO TRUE
051300         ADD 1 TO MVDLB-NO-HOLDER-COUNT
051400         GO TO 3700-EXIT
051500     END-IF.
051600     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
051700     MOVE 'OCBMOVA1' TO NOTIFY-SOURCE-SERVICE.
051800     MOVE RLK-IDENTIFICATION-TYPE TO IDENTIFICATION-TYPE OF
051900         CUSTOMER-NOTIFICATION-RECORD.
052000     MOVE RLK-IDENTIFICATION-NUMBER TO
052100         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
052200     MOVE DLBM-PRODUCT-NUMBER TO NOTIFY-REFERENCE.
052300     SET NOTIFY-OVERDRAWN TO TRUE.
052400     SET NOTIFY-BY-EMAIL TO TRUE.
052500     MOVE MVDLB-TODAY TO NOTIFY-DATE.
052600     MOVE ZERO TO NOTIFY-DEBIT-BANK.
052700     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
052800     IF DLBM-CLOSING-BALANCE < ZERO
052900         COMPUTE NOTIFY-AMOUNT = ZERO - DLBM-CLOSING-BALANCE
053000     ELSE
053100         COMPUTE NOTIFY-AMOUNT = ZERO - DLBM-LOWEST-BALANCE
053200     END-IF.
053300     MOVE DLBM-LEDGER-DATE TO NOTIFY-VALUE-DATE.
053400     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
053500     MOVE ZERO TO NOTIFY-BILLER-SERVICE.
053600     MOVE DLBM-PRODUCT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
053700     WRITE CUSTOMER-NOTIFICATION-RECORD.
053800     SET ODX-NOTIFIED TO TRUE.
053900     ADD 1 TO MVDLB-NOTIFIED-COUNT.
054000 3700-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------*
054400*  EVERY ROW NOT LEDGERED TONIGHT HAD NO MOVEMENT: ITS      *
054500*  CLOSING CARRIES FORWARD AS TODAY'S OPENING, CLOSING AND  *
054600*  LOWEST, AND THE OVERDRAWN COUNT KEEPS RUNNING.           *
054700*----------------------------------------------------------*
054800 4000-ROLL-IDLE-ACCOUNTS.
054900     MOVE 'N' TO MVDLB-MST-EOF-SW.
055000     MOVE LOW-VALUES TO DLBM-KEY.
055100     START MVDLBM-FILE
055200         KEY IS NOT LESS THAN DLBM-KEY
055300         INVALID KEY
055400             SET MVDLB-MST-EOF TO TRUE
055500     END-START.
055600     PERFORM 4100-ROLL-ONE THRU 4100-EXIT
055700         UNTIL MVDLB-MST-EOF.
055800 4000-EXIT.
055900     EXIT.
056000
056100 4100-ROLL-ONE.
056200     READ MVDLBM-FILE NEXT RECORD
056300         AT END
056400             SET MVDLB-MST-EOF TO TRUE
056500     END-READ.
056600     IF MVDLB-MST-EOF
056700         GO TO 4100-EXIT
056800     END-IF.
056900     IF DLBM-LEDGER-DATE NOT < MVDLB-TODAY
057000         GO TO 4100-EXIT
057100     END-IF.
057200     MOVE DLBM-CLOSING-BALANCE TO DLBM-OPENING-BALANCE.
057300     MOVE DLBM-CLOSING-BALANCE TO DLBM-LOWEST-BALANCE.
057400     MOVE ZERO TO DLBM-DAY-DEBIT-TOTAL DLBM-DAY-CREDIT-TOTAL
057500         DLBM-DAY-MOVEMENT-COUNT.
057600     MOVE MVDLB-TODAY TO DLBM-LEDGER-DATE.
057700     PERFORM 3500-TRACK-OVERDRAWN THRU 3500-EXIT.
057800     REWRITE DAILY-LEDGER-BALANCE-RECORD.
057900     ADD 1 TO MVDLB-ROLLED-COUNT.
058000     PERFORM 3600-CHECK-OVERDRAFT THRU 3600-EXIT.
058100 4100-EXIT.
058200     EXIT.
058300
058400 5000-FINISH.
058500     CLOSE MVRESP-FILE.
058600     CLOSE MVDLBM-FILE.
058700     CLOSE MVSTMB-FILE.
058800     CLOSE MVODX-FILE.
058900     CLOSE NOTIFY-FILE.
059000     DISPLAY 'MVDLB01 ACCOUNTS LEDGERED     = '
059100         MVDLB-APPLIED-COUNT.
059200     DISPLAY 'MVDLB01 NEW ACCOUNTS          = '
059300         MVDLB-NEW-ACCOUNT-COUNT.
059400     DISPLAY 'MVDLB01 OPENED FROM STATEMENT = '
059500         MVDLB-SEEDED-COUNT.
059600     DISPLAY 'MVDLB01 IDLE ACCOUNTS ROLLED  = '
059700         MVDLB-ROLLED-COUNT.
059800     DISPLAY 'MVDLB01 ALREADY LEDGERED TODAY = '
059900         MVDLB-ALREADY-DONE-COUNT.
060000     DISPLAY 'MVDLB01 MOVEMENTS IN OVERFLOW = '
060100         MVDLB-OVERFLOW-COUNT.
060200     DISPLAY 'MVDLB01 OVERDRAFT EXCEPTIONS  = '
060300         MVDLB-EXCEPTION-COUNT.
060400     DISPLAY 'MVDLB01 CUSTOMERS NOTIFIED    = '
060500         MVDLB-NOTIFIED-COUNT.
060600     DISPLAY 'MVDLB01 NO ACCOUNT HOLDER     = '
060700         MVDLB-NO-HOLDER-COUNT.
060800 5000-EXIT.
060900     EXIT.
061000
061100 8100-READ-MVRESP.
061200     READ MVRESP-FILE
061300         AT END
061400             SET MVDLB-EOF TO TRUE
061500     END-READ.
061600 8100-EXIT.
061700     EXIT.
