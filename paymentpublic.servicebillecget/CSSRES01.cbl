000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSSRES01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSSRES01 -- SCHEDULED BILL-PAYMENT RESULT MATCHING.     *
000900*                                                          *
001000*  RUNS ON THE CSRESP GUARD ONCE THE DAY'S RESPONSES ARE   *
001100*  BACK.  EVERY RESPONSE WHOSE TRANSACTION-ID CARRIES THE  *
001200*  SCHEDULED-PAYMENT PREFIX (CSSPID01, STAMPED BY          *
001300*  CSSGEN01) IS MATCHED TO ITS WAREHOUSE ENTRY (CSSPM) BY  *
001400*  THE SCHEDULE KEY THE ID CARRIES:                        *
001500*    - A RESPONSE-CODE OF '00000' OR SPACES MARKS THE      *
001600*      PAYMENT EXECUTED ('E') WITH THE PAID VALUE,         *
001700*      OBLIGATION AND BILLER SERVICE THE HOST RETURNED;    *
001800*    - ANY OTHER CODE MARKS IT FAILED ('F') WITH THE CODE. *
001900*  EITHER WAY THE CUSTOMER IS NOTIFIED THROUGH THE SHARED  *
002000*  NOTIFY FEED (REASON SPEX PAID, SPFL FAILED).  A FAILED  *
002100*  PAYMENT THAT CSTRG01 RETRIES IS MATCHED AGAIN: A LATER  *
002200*  SUCCESS MOVES IT TO EXECUTED AND NOTIFIES, A REPEAT     *
002300*  FAILURE ONLY UPDATES THE CODE -- THE CUSTOMER HAS       *
002400*  ALREADY BEEN TOLD.  OTHER RESPONSES ARE NOT OURS AND    *
002500*  ARE PASSED OVER.                                        *
002600*                                                          *
002700*  THE EXCEPTION REPORT (CSSRSX) LISTS A SCHEDULED-PAYMENT *
002800*  RESPONSE WITH NO ENTRY WAITING FOR IT, AND EVERY ENTRY  *
002900*  STILL WAITING ON A RESPONSE TO A REQUEST RAISED BEFORE  *
003000*  TODAY.  ANY EXCEPTION ENDS THE STEP WITH CONDITION      *
003100*  CODE 4.                                                 *
003200*----------------------------------------------------------*
003300*  MODIFICATION HISTORY                                    *
003400*    10/15/26  DOB  INITIAL VERSION.                       *
003500*    10/15/26  DOB  THE NOTICE REFERENCE IS THE SCHEDULE   *
003600*                   NUMBER, NOT REFERENCE-1 CUT TO 20, SO  *
003700*                   TWO SCHEDULES NEVER SHARE A NOTICE     *
003800*                   KEY.                                   *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-ZSERIES.
004300 OBJECT-COMPUTER. IBM-ZSERIES.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CSRESP-FILE ASSIGN TO CSRESP
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT CSSPM-FILE ASSIGN TO CSSPM
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SPM-KEY.
005200     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CSSRSX-FILE ASSIGN TO CSSRSX
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CSRESP-FILE.
006000     COPY "OCBCOSP01_RESPONSE.cpy".
006100
006200 FD  CSSPM-FILE.
006300     COPY "CSSPM01.cpy".
006400
006500 FD  NOTIFY-FILE.
006600     COPY "NOTIFY01.cpy".
006700
006800 FD  CSSRSX-FILE.
006900 01  CSSRSX-PRINT-LINE             PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------*
007300*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007400*----------------------------------------------------------*
007500     COPY "RUNREG01.cpy".
007600
007700*----------------------------------------------------------*
007800*  TRANSACTION-ID OF A SCHEDULED PAYMENT'S REQUEST.        *
007900*----------------------------------------------------------*
008000     COPY "CSSPID01.cpy".
008100
008200 77  CSSRES-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
008300
008400 01  CSSRES-SWITCHES.
008500     05  CSSRES-EOF-SW             PIC X(01) VALUE 'N'.
008600         88  CSSRES-EOF              VALUE 'Y'.
008700     05  CSSRES-SPM-EOF-SW         PIC X(01) VALUE 'N'.
008800         88  CSSRES-SPM-EOF          VALUE 'Y'.
008900     05  CSSRES-SPM-FOUND-SW       PIC X(01) VALUE 'N'.
009000         88  CSSRES-SPM-FOUND        VALUE 'Y'.
009100     05  CSSRES-NOTIFY-SW          PIC X(01) VALUE 'N'.
009200         88  CSSRES-NOTIFY           VALUE 'Y'.
009300
009400 77  CSSRES-TODAY                  PIC 9(8) VALUE ZERO.
009500 77  CSSRES-RESPONSE-COUNT         PIC 9(7) COMP VALUE ZERO.
009600 77  CSSRES-EXECUTED-COUNT         PIC 9(7) COMP VALUE ZERO.
009700 77  CSSRES-FAILED-COUNT           PIC 9(7) COMP VALUE ZERO.
009800 77  CSSRES-UNMATCHED-COUNT        PIC 9(7) COMP VALUE ZERO.
009900 77  CSSRES-OVERDUE-COUNT          PIC 9(7) COMP VALUE ZERO.
010000 77  CSSRES-NOTIFY-COUNT           PIC 9(7) COMP VALUE ZERO.
010100
010200 01  CSSRES-HEADING-1.
010300     05  FILLER                    PIC X(48)
010400         VALUE 'CSSRES01 SCHEDULED PAYMENT RESULT EXCEPTIONS   '.
010500     05  CSSRES-H1-DATE            PIC 9(8).
010600     05  FILLER                    PIC X(76) VALUE SPACES.
010700
010800 01  CSSRES-HEADING-2.
010900     05  FILLER                    PIC X(03) VALUE 'T  '.
011000     05  FILLER                    PIC X(19)
011100         VALUE 'IDENTIFICATION     '.
011200     05  FILLER                    PIC X(08) VALUE 'SCHED   '.
011300     05  FILLER                    PIC X(50)
011400         VALUE 'TRANSACTION-ID'.
011500     05  FILLER                    PIC X(03) VALUE 'S  '.
011600     05  FILLER                    PIC X(07) VALUE 'CODE   '.
011700     05  FILLER                    PIC X(42) VALUE 'EXCEPTION'.
011800
011900 01  CSSRES-DETAIL-LINE.
012000     05  CSSRES-DL-ID-TYPE         PIC X(01).
012100     05  FILLER                    PIC X(02) VALUE SPACES.
012200     05  CSSRES-DL-ID-NUMBER       PIC 9(17).
012300     05  FILLER                    PIC X(02) VALUE SPACES.
012400     05  CSSRES-DL-SCHEDULE        PIC 9(6).
012500     05  FILLER                    PIC X(02) VALUE SPACES.
012600     05  CSSRES-DL-TRANSACTION-ID  PIC X(48).
012700     05  FILLER                    PIC X(02) VALUE SPACES.
012800     05  CSSRES-DL-STATUS          PIC X(01).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  CSSRES-DL-CODE            PIC X(05).
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  CSSRES-DL-NOTE            PIC X(40).
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400
013500 01  CSSRES-TOTAL-LINE.
013600     05  FILLER                    PIC X(10) VALUE 'EXECUTED: '.
013700     05  CSSRES-TL-EXECUTED        PIC Z(6)9.
013800     05  FILLER                    PIC X(10) VALUE '  FAILED: '.
013900     05  CSSRES-TL-FAILED          PIC Z(6)9.
014000     05  FILLER                    PIC X(13)
014100         VALUE '  UNMATCHED: '.
014200     05  CSSRES-TL-UNMATCHED       PIC Z(6)9.
014300     05  FILLER                    PIC X(22)
014400         VALUE '  AWAITING RESPONSE: '.
014500     05  CSSRES-TL-OVERDUE         PIC Z(6)9.
014600     05  FILLER                    PIC X(49) VALUE SPACES.
014700
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
015200         UNTIL CSSRES-EOF.
015300     PERFORM 4000-LIST-OVERDUE THRU 4000-EXIT.
015400     PERFORM 3000-FINISH THRU 3000-EXIT.
015500     SET RREG-END TO TRUE.
015600     MOVE CSSRES-RESPONSE-COUNT TO RREG-RECORD-COUNT.
015700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
015800     MOVE CSSRES-SEVERITY-CODE TO RETURN-CODE.
015900     STOP RUN.
016000
016100 1000-INITIALIZE.
016200     SET RREG-START TO TRUE.
016300     MOVE 'CSSRES01' TO RREG-PROGRAM-ID.
016400     MOVE 'CSRESP  ' TO RREG-GUARD-FILE.
016500     MOVE ZERO TO RREG-CYCLE-NUMBER.
016600     MOVE ZERO TO RREG-RECORD-COUNT.
016700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
016800     IF RREG-BLOCKED
016900         DISPLAY 'CSSRES01 ALREADY COMPLETED FOR THIS DATE'
017000         MOVE 8 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300     IF RREG-PREREQ-HOLD
017400         DISPLAY 'CSSRES01 HELD - PREREQUISITE NOT COMPLETE'
017500         MOVE 8 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     IF RREG-GUARD-HOLD
017900         DISPLAY 'CSSRES01 HELD - CAPTURE FAILED THE GUARD'
018000         MOVE 8 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     OPEN INPUT CSRESP-FILE.
018400     OPEN I-O CSSPM-FILE.
018500     OPEN EXTEND NOTIFY-FILE.
018600     OPEN OUTPUT CSSRSX-FILE.
018700     ACCEPT CSSRES-TODAY FROM DATE YYYYMMDD.
018800     MOVE CSSRES-TODAY TO CSSRES-H1-DATE.
018900     WRITE CSSRSX-PRINT-LINE FROM CSSRES-HEADING-1.
019000     WRITE CSSRSX-PRINT-LINE FROM CSSRES-HEADING-2.
019100     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400
019500 2000-PROCESS-RESPONSE.
019600     MOVE TRANSACTION-ID OF RESPONSE TO
019700         SCHEDULED-PAYMENT-TXN-ID.
019800     IF NOT SPID-SCHEDULED-PAYMENT
019900         GO TO 2000-READ-NEXT
020000     END-IF.
020100     ADD 1 TO CSSRES-RESPONSE-COUNT.
020200     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
020300     IF NOT CSSRES-SPM-FOUND
020400         ADD 1 TO CSSRES-UNMATCHED-COUNT
020500         PERFORM 2500-LIST-UNMATCHED THRU 2500-EXIT
020600         GO TO 2000-READ-NEXT
020700     END-IF.
020800     SET CSSRES-NOTIFY-SW TO 'N'.
020900     IF RESPONSE-CODE OF RESPONSE = '00000'
021000             OR RESPONSE-CODE OF RESPONSE = SPACES
021100         PERFORM 2200-MARK-EXECUTED THRU 2200-EXIT
021200     ELSE
021300         PERFORM 2300-MARK-FAILED THRU 2300-EXIT
021400     END-IF.
021500     MOVE CSSRES-TODAY TO SPM-RESULT-DATE.
021600     MOVE RESPONSE-CODE OF RESPONSE TO SPM-RESPONSE-CODE.
021700     REWRITE SCHEDULED-PAYMENT-RECORD.
021800     IF CSSRES-NOTIFY
021900         PERFORM 2400-QUEUE-NOTIFICATION THRU 2400-EXIT
022000     END-IF.
022100 2000-READ-NEXT.
022200     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
022300 2000-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------*
022700*  THE ENTRY MUST BE WAITING ON THIS VERY REQUEST -- STILL *
022800*  REQUESTED, OR FAILED AND BEING RETRIED -- AND CARRY THE *
022900*  SAME TRANSACTION-ID.                                    *
023000*----------------------------------------------------------*
023100 2100-FIND-ENTRY.
023200     SET CSSRES-SPM-FOUND-SW TO 'N'.
023300     MOVE SPID-IDENTIFICATION-TYPE   TO SPM-IDENTIFICATION-TYPE.
023400     MOVE SPID-IDENTIFICATION-NUMBER TO
023500         SPM-IDENTIFICATION-NUMBER.
023600     MOVE SPID-SCHEDULE-NUMBER       TO SPM-SCHEDULE-NUMBER.
023700     READ CSSPM-FILE
023800         KEY IS SPM-KEY
023900         INVALID KEY
024000             CONTINUE
024100         NOT INVALID KEY
024200             SET CSSRES-SPM-FOUND TO TRUE
024300     END-READ.
024400     IF CSSRES-SPM-FOUND
024500             AND (SPM-TRANSACTION-ID NOT = TRANSACTION-ID OF
024600                 RESPONSE
024700             OR (NOT SPM-REQUESTED AND NOT SPM-FAILED))
024800         SET CSSRES-SPM-FOUND-SW TO 'N'
024900     END-IF.
025000 2100-EXIT.
025100     EXIT.
025200
025300 2200-MARK-EXECUTED.
025400     SET SPM-EXECUTED TO TRUE.
025500     IF PAYMENT-VALUE OF RESPONSE NUMERIC
025600         MOVE PAYMENT-VALUE OF RESPONSE TO SPM-PAYMENT-VALUE
025700     ELSE
025800         MOVE ZERO TO SPM-PAYMENT-VALUE
025900     END-IF.
026000     MOVE OBLIGATION-NUMBER OF RESPONSE TO
026100         SPM-OBLIGATION-NUMBER.
026200     IF ASSOCIATED-SERVICE OF RESPONSE NUMERIC
026300         MOVE ASSOCIATED-SERVICE OF RESPONSE TO
026400             SPM-ASSOCIATED-SERVICE
026500     ELSE
026600         MOVE ZERO TO SPM-ASSOCIATED-SERVICE
026700     END-IF.
026800     SET CSSRES-NOTIFY TO TRUE.
026900     ADD 1 TO CSSRES-EXECUTED-COUNT.
027000 2200-EXIT.
027100     EXIT.
027200
027300 2300-MARK-FAILED.
027400     IF SPM-REQUESTED
027500         SET CSSRES-NOTIFY TO TRUE
027600     END-IF.
027700     SET SPM-FAILED TO TRUE.
027800     ADD 1 TO CSSRES-FAILED-COUNT.
027900 2300-EXIT.
028000     EXIT.
028100
028200 2400-QUEUE-NOTIFICATION.
028300     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
028400     MOVE 'OCBCOSP1' TO NOTIFY-SOURCE-SERVICE.
028500     MOVE SPM-IDENTIFICATION-TYPE TO
028600         IDENTIFICATION-TYPE OF CUSTOMER-NOTIFICATION-RECORD.
028700     MOVE SPM-IDENTIFICATION-NUMBER TO
028800         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
028900     MOVE SPM-SCHEDULE-NUMBER TO NOTIFY-REFERENCE.
029000     IF SPM-EXECUTED
029100         SET NOTIFY-SCHEDULED-PAYMENT-MADE TO TRUE
029200         MOVE SPM-PAYMENT-VALUE TO NOTIFY-AMOUNT
029300     ELSE
029400         SET NOTIFY-SCHEDULED-PAYMENT-FAILED TO TRUE
029500         MOVE ZERO TO NOTIFY-AMOUNT
029600     END-IF.
029700     SET NOTIFY-BY-EMAIL TO TRUE.
029800     MOVE CSSRES-TODAY TO NOTIFY-DATE.
029900     MOVE SPM-BANK-CODE TO NOTIFY-DEBIT-BANK.
030000     MOVE SPM-COUNTRY-CODE TO NOTIFY-COUNTRY-CODE.
030100     MOVE SPM-DUE-DATE TO NOTIFY-VALUE-DATE.
030200     MOVE SPM-OBLIGATION-NUMBER TO NOTIFY-OBLIGATION-NUMBER.
030300     MOVE SPM-ASSOCIATED-SERVICE TO NOTIFY-BILLER-SERVICE.
030400     MOVE SPACES TO NOTIFY-ACCOUNT-NUMBER.
030500     WRITE CUSTOMER-NOTIFICATION-RECORD.
030600     ADD 1 TO CSSRES-NOTIFY-COUNT.
030700 2400-EXIT.
030800     EXIT.
030900
031000 2500-LIST-UNMATCHED.
031100     MOVE SPID-IDENTIFICATION-TYPE TO CSSRES-DL-ID-TYPE.
031200     IF SPID-IDENTIFICATION-NUMBER NUMERIC
031300         MOVE SPID-IDENTIFICATION-NUMBER TO CSSRES-DL-ID-NUMBER
031400     ELSE
031500         MOVE ZERO TO CSSRES-DL-ID-NUMBER
031600     END-IF.
031700     IF SPID-SCHEDULE-NUMBER NUMERIC
031800         MOVE SPID-SCHEDULE-NUMBER TO CSSRES-DL-SCHEDULE
031900     ELSE
032000         MOVE ZERO TO CSSRES-DL-SCHEDULE
032100     END-IF.
032200     MOVE TRANSACTION-ID OF RESPONSE TO
032300         CSSRES-DL-TRANSACTION-ID.
032400     MOVE SPACE TO CSSRES-DL-STATUS.
032500     MOVE RESPONSE-CODE OF RESPONSE TO CSSRES-DL-CODE.
032600     MOVE 'NO SCHEDULED PAYMENT WAITING FOR IT' TO
032700         CSSRES-DL-NOTE.
032800     WRITE CSSRSX-PRINT-LINE FROM CSSRES-DETAIL-LINE.
032900     MOVE 4 TO CSSRES-SEVERITY-CODE.
033000 2500-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------*
033400*  A REQUEST RAISED ON AN EARLIER DAY THAT HAS STILL HAD   *
033500*  NO RESPONSE NEEDS CHASING WITH THE HOST.                *
033600*----------------------------------------------------------*
033700 4000-LIST-OVERDUE.
033800     MOVE LOW-VALUES TO SPM-KEY.
033900     START CSSPM-FILE KEY IS NOT LESS THAN SPM-KEY
034000         INVALID KEY
034100             SET CSSRES-SPM-EOF TO TRUE
034200     END-START.
034300     IF NOT CSSRES-SPM-EOF
034400         PERFORM 8200-READ-CSSPM THRU 8200-EXIT
034500     END-IF.
034600     PERFORM 4100-CHECK-ENTRY THRU 4100-EXIT
034700         UNTIL CSSRES-SPM-EOF.
034800 4000-EXIT.
034900     EXIT.
035000
035100 4100-CHECK-ENTRY.
035200     IF SPM-REQUESTED
035300             AND SPM-REQUESTED-DATE < CSSRES-TODAY
035400         ADD 1 TO CSSRES-OVERDUE-COUNT
035500         MOVE SPM-IDENTIFICATION-TYPE TO CSSRES-DL-ID-TYPE
035600         MOVE SPM-IDENTIFICATION-NUMBER TO CSSRES-DL-ID-NUMBER
035700         MOVE SPM-SCHEDULE-NUMBER TO CSSRES-DL-SCHEDULE
035800         MOVE SPM-TRANSACTION-ID TO CSSRES-DL-TRANSACTION-ID
035900         MOVE SPM-STATUS TO CSSRES-DL-STATUS
036000         MOVE SPACES TO CSSRES-DL-CODE
036100         MOVE 'REQUESTED, NO RESPONSE SINCE' TO CSSRES-DL-NOTE
036200         MOVE SPM-REQUESTED-DATE TO CSSRES-DL-NOTE (30:8)
036300         WRITE CSSRSX-PRINT-LINE FROM CSSRES-DETAIL-LINE
036400         MOVE 4 TO CSSRES-SEVERITY-CODE
036500     END-IF.
036600     PERFORM 8200-READ-CSSPM THRU 8200-EXIT.
036700 4100-EXIT.
036800     EXIT.
036900
037000 3000-FINISH.
037100     MOVE CSSRES-EXECUTED-COUNT  TO CSSRES-TL-EXECUTED.
037200     MOVE CSSRES-FAILED-COUNT    TO CSSRES-TL-FAILED.
037300     MOVE CSSRES-UNMATCHED-COUNT TO CSSRES-TL-UNMATCHED.
037400     MOVE CSSRES-OVERDUE-COUNT   TO CSSRES-TL-OVERDUE.
037500     WRITE CSSRSX-PRINT-LINE FROM CSSRES-TOTAL-LINE.
037600     CLOSE CSRESP-FILE.
037700     CLOSE CSSPM-FILE.
037800     CLOSE NOTIFY-FILE.
037900     CLOSE CSSRSX-FILE.
038000     DISPLAY 'CSSRES01 SCHEDULED RESPONSES  = '
038100         CSSRES-RESPONSE-COUNT.
038200     DISPLAY 'CSSRES01 PAYMENTS EXECUTED    = '
038300         CSSRES-EXECUTED-COUNT.
038400     DISPLAY 'CSSRES01 PAYMENTS FAILED      = '
038500         CSSRES-FAILED-COUNT.
038600     DISPLAY 'CSSRES01 NOTIFICATIONS QUEUED = '
038700         CSSRES-NOTIFY-COUNT.
038800     DISPLAY 'CSSRES01 EXCEPTIONS LISTED    = '
038900         CSSRES-UNMATCHED-COUNT ' / ' CSSRES-OVERDUE-COUNT.
039000 3000-EXIT.
039100     EXIT.
039200
039300 8100-READ-CSRESP.
039400     READ CSRESP-FILE
039500         AT END
039600             SET CSSRES-EOF TO TRUE
039700     END-READ.
039800 8100-EXIT.
039900     EXIT.
040000
040100 8200-READ-CSSPM.
040200     READ CSSPM-FILE NEXT RECORD
040300         AT END
040400             SET CSSRES-SPM-EOF TO TRUE
040500     END-READ.
040600 8200-EXIT.
040700     EXIT.
