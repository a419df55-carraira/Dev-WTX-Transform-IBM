000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSWLS01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSWLS01 -- WATCHLIST SCREENING OF PAYERS AND BILLERS.   *
000900*                                                          *
001000*  CSVEL01 LOOKS FOR VELOCITY AND STRUCTURING PATTERNS;    *
001100*  THIS STEP CHECKS WHO IS PAYING AND WHO IS BEING PAID    *
001200*  AGAINST THE WATCHLIST MASTER (CSWLM) THAT CSWLL01       *
001300*  LOADS.  FOR EVERY PAYMENT ON THE DAY'S CAPTURE          *
001400*  (CSRESP) IT LOOKS UP:                                   *
001500*    1. THE PAYER IDENTIFICATION-TYPE / NUMBER;            *
001600*    2. FOR A DIRECT-DEBIT PAYMENT, THE DEBIT BANK /       *
001700*       ACCOUNT BEHIND THE DAC ACCORD, READ FROM THE       *
001800*       ACXREF CROSS-REFERENCE BY OBLIGATION-NUMBER;       *
001900*    3. THE BILLER'S REGISTERED NAME FROM THE BILLER       *
002000*       PROFILE (CSBPRF), NORMALIZED THROUGH CSWNM01 THE   *
002100*       SAME WAY THE LIST NAMES WERE AT LOAD.              *
002200*  A PAYMENT THAT HITS IS WRITTEN TO THE PAYMENT-HOLD      *
002300*  MASTER (CSPHLD, REASON 'WTCH'), SO CSREM01 LEAVES IT    *
002400*  OUT OF THE REMITTANCE ADVICE AND CSSTL01 OUT OF THE NET *
002500*  SETTLEMENT.  A PAYMENT STILL ON A NO-BILL HOLD          *
002600*  (CSBPM01, REASON 'UNBL') IS LEFT AS IT IS AND THE HIT   *
002700*  GOES ONLY TO THE FINDING AND CASE SIDE, SO A COMPLIANCE *
002800*  RELEASE CAN NEVER CLEAR A NO-BILL HOLD.  A RELEASED     *
002900*  HOLD OF ANOTHER REASON IS HELD AGAIN AS 'WTCH'; ONE     *
003000*  WHOSE WATCHLIST HOLD COMPLIANCE HAS RELEASED IS LEFT    *
003100*  RELEASED.  EACH HIT ALSO GOES OUT AS A SUSPICIOUS-      *
003200*  ACTIVITY FINDING (CSWSAR, CSSAR LAYOUT, FLAG-REASON     *
003300*  'WTCH') FOR CSCAS01 TO OPEN OR JOIN A CASE ON THE CASE  *
003400*  MASTER.  THE CASE SUBJECT IS THE PAYER FOR A PAYER OR   *
003500*  ACCOUNT HIT, AND FOR A BILLER HIT IS IDENTIFICATION-    *
003600*  TYPE 'B' WITH THE SERVICE NUMBER.                       *
003700*                                                          *
003800*  BEFORE SCREENING, COMPLIANCE'S DISPOSITIONS (CSWDSP)    *
003900*  ARE APPLIED: ACTION 'R' RELEASES A HELD WATCHLIST HOLD  *
004000*  ('WTCH'), STAMPING THE DATE AND USER; A HOLD OF ANY     *
004100*  OTHER REASON IS REFUSED.  CSREM01 AND CSSTL01 PICK A    *
004200*  RELEASED PAYMENT UP ON ITS RELEASE DATE.                *
004300*  THE REPORT (CSWLSR) LISTS EVERY HIT, HOLD AND RELEASE   *
004400*  AND EVERY DISPOSITION REFUSED.  ANY OF THEM, OR NO LIST *
004500*  LOADED, ENDS THE STEP WITH CONDITION CODE 4.            *
004600*                                                          *
004700*  RUNS AFTER CSTRG01 AND BEFORE CSREM01 AND CSSTL01.      *
004800*----------------------------------------------------------*
004900*  MODIFICATION HISTORY                                    *
005000*    10/15/26  DOB  INITIAL VERSION.                       *
005100*    10/15/26  DOB  A HELD NO-BILL HOLD IS NO LONGER       *
005200*                   RE-REASONED 'WTCH', AND A DISPOSITION  *
005300*                   RELEASES ONLY A 'WTCH' HOLD.           *
005400*----------------------------------------------------------*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. IBM-ZSERIES.
005800 OBJECT-COMPUTER. IBM-ZSERIES.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CSRESP-FILE ASSIGN TO CSRESP
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT OPTIONAL CSWLM-FILE ASSIGN TO CSWLM
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS WLM-KEY.
006700     SELECT ACXREF-FILE ASSIGN TO ACXREF
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS XREF-REFERENCE-NUMBER.
007100     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
007500     SELECT OPTIONAL CSPHLD-FILE ASSIGN TO CSPHLD
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS PHLD-TRANSACTION-ID.
007900     SELECT CSWDSP-FILE ASSIGN TO CSWDSP
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT CSWSAR-FILE ASSIGN TO CSWSAR
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT CSWLSR-FILE ASSIGN TO CSWLSR
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CSRESP-FILE.
008900     COPY "OCBCOSP01_RESPONSE.cpy".
009000
009100 FD  CSWLM-FILE.
009200     COPY "CSWLM01.cpy".
009300
009400 FD  ACXREF-FILE.
009500     COPY "ACXREF01.cpy".
009600
009700 FD  CSBPRF-FILE.
009800     COPY "CSBPRF01.cpy".
009900
010000 FD  CSPHLD-FILE.
010100     COPY "CSPHLD01.cpy".
010200
010300 FD  CSWDSP-FILE.
010400     COPY "CSWDSP01.cpy".
010500
010600 FD  CSWSAR-FILE.
010700     COPY "CSSAR01.cpy".
010800
010900 FD  CSWLSR-FILE.
011000 01  CSWLSR-PRINT-LINE             PIC X(132).
011100
011200 WORKING-STORAGE SECTION.
011300*----------------------------------------------------------*
011400*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
011500*----------------------------------------------------------*
011600     COPY "RUNREG01.cpy".
011700
011800*----------------------------------------------------------*
011900*  NAME NORMALIZATION AREA (SEE CSWNM01).                  *
012000*----------------------------------------------------------*
012100     COPY "CSWNM01.cpy".
012200
012300 77  CSWLS-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
012400
012500 01  CSWLS-SWITCHES.
012600     05  CSWLS-EOF-SW              PIC X(01) VALUE 'N'.
012700         88  CSWLS-EOF               VALUE 'Y'.
012800     05  CSWLS-DSP-EOF-SW          PIC X(01) VALUE 'N'.
012900         88  CSWLS-DSP-EOF           VALUE 'Y'.
013000     05  CSWLS-LIST-LOADED-SW      PIC X(01) VALUE 'N'.
013100         88  CSWLS-LIST-LOADED       VALUE 'Y'.
013200     05  CSWLS-FOUND-SW            PIC X(01) VALUE 'N'.
013300         88  CSWLS-FOUND             VALUE 'Y'.
013400     05  CSWLS-PAYER-HIT-SW        PIC X(01) VALUE 'N'.
013500         88  CSWLS-PAYER-HIT         VALUE 'Y'.
013600     05  CSWLS-ACCOUNT-HIT-SW      PIC X(01) VALUE 'N'.
013700         88  CSWLS-ACCOUNT-HIT       VALUE 'Y'.
013800     05  CSWLS-BILLER-HIT-SW       PIC X(01) VALUE 'N'.
013900         88  CSWLS-BILLER-HIT        VALUE 'Y'.
014000
014100 77  CSWLS-TODAY                   PIC 9(8) VALUE ZERO.
014200 77  CSWLS-SAVE-SERVICE            PIC 9(5) VALUE ZERO.
014300 77  CSWLS-PAYER-REFERENCE         PIC X(12) VALUE SPACES.
014400 77  CSWLS-ACCOUNT-REFERENCE       PIC X(12) VALUE SPACES.
014500 77  CSWLS-BILLER-REFERENCE        PIC X(12) VALUE SPACES.
014600 77  CSWLS-ACTION                  PIC X(20) VALUE SPACES.
014700 77  CSWLS-SCREENED-COUNT          PIC 9(7) COMP VALUE ZERO.
014800 77  CSWLS-HIT-COUNT               PIC 9(7) COMP VALUE ZERO.
014900 77  CSWLS-HELD-COUNT              PIC 9(7) COMP VALUE ZERO.
015000 77  CSWLS-ALREADY-HELD-COUNT      PIC 9(7) COMP VALUE ZERO.
015100 77  CSWLS-RELEASED-COUNT          PIC 9(7) COMP VALUE ZERO.
015200 77  CSWLS-REFUSED-COUNT           PIC 9(7) COMP VALUE ZERO.
015300
015400 01  CSWLS-HEADING-1.
015500     05  FILLER                    PIC X(30)
015600         VALUE 'CSWLS01 WATCHLIST SCREENING   '.
015700     05  CSWLS-H1-DATE             PIC 9(8).
015800     05  FILLER                    PIC X(15)
015900         VALUE '  LIST VERSION '.
016000     05  CSWLS-H1-VERSION          PIC 9(5).
016100     05  FILLER                    PIC X(74) VALUE SPACES.
016200
016300 01  CSWLS-HEADING-2.
016400     05  FILLER                    PIC X(07) VALUE 'SERV   '.
016500     05  FILLER                    PIC X(22)
016600         VALUE 'OBLIGATION-NUMBER     '.
016700     05  FILLER                    PIC X(50)
016800         VALUE 'TRANSACTION-ID'.
016900     05  FILLER                    PIC X(16) VALUE 'MATCHED ON'.
017000     05  FILLER                    PIC X(14) VALUE 'REFERENCE'.
017100     05  FILLER                    PIC X(23) VALUE 'ACTION'.
017200
017300 01  CSWLS-DETAIL-LINE.
017400     05  CSWLS-DL-SERVICE          PIC 9(5).
017500     05  FILLER                    PIC X(02) VALUE SPACES.
017600     05  CSWLS-DL-OBLIGATION       PIC X(20).
017700     05  FILLER                    PIC X(02) VALUE SPACES.
017800     05  CSWLS-DL-TRANSACTION-ID   PIC X(48).
017900     05  FILLER                    PIC X(02) VALUE SPACES.
018000     05  CSWLS-DL-MATCHED-ON       PIC X(14).
018100     05  FILLER                    PIC X(02) VALUE SPACES.
018200     05  CSWLS-DL-REFERENCE        PIC X(12).
018300     05  FILLER                    PIC X(02) VALUE SPACES.
018400     05  CSWLS-DL-ACTION           PIC X(20).
018500     05  FILLER                    PIC X(03) VALUE SPACES.
018600
018700 01  CSWLS-TOTAL-LINE.
018800     05  FILLER                    PIC X(10) VALUE 'SCREENED: '.
018900     05  CSWLS-TL-SCREENED         PIC Z(6)9.
019000     05  FILLER                    PIC X(08) VALUE '  HITS: '.
019100     05  CSWLS-TL-HITS             PIC Z(6)9.
019200     05  FILLER                    PIC X(08) VALUE '  HELD: '.
019300     05  CSWLS-TL-HELD             PIC Z(6)9.
019400     05  FILLER                    PIC X(16)
019500         VALUE '  ALREADY HELD: '.
019600     05  CSWLS-TL-ALREADY-HELD     PIC Z(6)9.
019700     05  FILLER                    PIC X(12)
019800         VALUE '  RELEASED: '.
019900     05  CSWLS-TL-RELEASED         PIC Z(6)9.
020000     05  FILLER                    PIC X(12)
020100         VALUE '  REFUSED: '.
020200     05  CSWLS-TL-REFUSED          PIC Z(6)9.
020300     05  FILLER                    PIC X(24) VALUE SPACES.
020400
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-APPLY-DISPOSITION THRU 2000-EXIT
020900         UNTIL CSWLS-DSP-EOF.
021000     PERFORM 3000-SCREEN-PAYMENT THRU 3000-EXIT
021100         UNTIL CSWLS-EOF.
021200     PERFORM 4000-FINISH THRU 4000-EXIT.
021300     SET RREG-END TO TRUE.
021400     MOVE CSWLS-SCREENED-COUNT TO RREG-RECORD-COUNT.
021500     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
021600     MOVE CSWLS-SEVERITY-CODE TO RETURN-CODE.
021700     STOP RUN.
021800
021900 1000-INITIALIZE.
022000     SET RREG-START TO TRUE.
022100     MOVE 'CSWLS01 ' TO RREG-PROGRAM-ID.
022200     MOVE 'CSRESP  ' TO RREG-GUARD-FILE.
022300     MOVE ZERO TO RREG-CYCLE-NUMBER.
022400     MOVE ZERO TO RREG-RECORD-COUNT.
022500     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
022600     IF RREG-BLOCKED
022700         DISPLAY 'CSWLS01 ALREADY COMPLETED FOR THIS DATE'
022800         MOVE 8 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     IF RREG-PREREQ-HOLD
023200         DISPLAY 'CSWLS01 HELD - PREREQUISITE NOT COMPLETE'
023300         MOVE 8 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     IF RREG-GUARD-HOLD
023700         DISPLAY 'CSWLS01 HELD - CAPTURE FAILED THE GUARD'
023800         MOVE 8 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100     OPEN INPUT CSRESP-FILE.
024200     OPEN INPUT CSWLM-FILE.
024300     OPEN INPUT ACXREF-FILE.
024400     OPEN INPUT CSBPRF-FILE.
024500     OPEN I-O CSPHLD-FILE.
024600     OPEN INPUT CSWDSP-FILE.
024700     OPEN OUTPUT CSWSAR-FILE.
024800     OPEN OUTPUT CSWLSR-FILE.
024900     ACCEPT CSWLS-TODAY FROM DATE YYYYMMDD.
025000     MOVE SPACES TO WLM-KEY.
025100     SET WLM-LIST-CONTROL TO TRUE.
025200     READ CSWLM-FILE
025300         KEY IS WLM-KEY
025400         INVALID KEY
025500             MOVE ZERO TO WLM-LIST-VERSION
025600         NOT INVALID KEY
025700             SET CSWLS-LIST-LOADED TO TRUE
025800     END-READ.
025900     IF NOT CSWLS-LIST-LOADED
026000         DISPLAY 'CSWLS01 NO WATCHLIST LOADED - NOTHING CAN HIT'
026100         MOVE 4 TO CSWLS-SEVERITY-CODE
026200     END-IF.
026300     MOVE CSWLS-TODAY TO CSWLS-H1-DATE.
026400     MOVE WLM-LIST-VERSION TO CSWLS-H1-VERSION.
026500     WRITE CSWLSR-PRINT-LINE FROM CSWLS-HEADING-1.
026600     WRITE CSWLSR-PRINT-LINE FROM CSWLS-HEADING-2.
026700     MOVE 99999 TO CSWLS-SAVE-SERVICE.
026800     PERFORM 8200-READ-CSWDSP THRU 8200-EXIT.
026900     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------*
027400*  A COMPLIANCE DISPOSITION RELEASES ONE HELD WATCHLIST    *
027500*  HOLD.  ONE THAT NAMES NO HOLD, A HOLD OF ANOTHER REASON,*
027600*  A HOLD ALREADY RELEASED, AN UNKNOWN ACTION OR NO USER IS*
027700*  REFUSED AND LISTED.                                     *
027800*----------------------------------------------------------*
027900 2000-APPLY-DISPOSITION.
028000     SET CSWLS-FOUND-SW TO 'N'.
028100     MOVE WDSP-TRANSACTION-ID TO PHLD-TRANSACTION-ID.
028200     READ CSPHLD-FILE
028300         KEY IS PHLD-TRANSACTION-ID
028400         INVALID KEY
028500             CONTINUE
028600         NOT INVALID KEY
028700             SET CSWLS-FOUND TO TRUE
028800     END-READ.
028900     EVALUATE TRUE
029000         WHEN NOT WDSP-RELEASE
029100             MOVE 'REFUSED - BAD ACTION' TO CSWLS-ACTION
029200         WHEN WDSP-USER = SPACES
029300             MOVE 'REFUSED - NO USER' TO CSWLS-ACTION
029400         WHEN NOT CSWLS-FOUND
029500             MOVE 'REFUSED - NO HOLD' TO CSWLS-ACTION
029600         WHEN NOT PHLD-WATCHLIST-HIT
029700             MOVE 'REFUSED - NOT WTCH' TO CSWLS-ACTION
029800         WHEN PHLD-RELEASED
029900             MOVE 'REFUSED - RELEASED' TO CSWLS-ACTION
030000         WHEN OTHER
030100             SET PHLD-RELEASED TO TRUE
030200             MOVE CSWLS-TODAY TO PHLD-RELEASE-DATE
030300             MOVE WDSP-USER TO PHLD-RELEASE-USER
030400             REWRITE PAYMENT-HOLD-RECORD
030500             MOVE 'RELEASED' TO CSWLS-ACTION
030600     END-EVALUATE.
030700     IF CSWLS-ACTION = 'RELEASED'
030800         ADD 1 TO CSWLS-RELEASED-COUNT
030900     ELSE
031000         ADD 1 TO CSWLS-REFUSED-COUNT
031100     END-IF.
031200     MOVE 4 TO CSWLS-SEVERITY-CODE.
031300     IF CSWLS-FOUND
031400         MOVE PHLD-ASSOCIATED-SERVICE TO CSWLS-DL-SERVICE
031500         MOVE PHLD-OBLIGATION-NUMBER TO CSWLS-DL-OBLIGATION
031600         MOVE SPACES TO CSWLS-DL-MATCHED-ON
031700         STRING 'HOLD ' DELIMITED BY SIZE
031800             PHLD-HOLD-REASON DELIMITED BY SIZE
031900             INTO CSWLS-DL-MATCHED-ON
032000         END-STRING
032100     ELSE
032200         MOVE ZERO TO CSWLS-DL-SERVICE
032300         MOVE SPACES TO CSWLS-DL-OBLIGATION
032400         MOVE SPACES TO CSWLS-DL-MATCHED-ON
032500     END-IF.
032600     MOVE WDSP-TRANSACTION-ID TO CSWLS-DL-TRANSACTION-ID.
032700     MOVE WDSP-USER TO CSWLS-DL-REFERENCE.
032800     MOVE CSWLS-ACTION TO CSWLS-DL-ACTION.
032900     WRITE CSWLSR-PRINT-LINE FROM CSWLS-DETAIL-LINE.
033000     PERFORM 8200-READ-CSWDSP THRU 8200-EXIT.
033100 2000-EXIT.
033200     EXIT.
033300
033400 3000-SCREEN-PAYMENT.
033500     ADD 1 TO CSWLS-SCREENED-COUNT.
033600     IF NOT CSWLS-LIST-LOADED
033700         GO TO 3000-READ-NEXT
033800     END-IF.
033900     PERFORM 3100-SCREEN-PAYER THRU 3100-EXIT.
034000     PERFORM 3200-SCREEN-ACCOUNT THRU 3200-EXIT.
034100     IF ASSOCIATED-SERVICE OF RESPONSE NOT = CSWLS-SAVE-SERVICE
034200         PERFORM 3300-SCREEN-BILLER THRU 3300-EXIT
034300     END-IF.
034400     IF NOT CSWLS-PAYER-HIT
034500             AND NOT CSWLS-ACCOUNT-HIT
034600             AND NOT CSWLS-BILLER-HIT
034700         GO TO 3000-READ-NEXT
034800     END-IF.
034900     MOVE 4 TO CSWLS-SEVERITY-CODE.
035000     PERFORM 3400-HOLD-PAYMENT THRU 3400-EXIT.
035100     IF CSWLS-PAYER-HIT
035200         MOVE 'PAYER ID' TO CSWLS-DL-MATCHED-ON
035300         MOVE CSWLS-PAYER-REFERENCE TO CSWLS-DL-REFERENCE
035400         PERFORM 3900-LIST-HIT THRU 3900-EXIT
035500     END-IF.
035600     IF CSWLS-ACCOUNT-HIT
035700         MOVE 'DEBIT ACCOUNT' TO CSWLS-DL-MATCHED-ON
035800         MOVE CSWLS-ACCOUNT-REFERENCE TO CSWLS-DL-REFERENCE
035900         PERFORM 3900-LIST-HIT THRU 3900-EXIT
036000     END-IF.
036100     IF CSWLS-PAYER-HIT OR CSWLS-ACCOUNT-HIT
036200         MOVE IDENTIFICATION-TYPE OF RESPONSE TO
036300             SAR-IDENTIFICATION-TYPE
036400         MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
036500             SAR-IDENTIFICATION-NUMBER
036600         PERFORM 3500-WRITE-FINDING THRU 3500-EXIT
036700     END-IF.
036800     IF CSWLS-BILLER-HIT
036900         MOVE 'BILLER NAME' TO CSWLS-DL-MATCHED-ON
037000         MOVE CSWLS-BILLER-REFERENCE TO CSWLS-DL-REFERENCE
037100         PERFORM 3900-LIST-HIT THRU 3900-EXIT
037200         MOVE 'B' TO SAR-IDENTIFICATION-TYPE
037300         MOVE ASSOCIATED-SERVICE OF RESPONSE TO
037400             SAR-IDENTIFICATION-NUMBER
037500         PERFORM 3500-WRITE-FINDING THRU 3500-EXIT
037600     END-IF.
037700 3000-READ-NEXT.
037800     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
037900 3000-EXIT.
038000     EXIT.
038100
038200 3100-SCREEN-PAYER.
038300     SET CSWLS-PAYER-HIT-SW TO 'N'.
038400     MOVE SPACES TO WLM-KEY.
038500     SET WLM-BY-IDENTIFICATION TO TRUE.
038600     MOVE IDENTIFICATION-TYPE OF RESPONSE TO WLM-ID-TYPE.
038700     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO WLM-ID-NUMBER.
038800     READ CSWLM-FILE
038900         KEY IS WLM-KEY
039000         INVALID KEY
039100             CONTINUE
039200         NOT INVALID KEY
039300             SET CSWLS-PAYER-HIT TO TRUE
039400             MOVE WLM-LIST-REFERENCE TO CSWLS-PAYER-REFERENCE
039500     END-READ.
039600 3100-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------*
040000*  ONLY A DIRECT-DEBIT PAYMENT HAS A DAC ACCORD BEHIND IT; *
040100*  THE CROSS-REFERENCE IS KEYED BY THE OBLIGATION-NUMBER.  *
040200*----------------------------------------------------------*
040300 3200-SCREEN-ACCOUNT.
040400     SET CSWLS-ACCOUNT-HIT-SW TO 'N'.
040500     IF FLAG-DIRECT-DEBIT OF RESPONSE NOT = 'Y'
040600         GO TO 3200-EXIT
040700     END-IF.
040800     SET CSWLS-FOUND-SW TO 'N'.
040900     MOVE OBLIGATION-NUMBER OF RESPONSE TO
041000         XREF-REFERENCE-NUMBER.
041100     READ ACXREF-FILE
041200         KEY IS XREF-REFERENCE-NUMBER
041300         INVALID KEY
041400             CONTINUE
041500         NOT INVALID KEY
041600             SET CSWLS-FOUND TO TRUE
041700     END-READ.
041800     IF NOT CSWLS-FOUND
041900         GO TO 3200-EXIT
042000     END-IF.
042100     MOVE SPACES TO WLM-KEY.
042200     SET WLM-BY-ACCOUNT TO TRUE.
042300     MOVE XREF-DEBIT-BANK TO WLM-DEBIT-BANK.
042400     MOVE XREF-DEBIT-ACCOUNT-NUMBER TO WLM-DEBIT-ACCOUNT.
042500     READ CSWLM-FILE
042600         KEY IS WLM-KEY
042700         INVALID KEY
042800             CONTINUE
042900         NOT INVALID KEY
043000             SET CSWLS-ACCOUNT-HIT TO TRUE
043100             MOVE WLM-LIST-REFERENCE TO CSWLS-ACCOUNT-REFERENCE
043200     END-READ.
043300 3200-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------*
043700*  THE BILLER ANSWER IS KEPT UNTIL THE SERVICE CHANGES.    *
043800*----------------------------------------------------------*
043900 3300-SCREEN-BILLER.
044000     MOVE ASSOCIATED-SERVICE OF RESPONSE TO CSWLS-SAVE-SERVICE.
044100     SET CSWLS-BILLER-HIT-SW TO 'N'.
044200     SET CSWLS-FOUND-SW TO 'N'.
044300     MOVE CSWLS-SAVE-SERVICE TO BPRF-ASSOCIATED-SERVICE.
044400     READ CSBPRF-FILE
044500         KEY IS BPRF-ASSOCIATED-SERVICE
044600         INVALID KEY
044700             CONTINUE
044800         NOT INVALID KEY
044900             SET CSWLS-FOUND TO TRUE
045000     END-READ.
045100     IF NOT CSWLS-FOUND
045200         GO TO 3300-EXIT
045300     END-IF.
045400     MOVE BPRF-BILLER-NAME TO NNRM-NAME-IN.
045500     CALL 'CSWNM01' USING NAME-NORMALIZE-REQUEST.
045600     IF NNRM-NAME-OUT = SPACES
045700         GO TO 3300-EXIT
045800     END-IF.
045900     MOVE SPACES TO WLM-KEY.
046000     SET WLM-BY-NAME TO TRUE.
046100     MOVE NNRM-NAME-OUT TO WLM-ENTRY-VALUE.
046200     READ CSWLM-FILE
046300         KEY IS WLM-KEY
046400         INVALID KEY
046500             CONTINUE
046600         NOT INVALID KEY
046700             SET CSWLS-BILLER-HIT TO TRUE
046800             MOVE WLM-LIST-REFERENCE TO CSWLS-BILLER-REFERENCE
046900     END-READ.
047000 3300-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------*
047400*  HOLD THE PAYMENT OUT OF REMITTANCE AND SETTLEMENT.  A   *
047500*  NO-BILL HOLD STILL HELD IS NOT TOUCHED, SO ONLY         *
047600*  PRESENTMENT CAN CLEAR IT.  A WATCHLIST HOLD COMPLIANCE  *
047700*  HAS ALREADY RELEASED STANDS; A RELEASED HOLD OF ANY     *
047800*  OTHER REASON IS HELD AGAIN.                             *
047900*----------------------------------------------------------*
048000 3400-HOLD-PAYMENT.
048100     ADD 1 TO CSWLS-HIT-COUNT.
048200     SET CSWLS-FOUND-SW TO 'N'.
048300     MOVE TRANSACTION-ID OF RESPONSE TO PHLD-TRANSACTION-ID.
048400     READ CSPHLD-FILE
048500         KEY IS PHLD-TRANSACTION-ID
048600         INVALID KEY
048700             CONTINUE
048800         NOT INVALID KEY
048900             SET CSWLS-FOUND TO TRUE
049000     END-READ.
049100     IF NOT CSWLS-FOUND
049200         PERFORM 3410-WRITE-HOLD THRU 3410-EXIT
049300         MOVE 'HELD' TO CSWLS-ACTION
049400         ADD 1 TO CSWLS-HELD-COUNT
049500         GO TO 3400-EXIT
049600     END-IF.
049700     IF PHLD-RELEASED
049800             AND PHLD-WATCHLIST-HIT
049900         MOVE 'RELEASED EARLIER' TO CSWLS-ACTION
050000         GO TO 3400-EXIT
050100     END-IF.
050200     IF PHLD-HELD
050300             AND PHLD-NO-PRESENTED-BILL
050400         MOVE 'NO-BILL HOLD KEPT' TO CSWLS-ACTION
050500         ADD 1 TO CSWLS-ALREADY-HELD-COUNT
050600         GO TO 3400-EXIT
050700     END-IF.
050800     IF PHLD-HELD
050900         MOVE 'ALREADY HELD' TO CSWLS-ACTION
051000         ADD 1 TO CSWLS-ALREADY-HELD-COUNT
051100     ELSE
051200         MOVE 'HELD' TO CSWLS-ACTION
051300         ADD 1 TO CSWLS-HELD-COUNT
051400     END-IF.
051500     SET PHLD-WATCHLIST-HIT TO TRUE.
051600     SET PHLD-HELD TO TRUE.
051700     MOVE CSWLS-TODAY TO PHLD-HOLD-DATE.
051800     MOVE ZERO TO PHLD-RELEASE-DATE.
051900     MOVE SPACES TO PHLD-RELEASE-USER.
052000     REWRITE PAYMENT-HOLD-RECORD.
052100 3400-EXIT.
052200     EXIT.
052300
052400 3410-WRITE-HOLD.
052500     MOVE SPACES TO PAYMENT-HOLD-RECORD.
052600     MOVE TRANSACTION-ID OF RESPONSE TO PHLD-TRANSACTION-ID.
052700     SET PHLD-WATCHLIST-HIT TO TRUE.
052800     SET PHLD-HELD TO TRUE.
052900     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
053000         PHLD-ASSOCIATED-SERVICE.
053100     MOVE OBLIGATION-NUMBER OF RESPONSE TO
053200         PHLD-OBLIGATION-NUMBER.
053300     MOVE IDENTIFICATION-TYPE OF RESPONSE TO
053400         PHLD-IDENTIFICATION-TYPE.
053500     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
053600         PHLD-IDENTIFICATION-NUMBER.
053700     MOVE PAYMENT-VALUE OF RESPONSE TO PHLD-PAYMENT-VALUE.
053800     MOVE ASSOCIATED-VALUE OF RESPONSE TO
053900         PHLD-ASSOCIATED-VALUE.
054000     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO
054100         PHLD-PAYMENT-DATE.
054200     MOVE CURRENCY-CODE OF RESPONSE TO PHLD-CURRENCY-CODE.
054300     MOVE COUNTRY-CODE OF RESPONSE TO PHLD-COUNTRY-CODE.
054400     MOVE BANK-CODE OF RESPONSE TO PHLD-BANK-CODE.
054500     MOVE CSWLS-TODAY TO PHLD-HOLD-DATE.
054600     MOVE ZERO TO PHLD-RELEASE-DATE.
054700     WRITE PAYMENT-HOLD-RECORD
054800         INVALID KEY
054900             CONTINUE
055000     END-WRITE.
055100 3410-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------*
055500*  ONE FINDING PER SUBJECT HIT: A CUSTOMER HEADER FOR      *
055600*  CSCAS01 TO OPEN OR JOIN THE CASE, AND THE OBLIGATION    *
055700*  DETAIL, BOTH CARRYING FLAG-REASON 'WTCH'.  THE CALLER   *
055800*  HAS SET THE SUBJECT IDENTIFICATION.                     *
055900*----------------------------------------------------------*
056000 3500-WRITE-FINDING.
056100     SET SAR-CUSTOMER-HEADER TO TRUE.
056200     SET SAR-WATCHLIST-HIT TO TRUE.
056300     MOVE 1 TO SAR-PAYMENT-COUNT.
056400     MOVE PAYMENT-VALUE OF RESPONSE TO SAR-PAYMENT-TOTAL.
056500     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
056600         SAR-ASSOCIATED-SERVICE.
056700     MOVE SPACES TO SAR-OBLIGATION-NUMBER.
056800     MOVE ZERO TO SAR-PAYMENT-VALUE SAR-PAYMENT-DATE.
056900     MOVE CSWLS-TODAY TO SAR-REPORT-DATE.
057000     WRITE SUSPICIOUS-ACTIVITY-RECORD.
057100     SET SAR-OBLIGATION-DETAIL TO TRUE.
057200     MOVE ZERO TO SAR-PAYMENT-COUNT SAR-PAYMENT-TOTAL.
057300     MOVE OBLIGATION-NUMBER OF RESPONSE TO
057400         SAR-OBLIGATION-NUMBER.
057500     MOVE PAYMENT-VALUE OF RESPONSE TO SAR-PAYMENT-VALUE.
057600     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO SAR-PAYMENT-DATE.
057700     WRITE SUSPICIOUS-ACTIVITY-RECORD.
057800 3500-EXIT.
057900     EXIT.
058000
058100 3900-LIST-HIT.
058200     MOVE ASSOCIATED-SERVICE OF RESPONSE TO CSWLS-DL-SERVICE.
058300     MOVE OBLIGATION-NUMBER OF RESPONSE TO CSWLS-DL-OBLIGATION.
058400     MOVE TRANSACTION-ID OF RESPONSE TO
058500         CSWLS-DL-TRANSACTION-ID.
058600     MOVE CSWLS-ACTION TO CSWLS-DL-ACTION.
058700     WRITE CSWLSR-PRINT-LINE FROM CSWLS-DETAIL-LINE.
058800 3900-EXIT.
058900     EXIT.
059000
059100 4000-FINISH.
059200     MOVE CSWLS-SCREENED-COUNT TO CSWLS-TL-SCREENED.
059300     MOVE CSWLS-HIT-COUNT TO CSWLS-TL-HITS.
059400     MOVE CSWLS-HELD-COUNT TO CSWLS-TL-HELD.
059500     MOVE CSWLS-ALREADY-HELD-COUNT TO CSWLS-TL-ALREADY-HELD.
059600     MOVE CSWLS-RELEASED-COUNT TO CSWLS-TL-RELEASED.
059700     MOVE CSWLS-REFUSED-COUNT TO CSWLS-TL-REFUSED.
059800     WRITE CSWLSR-PRINT-LINE FROM CSWLS-TOTAL-LINE.
059900     CLOSE CSRESP-FILE.
060000     CLOSE CSWLM-FILE.
060100     CLOSE ACXREF-FILE.
060200     CLOSE CSBPRF-FILE.
060300     CLOSE CSPHLD-FILE.
060400     CLOSE CSWDSP-FILE.
060500     CLOSE CSWSAR-FILE.
060600     CLOSE CSWLSR-FILE.
060700     DISPLAY 'CSWLS01 PAYMENTS SCREENED   = '
060800         CSWLS-SCREENED-COUNT.
060900     DISPLAY 'CSWLS01 WATCHLIST HITS      = ' CSWLS-HIT-COUNT.
061000     DISPLAY 'CSWLS01 PAYMENTS HELD       = ' CSWLS-HELD-COUNT.
061100     DISPLAY 'CSWLS01 HOLDS RELEASED      = '
061200         CSWLS-RELEASED-COUNT.
061300 4000-EXIT.
061400     EXIT.
061500
061600 8100-READ-CSRESP.
061700     READ CSRESP-FILE
061800         AT END
061900             SET CSWLS-EOF TO TRUE
062000     END-READ.
062100 8100-EXIT.
062200     EXIT.
062300
062400 8200-READ-CSWDSP.
062500     READ CSWDSP-FILE
062600         AT END
062700             SET CSWLS-DSP-EOF TO TRUE
062800     END-READ.
062900 8200-EXIT.
063000     EXIT.
