000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSBPM01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSBPM01 -- PAYMENT-TO-PRESENTED-BILL MATCHING.          *
000900*                                                          *
001000*  MATCHES THE DAY'S PAYMENTS (CSRESP) FOR EVERY BILLER    *
001100*  THAT SENDS A PRESENTMENT FILE (CSBPRF PRESENTMENT       *
001200*  LAYOUT NOT BLANK) AGAINST THE PRESENTED-BILLS MASTER    *
001300*  (CSPBM) THAT CSBPL01 LOADS.  BILLERS WITHOUT            *
001400*  PRESENTMENT ARE NOT TOUCHED.  THREE OUTPUTS:            *
001500*    1. A PAYMENT WHOSE OBLIGATION-NUMBER THE BILLER NEVER *
001600*       PRESENTED IS WRITTEN TO THE PAYMENT-HOLD MASTER    *
001700*       (CSPHLD, REASON 'UNBL') AND LISTED ON THE REVIEW   *
001800*       REPORT (CSBPX).  CSREM01 LEAVES A HELD PAYMENT OUT *
001900*       OF THE REMITTANCE ADVICE AND CSSTL01 OUT OF THE    *
002000*       NET SETTLEMENT;                                    *
002100*    2. A PAYMENT THAT LEAVES THE BILL SHORT OF, OR OVER,  *
002200*       ITS PRESENTED AMOUNT DUE IS LISTED ON THE VARIANCE *
002300*       REPORT (CSBPV);                                    *
002400*    3. ONCE THE PAYMENTS ARE APPLIED, EVERY PRESENTED     *
002500*       BILL STILL OPEN OR PART-PAID AT ITS PAYDAY-LIMIT   *
002600*       IS RETURNED TO ITS BILLER ON THE UNPAID-BILL FILE  *
002700*       (CSBPU -- A HEADER, THE BILLS AND A CONTROL        *
002800*       TRAILER PER BILLER) AND MARKED EXPIRED-UNPAID SO   *
002900*       IT IS RETURNED ONLY ONCE.                          *
003000*                                                          *
003100*  PAYMENTS ARE APPLIED IN ASSOCIATED-VALUE, THE           *
003200*  INSTALLMENT ACTUALLY COLLECTED (AS CSOBL01 TAKES IT),   *
003300*  NOT THE FULL PAYMENT-VALUE CAPTURED.  A HELD PAYMENT    *
003400*  KEEPS BOTH VALUES ON CSPHLD AS CAPTURED, SINCE CSREM01  *
003500*  AND CSSTL01 REMIT AND SETTLE IT IN PAYMENT-VALUE.       *
003600*  OBLIGATIONS CSVAL03 FLAGGED DUPLICATE ARE NOT APPLIED,  *
003700*  AS CSREM01 DOES NOT REMIT THEM; THE DUPLICATE FEED IS   *
003800*  ROLLED INTO A WORK INDEX AT INITIALIZATION THE SAME WAY *
003900*  CSREM01 DOES IT.  ANY HELD PAYMENT OR VARIANCE ENDS THE *
004000*  STEP WITH CONDITION CODE 4.                             *
004100*                                                          *
004200*  RUNS AFTER CSTRG01 AND BEFORE CSREM01 AND CSSTL01.      *
004300*----------------------------------------------------------*
004400*  MODIFICATION HISTORY                                    *
004500*    10/15/26  DOB  INITIAL VERSION.                       *
004600*    10/15/26  DOB  A PAYMENT IS APPLIED TO ITS BILL, AND  *
004700*                   LISTED WHEN HELD, IN ASSOCIATED-VALUE, *
004800*                   SO AN INSTALLMENT IS NOT COUNTED AS    *
004900*                   THE WHOLE PAYMENT.                     *
005000*----------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-ZSERIES.
005400 OBJECT-COMPUTER. IBM-ZSERIES.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CSRESP-FILE ASSIGN TO CSRESP
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT CSDUPR-FILE ASSIGN TO CSDUPR
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT CSDUPIX-FILE ASSIGN TO CSBPDIX
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DUPIX-KEY.
006500     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
006900     SELECT CSPBM-FILE ASSIGN TO CSPBM
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PBM-KEY.
007300     SELECT OPTIONAL CSPHLD-FILE ASSIGN TO CSPHLD
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS PHLD-TRANSACTION-ID.
007700     SELECT CSBPU-FILE ASSIGN TO CSBPU
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT CSBPX-FILE ASSIGN TO CSBPX
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT CSBPV-FILE ASSIGN TO CSBPV
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CSRESP-FILE.
008700     COPY "OCBCOSP01_RESPONSE.cpy".
008800
008900 FD  CSDUPR-FILE.
009000     COPY "CSDUPR01.cpy".
009100
009200 FD  CSDUPIX-FILE.
009300     COPY "CSDUPIX1.cpy".
009400
009500 FD  CSBPRF-FILE.
009600     COPY "CSBPRF01.cpy".
009700
009800 FD  CSPBM-FILE.
009900     COPY "CSPBM01.cpy".
010000
010100 FD  CSPHLD-FILE.
010200     COPY "CSPHLD01.cpy".
010300
010400 FD  CSBPU-FILE.
010500     COPY "CSBPU01.cpy".
010600
010700 FD  CSBPX-FILE.
010800 01  CSBPX-PRINT-LINE              PIC X(132).
010900
011000 FD  CSBPV-FILE.
011100 01  CSBPV-PRINT-LINE              PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400*----------------------------------------------------------*
011500*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
011600*----------------------------------------------------------*
011700     COPY "RUNREG01.cpy".
011800
011900 77  CSBPM-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
012000
012100 01  CSBPM-SWITCHES.
012200     05  CSBPM-EOF-SW              PIC X(01) VALUE 'N'.
012300         88  CSBPM-EOF               VALUE 'Y'.
012400     05  CSBPM-DUP-EOF-SW          PIC X(01) VALUE 'N'.
012500         88  CSBPM-DUP-EOF           VALUE 'Y'.
012600     05  CSBPM-PBM-EOF-SW          PIC X(01) VALUE 'N'.
012700         88  CSBPM-PBM-EOF           VALUE 'Y'.
012800     05  CSBPM-HIT-SW              PIC X(01) VALUE 'N'.
012900         88  CSBPM-HIT               VALUE 'Y'.
013000     05  CSBPM-PRF-FOUND-SW        PIC X(01) VALUE 'N'.
013100         88  CSBPM-PRF-FOUND         VALUE 'Y'.
013200     05  CSBPM-PRESENTING-SW       PIC X(01) VALUE 'N'.
013300         88  CSBPM-PRESENTING        VALUE 'Y'.
013400     05  CSBPM-PBM-FOUND-SW        PIC X(01) VALUE 'N'.
013500         88  CSBPM-PBM-FOUND         VALUE 'Y'.
013600     05  CSBPM-RETURN-OPEN-SW      PIC X(01) VALUE 'N'.
013700         88  CSBPM-RETURN-OPEN       VALUE 'Y'.
013800
013900 77  CSBPM-TODAY                   PIC 9(8) VALUE ZERO.
014000 77  CSBPM-SAVE-SERVICE            PIC 9(5) VALUE ZERO.
014100 77  CSBPM-RETURN-SERVICE          PIC 9(5) VALUE ZERO.
014200 77  CSBPM-DIFFERENCE              PIC 9(15)V9(2) VALUE ZERO.
014300 77  CSBPM-RETURN-COUNT            PIC 9(7) COMP VALUE ZERO.
014400 77  CSBPM-RETURN-TOTAL            PIC 9(15)V9(2) VALUE ZERO.
014500 77  CSBPM-PAYMENT-COUNT           PIC 9(7) COMP VALUE ZERO.
014600 77  CSBPM-DUPLICATE-COUNT         PIC 9(7) COMP VALUE ZERO.
014700 77  CSBPM-MATCHED-COUNT           PIC 9(7) COMP VALUE ZERO.
014800 77  CSBPM-HELD-COUNT              PIC 9(7) COMP VALUE ZERO.
014900 77  CSBPM-UNDER-COUNT             PIC 9(7) COMP VALUE ZERO.
015000 77  CSBPM-OVER-COUNT              PIC 9(7) COMP VALUE ZERO.
015100 77  CSBPM-UNPAID-COUNT            PIC 9(7) COMP VALUE ZERO.
015200 77  CSBPM-BILLER-COUNT            PIC 9(7) COMP VALUE ZERO.
015300
015400 01  CSBPX-HEADING-1.
015500     05  FILLER                    PIC X(48)
015600         VALUE 'CSBPM01 PAYMENTS WITH NO PRESENTED BILL - HELD '.
015700     05  CSBPX-H1-DATE             PIC 9(8).
015800     05  FILLER                    PIC X(76) VALUE SPACES.
015900
016000 01  CSBPX-HEADING-2.
016100     05  FILLER                    PIC X(07) VALUE 'SERV   '.
016200     05  FILLER                    PIC X(22)
016300         VALUE 'OBLIGATION-NUMBER     '.
016400     05  FILLER                    PIC X(19)
016500         VALUE 'IDENTIFICATION     '.
016600     05  FILLER                    PIC X(20)
016700         VALUE '     PAYMENT VALUE  '.
016800     05  FILLER                    PIC X(10) VALUE 'PAID      '.
016900     05  FILLER                    PIC X(54)
017000         VALUE 'TRANSACTION-ID'.
017100
017200 01  CSBPX-DETAIL-LINE.
017300     05  CSBPX-DL-SERVICE          PIC 9(5).
017400     05  FILLER                    PIC X(02) VALUE SPACES.
017500     05  CSBPX-DL-OBLIGATION       PIC X(20).
017600     05  FILLER                    PIC X(02) VALUE SPACES.
017700     05  CSBPX-DL-ID-NUMBER        PIC 9(17).
017800     05  FILLER                    PIC X(02) VALUE SPACES.
017900     05  CSBPX-DL-PAYMENT          PIC Z(14)9.99.
018000     05  FILLER                    PIC X(02) VALUE SPACES.
018100     05  CSBPX-DL-PAID-DATE        PIC 9(08).
018200     05  FILLER                    PIC X(02) VALUE SPACES.
018300     05  CSBPX-DL-TRANSACTION-ID   PIC X(48).
018400     05  FILLER                    PIC X(06) VALUE SPACES.
018500
018600 01  CSBPX-TOTAL-LINE.
018700     05  FILLER                    PIC X(15)
018800         VALUE 'PAYMENTS HELD: '.
018900     05  CSBPX-TL-HELD             PIC Z(6)9.
019000     05  FILLER                    PIC X(110) VALUE SPACES.
019100
019200 01  CSBPV-HEADING-1.
019300     05  FILLER                    PIC X(48)
019400         VALUE 'CSBPM01 PAYMENTS AGAINST PRESENTED AMOUNT DUE  '.
019500     05  CSBPV-H1-DATE             PIC 9(8).
019600     05  FILLER                    PIC X(76) VALUE SPACES.
019700
019800 01  CSBPV-HEADING-2.
019900     05  FILLER                    PIC X(07) VALUE 'SERV   '.
020000     05  FILLER                    PIC X(22)
020100         VALUE 'OBLIGATION-NUMBER     '.
020200     05  FILLER                    PIC X(19)
020300         VALUE 'IDENTIFICATION     '.
020400     05  FILLER                    PIC X(20)
020500         VALUE '        AMOUNT DUE  '.
020600     05  FILLER                    PIC X(20)
020700         VALUE '      PAID TO DATE  '.
020800     05  FILLER                    PIC X(20)
020900         VALUE '        DIFFERENCE  '.
021000     05  FILLER                    PIC X(24) VALUE 'VARIANCE'.
021100
021200 01  CSBPV-DETAIL-LINE.
021300     05  CSBPV-DL-SERVICE          PIC 9(5).
021400     05  FILLER                    PIC X(02) VALUE SPACES.
021500     05  CSBPV-DL-OBLIGATION       PIC X(20).
021600     05  FILLER                    PIC X(02) VALUE SPACES.
021700     05  CSBPV-DL-ID-NUMBER        PIC 9(17).
021800     05  FILLER                    PIC X(02) VALUE SPACES.
021900     05  CSBPV-DL-AMOUNT-DUE       PIC Z(14)9.99.
022000     05  FILLER                    PIC X(02) VALUE SPACES.
022100     05  CSBPV-DL-PAID             PIC Z(14)9.99.
022200     05  FILLER                    PIC X(02) VALUE SPACES.
022300     05  CSBPV-DL-DIFFERENCE       PIC Z(14)9.99.
022400     05  FILLER                    PIC X(02) VALUE SPACES.
022500     05  CSBPV-DL-NOTE             PIC X(12).
022600     05  FILLER                    PIC X(12) VALUE SPACES.
022700
022800 01  CSBPV-TOTAL-LINE.
022900     05  FILLER                    PIC X(15)
023000         VALUE 'UNDERPAYMENTS: '.
023100     05  CSBPV-TL-UNDER            PIC Z(6)9.
023200     05  FILLER                    PIC X(16)
023300         VALUE '  OVERPAYMENTS: '.
023400     05  CSBPV-TL-OVER             PIC Z(6)9.
023500     05  FILLER                    PIC X(87) VALUE SPACES.
023600
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-MATCH-PAYMENT THRU 2000-EXIT
024100         UNTIL CSBPM-EOF.
024200     PERFORM 4000-RETURN-UNPAID THRU 4000-EXIT.
024300     PERFORM 3000-FINISH THRU 3000-EXIT.
024400     SET RREG-END TO TRUE.
024500     MOVE CSBPM-MATCHED-COUNT TO RREG-RECORD-COUNT.
024600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
024700     MOVE CSBPM-SEVERITY-CODE TO RETURN-CODE.
024800     STOP RUN.
024900
025000 1000-INITIALIZE.
025100     SET RREG-START TO TRUE.
025200     MOVE 'CSBPM01 ' TO RREG-PROGRAM-ID.
025300     MOVE 'CSRESP  ' TO RREG-GUARD-FILE.
025400     MOVE ZERO TO RREG-CYCLE-NUMBER.
025500     MOVE ZERO TO RREG-RECORD-COUNT.
025600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
025700     IF RREG-BLOCKED
025800         DISPLAY 'CSBPM01 ALREADY COMPLETED FOR THIS DATE'
025900         MOVE 8 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     IF RREG-PREREQ-HOLD
026300         DISPLAY 'CSBPM01 HELD - PREREQUISITE NOT COMPLETE'
026400         MOVE 8 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     IF RREG-GUARD-HOLD
026800         DISPLAY 'CSBPM01 HELD - CAPTURE FAILED THE GUARD'
026900         MOVE 8 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     OPEN INPUT CSRESP-FILE.
027300     OPEN INPUT CSBPRF-FILE.
027400     OPEN I-O CSPBM-FILE.
027500     OPEN I-O CSPHLD-FILE.
027600     OPEN OUTPUT CSBPU-FILE.
027700     OPEN OUTPUT CSBPX-FILE.
027800     OPEN OUTPUT CSBPV-FILE.
027900     ACCEPT CSBPM-TODAY FROM DATE YYYYMMDD.
028000     PERFORM 1100-BUILD-DUP-INDEX THRU 1100-EXIT.
028100     OPEN INPUT CSDUPIX-FILE.
028200     MOVE CSBPM-TODAY TO CSBPX-H1-DATE CSBPV-H1-DATE.
028300     WRITE CSBPX-PRINT-LINE FROM CSBPX-HEADING-1.
028400     WRITE CSBPX-PRINT-LINE FROM CSBPX-HEADING-2.
028500     WRITE CSBPV-PRINT-LINE FROM CSBPV-HEADING-1.
028600     WRITE CSBPV-PRINT-LINE FROM CSBPV-HEADING-2.
028700     MOVE 99999 TO CSBPM-SAVE-SERVICE.
028800     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
028900 1000-EXIT.
029000     EXIT.
029100
029200 1100-BUILD-DUP-INDEX.
029300     OPEN INPUT CSDUPR-FILE.
029400     OPEN OUTPUT CSDUPIX-FILE.
029500     PERFORM 1110-LOAD-ONE-DUP THRU 1110-EXIT
029600         UNTIL CSBPM-DUP-EOF.
029700     CLOSE CSDUPR-FILE.
029800     CLOSE CSDUPIX-FILE.
029900 1100-EXIT.
030000     EXIT.
030100
030200 1110-LOAD-ONE-DUP.
030300     READ CSDUPR-FILE
030400         AT END
030500             SET CSBPM-DUP-EOF TO TRUE
030600     END-READ.
030700     IF NOT CSBPM-DUP-EOF
030800             AND DUPLICATE-PAYMENT OF DUPLICATE-CHECK-RECORD
030900         MOVE OBLIGATION-NUMBER OF DUPLICATE-CHECK-RECORD TO
031000             DUPIX-OBLIGATION-NUMBER
031100         MOVE IDENTIFICATION-NUMBER OF DUPLICATE-CHECK-RECORD
031200             TO DUPIX-IDENTIFICATION-NUMBER
031300         WRITE DUPLICATE-LOOKUP-RECORD
031400             INVALID KEY
031500                 CONTINUE
031600         END-WRITE
031700     END-IF.
031800 1110-EXIT.
031900     EXIT.
032000
032100 2000-MATCH-PAYMENT.
032200     ADD 1 TO CSBPM-PAYMENT-COUNT.
032300     IF ASSOCIATED-SERVICE OF RESPONSE NOT = CSBPM-SAVE-SERVICE
032400         PERFORM 2100-LOOKUP-PROFILE THRU 2100-EXIT
032500     END-IF.
032600     IF NOT CSBPM-PRESENTING
032700         GO TO 2000-READ-NEXT
032800     END-IF.
032900     PERFORM 2200-JUDGE-DUPLICATE THRU 2200-EXIT.
033000     IF CSBPM-HIT
033100         ADD 1 TO CSBPM-DUPLICATE-COUNT
033200         GO TO 2000-READ-NEXT
033300     END-IF.
033400     SET CSBPM-PBM-FOUND-SW TO 'N'.
033500     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
033600         PBM-ASSOCIATED-SERVICE.
033700     MOVE OBLIGATION-NUMBER OF RESPONSE TO
033800         PBM-OBLIGATION-NUMBER.
033900     READ CSPBM-FILE
034000         KEY IS PBM-KEY
034100         INVALID KEY
034200             CONTINUE
034300         NOT INVALID KEY
034400             SET CSBPM-PBM-FOUND TO TRUE
034500     END-READ.
034600     IF CSBPM-PBM-FOUND
034700         PERFORM 2400-APPLY-PAYMENT THRU 2400-EXIT
034800     ELSE
034900         PERFORM 2300-HOLD-PAYMENT THRU 2300-EXIT
035000     END-IF.
035100 2000-READ-NEXT.
035200     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
035300 2000-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------*
035700*  ONLY A BILLER WHOSE PROFILE NAMES A PRESENTMENT LAYOUT  *
035800*  TAKES PART IN MATCHING.                                 *
035900*----------------------------------------------------------*
036000 2100-LOOKUP-PROFILE.
036100     MOVE ASSOCIATED-SERVICE OF RESPONSE TO CSBPM-SAVE-SERVICE.
036200     SET CSBPM-PRF-FOUND-SW TO 'N'.
036300     SET CSBPM-PRESENTING-SW TO 'N'.
036400     MOVE CSBPM-SAVE-SERVICE TO BPRF-ASSOCIATED-SERVICE.
036500     READ CSBPRF-FILE
036600         KEY IS BPRF-ASSOCIATED-SERVICE
036700         INVALID KEY
036800             CONTINUE
036900         NOT INVALID KEY
037000             SET CSBPM-PRF-FOUND TO TRUE
037100     END-READ.
037200     IF CSBPM-PRF-FOUND
037300             AND NOT BPRF-NO-PRESENTMENT
037400         SET CSBPM-PRESENTING TO TRUE
037500     END-IF.
037600 2100-EXIT.
037700     EXIT.
037800
037900 2200-JUDGE-DUPLICATE.
038000     SET CSBPM-HIT-SW TO 'N'.
038100     MOVE OBLIGATION-NUMBER OF RESPONSE TO
038200         DUPIX-OBLIGATION-NUMBER.
038300     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
038400         DUPIX-IDENTIFICATION-NUMBER.
038500     READ CSDUPIX-FILE
038600         KEY IS DUPIX-KEY
038700         INVALID KEY
038800             CONTINUE
038900         NOT INVALID KEY
039000             SET CSBPM-HIT TO TRUE
039100     END-READ.
039200 2200-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------*
039600*  THE BILLER NEVER PRESENTED THIS OBLIGATION-NUMBER.  THE *
039700*  PAYMENT IS HELD FROM REMITTANCE UNTIL IT IS REVIEWED.   *
039800*  A PAYMENT ALREADY ON THE HOLD MASTER IS LEFT AS IT IS.  *
039900*----------------------------------------------------------*
040000 2300-HOLD-PAYMENT.
040100     MOVE SPACES TO PAYMENT-HOLD-RECORD.
040200     MOVE TRANSACTION-ID OF RESPONSE TO PHLD-TRANSACTION-ID.
040300     SET PHLD-NO-PRESENTED-BILL TO TRUE.
040400     SET PHLD-HELD TO TRUE.
040500     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
040600         PHLD-ASSOCIATED-SERVICE.
040700     MOVE OBLIGATION-NUMBER OF RESPONSE TO
040800         PHLD-OBLIGATION-NUMBER.
040900     MOVE IDENTIFICATION-TYPE OF RESPONSE TO
041000         PHLD-IDENTIFICATION-TYPE.
041100     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
041200         PHLD-IDENTIFICATION-NUMBER.
041300     MOVE PAYMENT-VALUE OF RESPONSE TO PHLD-PAYMENT-VALUE.
041400     MOVE ASSOCIATED-VALUE OF RESPONSE TO
041500         PHLD-ASSOCIATED-VALUE.
041600     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO
041700         PHLD-PAYMENT-DATE.
041800     MOVE CURRENCY-CODE OF RESPONSE TO PHLD-CURRENCY-CODE.
041900     MOVE COUNTRY-CODE OF RESPONSE TO PHLD-COUNTRY-CODE.
042000     MOVE BANK-CODE OF RESPONSE TO PHLD-BANK-CODE.
042100     MOVE CSBPM-TODAY TO PHLD-HOLD-DATE.
042200     MOVE ZERO TO PHLD-RELEASE-DATE.
042300     WRITE PAYMENT-HOLD-RECORD
042400         INVALID KEY
042500             CONTINUE
042600     END-WRITE.
042700     MOVE ASSOCIATED-SERVICE OF RESPONSE TO CSBPX-DL-SERVICE.
042800     MOVE OBLIGATION-NUMBER OF RESPONSE TO
042900         CSBPX-DL-OBLIGATION.
043000     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
043100         CSBPX-DL-ID-NUMBER.
043200     MOVE ASSOCIATED-VALUE OF RESPONSE TO CSBPX-DL-PAYMENT.
043300     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO
043400         CSBPX-DL-PAID-DATE.
043500     MOVE TRANSACTION-ID OF RESPONSE TO
043600         CSBPX-DL-TRANSACTION-ID.
043700     WRITE CSBPX-PRINT-LINE FROM CSBPX-DETAIL-LINE.
043800     ADD 1 TO CSBPM-HELD-COUNT.
043900     MOVE 4 TO CSBPM-SEVERITY-CODE.
044000 2300-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------*
044400*  ADD THE PAYMENT TO THE BILL AND WORK OUT WHERE IT NOW   *
044500*  STANDS.  A BILL ALREADY RETURNED UNPAID THAT IS STILL   *
044600*  SHORT STAYS EXPIRED SO IT IS NOT RETURNED TWICE.        *
044700*----------------------------------------------------------*
044800 2400-APPLY-PAYMENT.
044900     ADD 1 TO CSBPM-MATCHED-COUNT.
045000     ADD ASSOCIATED-VALUE OF RESPONSE TO PBM-PAID-AMOUNT.
045100     ADD 1 TO PBM-PAYMENT-COUNT.
045200     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO
045300         PBM-LAST-PAYMENT-DATE.
045400     EVALUATE TRUE
045500         WHEN PBM-PAID-AMOUNT < PBM-AMOUNT-DUE
045600             IF NOT PBM-EXPIRED-UNPAID
045700                 SET PBM-PART-PAID TO TRUE
045800             END-IF
045900             COMPUTE CSBPM-DIFFERENCE =
046000                 PBM-AMOUNT-DUE - PBM-PAID-AMOUNT
046100             MOVE 'UNDERPAYMENT' TO CSBPV-DL-NOTE
046200             ADD 1 TO CSBPM-UNDER-COUNT
046300             PERFORM 2410-LIST-VARIANCE THRU 2410-EXIT
046400         WHEN PBM-PAID-AMOUNT > PBM-AMOUNT-DUE
046500             SET PBM-PAID TO TRUE
046600             COMPUTE CSBPM-DIFFERENCE =
046700                 PBM-PAID-AMOUNT - PBM-AMOUNT-DUE
046800             MOVE 'OVERPAYMENT' TO CSBPV-DL-NOTE
046900             ADD 1 TO CSBPM-OVER-COUNT
047000             PERFORM 2410-LIST-VARIANCE THRU 2410-EXIT
047100         WHEN OTHER
047200             SET PBM-PAID TO TRUE
047300     END-EVALUATE.
047400     REWRITE PRESENTED-BILL-RECORD.
047500 2400-EXIT.
047600     EXIT.
047700
047800 2410-LIST-VARIANCE.
047900     MOVE PBM-ASSOCIATED-SERVICE TO CSBPV-DL-SERVICE.
048000     MOVE PBM-OBLIGATION-NUMBER TO CSBPV-DL-OBLIGATION.
048100     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
048200         CSBPV-DL-ID-NUMBER.
048300     MOVE PBM-AMOUNT-DUE TO CSBPV-DL-AMOUNT-DUE.
048400     MOVE PBM-PAID-AMOUNT TO CSBPV-DL-PAID.
048500     MOVE CSBPM-DIFFERENCE TO CSBPV-DL-DIFFERENCE.
048600     WRITE CSBPV-PRINT-LINE FROM CSBPV-DETAIL-LINE.
048700     MOVE 4 TO CSBPM-SEVERITY-CODE.
048800 2410-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------*
049200*  SWEEP THE MASTER FOR BILLS LEFT OPEN OR PART-PAID AT    *
049300*  THEIR PAYDAY-LIMIT AND RETURN THEM TO THE BILLER.  THE  *
049400*  MASTER IS IN ASSOCIATED-SERVICE ORDER, SO EACH BILLER'S *
049500*  BILLS COME TOGETHER.                                    *
049600*----------------------------------------------------------*
049700 4000-RETURN-UNPAID.
049800     MOVE LOW-VALUES TO PBM-KEY.
049900     START CSPBM-FILE
050000         KEY IS NOT LESS THAN PBM-KEY
050100         INVALID KEY
050200             SET CSBPM-PBM-EOF TO TRUE
050300     END-START.
050400     PERFORM 4100-JUDGE-ONE-BILL THRU 4100-EXIT
050500         UNTIL CSBPM-PBM-EOF.
050600     IF CSBPM-RETURN-OPEN
050700         PERFORM 4300-WRITE-TRAILER THRU 4300-EXIT
050800     END-IF.
050900 4000-EXIT.
051000     EXIT.
051100
051200 4100-JUDGE-ONE-BILL.
051300     READ CSPBM-FILE NEXT RECORD
051400         AT END
051500             SET CSBPM-PBM-EOF TO TRUE
051600     END-READ.
051700     IF CSBPM-PBM-EOF
051800         GO TO 4100-EXIT
051900     END-IF.
052000     IF NOT PBM-OPEN AND NOT PBM-PART-PAID
052100         GO TO 4100-EXIT
052200     END-IF.
052300     IF PBM-PAYDAY-LIMIT > CSBPM-TODAY
052400         GO TO 4100-EXIT
052500     END-IF.
052600     IF CSBPM-RETURN-OPEN
052700             AND PBM-ASSOCIATED-SERVICE NOT = CSBPM-RETURN-SERVICE
052800         PERFORM 4300-WRITE-TRAILER THRU 4300-EXIT
052900     END-IF.
053000     IF NOT CSBPM-RETURN-OPEN
053100         PERFORM 4200-WRITE-HEADER THRU 4200-EXIT
053200     END-IF.
053300     MOVE SPACES TO UNPAID-BILL-RETURN-RECORD.
053400     SET BPU-RETURN-DETAIL TO TRUE.
053500     MOVE PBM-ASSOCIATED-SERVICE TO BPU-ASSOCIATED-SERVICE.
053600     MOVE PBM-OBLIGATION-NUMBER TO BPU-DTL-OBLIGATION-NUMBER.
053700     MOVE PBM-AMOUNT-DUE TO BPU-DTL-AMOUNT-DUE.
053800     MOVE PBM-PAID-AMOUNT TO BPU-DTL-PAID-AMOUNT.
053900     MOVE PBM-PAYDAY-LIMIT TO BPU-DTL-PAYDAY-LIMIT.
054000     MOVE PBM-IDENTIFICATION-NUMBER TO
054100         BPU-DTL-IDENTIFICATION-NUMBER.
054200     WRITE UNPAID-BILL-RETURN-RECORD.
054300     ADD 1 TO CSBPM-RETURN-COUNT.
054400     COMPUTE CSBPM-RETURN-TOTAL = CSBPM-RETURN-TOTAL
054500         + PBM-AMOUNT-DUE - PBM-PAID-AMOUNT.
054600     ADD 1 TO CSBPM-UNPAID-COUNT.
054700     SET PBM-EXPIRED-UNPAID TO TRUE.
054800     REWRITE PRESENTED-BILL-RECORD.
054900 4100-EXIT.
055000     EXIT.
055100
055200 4200-WRITE-HEADER.
055300     MOVE PBM-ASSOCIATED-SERVICE TO CSBPM-RETURN-SERVICE.
055400     MOVE ZERO TO CSBPM-RETURN-COUNT CSBPM-RETURN-TOTAL.
055500     MOVE SPACES TO UNPAID-BILL-RETURN-RECORD.
055600     SET BPU-RETURN-HEADER TO TRUE.
055700     MOVE CSBPM-RETURN-SERVICE TO BPU-ASSOCIATED-SERVICE.
055800     MOVE CSBPM-RETURN-SERVICE TO BPRF-ASSOCIATED-SERVICE.
055900     READ CSBPRF-FILE
056000         KEY IS BPRF-ASSOCIATED-SERVICE
056100         INVALID KEY
056200             MOVE 'UNREGISTERED BILLER' TO BPU-HDR-BILLER-NAME
056300         NOT INVALID KEY
056400             MOVE BPRF-BILLER-NAME TO BPU-HDR-BILLER-NAME
056500     END-READ.
056600     MOVE CSBPM-TODAY TO BPU-HDR-RETURN-DATE.
056700     WRITE UNPAID-BILL-RETURN-RECORD.
056800     ADD 1 TO CSBPM-BILLER-COUNT.
056900     SET CSBPM-RETURN-OPEN TO TRUE.
057000 4200-EXIT.
057100     EXIT.
057200
057300 4300-WRITE-TRAILER.
057400     MOVE SPACES TO UNPAID-BILL-RETURN-RECORD.
057500     SET BPU-RETURN-TRAILER TO TRUE.
057600     MOVE CSBPM-RETURN-SERVICE TO BPU-ASSOCIATED-SERVICE.
057700     MOVE CSBPM-RETURN-COUNT TO BPU-TRL-BILL-COUNT.
057800     MOVE CSBPM-RETURN-TOTAL TO BPU-TRL-OUTSTANDING-TOTAL.
057900     WRITE UNPAID-BILL-RETURN-RECORD.
058000     MOVE 'N' TO CSBPM-RETURN-OPEN-SW.
058100 4300-EXIT.
058200     EXIT.
058300
058400 3000-FINISH.
058500     MOVE CSBPM-HELD-COUNT TO CSBPX-TL-HELD.
058600     WRITE CSBPX-PRINT-LINE FROM CSBPX-TOTAL-LINE.
058700     MOVE CSBPM-UNDER-COUNT TO CSBPV-TL-UNDER.
058800     MOVE CSBPM-OVER-COUNT TO CSBPV-TL-OVER.
058900     WRITE CSBPV-PRINT-LINE FROM CSBPV-TOTAL-LINE.
059000     CLOSE CSRESP-FILE.
059100     CLOSE CSDUPIX-FILE.
059200     CLOSE CSBPRF-FILE.
059300     CLOSE CSPBM-FILE.
059400     CLOSE CSPHLD-FILE.
059500     CLOSE CSBPU-FILE.
059600     CLOSE CSBPX-FILE.
059700     CLOSE CSBPV-FILE.
059800     DISPLAY 'CSBPM01 PAYMENTS READ       = '
059900         CSBPM-PAYMENT-COUNT.
060000     DISPLAY 'CSBPM01 MATCHED TO A BILL   = '
060100         CSBPM-MATCHED-COUNT.
060200     DISPLAY 'CSBPM01 HELD - NO BILL      = '
060300         CSBPM-HELD-COUNT.
060400     DISPLAY 'CSBPM01 DUPLICATES SKIPPED  = '
060500         CSBPM-DUPLICATE-COUNT.
060600     DISPLAY 'CSBPM01 UNDERPAYMENTS       = '
060700         CSBPM-UNDER-COUNT.
060800     DISPLAY 'CSBPM01 OVERPAYMENTS        = '
060900         CSBPM-OVER-COUNT.
061000     DISPLAY 'CSBPM01 BILLS RETURNED      = '
061100         CSBPM-UNPAID-COUNT.
061200     DISPLAY 'CSBPM01 BILLERS RETURNED TO = '
061300         CSBPM-BILLER-COUNT.
061400 3000-EXIT.
061500     EXIT.
061600
061700 8100-READ-CSRESP.
061800     READ CSRESP-FILE
061900         AT END
062000             SET CSBPM-EOF TO TRUE
062100     END-READ.
062200 8100-EXIT.
062300     EXIT.
