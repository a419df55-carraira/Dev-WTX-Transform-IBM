000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSCOM01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSCOM01 -- MONTH-END BILLER COMMISSION INVOICE.          *
000900*                                                          *
001000*  AUDINV01 INVOICES THE REQUESTER SYSTEMS FOR CHANNEL      *
001100*  USAGE; THIS STEP INVOICES THE BILLERS FOR COLLECTING     *
001200*  THROUGH OCBCOSP01.  THE MONTH'S CAPTURES (CSRESP), THE   *
001300*  CSVAL03 DUPLICATE FLAGS (CSDUPR) AND THE CSRET01         *
001400*  REVERSALS (CSRVS) -- EACH THE MONTH'S GENERATIONS        *
001500*  CONCATENATED IN THE JCL -- ARE ROLLED INTO A WORK INDEX  *
001600*  (CSCMIX) BY ASSOCIATED-SERVICE.  ROWS DATED OUTSIDE THE  *
001700*  INVOICE MONTH ARE IGNORED.  THE BILLABLE MONTH IS THE    *
001800*  COLLECTIONS LESS THE DUPLICATES LESS THE REVERSALS,      *
001900*  PRICED THROUGH THE BILLER'S COMMISSION SCHEDULE (CSCMS): *
002000*    'F' -- A FLAT FEE PER BILLABLE ITEM;                   *
002100*    'P' -- A PERCENTAGE OF THE BILLABLE VALUE;             *
002200*    'T' -- GRADUATED VOLUME TIERS PER ITEM, THE SAME WAY   *
002300*           AUDINV01 APPLIES ITS RATE CARD;                 *
002400*  AND NEVER LESS THAN THE SCHEDULE'S MINIMUM MONTHLY FEE   *
002500*  (A TOP-UP LINE MAKES UP THE DIFFERENCE).  A BILLER       *
002600*  WHOSE SCHEDULE CARRIES A MINIMUM FEE IS INVOICED EVEN    *
002700*  IN A MONTH WITH NO COLLECTIONS, UNLESS ITS CSBPRF        *
002800*  PROFILE WAS NOT IN FORCE ON ANY DAY OF THE MONTH.        *
002900*                                                          *
003000*  ONE INVOICE PER BILLER GOES TO CSCINV -- A HEADER WITH   *
003100*  THE CSBPRF NAME AND CURRENCY, THE COUNT/VALUE LINES,     *
003200*  THE CHARGE LINES AND A TRAILER WITH THE AMOUNT DUE --    *
003300*  AND THE AMOUNT DUE IS POSTED TO THE STEP'S OWN GLPOST    *
003400*  BATCH THROUGH THE GLCOA COMMISSION ROW (DEBIT            *
003500*  COMMISSION RECEIVABLE, CREDIT FEE INCOME).  A BILLER     *
003600*  WITH NO SCHEDULE ROW INVOICES AT ZERO, IS FLAGGED, AND   *
003700*  ENDS THE STEP WITH CONDITION CODE 4 SO FINANCE EXTENDS   *
003800*  THE SCHEDULE; SO DOES A MISSING CHART ROW.               *
003900*                                                          *
004000*  EXEC PARM: INVOICE MONTH YYYYMM (ZERO TAKES THE CURRENT  *
004100*  MONTH), GL BATCH NUMBER (ZERO TAKES 1), GLCOA PRODUCT    *
004200*  CODE OF THE COMMISSION ROW (ZERO TAKES 901).             *
004300*----------------------------------------------------------*
004400*  MODIFICATION HISTORY                                    *
004500*    10/15/26  DOB  INITIAL VERSION.                       *
004600*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
004700*                   (MISSING OR UNKNOWN: CODE 8).  A LEG   *
004800*                   DATED INTO A CLOSED PERIOD (PERCHK01)  *
004900*                   IS RE-DATED AND LISTED ON LATEPST.     *
005000*    10/15/26  DOB  EVERY BILLER WITH A MINIMUM MONTHLY    *
005100*                   FEE ON CSCMS IS NOW INVOICED, EVEN AT  *
005200*                   ZERO VOLUME.                           *
005300*----------------------------------------------------------*
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-ZSERIES.
005700 OBJECT-COMPUTER. IBM-ZSERIES.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT CSRESP-FILE ASSIGN TO CSRESP
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT CSDUPR-FILE ASSIGN TO CSDUPR
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT CSRVS-FILE ASSIGN TO CSRVS
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
007000     SELECT CSCMS-FILE ASSIGN TO CSCMS
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CMS-ASSOCIATED-SERVICE.
007400     SELECT CSCDIX-FILE ASSIGN TO CSCDIX
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS CDIX-KEY.
007800     SELECT CSCMIX-FILE ASSIGN TO CSCMIX
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS CMIX-ASSOCIATED-SERVICE.
008200     SELECT GLCOA-FILE ASSIGN TO GLCOA
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS COA-PRODUCT-CODE.
008600     SELECT CSCINV-FILE ASSIGN TO CSCINV
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800     SELECT GLPOST-FILE ASSIGN TO GLPOST
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000     SELECT LATEPST-FILE ASSIGN TO LATEPST
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  CSRESP-FILE.
009600     COPY "OCBCOSP01_RESPONSE.cpy".
009700
009800 FD  CSDUPR-FILE.
009900     COPY "CSDUPR01.cpy".
010000
010100 FD  CSRVS-FILE.
010200     COPY "CSRVS01.cpy".
010300
010400 FD  CSBPRF-FILE.
010500     COPY "CSBPRF01.cpy".
010600
010700 FD  CSCMS-FILE.
010800     COPY "CSCMS01.cpy".
010900
011000 FD  CSCDIX-FILE.
011100     COPY "CSCDIX01.cpy".
011200
011300 FD  CSCMIX-FILE.
011400     COPY "CSCMIX01.cpy".
011500
011600 FD  GLCOA-FILE.
011700     COPY "GLCOA01.cpy".
011800
011900 FD  CSCINV-FILE.
012000     COPY "CSCINV01.cpy".
012100
012200 FD  GLPOST-FILE.
012300     COPY "GLPOST01.cpy".
012400
012500 FD  LATEPST-FILE.
012600     COPY "PERLAT01.cpy".
012700
012800 WORKING-STORAGE SECTION.
012900*----------------------------------------------------------*
013000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
013100*----------------------------------------------------------*
013200     COPY "RUNREG01.cpy".
013300
013400*----------------------------------------------------------*
013500*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
013600*----------------------------------------------------------*
013700     COPY "PERCHK01.cpy".
013800
013900 77  CSCOM-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
014000
014100 01  CSCOM-SWITCHES.
014200     05  CSCOM-FEED-EOF-SW         PIC X(01) VALUE 'N'.
014300         88  CSCOM-FEED-EOF          VALUE 'Y'.
014400     05  CSCOM-WORK-EOF-SW         PIC X(01) VALUE 'N'.
014500         88  CSCOM-WORK-EOF          VALUE 'Y'.
014600     05  CSCOM-CDIX-FOUND-SW       PIC X(01) VALUE 'N'.
014700         88  CSCOM-CDIX-FOUND        VALUE 'Y'.
014800     05  CSCOM-CMIX-FOUND-SW       PIC X(01) VALUE 'N'.
014900         88  CSCOM-CMIX-FOUND        VALUE 'Y'.
015000     05  CSCOM-SCHEDULE-FOUND-SW   PIC X(01) VALUE 'N'.
015100         88  CSCOM-SCHEDULE-FOUND    VALUE 'Y'.
015200     05  CSCOM-PROFILE-FOUND-SW    PIC X(01) VALUE 'N'.
015300         88  CSCOM-PROFILE-FOUND     VALUE 'Y'.
015400     05  CSCOM-COA-FOUND-SW        PIC X(01) VALUE 'N'.
015500         88  CSCOM-COA-FOUND         VALUE 'Y'.
015600     05  CSCOM-CMS-EOF-SW          PIC X(01) VALUE 'N'.
015700         88  CSCOM-CMS-EOF           VALUE 'Y'.
015800
015900 77  CSCOM-TODAY                   PIC 9(8) VALUE ZERO.
016000 77  CSCOM-INVOICE-MONTH           PIC 9(6) VALUE ZERO.
016100 77  CSCOM-BATCH-NUMBER            PIC 9(6) VALUE 1.
016200 77  CSCOM-COA-PRODUCT             PIC 9(3) VALUE 901.
016300 77  CSCOM-BILLABLE-COUNT          PIC 9(9) COMP VALUE ZERO.
016400 77  CSCOM-BILLABLE-VALUE          PIC 9(15)V9(2) VALUE ZERO.
016500 77  CSCOM-COMMISSION              PIC 9(11)V9(2) VALUE ZERO.
016600 77  CSCOM-TOP-UP                  PIC 9(11)V9(2) VALUE ZERO.
016700 77  CSCOM-AMOUNT-DUE              PIC 9(11)V9(2) VALUE ZERO.
016800 77  CSCOM-TIER-UNITS              PIC 9(9) COMP VALUE ZERO.
016900 77  CSCOM-UNITS-LEFT              PIC 9(9) COMP VALUE ZERO.
017000 77  CSCOM-INVOICE-COUNT           PIC 9(7) COMP VALUE ZERO.
017100 77  CSCOM-UNSCHEDULED-COUNT       PIC 9(7) COMP VALUE ZERO.
017200 77  CSCOM-NO-PROFILE-COUNT        PIC 9(7) COMP VALUE ZERO.
017300 77  CSCOM-NO-CHART-COUNT          PIC 9(7) COMP VALUE ZERO.
017400 77  CSCOM-OUT-OF-MONTH-COUNT      PIC 9(7) COMP VALUE ZERO.
017500 77  CSCOM-ENTRY-COUNT             PIC 9(7) COMP VALUE ZERO.
017600 77  CSCOM-INVOICED-TOTAL          PIC 9(13)V9(2) VALUE ZERO.
017700 77  CSCOM-BATCH-DEBIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
017800 77  CSCOM-BATCH-CREDIT-TOTAL      PIC 9(15)V9(2) VALUE ZERO.
017900 77  CSCOM-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
018000 77  CSCOM-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
018100 77  CSCOM-ZERO-VOLUME-COUNT       PIC 9(7) COMP VALUE ZERO.
018200 77  CSCOM-MONTH-START             PIC 9(8) VALUE ZERO.
018300
018400 LINKAGE SECTION.
018500 01  CSCOM01-PARM-CARD.
018600     05  CSCOM01-PARM-MONTH        PIC 9(6).
018700     05  CSCOM01-PARM-BATCH        PIC 9(6).
018800     05  CSCOM01-PARM-PRODUCT      PIC 9(3).
018900     05  CSCOM01-PARM-COUNTRY      PIC 9(4).
019000
019100 PROCEDURE DIVISION USING CSCOM01-PARM-CARD.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-INVOICE-BILLER THRU 2000-EXIT
019500         UNTIL CSCOM-WORK-EOF.
019600     PERFORM 3000-FINISH THRU 3000-EXIT.
019700     SET RREG-END TO TRUE.
019800     MOVE CSCOM-INVOICE-COUNT TO RREG-RECORD-COUNT.
019900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
020000     MOVE CSCOM-SEVERITY-CODE TO RETURN-CODE.
020100     STOP RUN.
020200
020300 1000-INITIALIZE.
020400     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
020500     SET RREG-START TO TRUE.
020600     MOVE 'CSCOM01 ' TO RREG-PROGRAM-ID.
020700     MOVE SPACES TO RREG-GUARD-FILE.
020800     MOVE ZERO TO RREG-CYCLE-NUMBER.
020900     MOVE ZERO TO RREG-RECORD-COUNT.
021000     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
021100     IF RREG-BLOCKED
021200         DISPLAY 'CSCOM01 ALREADY COMPLETED FOR THIS DATE'
021300         MOVE 8 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     IF RREG-PREREQ-HOLD
021700         DISPLAY 'CSCOM01 HELD - PREREQUISITE NOT COMPLETE'
021800         MOVE 8 TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100     OPEN INPUT CSBPRF-FILE.
022200     OPEN INPUT CSCMS-FILE.
022300     OPEN INPUT GLCOA-FILE.
022400     OPEN OUTPUT CSCINV-FILE.
022500     OPEN OUTPUT GLPOST-FILE.
022600     OPEN EXTEND LATEPST-FILE.
022700     ACCEPT CSCOM-TODAY FROM DATE YYYYMMDD.
022800     IF CSCOM01-PARM-MONTH NOT = ZERO
022900         MOVE CSCOM01-PARM-MONTH TO CSCOM-INVOICE-MONTH
023000     ELSE
023100         MOVE CSCOM-TODAY (1:6) TO CSCOM-INVOICE-MONTH
023200     END-IF.
023300     COMPUTE CSCOM-MONTH-START = CSCOM-INVOICE-MONTH * 100 + 1.
023400     IF CSCOM01-PARM-BATCH NOT = ZERO
023500         MOVE CSCOM01-PARM-BATCH TO CSCOM-BATCH-NUMBER
023600     END-IF.
023700     IF CSCOM01-PARM-PRODUCT NOT = ZERO
023800         MOVE CSCOM01-PARM-PRODUCT TO CSCOM-COA-PRODUCT
023900     END-IF.
024000     MOVE SPACES TO GL-POSTING-RECORD.
024100     SET GLP-BATCH-HEADER TO TRUE.
024200     MOVE CSCOM-BATCH-NUMBER TO GLP-BATCH-NUMBER.
024300     MOVE CSCOM-TODAY TO GLP-HDR-POSTING-DATE.
024400     MOVE 'CSCOMM  ' TO GLP-HDR-SOURCE-SYSTEM.
024500     WRITE GL-POSTING-RECORD.
024600     PERFORM 1100-BUILD-DUP-INDEX THRU 1100-EXIT.
024700     OPEN I-O CSCDIX-FILE.
024800     OPEN OUTPUT CSCMIX-FILE.
024900     CLOSE CSCMIX-FILE.
025000     OPEN I-O CSCMIX-FILE.
025100     PERFORM 1200-LOAD-COLLECTIONS THRU 1200-EXIT.
025200     PERFORM 1300-LOAD-REVERSALS THRU 1300-EXIT.
025300     PERFORM 1400-LOAD-MINIMUM-FEES THRU 1400-EXIT.
025400     MOVE LOW-VALUES TO CMIX-ASSOCIATED-SERVICE.
025500     START CSCMIX-FILE
025600         KEY IS NOT LESS THAN CMIX-ASSOCIATED-SERVICE
025700         INVALID KEY
025800             SET CSCOM-WORK-EOF TO TRUE
025900     END-START.
026000     PERFORM 8100-READ-WORK THRU 8100-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300
026400*----------------------------------------------------------*
026500*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
026600*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
026700*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
026800*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
026900*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
027000*----------------------------------------------------------*
027100 1050-CHECK-COUNTRY.
027200     IF CSCOM01-PARM-COUNTRY NUMERIC
027300             AND CSCOM01-PARM-COUNTRY NOT = ZERO
027400         MOVE CSCOM01-PARM-COUNTRY TO CSCOM-COUNTRY-CODE
027500     ELSE
027600         DISPLAY 'CSCOM01 PARM COUNTRY MISSING OR NOT NUMERIC'
027700         MOVE 8 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000     MOVE CSCOM-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
028100     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
028200     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
028300     IF PCHK-NO-CALENDAR
028400         DISPLAY 'CSCOM01 NO POSTING CALENDAR FOR COUNTRY '
028500             CSCOM-COUNTRY-CODE
028600         MOVE 8 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900 1050-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------*
029300*  CSVAL03 PASSES EVERY OBLIGATION THROUGH WITH ITS FLAG;   *
029400*  ONLY THE FLAGGED REPEATS ARE INDEXED, WITH A COUNT, SO   *
029500*  THE FIRST PAYMENT OF AN OBLIGATION STAYS BILLABLE AND    *
029600*  EACH FLAGGED REPEAT IS TAKEN OUT ONCE.                   *
029700*----------------------------------------------------------*
029800 1100-BUILD-DUP-INDEX.
029900     MOVE 'N' TO CSCOM-FEED-EOF-SW.
030000     OPEN INPUT CSDUPR-FILE.
030100     OPEN OUTPUT CSCDIX-FILE.
030200     CLOSE CSCDIX-FILE.
030300     OPEN I-O CSCDIX-FILE.
030400     PERFORM 1110-LOAD-ONE-DUP THRU 1110-EXIT
030500         UNTIL CSCOM-FEED-EOF.
030600     CLOSE CSDUPR-FILE.
030700     CLOSE CSCDIX-FILE.
030800 1100-EXIT.
030900     EXIT.
031000
031100 1110-LOAD-ONE-DUP.
031200     READ CSDUPR-FILE
031300         AT END
031400             SET CSCOM-FEED-EOF TO TRUE
031500     END-READ.
031600     IF CSCOM-FEED-EOF
031700         GO TO 1110-EXIT
031800     END-IF.
031900     IF NOT DUPLICATE-PAYMENT OF DUPLICATE-CHECK-RECORD
032000             OR PROCESSING-DATE (1:6) NOT = CSCOM-INVOICE-MONTH
032100         GO TO 1110-EXIT
032200     END-IF.
032300     MOVE OBLIGATION-NUMBER OF DUPLICATE-CHECK-RECORD TO
032400         CDIX-OBLIGATION-NUMBER.
032500     MOVE IDENTIFICATION-NUMBER OF DUPLICATE-CHECK-RECORD TO
032600         CDIX-IDENTIFICATION-NUMBER.
032700     PERFORM 8200-FETCH-DUP-ROW THRU 8200-EXIT.
032800     ADD 1 TO CDIX-FLAGGED-COUNT.
032900     IF CSCOM-CDIX-FOUND
033000         REWRITE COMMISSION-DUP-LOOKUP-RECORD
033100     ELSE
033200         WRITE COMMISSION-DUP-LOOKUP-RECORD
033300     END-IF.
033400 1110-EXIT.
033500     EXIT.
033600
033700 1200-LOAD-COLLECTIONS.
033800     MOVE 'N' TO CSCOM-FEED-EOF-SW.
033900     OPEN INPUT CSRESP-FILE.
034000     PERFORM 1210-LOAD-ONE-COLLECTION THRU 1210-EXIT
034100         UNTIL CSCOM-FEED-EOF.
034200     CLOSE CSRESP-FILE.
034300 1200-EXIT.
034400     EXIT.
034500
034600 1210-LOAD-ONE-COLLECTION.
034700     READ CSRESP-FILE
034800         AT END
034900             SET CSCOM-FEED-EOF TO TRUE
035000     END-READ.
035100     IF CSCOM-FEED-EOF
035200         GO TO 1210-EXIT
035300     END-IF.
035400     IF PAYMENT-DATE-TIMELY OF RESPONSE (1:6) NOT =
035500             CSCOM-INVOICE-MONTH
035600         ADD 1 TO CSCOM-OUT-OF-MONTH-COUNT
035700         GO TO 1210-EXIT
035800     END-IF.
035900     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
036000         CMIX-ASSOCIATED-SERVICE.
036100     PERFORM 8300-FETCH-WORK-ROW THRU 8300-EXIT.
036200     ADD 1 TO CMIX-COLLECTED-COUNT.
036300     ADD PAYMENT-VALUE OF RESPONSE TO CMIX-COLLECTED-VALUE.
036400     MOVE OBLIGATION-NUMBER OF RESPONSE TO
036500         CDIX-OBLIGATION-NUMBER.
036600     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
036700         CDIX-IDENTIFICATION-NUMBER.
036800     PERFORM 8200-FETCH-DUP-ROW THRU 8200-EXIT.
036900     IF CSCOM-CDIX-FOUND
037000             AND CDIX-FLAGGED-COUNT > ZERO
037100         ADD 1 TO CMIX-DUPLICATE-COUNT
037200         ADD PAYMENT-VALUE OF RESPONSE TO CMIX-DUPLICATE-VALUE
037300         SUBTRACT 1 FROM CDIX-FLAGGED-COUNT
037400         REWRITE COMMISSION-DUP-LOOKUP-RECORD
037500     END-IF.
037600     PERFORM 8400-STORE-WORK-ROW THRU 8400-EXIT.
037700 1210-EXIT.
037800     EXIT.
037900
038000 1300-LOAD-REVERSALS.
038100     MOVE 'N' TO CSCOM-FEED-EOF-SW.
038200     OPEN INPUT CSRVS-FILE.
038300     PERFORM 1310-LOAD-ONE-REVERSAL THRU 1310-EXIT
038400         UNTIL CSCOM-FEED-EOF.
038500     CLOSE CSRVS-FILE.
038600 1300-EXIT.
038700     EXIT.
038800
038900 1310-LOAD-ONE-REVERSAL.
039000     READ CSRVS-FILE
039100         AT END
039200             SET CSCOM-FEED-EOF TO TRUE
039300     END-READ.
039400     IF CSCOM-FEED-EOF
039500         GO TO 1310-EXIT
039600     END-IF.
039700     IF RVS-RETURN-DATE (1:6) NOT = CSCOM-INVOICE-MONTH
039800         ADD 1 TO CSCOM-OUT-OF-MONTH-COUNT
039900         GO TO 1310-EXIT
040000     END-IF.
040100     MOVE RVS-ASSOCIATED-SERVICE TO CMIX-ASSOCIATED-SERVICE.
040200     PERFORM 8300-FETCH-WORK-ROW THRU 8300-EXIT.
040300     ADD 1 TO CMIX-REVERSED-COUNT.
040400     ADD RVS-PAYMENT-VALUE TO CMIX-REVERSED-VALUE.
040500     PERFORM 8400-STORE-WORK-ROW THRU 8400-EXIT.
040600 1310-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------*
041000*  A MINIMUM FEE IS OWED WHETHER OR NOT THE BILLER          *
041100*  COLLECTED ANYTHING, SO EVERY SCHEDULE ROW WITH ONE GETS  *
041200*  A WORK ROW -- AN EMPTY ONE WHEN THE FEEDS GAVE IT NONE.  *
041300*  A BILLER NOT YET ONBOARDED BY THE END OF THE MONTH, OR   *
041400*  DEACTIVATED BY ITS FIRST DAY, OWES NOTHING.              *
041500*----------------------------------------------------------*
041600 1400-LOAD-MINIMUM-FEES.
041700     MOVE LOW-VALUES TO CMS-ASSOCIATED-SERVICE.
041800     START CSCMS-FILE
041900         KEY IS NOT LESS THAN CMS-ASSOCIATED-SERVICE
042000         INVALID KEY
042100             SET CSCOM-CMS-EOF TO TRUE
042200     END-START.
042300     PERFORM 1410-LOAD-ONE-SCHEDULE THRU 1410-EXIT
042400         UNTIL CSCOM-CMS-EOF.
042500 1400-EXIT.
042600     EXIT.
042700
042800 1410-LOAD-ONE-SCHEDULE.
042900     READ CSCMS-FILE NEXT RECORD
043000         AT END
043100             SET CSCOM-CMS-EOF TO TRUE
043200     END-READ.
043300     IF CSCOM-CMS-EOF
043400         GO TO 1410-EXIT
043500     END-IF.
043600     IF CMS-MINIMUM-MONTHLY-FEE = ZERO
043700         GO TO 1410-EXIT
043800     END-IF.
043900     MOVE CMS-ASSOCIATED-SERVICE TO BPRF-ASSOCIATED-SERVICE.
044000     READ CSBPRF-FILE
044100         KEY IS BPRF-ASSOCIATED-SERVICE
044200         INVALID KEY
044300             MOVE ZERO TO BPRF-EFFECTIVE-FROM
044400                 BPRF-EFFECTIVE-TO
044500     END-READ.
044600     IF BPRF-EFFECTIVE-FROM NUMERIC
044700             AND BPRF-EFFECTIVE-FROM (1:6) > CSCOM-INVOICE-MONTH
044800         GO TO 1410-EXIT
044900     END-IF.
045000     IF BPRF-EFFECTIVE-TO NUMERIC
045100             AND BPRF-EFFECTIVE-TO NOT = ZERO
045200             AND BPRF-EFFECTIVE-TO NOT > CSCOM-MONTH-START
045300         GO TO 1410-EXIT
045400     END-IF.
045500     MOVE CMS-ASSOCIATED-SERVICE TO CMIX-ASSOCIATED-SERVICE.
045600     PERFORM 8300-FETCH-WORK-ROW THRU 8300-EXIT.
045700     IF NOT CSCOM-CMIX-FOUND
045800         PERFORM 8400-STORE-WORK-ROW THRU 8400-EXIT
045900         ADD 1 TO CSCOM-ZERO-VOLUME-COUNT
046000     END-IF.
046100 1410-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------*
046500*  ONE WORK ROW = ONE BILLER'S MONTH = ONE INVOICE.         *
046600*----------------------------------------------------------*
046700 2000-INVOICE-BILLER.
046800     PERFORM 2100-LOOKUP-BILLER THRU 2100-EXIT.
046900     PERFORM 2200-WORK-OUT-BILLABLE THRU 2200-EXIT.
047000     MOVE ZERO TO CSCOM-COMMISSION CSCOM-TOP-UP.
047100     IF CSCOM-SCHEDULE-FOUND
047200         PERFORM 2300-PRICE-MONTH THRU 2300-EXIT
047300         IF CSCOM-COMMISSION < CMS-MINIMUM-MONTHLY-FEE
047400             COMPUTE CSCOM-TOP-UP =
047500                 CMS-MINIMUM-MONTHLY-FEE - CSCOM-COMMISSION
047600         END-IF
047700     ELSE
047800         ADD 1 TO CSCOM-UNSCHEDULED-COUNT
047900     END-IF.
048000     COMPUTE CSCOM-AMOUNT-DUE = CSCOM-COMMISSION + CSCOM-TOP-UP.
048100     PERFORM 2400-WRITE-INVOICE THRU 2400-EXIT.
048200     IF CSCOM-AMOUNT-DUE > ZERO
048300         PERFORM 2500-POST-FEE-LEGS THRU 2500-EXIT
048400     END-IF.
048500     ADD 1 TO CSCOM-INVOICE-COUNT.
048600     ADD CSCOM-AMOUNT-DUE TO CSCOM-INVOICED-TOTAL.
048700     PERFORM 8100-READ-WORK THRU 8100-EXIT.
048800 2000-EXIT.
048900     EXIT.
049000
049100 2100-LOOKUP-BILLER.
049200     SET CSCOM-SCHEDULE-FOUND-SW TO 'N'.
049300     MOVE CMIX-ASSOCIATED-SERVICE TO CMS-ASSOCIATED-SERVICE.
049400     READ CSCMS-FILE
049500         KEY IS CMS-ASSOCIATED-SERVICE
049600         INVALID KEY
049700             CONTINUE
049800         NOT INVALID KEY
049900             SET CSCOM-SCHEDULE-FOUND TO TRUE
050000     END-READ.
050100     SET CSCOM-PROFILE-FOUND-SW TO 'N'.
050200     MOVE CMIX-ASSOCIATED-SERVICE TO BPRF-ASSOCIATED-SERVICE.
050300     READ CSBPRF-FILE
050400         KEY IS BPRF-ASSOCIATED-SERVICE
050500         INVALID KEY
050600             CONTINUE
050700         NOT INVALID KEY
050800             SET CSCOM-PROFILE-FOUND TO TRUE
050900     END-READ.
051000     IF NOT CSCOM-PROFILE-FOUND
051100         ADD 1 TO CSCOM-NO-PROFILE-COUNT
051200     END-IF.
051300 2100-EXIT.
051400     EXIT.
051500
051600 2200-WORK-OUT-BILLABLE.
051700     MOVE ZERO TO CSCOM-BILLABLE-COUNT CSCOM-BILLABLE-VALUE.
051800     IF CMIX-COLLECTED-COUNT >
051900             CMIX-DUPLICATE-COUNT + CMIX-REVERSED-COUNT
052000         COMPUTE CSCOM-BILLABLE-COUNT = CMIX-COLLECTED-COUNT
052100             - CMIX-DUPLICATE-COUNT - CMIX-REVERSED-COUNT
052200     END-IF.
052300     IF CMIX-COLLECTED-VALUE >
052400             CMIX-DUPLICATE-VALUE + CMIX-REVERSED-VALUE
052500         COMPUTE CSCOM-BILLABLE-VALUE = CMIX-COLLECTED-VALUE
052600             - CMIX-DUPLICATE-VALUE - CMIX-REVERSED-VALUE
052700     END-IF.
052800 2200-EXIT.
052900     EXIT.
053000
053100 2300-PRICE-MONTH.
053200     EVALUATE TRUE
053300         WHEN CMS-FLAT-PER-ITEM
053400             COMPUTE CSCOM-COMMISSION ROUNDED =
053500                 CSCOM-BILLABLE-COUNT * CMS-ITEM-FEE
053600         WHEN CMS-PERCENT-OF-VALUE
053700             COMPUTE CSCOM-COMMISSION ROUNDED =
053800                 CSCOM-BILLABLE-VALUE * CMS-PERCENT-RATE / 100
053900         WHEN CMS-TIERED-BY-VOLUME
054000             PERFORM 2310-APPLY-TIERS THRU 2310-EXIT
054100         WHEN OTHER
054200             MOVE ZERO TO CSCOM-COMMISSION
054300     END-EVALUATE.
054400 2300-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------*
054800*  GRADUATED TIERS: THE FIRST TIER-1-LIMIT ITEMS PRICE AT   *
054900*  THE TIER-1 RATE, THE NEXT TIER-2-LIMIT AT TIER-2, THE    *
055000*  REMAINDER AT TIER-3.  A ZERO LIMIT SKIPS STRAIGHT TO     *
055100*  THE NEXT TIER.                                           *
055200*----------------------------------------------------------*
055300 2310-APPLY-TIERS.
055400     MOVE ZERO TO CSCOM-COMMISSION.
055500     MOVE CSCOM-BILLABLE-COUNT TO CSCOM-UNITS-LEFT.
055600     IF CMS-TIER-1-LIMIT NOT = ZERO
055700         IF CSCOM-UNITS-LEFT > CMS-TIER-1-LIMIT
055800             MOVE CMS-TIER-1-LIMIT TO CSCOM-TIER-UNITS
055900         ELSE
056000             MOVE CSCOM-UNITS-LEFT TO CSCOM-TIER-UNITS
056100         END-IF
056200         COMPUTE CSCOM-COMMISSION ROUNDED = CSCOM-COMMISSION +
056300             (CSCOM-TIER-UNITS * CMS-TIER-1-RATE)
056400         SUBTRACT CSCOM-TIER-UNITS FROM CSCOM-UNITS-LEFT
056500     END-IF.
056600     IF CMS-TIER-2-LIMIT NOT = ZERO
056700             AND CSCOM-UNITS-LEFT NOT = ZERO
056800         IF CSCOM-UNITS-LEFT > CMS-TIER-2-LIMIT
056900             MOVE CMS-TIER-2-LIMIT TO CSCOM-TIER-UNITS
057000         ELSE
057100             MOVE CSCOM-UNITS-LEFT TO CSCOM-TIER-UNITS
057200         END-IF
057300         COMPUTE CSCOM-COMMISSION ROUNDED = CSCOM-COMMISSION +
057400             (CSCOM-TIER-UNITS * CMS-TIER-2-RATE)
057500         SUBTRACT CSCOM-TIER-UNITS FROM CSCOM-UNITS-LEFT
057600     END-IF.
057700     IF CSCOM-UNITS-LEFT NOT = ZERO
057800         COMPUTE CSCOM-COMMISSION ROUNDED = CSCOM-COMMISSION +
057900             (CSCOM-UNITS-LEFT * CMS-TIER-3-RATE)
058000     END-IF.
058100 2310-EXIT.
058200     EXIT.
058300
058400 2400-WRITE-INVOICE.
058500     MOVE SPACES TO COMMISSION-INVOICE-RECORD.
058600     SET CINV-BILLER-HEADER TO TRUE.
058700     PERFORM 2410-STAMP-KEY THRU 2410-EXIT.
058800     IF CSCOM-PROFILE-FOUND
058900         MOVE BPRF-BILLER-NAME TO CINV-HDR-BILLER-NAME
059000         MOVE BPRF-CURRENCY-CODE TO CINV-HDR-CURRENCY-CODE
059100     ELSE
059200         MOVE 'UNREGISTERED BILLER' TO CINV-HDR-BILLER-NAME
059300         MOVE ZERO TO CINV-HDR-CURRENCY-CODE
059400     END-IF.
059500     MOVE CSCOM-TODAY TO CINV-HDR-INVOICE-DATE.
059600     IF CSCOM-SCHEDULE-FOUND
059700         MOVE CMS-PRICING-METHOD TO CINV-HDR-PRICING-METHOD
059800     END-IF.
059900     WRITE COMMISSION-INVOICE-RECORD.
060000     SET CINV-LINE-COLLECTED TO TRUE.
060100     MOVE CMIX-COLLECTED-COUNT TO CINV-LINE-ITEM-COUNT.
060200     MOVE CMIX-COLLECTED-VALUE TO CINV-LINE-VALUE.
060300     MOVE ZERO TO CINV-LINE-CHARGE.
060400     PERFORM 2420-WRITE-LINE THRU 2420-EXIT.
060500     SET CINV-LINE-DUPLICATES TO TRUE.
060600     MOVE CMIX-DUPLICATE-COUNT TO CINV-LINE-ITEM-COUNT.
060700     MOVE CMIX-DUPLICATE-VALUE TO CINV-LINE-VALUE.
060800     MOVE ZERO TO CINV-LINE-CHARGE.
060900     PERFORM 2420-WRITE-LINE THRU 2420-EXIT.
061000     SET CINV-LINE-REVERSALS TO TRUE.
061100     MOVE CMIX-REVERSED-COUNT TO CINV-LINE-ITEM-COUNT.
061200     MOVE CMIX-REVERSED-VALUE TO CINV-LINE-VALUE.
061300     MOVE ZERO TO CINV-LINE-CHARGE.
061400     PERFORM 2420-WRITE-LINE THRU 2420-EXIT.
061500     SET CINV-LINE-COMMISSION TO TRUE.
061600     MOVE CSCOM-BILLABLE-COUNT TO CINV-LINE-ITEM-COUNT.
061700     MOVE CSCOM-BILLABLE-VALUE TO CINV-LINE-VALUE.
061800     MOVE CSCOM-COMMISSION TO CINV-LINE-CHARGE.
061900     PERFORM 2420-WRITE-LINE THRU 2420-EXIT.
062000     IF CSCOM-TOP-UP > ZERO
062100         SET CINV-LINE-MINIMUM-FEE TO TRUE
062200         MOVE ZERO TO CINV-LINE-ITEM-COUNT CINV-LINE-VALUE
062300         MOVE CSCOM-TOP-UP TO CINV-LINE-CHARGE
062400         PERFORM 2420-WRITE-LINE THRU 2420-EXIT
062500     END-IF.
062600     MOVE SPACES TO COMMISSION-INVOICE-RECORD.
062700     SET CINV-BILLER-TRAILER TO TRUE.
062800     PERFORM 2410-STAMP-KEY THRU 2410-EXIT.
062900     MOVE CSCOM-BILLABLE-COUNT TO CINV-TRL-BILLABLE-COUNT.
063000     MOVE CSCOM-BILLABLE-VALUE TO CINV-TRL-BILLABLE-VALUE.
063100     MOVE CSCOM-AMOUNT-DUE TO CINV-TRL-AMOUNT-DUE.
063200     IF CSCOM-SCHEDULE-FOUND
063300         SET CINV-SCHEDULED TO TRUE
063400     ELSE
063500         SET CINV-NO-SCHEDULE TO TRUE
063600     END-IF.
063700     WRITE COMMISSION-INVOICE-RECORD.
063800 2400-EXIT.
063900     EXIT.
064000
064100 2410-STAMP-KEY.
064200     MOVE CSCOM-INVOICE-MONTH TO CINV-YEAR-MONTH.
064300     MOVE CMIX-ASSOCIATED-SERVICE TO CINV-ASSOCIATED-SERVICE.
064400 2410-EXIT.
064500     EXIT.
064600
064700 2420-WRITE-LINE.
064800     SET CINV-INVOICE-LINE TO TRUE.
064900     PERFORM 2410-STAMP-KEY THRU 2410-EXIT.
065000     WRITE COMMISSION-INVOICE-RECORD.
065100 2420-EXIT.
065200     EXIT.
065300
065400 2500-POST-FEE-LEGS.
065500     SET CSCOM-COA-FOUND-SW TO 'N'.
065600     MOVE CSCOM-COA-PRODUCT TO COA-PRODUCT-CODE.
065700     READ GLCOA-FILE
065800         KEY IS COA-PRODUCT-CODE
065900         INVALID KEY
066000             CONTINUE
066100         NOT INVALID KEY
066200             SET CSCOM-COA-FOUND TO TRUE
066300     END-READ.
066400     IF NOT CSCOM-COA-FOUND
066500         ADD 1 TO CSCOM-NO-CHART-COUNT
066600         GO TO 2500-EXIT
066700     END-IF.
066800     MOVE COA-DEBIT-ACCOUNT TO GLP-DTL-GL-ACCOUNT.
066900     MOVE 'D' TO GLP-DTL-DEBIT-CREDIT.
067000     MOVE CSCOM-AMOUNT-DUE TO GLP-DTL-AMOUNT.
067100     PERFORM 2510-WRITE-DETAIL THRU 2510-EXIT.
067200     MOVE COA-CREDIT-ACCOUNT TO GLP-DTL-GL-ACCOUNT.
067300     MOVE 'C' TO GLP-DTL-DEBIT-CREDIT.
067400     MOVE CSCOM-AMOUNT-DUE TO GLP-DTL-AMOUNT.
067500     PERFORM 2510-WRITE-DETAIL THRU 2510-EXIT.
067600 2500-EXIT.
067700     EXIT.
067800
067900 2510-WRITE-DETAIL.
068000     SET GLP-JOURNAL-DETAIL TO TRUE.
068100     MOVE CSCOM-BATCH-NUMBER TO GLP-BATCH-NUMBER.
068200     MOVE CSCOM-COA-PRODUCT TO GLP-DTL-PRODUCT-CODE.
068300     MOVE CSCOM-TODAY TO GLP-DTL-EXTRACT-DATE.
068400     MOVE ZERO TO GLP-DTL-EXTRACT-CYCLE.
068500     MOVE CSCOM-TODAY TO GLP-DTL-VALUE-DATE.
068600     PERFORM 2520-CHECK-PERIOD THRU 2520-EXIT.
068700     WRITE GL-POSTING-RECORD.
068800     ADD 1 TO CSCOM-ENTRY-COUNT.
068900     IF GLP-DTL-DEBIT-CREDIT = 'D'
069000         ADD GLP-DTL-AMOUNT TO CSCOM-BATCH-DEBIT-TOTAL
069100     ELSE
069200         ADD GLP-DTL-AMOUNT TO CSCOM-BATCH-CREDIT-TOTAL
069300     END-IF.
069400 2510-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------*
069800*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
069900*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
070000*----------------------------------------------------------*
070100 2520-CHECK-PERIOD.
070200     MOVE CSCOM-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
070300     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
070400     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
070500     IF NOT PCHK-REDATED
070600         GO TO 2520-EXIT
070700     END-IF.
070800     MOVE 'CSCOM01 ' TO PLAT-PROGRAM-ID.
070900     MOVE CSCOM-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
071000     MOVE CSCOM-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
071100     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
071200     MOVE GLP-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
071300     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
071400     MOVE GLP-DTL-AMOUNT TO PLAT-AMOUNT.
071500     MOVE GLP-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
071600     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
071700     MOVE CSCOM-TODAY TO PLAT-RUN-DATE.
071800     WRITE LATE-POSTING-RECORD.
071900     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
072000     ADD 1 TO CSCOM-LATE-COUNT.
072100 2520-EXIT.
072200     EXIT.
072300
072400 3000-FINISH.
072500     MOVE SPACES TO GL-POSTING-RECORD.
072600     SET GLP-BATCH-TRAILER TO TRUE.
072700     MOVE CSCOM-BATCH-NUMBER TO GLP-BATCH-NUMBER.
072800     MOVE CSCOM-ENTRY-COUNT TO GLP-TRL-ENTRY-COUNT.
072900     MOVE CSCOM-BATCH-DEBIT-TOTAL TO GLP-TRL-DEBIT-TOTAL.
073000     MOVE CSCOM-BATCH-CREDIT-TOTAL TO GLP-TRL-CREDIT-TOTAL.
073100     WRITE GL-POSTING-RECORD.
073200     CLOSE CSBPRF-FILE.
073300     CLOSE CSCMS-FILE.
073400     CLOSE GLCOA-FILE.
073500     CLOSE CSCDIX-FILE.
073600     CLOSE CSCMIX-FILE.
073700     CLOSE CSCINV-FILE.
073800     CLOSE GLPOST-FILE.
073900     CLOSE LATEPST-FILE.
074000     DISPLAY 'CSCOM01 INVOICE MONTH       = '
074100         CSCOM-INVOICE-MONTH.
074200     DISPLAY 'CSCOM01 INVOICES WRITTEN    = '
074300         CSCOM-INVOICE-COUNT.
074400     DISPLAY 'CSCOM01 COMMISSION INVOICED = '
074500         CSCOM-INVOICED-TOTAL.
074600     DISPLAY 'CSCOM01 BILLERS NO SCHEDULE = '
074700         CSCOM-UNSCHEDULED-COUNT.
074800     DISPLAY 'CSCOM01 UNREGISTERED BILLERS = '
074900         CSCOM-NO-PROFILE-COUNT.
075000     DISPLAY 'CSCOM01 ROWS OUTSIDE MONTH  = '
075100         CSCOM-OUT-OF-MONTH-COUNT.
075200     DISPLAY 'CSCOM01 NO CHART ROW        = '
075300         CSCOM-NO-CHART-COUNT.
075400     DISPLAY 'CSCOM01 LEGS RE-DATED       = '
075500         CSCOM-LATE-COUNT.
075600     DISPLAY 'CSCOM01 MINIMUM FEE ONLY    = '
075700         CSCOM-ZERO-VOLUME-COUNT.
075800     IF CSCOM-UNSCHEDULED-COUNT NOT = ZERO
075900             OR CSCOM-NO-CHART-COUNT NOT = ZERO
076000         MOVE 4 TO CSCOM-SEVERITY-CODE
076100     END-IF.
076200 3000-EXIT.
076300     EXIT.
076400
076500 8100-READ-WORK.
076600     READ CSCMIX-FILE NEXT RECORD
076700         AT END
076800             SET CSCOM-WORK-EOF TO TRUE
076900     END-READ.
077000 8100-EXIT.
077100     EXIT.
077200
077300 8200-FETCH-DUP-ROW.
077400     SET CSCOM-CDIX-FOUND-SW TO 'N'.
077500     READ CSCDIX-FILE
077600         KEY IS CDIX-KEY
077700         INVALID KEY
077800             CONTINUE
077900         NOT INVALID KEY
078000             SET CSCOM-CDIX-FOUND TO TRUE
078100     END-READ.
078200     IF NOT CSCOM-CDIX-FOUND
078300         MOVE ZERO TO CDIX-FLAGGED-COUNT
078400     END-IF.
078500 8200-EXIT.
078600     EXIT.
078700
078800 8300-FETCH-WORK-ROW.
078900     SET CSCOM-CMIX-FOUND-SW TO 'N'.
079000     READ CSCMIX-FILE
079100         KEY IS CMIX-ASSOCIATED-SERVICE
079200         INVALID KEY
079300             CONTINUE
079400         NOT INVALID KEY
079500             SET CSCOM-CMIX-FOUND TO TRUE
079600     END-READ.
079700     IF NOT CSCOM-CMIX-FOUND
079800         MOVE ZERO TO CMIX-COLLECTED-COUNT
079900             CMIX-COLLECTED-VALUE
080000             CMIX-DUPLICATE-COUNT
080100             CMIX-DUPLICATE-VALUE
080200             CMIX-REVERSED-COUNT
080300             CMIX-REVERSED-VALUE
080400     END-IF.
080500 8300-EXIT.
080600     EXIT.
080700
080800 8400-STORE-WORK-ROW.
080900     IF CSCOM-CMIX-FOUND
081000         REWRITE COMMISSION-WORK-RECORD
081100     ELSE
081200         WRITE COMMISSION-WORK-RECORD
081300     END-IF.
081400 8400-EXIT.
081500     EXIT.
