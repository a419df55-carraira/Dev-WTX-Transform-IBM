000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSSTL01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSSTL01 -- NET BILLER SETTLEMENT AND FUNDS TRANSFER.     *
000900*                                                          *
001000*  CSREM01 TELLS EACH BILLER WHAT WAS COLLECTED FOR IT;     *
001100*  THIS STEP WORKS OUT WHAT WE ACTUALLY OWE AND RAISES THE  *
001200*  TRANSFER.  PER ASSOCIATED-SERVICE AND VALUE DATE THE     *
001300*  NET SETTLEMENT IS:                                       *
001400*    THE DAY'S COLLECTED PAYMENT-VALUE (CSRESP, LESS        *
001500*      OBLIGATIONS CSVAL03 FLAGGED DUPLICATE -- THE SAME    *
001600*      EXCLUSION CSREM01 MAKES ON THE ADVICE),              *
001700*    LESS OBLIGATIONS CSRET01 REVERSED (CSRVS),             *
001800*    LESS OBLIGATIONS CSFXCV02 HELD FOR NO RATE (CSFXCV),   *
001900*    LESS PAYMENTS ON THE PAYMENT-HOLD MASTER (CSPHLD),     *
002000*    PLUS EARLIER PAYMENTS RELEASED FROM HOLD TODAY.        *
002100*  THE VALUE DATE OF A COLLECTION IS ITS PAYMENT DATE, OF   *
002200*  A REVERSAL ITS RETURN DATE, OF A RELEASE ITS RELEASE     *
002300*  DATE.                                                    *
002400*                                                           *
002500*  THE FEEDS ARE ROLLED INTO A WORK INDEX (CSSTIX) KEYED    *
002600*  BY BILLER AND VALUE DATE AT INITIALIZATION, THEN         *
002700*  SWEPT IN KEY ORDER.  FOR EACH BILLER THE SETTLEMENT      *
002800*  MASTER (CSSTLM) CARRIES ANY NEGATIVE NET FROM EARLIER    *
002900*  NIGHTS -- RETURNS LARGER THAN COLLECTIONS -- INTO THE    *
003000*  FIRST VALUE DATE, AND A NET THAT IS STILL NEGATIVE IS    *
003100*  CARRIED FORWARD AGAIN INSTEAD OF GOING OUT AS A DEBIT    *
003200*  TRANSFER.  EVERY POSITIVE NET:                           *
003300*    - WRITES ONE DETAIL ON THE FUNDS-TRANSFER INSTRUCTION  *
003400*      FILE (CSFTI) WITH THE BILLER NAME AND CURRENCY FROM  *
003500*      CSBPRF; THE FILE CARRIES A HEADER AND A CONTROL      *
003600*      TRAILER WITH THE TRANSFER COUNT, AMOUNT TOTAL AND    *
003700*      A HASH TOTAL OF THE ASSOCIATED-SERVICE CODES;        *
003800*    - POSTS THE SETTLEMENT-PAYABLE LEGS ON THE STEP'S OWN  *
003900*      GLPOST BATCH THROUGH THE GLCOA ROW FOR BILLER        *
004000*      SETTLEMENT (DEBIT SETTLEMENT PAYABLE, CREDIT THE     *
004100*      FUNDS-TRANSFER CLEARING ACCOUNT).                    *
004200*  A MISSING CHART ROW STILL RAISES THE TRANSFER BUT ENDS   *
004300*  THE STEP WITH CONDITION CODE 4.  THE EXEC PARM CARRIES   *
004400*  THE GL BATCH NUMBER (ZERO TAKES 1) AND THE GLCOA         *
004500*  PRODUCT CODE OF THE SETTLEMENT ROW (ZERO TAKES 900).     *
004600*----------------------------------------------------------*
004700*  MODIFICATION HISTORY                                    *
004800*    10/15/26  DOB  INITIAL VERSION.                       *
004900*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
005000*                   (MISSING OR UNKNOWN: CODE 8).  A LEG   *
005100*                   DATED INTO A CLOSED PERIOD (PERCHK01)  *
005200*                   IS RE-DATED AND LISTED ON LATEPST.     *
005300*    10/15/26  DOB  A PAYMENT ON HOLD ON THE PAYMENT-HOLD  *
005400*                   MASTER (CSPHLD -- SEE CSBPM01) IS HELD *
005500*                   OUT OF THE NET, AS CSREM01 LEAVES IT   *
005600*                   OFF THE ADVICE.                        *
005700*    10/15/26  DOB  A HELD PAYMENT RELEASED TODAY (SEE     *
005800*                   CSWLS01) IS SETTLED ON ITS RELEASE     *
005900*                   DATE, AS CSREM01 REMITS IT THEN.       *
006000*    10/15/26  DOB  THE CARRIED-IN AMOUNT ON THE CSFTI     *
006100*                   DETAIL IS NOW SIGNED (LEADING          *
006200*                   SEPARATE), SO A SHORTFALL CARRIED IN   *
006300*                   NO LONGER READS AS A CREDIT.           *
006400*----------------------------------------------------------*
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER. IBM-ZSERIES.
006800 OBJECT-COMPUTER. IBM-ZSERIES.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT CSRESP-FILE ASSIGN TO CSRESP
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT CSRVS-FILE ASSIGN TO CSRVS
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT CSFXCV-FILE ASSIGN TO CSFXCV
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT CSDUPR-FILE ASSIGN TO CSDUPR
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
008300     SELECT CSDUPIX-FILE ASSIGN TO CSDUPIX
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS DUPIX-KEY.
008700     SELECT CSNRIX-FILE ASSIGN TO CSNRIX
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS NRIX-KEY.
009100     SELECT CSSTIX-FILE ASSIGN TO CSSTIX
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS STIX-KEY.
009500     SELECT CSSTLM-FILE ASSIGN TO CSSTLM
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS RANDOM
009800         RECORD KEY IS STLM-ASSOCIATED-SERVICE.
009900     SELECT GLCOA-FILE ASSIGN TO GLCOA
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS RANDOM
010200         RECORD KEY IS COA-PRODUCT-CODE.
010300     SELECT CSFTI-FILE ASSIGN TO CSFTI
010400         ORGANIZATION IS LINE SEQUENTIAL.
010500     SELECT GLPOST-FILE ASSIGN TO GLPOST
010600         ORGANIZATION IS LINE SEQUENTIAL.
010700     SELECT LATEPST-FILE ASSIGN TO LATEPST
010800         ORGANIZATION IS LINE SEQUENTIAL.
010900     SELECT OPTIONAL CSPHLD-FILE ASSIGN TO CSPHLD
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS DYNAMIC
011200         RECORD KEY IS PHLD-TRANSACTION-ID.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  CSRESP-FILE.
011700     COPY "OCBCOSP01_RESPONSE.cpy".
011800
011900 FD  CSRVS-FILE.
012000     COPY "CSRVS01.cpy".
012100
012200 FD  CSFXCV-FILE.
012300     COPY "CSFXCV01.cpy".
012400
012500 FD  CSDUPR-FILE.
012600     COPY "CSDUPR01.cpy".
012700
012800 FD  CSBPRF-FILE.
012900     COPY "CSBPRF01.cpy".
013000
013100 FD  CSDUPIX-FILE.
013200     COPY "CSDUPIX1.cpy".
013300
013400 FD  CSNRIX-FILE.
013500     COPY "CSNRIX01.cpy".
013600
013700 FD  CSSTIX-FILE.
013800     COPY "CSSTIX01.cpy".
013900
014000 FD  CSSTLM-FILE.
014100     COPY "CSSTLM01.cpy".
014200
014300 FD  GLCOA-FILE.
014400     COPY "GLCOA01.cpy".
014500
014600 FD  CSFTI-FILE.
014700     COPY "CSFTI01.cpy".
014800
014900 FD  GLPOST-FILE.
015000     COPY "GLPOST01.cpy".
015100
015200 FD  LATEPST-FILE.
015300     COPY "PERLAT01.cpy".
015400
015500 FD  CSPHLD-FILE.
015600     COPY "CSPHLD01.cpy".
015700
015800 WORKING-STORAGE SECTION.
015900*----------------------------------------------------------*
016000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
016100*----------------------------------------------------------*
016200     COPY "RUNREG01.cpy".
016300
016400*----------------------------------------------------------*
016500*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
016600*----------------------------------------------------------*
016700     COPY "PERCHK01.cpy".
016800
016900 77  CSSTL-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
017000
017100 01  CSSTL-SWITCHES.
017200     05  CSSTL-FEED-EOF-SW         PIC X(01) VALUE 'N'.
017300         88  CSSTL-FEED-EOF          VALUE 'Y'.
017400     05  CSSTL-WORK-EOF-SW         PIC X(01) VALUE 'N'.
017500         88  CSSTL-WORK-EOF          VALUE 'Y'.
017600     05  CSSTL-FIRST-REC-SW        PIC X(01) VALUE 'Y'.
017700         88  CSSTL-FIRST-REC         VALUE 'Y'.
017800     05  CSSTL-HIT-SW              PIC X(01) VALUE 'N'.
017900         88  CSSTL-HIT               VALUE 'Y'.
018000     05  CSSTL-STIX-FOUND-SW       PIC X(01) VALUE 'N'.
018100         88  CSSTL-STIX-FOUND        VALUE 'Y'.
018200     05  CSSTL-MASTER-FOUND-SW     PIC X(01) VALUE 'N'.
018300         88  CSSTL-MASTER-FOUND      VALUE 'Y'.
018400     05  CSSTL-PROFILE-FOUND-SW    PIC X(01) VALUE 'N'.
018500         88  CSSTL-PROFILE-FOUND     VALUE 'Y'.
018600     05  CSSTL-COA-FOUND-SW        PIC X(01) VALUE 'N'.
018700         88  CSSTL-COA-FOUND         VALUE 'Y'.
018800
018900 77  CSSTL-TODAY                   PIC 9(8) VALUE ZERO.
019000 77  CSSTL-BATCH-NUMBER            PIC 9(6) VALUE 1.
019100 77  CSSTL-COA-PRODUCT             PIC 9(3) VALUE 900.
019200 77  CSSTL-SAVE-SERVICE            PIC 9(5) VALUE ZERO.
019300 77  CSSTL-LAST-VALUE-DATE         PIC 9(8) VALUE ZERO.
019400 77  CSSTL-CARRY                   PIC S9(15)V9(2) VALUE ZERO.
019500 77  CSSTL-CARRIED-IN              PIC S9(15)V9(2) VALUE ZERO.
019600 77  CSSTL-NET-AMOUNT              PIC S9(15)V9(2) VALUE ZERO.
019700 77  CSSTL-TRANSFER-AMOUNT         PIC 9(15)V9(2) VALUE ZERO.
019800 77  CSSTL-COLLECTED-COUNT         PIC 9(7) COMP VALUE ZERO.
019900 77  CSSTL-DUPLICATE-COUNT         PIC 9(7) COMP VALUE ZERO.
020000 77  CSSTL-HELD-COUNT              PIC 9(7) COMP VALUE ZERO.
020100 77  CSSTL-PAYMENT-HOLD-COUNT      PIC 9(7) COMP VALUE ZERO.
020200 77  CSSTL-RELEASED-COUNT          PIC 9(7) COMP VALUE ZERO.
020300 77  CSSTL-REVERSED-COUNT          PIC 9(7) COMP VALUE ZERO.
020400 77  CSSTL-TRANSFER-COUNT          PIC 9(7) COMP VALUE ZERO.
020500 77  CSSTL-CARRIED-COUNT           PIC 9(7) COMP VALUE ZERO.
020600 77  CSSTL-NO-PROFILE-COUNT        PIC 9(7) COMP VALUE ZERO.
020700 77  CSSTL-NO-CHART-COUNT          PIC 9(7) COMP VALUE ZERO.
020800 77  CSSTL-ENTRY-COUNT             PIC 9(7) COMP VALUE ZERO.
020900 77  CSSTL-TRANSFER-TOTAL          PIC 9(15)V9(2) VALUE ZERO.
021000 77  CSSTL-HASH-TOTAL              PIC 9(15) VALUE ZERO.
021100 77  CSSTL-BATCH-DEBIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
021200 77  CSSTL-BATCH-CREDIT-TOTAL      PIC 9(15)V9(2) VALUE ZERO.
021300 77  CSSTL-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
021400 77  CSSTL-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
021500
021600 LINKAGE SECTION.
021700 01  CSSTL01-PARM-CARD.
021800     05  CSSTL01-PARM-BATCH        PIC 9(6).
021900     05  CSSTL01-PARM-PRODUCT      PIC 9(3).
022000     05  CSSTL01-PARM-COUNTRY      PIC 9(4).
022100
022200 PROCEDURE DIVISION USING CSSTL01-PARM-CARD.
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 2000-SETTLE-ONE THRU 2000-EXIT
022600         UNTIL CSSTL-WORK-EOF.
022700     PERFORM 3000-FINISH THRU 3000-EXIT.
022800     SET RREG-END TO TRUE.
022900     MOVE CSSTL-TRANSFER-COUNT TO RREG-RECORD-COUNT.
023000     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
023100     MOVE CSSTL-SEVERITY-CODE TO RETURN-CODE.
023200     STOP RUN.
023300
023400 1000-INITIALIZE.
023500     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
023600     SET RREG-START TO TRUE.
023700     MOVE 'CSSTL01 ' TO RREG-PROGRAM-ID.
023800     MOVE 'CSRESP  ' TO RREG-GUARD-FILE.
023900     MOVE ZERO TO RREG-CYCLE-NUMBER.
024000     MOVE ZERO TO RREG-RECORD-COUNT.
024100     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
024200     IF RREG-BLOCKED
024300         DISPLAY 'CSSTL01 ALREADY COMPLETED FOR THIS DATE'
024400         MOVE 8 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700     IF RREG-PREREQ-HOLD
024800         DISPLAY 'CSSTL01 HELD - PREREQUISITE NOT COMPLETE'
024900         MOVE 8 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200     IF RREG-GUARD-HOLD
025300         DISPLAY 'CSSTL01 HELD - CAPTURE FAILED THE GUARD'
025400         MOVE 8 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     OPEN INPUT CSBPRF-FILE.
025800     OPEN INPUT GLCOA-FILE.
025900     OPEN I-O CSSTLM-FILE.
026000     OPEN OUTPUT CSFTI-FILE.
026100     OPEN OUTPUT GLPOST-FILE.
026200     OPEN EXTEND LATEPST-FILE.
026300     ACCEPT CSSTL-TODAY FROM DATE YYYYMMDD.
026400     IF CSSTL01-PARM-BATCH NOT = ZERO
026500         MOVE CSSTL01-PARM-BATCH TO CSSTL-BATCH-NUMBER
026600     END-IF.
026700     IF CSSTL01-PARM-PRODUCT NOT = ZERO
026800         MOVE CSSTL01-PARM-PRODUCT TO CSSTL-COA-PRODUCT
026900     END-IF.
027000     PERFORM 1100-WRITE-HEADERS THRU 1100-EXIT.
027100     PERFORM 1200-BUILD-DUP-INDEX THRU 1200-EXIT.
027200     PERFORM 1300-BUILD-NO-RATE-INDEX THRU 1300-EXIT.
027300     OPEN INPUT CSDUPIX-FILE.
027400     OPEN INPUT CSNRIX-FILE.
027500     OPEN INPUT CSPHLD-FILE.
027600     OPEN OUTPUT CSSTIX-FILE.
027700     CLOSE CSSTIX-FILE.
027800     OPEN I-O CSSTIX-FILE.
027900     PERFORM 1400-LOAD-COLLECTIONS THRU 1400-EXIT.
028000     PERFORM 1450-LOAD-RELEASES THRU 1450-EXIT.
028100     PERFORM 1500-LOAD-REVERSALS THRU 1500-EXIT.
028200     MOVE LOW-VALUES TO STIX-KEY.
028300     START CSSTIX-FILE
028400         KEY IS NOT LESS THAN STIX-KEY
028500         INVALID KEY
028600             SET CSSTL-WORK-EOF TO TRUE
028700     END-START.
028800     PERFORM 8100-READ-WORK THRU 8100-EXIT.
028900 1000-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------*
029300*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
029400*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
029500*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
029600*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
029700*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
029800*----------------------------------------------------------*
029900 1050-CHECK-COUNTRY.
030000     IF CSSTL01-PARM-COUNTRY NUMERIC
030100             AND CSSTL01-PARM-COUNTRY NOT = ZERO
030200         MOVE CSSTL01-PARM-COUNTRY TO CSSTL-COUNTRY-CODE
030300     ELSE
030400         DISPLAY 'CSSTL01 PARM COUNTRY MISSING OR NOT NUMERIC'
030500         MOVE 8 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800     MOVE CSSTL-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
030900     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
031000     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
031100     IF PCHK-NO-CALENDAR
031200         DISPLAY 'CSSTL01 NO POSTING CALENDAR FOR COUNTRY '
031300             CSSTL-COUNTRY-CODE
031400         MOVE 8 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700 1050-EXIT.
031800     EXIT.
031900
032000 1100-WRITE-HEADERS.
032100     MOVE SPACES TO GL-POSTING-RECORD.
032200     SET GLP-BATCH-HEADER TO TRUE.
032300     MOVE CSSTL-BATCH-NUMBER TO GLP-BATCH-NUMBER.
032400     MOVE CSSTL-TODAY TO GLP-HDR-POSTING-DATE.
032500     MOVE 'CSSETL  ' TO GLP-HDR-SOURCE-SYSTEM.
032600     WRITE GL-POSTING-RECORD.
032700     MOVE SPACES TO FUNDS-TRANSFER-RECORD.
032800     SET FTI-FILE-HEADER TO TRUE.
032900     MOVE CSSTL-TODAY TO FTI-HDR-FILE-DATE.
033000     MOVE 'CSSTL01 ' TO FTI-HDR-ORIGINATOR.
033100     MOVE CSSTL-BATCH-NUMBER TO FTI-HDR-BATCH-NUMBER.
033200     WRITE FUNDS-TRANSFER-RECORD.
033300 1100-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------*
033700*  THE DUPLICATE AND NO-RATE FEEDS ARE IN CAPTURE ORDER,    *
033800*  SO THEY ARE ROLLED INTO WORK INDEXES AND RANDOM-READ     *
033900*  PER OBLIGATION -- THE SAME PATTERN CSREM01 USES.         *
034000*----------------------------------------------------------*
034100 1200-BUILD-DUP-INDEX.
034200     MOVE 'N' TO CSSTL-FEED-EOF-SW.
034300     OPEN INPUT CSDUPR-FILE.
034400     OPEN OUTPUT CSDUPIX-FILE.
034500     PERFORM 1210-LOAD-ONE-DUP THRU 1210-EXIT
034600         UNTIL CSSTL-FEED-EOF.
034700     CLOSE CSDUPR-FILE.
034800     CLOSE CSDUPIX-FILE.
034900 1200-EXIT.
035000     EXIT.
035100
035200 1210-LOAD-ONE-DUP.
035300     READ CSDUPR-FILE
035400         AT END
035500             SET CSSTL-FEED-EOF TO TRUE
035600     END-READ.
035700     IF NOT CSSTL-FEED-EOF
035800             AND DUPLICATE-PAYMENT OF DUPLICATE-CHECK-RECORD
035900         MOVE OBLIGATION-NUMBER OF DUPLICATE-CHECK-RECORD TO
036000             DUPIX-OBLIGATION-NUMBER
036100         MOVE IDENTIFICATION-NUMBER OF DUPLICATE-CHECK-RECORD
036200             TO DUPIX-IDENTIFICATION-NUMBER
036300         WRITE DUPLICATE-LOOKUP-RECORD
036400             INVALID KEY
036500                 CONTINUE
036600         END-WRITE
036700     END-IF.
036800 1210-EXIT.
036900     EXIT.
037000
037100 1300-BUILD-NO-RATE-INDEX.
037200     MOVE 'N' TO CSSTL-FEED-EOF-SW.
037300     OPEN INPUT CSFXCV-FILE.
037400     OPEN OUTPUT CSNRIX-FILE.
037500     PERFORM 1310-LOAD-ONE-NO-RATE THRU 1310-EXIT
037600         UNTIL CSSTL-FEED-EOF.
037700     CLOSE CSFXCV-FILE.
037800     CLOSE CSNRIX-FILE.
037900 1300-EXIT.
038000     EXIT.
038100
038200 1310-LOAD-ONE-NO-RATE.
038300     READ CSFXCV-FILE
038400         AT END
038500             SET CSSTL-FEED-EOF TO TRUE
038600     END-READ.
038700     IF NOT CSSTL-FEED-EOF
038800             AND CONVERSION-NO-RATE
038900         MOVE OBLIGATION-NUMBER OF CURRENCY-CONVERTED-RECORD
039000             TO NRIX-OBLIGATION-NUMBER
039100         MOVE IDENTIFICATION-NUMBER OF
039200             CURRENCY-CONVERTED-RECORD TO
039300             NRIX-IDENTIFICATION-NUMBER
039400         WRITE NO-RATE-LOOKUP-RECORD
039500             INVALID KEY
039600                 CONTINUE
039700         END-WRITE
039800     END-IF.
039900 1310-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------*
040300*  EACH COLLECTION NOT FLAGGED DUPLICATE ADDS TO ITS        *
040400*  BILLER / PAYMENT-DATE ROW -- AS COLLECTED, OR AS HELD    *
040500*  WHEN CSFXCV02 FOUND NO RATE FOR IT.                      *
040600*----------------------------------------------------------*
040700 1400-LOAD-COLLECTIONS.
040800     MOVE 'N' TO CSSTL-FEED-EOF-SW.
040900     OPEN INPUT CSRESP-FILE.
041000     PERFORM 1410-LOAD-ONE-COLLECTION THRU 1410-EXIT
041100         UNTIL CSSTL-FEED-EOF.
041200     CLOSE CSRESP-FILE.
041300 1400-EXIT.
041400     EXIT.
041500
041600 1410-LOAD-ONE-COLLECTION.
041700     READ CSRESP-FILE
041800         AT END
041900             SET CSSTL-FEED-EOF TO TRUE
042000     END-READ.
042100     IF CSSTL-FEED-EOF
042200         GO TO 1410-EXIT
042300     END-IF.
042400     PERFORM 1420-JUDGE-DUPLICATE THRU 1420-EXIT.
042500     IF CSSTL-HIT
042600         ADD 1 TO CSSTL-DUPLICATE-COUNT
042700         GO TO 1410-EXIT
042800     END-IF.
042900     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
043000         STIX-ASSOCIATED-SERVICE.
043100     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO STIX-VALUE-DATE.
043200     PERFORM 8200-FETCH-WORK-ROW THRU 8200-EXIT.
043300     ADD PAYMENT-VALUE OF RESPONSE TO STIX-COLLECTED-AMOUNT.
043400     ADD 1 TO STIX-COLLECTED-COUNT.
043500     ADD 1 TO CSSTL-COLLECTED-COUNT.
043600     PERFORM 1430-JUDGE-NO-RATE THRU 1430-EXIT.
043700     IF CSSTL-HIT
043800         ADD 1 TO CSSTL-HELD-COUNT
043900     ELSE
044000         PERFORM 1440-JUDGE-PAYMENT-HOLD THRU 1440-EXIT
044100         IF CSSTL-HIT
044200             ADD 1 TO CSSTL-PAYMENT-HOLD-COUNT
044300         END-IF
044400     END-IF.
044500     IF CSSTL-HIT
044600         ADD PAYMENT-VALUE OF RESPONSE TO STIX-HELD-AMOUNT
044700         ADD 1 TO STIX-HELD-COUNT
044800     END-IF.
044900     PERFORM 8300-STORE-WORK-ROW THRU 8300-EXIT.
045000 1410-EXIT.
045100     EXIT.
045200
045300 1420-JUDGE-DUPLICATE.
045400     SET CSSTL-HIT-SW TO 'N'.
045500     MOVE OBLIGATION-NUMBER OF RESPONSE TO
045600         DUPIX-OBLIGATION-NUMBER.
045700     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
045800         DUPIX-IDENTIFICATION-NUMBER.
045900     READ CSDUPIX-FILE
046000         KEY IS DUPIX-KEY
046100         INVALID KEY
046200             CONTINUE
046300         NOT INVALID KEY
046400             SET CSSTL-HIT TO TRUE
046500     END-READ.
046600 1420-EXIT.
046700     EXIT.
046800
046900 1430-JUDGE-NO-RATE.
047000     SET CSSTL-HIT-SW TO 'N'.
047100     MOVE OBLIGATION-NUMBER OF RESPONSE TO
047200         NRIX-OBLIGATION-NUMBER.
047300     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO
047400         NRIX-IDENTIFICATION-NUMBER.
047500     READ CSNRIX-FILE
047600         KEY IS NRIX-KEY
047700         INVALID KEY
047800             CONTINUE
047900         NOT INVALID KEY
048000             SET CSSTL-HIT TO TRUE
048100     END-READ.
048200 1430-EXIT.
048300     EXIT.
048400
048500 1440-JUDGE-PAYMENT-HOLD.
048600     SET CSSTL-HIT-SW TO 'N'.
048700     MOVE TRANSACTION-ID OF RESPONSE TO PHLD-TRANSACTION-ID.
048800     READ CSPHLD-FILE
048900         KEY IS PHLD-TRANSACTION-ID
049000         INVALID KEY
049100             CONTINUE
049200         NOT INVALID KEY
049300             IF PHLD-HELD
049400                 SET CSSTL-HIT TO TRUE
049500             END-IF
049600     END-READ.
049700 1440-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------*
050100*  A PAYMENT HELD ON AN EARLIER NIGHT AND RELEASED TODAY    *
050200*  IS COLLECTED ON ITS BILLER / RELEASE-DATE ROW.  ONE      *
050300*  HELD AND RELEASED TODAY IS ON TODAY'S CAPTURE AND WAS    *
050400*  COUNTED THERE.                                           *
050500*----------------------------------------------------------*
050600 1450-LOAD-RELEASES.
050700     MOVE 'N' TO CSSTL-FEED-EOF-SW.
050800     MOVE LOW-VALUES TO PHLD-TRANSACTION-ID.
050900     START CSPHLD-FILE
051000         KEY IS NOT LESS THAN PHLD-TRANSACTION-ID
051100         INVALID KEY
051200             SET CSSTL-FEED-EOF TO TRUE
051300     END-START.
051400     PERFORM 1460-LOAD-ONE-RELEASE THRU 1460-EXIT
051500         UNTIL CSSTL-FEED-EOF.
051600 1450-EXIT.
051700     EXIT.
051800
051900 1460-LOAD-ONE-RELEASE.
052000     READ CSPHLD-FILE NEXT RECORD
052100         AT END
052200             SET CSSTL-FEED-EOF TO TRUE
052300     END-READ.
052400     IF CSSTL-FEED-EOF
052500         GO TO 1460-EXIT
052600     END-IF.
052700     IF NOT PHLD-RELEASED
052800             OR PHLD-RELEASE-DATE NOT = CSSTL-TODAY
052900             OR PHLD-HOLD-DATE = CSSTL-TODAY
053000         GO TO 1460-EXIT
053100     END-IF.
053200     MOVE PHLD-ASSOCIATED-SERVICE TO STIX-ASSOCIATED-SERVICE.
053300     MOVE PHLD-RELEASE-DATE TO STIX-VALUE-DATE.
053400     PERFORM 8200-FETCH-WORK-ROW THRU 8200-EXIT.
053500     ADD PHLD-PAYMENT-VALUE TO STIX-COLLECTED-AMOUNT.
053600     ADD 1 TO STIX-COLLECTED-COUNT.
053700     ADD 1 TO CSSTL-RELEASED-COUNT.
053800     PERFORM 8300-STORE-WORK-ROW THRU 8300-EXIT.
053900 1460-EXIT.
054000     EXIT.
054100
054200 1500-LOAD-REVERSALS.
054300     MOVE 'N' TO CSSTL-FEED-EOF-SW.
054400     OPEN INPUT CSRVS-FILE.
054500     PERFORM 1510-LOAD-ONE-REVERSAL THRU 1510-EXIT
054600         UNTIL CSSTL-FEED-EOF.
054700     CLOSE CSRVS-FILE.
054800 1500-EXIT.
054900     EXIT.
055000
055100 1510-LOAD-ONE-REVERSAL.
055200     READ CSRVS-FILE
055300         AT END
055400             SET CSSTL-FEED-EOF TO TRUE
055500     END-READ.
055600     IF NOT CSSTL-FEED-EOF
055700         MOVE RVS-ASSOCIATED-SERVICE TO STIX-ASSOCIATED-SERVICE
055800         MOVE RVS-RETURN-DATE TO STIX-VALUE-DATE
055900         PERFORM 8200-FETCH-WORK-ROW THRU 8200-EXIT
056000         ADD RVS-PAYMENT-VALUE TO STIX-REVERSED-AMOUNT
056100         ADD 1 TO STIX-REVERSED-COUNT
056200         ADD 1 TO CSSTL-REVERSED-COUNT
056300         PERFORM 8300-STORE-WORK-ROW THRU 8300-EXIT
056400     END-IF.
056500 1510-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------*
056900*  ONE WORK ROW = ONE BILLER AND VALUE DATE.  THE CARRY     *
057000*  FROM EARLIER ROWS (AND EARLIER NIGHTS) IS NEVER          *
057100*  POSITIVE, SO IT ONLY EVER REDUCES THE TRANSFER.          *
057200*----------------------------------------------------------*
057300 2000-SETTLE-ONE.
057400     IF CSSTL-FIRST-REC
057500         MOVE 'N' TO CSSTL-FIRST-REC-SW
057600         PERFORM 2100-START-BILLER THRU 2100-EXIT
057700     END-IF.
057800     IF STIX-ASSOCIATED-SERVICE NOT = CSSTL-SAVE-SERVICE
057900         PERFORM 2900-END-BILLER THRU 2900-EXIT
058000         PERFORM 2100-START-BILLER THRU 2100-EXIT
058100     END-IF.
058200     MOVE CSSTL-CARRY TO CSSTL-CARRIED-IN.
058300     COMPUTE CSSTL-NET-AMOUNT = STIX-COLLECTED-AMOUNT
058400         - STIX-REVERSED-AMOUNT
058500         - STIX-HELD-AMOUNT
058600         + CSSTL-CARRY.
058700     MOVE STIX-VALUE-DATE TO CSSTL-LAST-VALUE-DATE.
058800     IF CSSTL-NET-AMOUNT > ZERO
058900         MOVE CSSTL-NET-AMOUNT TO CSSTL-TRANSFER-AMOUNT
059000         PERFORM 2200-WRITE-TRANSFER THRU 2200-EXIT
059100         PERFORM 2300-POST-SETTLEMENT-LEGS THRU 2300-EXIT
059200         MOVE ZERO TO CSSTL-CARRY
059300     ELSE
059400         MOVE CSSTL-NET-AMOUNT TO CSSTL-CARRY
059500         IF CSSTL-NET-AMOUNT < ZERO
059600             ADD 1 TO CSSTL-CARRIED-COUNT
059700         END-IF
059800     END-IF.
059900     PERFORM 8100-READ-WORK THRU 8100-EXIT.
060000 2000-EXIT.
060100     EXIT.
060200
060300 2100-START-BILLER.
060400     MOVE STIX-ASSOCIATED-SERVICE TO CSSTL-SAVE-SERVICE.
060500     SET CSSTL-MASTER-FOUND-SW TO 'N'.
060600     MOVE CSSTL-SAVE-SERVICE TO STLM-ASSOCIATED-SERVICE.
060700     READ CSSTLM-FILE
060800         KEY IS STLM-ASSOCIATED-SERVICE
060900         INVALID KEY
061000             CONTINUE
061100         NOT INVALID KEY
061200             SET CSSTL-MASTER-FOUND TO TRUE
061300     END-READ.
061400     IF CSSTL-MASTER-FOUND
061500         MOVE STLM-CARRY-FORWARD TO CSSTL-CARRY
061600     ELSE
061700         MOVE SPACES TO BILLER-SETTLEMENT-RECORD
061800         MOVE CSSTL-SAVE-SERVICE TO STLM-ASSOCIATED-SERVICE
061900         MOVE ZERO TO STLM-CARRY-FORWARD
062000             STLM-LAST-TRANSFER-DATE
062100             STLM-LAST-TRANSFER-AMOUNT
062200             STLM-TRANSFERRED-TOTAL
062300         MOVE ZERO TO CSSTL-CARRY
062400     END-IF.
062500     PERFORM 2110-LOOKUP-PROFILE THRU 2110-EXIT.
062600 2100-EXIT.
062700     EXIT.
062800
062900 2110-LOOKUP-PROFILE.
063000     SET CSSTL-PROFILE-FOUND-SW TO 'N'.
063100     MOVE CSSTL-SAVE-SERVICE TO BPRF-ASSOCIATED-SERVICE.
063200     READ CSBPRF-FILE
063300         KEY IS BPRF-ASSOCIATED-SERVICE
063400         INVALID KEY
063500             CONTINUE
063600         NOT INVALID KEY
063700             SET CSSTL-PROFILE-FOUND TO TRUE
063800     END-READ.
063900     IF NOT CSSTL-PROFILE-FOUND
064000         ADD 1 TO CSSTL-NO-PROFILE-COUNT
064100     END-IF.
064200 2110-EXIT.
064300     EXIT.
064400
064500 2200-WRITE-TRANSFER.
064600     MOVE SPACES TO FUNDS-TRANSFER-RECORD.
064700     SET FTI-TRANSFER-DETAIL TO TRUE.
064800     ADD 1 TO CSSTL-TRANSFER-COUNT.
064900     MOVE CSSTL-TRANSFER-COUNT TO FTI-DTL-SEQUENCE.
065000     MOVE CSSTL-SAVE-SERVICE TO FTI-DTL-ASSOCIATED-SERVICE.
065100     IF CSSTL-PROFILE-FOUND
065200         MOVE BPRF-BILLER-NAME TO FTI-DTL-BILLER-NAME
065300         MOVE BPRF-CURRENCY-CODE TO FTI-DTL-CURRENCY-CODE
065400     ELSE
065500         MOVE 'UNREGISTERED BILLER' TO FTI-DTL-BILLER-NAME
065600         MOVE ZERO TO FTI-DTL-CURRENCY-CODE
065700     END-IF.
065800     MOVE STIX-VALUE-DATE TO FTI-DTL-VALUE-DATE.
065900     MOVE CSSTL-TRANSFER-AMOUNT TO FTI-DTL-AMOUNT.
066000     MOVE CSSTL-CARRIED-IN TO FTI-DTL-CARRIED-IN.
066100     WRITE FUNDS-TRANSFER-RECORD.
066200     ADD CSSTL-TRANSFER-AMOUNT TO CSSTL-TRANSFER-TOTAL.
066300     ADD CSSTL-SAVE-SERVICE TO CSSTL-HASH-TOTAL.
066400     MOVE CSSTL-TODAY TO STLM-LAST-TRANSFER-DATE.
066500     MOVE CSSTL-TRANSFER-AMOUNT TO STLM-LAST-TRANSFER-AMOUNT.
066600     ADD CSSTL-TRANSFER-AMOUNT TO STLM-TRANSFERRED-TOTAL.
066700 2200-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------*
067100*  THE COLLECTION LEFT THE BILLER'S MONEY ON SETTLEMENT     *
067200*  PAYABLE; THE TRANSFER CLEARS IT TO THE FUNDS-TRANSFER    *
067300*  CLEARING ACCOUNT.                                        *
067400*----------------------------------------------------------*
067500 2300-POST-SETTLEMENT-LEGS.
067600     SET CSSTL-COA-FOUND-SW TO 'N'.
067700     MOVE CSSTL-COA-PRODUCT TO COA-PRODUCT-CODE.
067800     READ GLCOA-FILE
067900         KEY IS COA-PRODUCT-CODE
068000         INVALID KEY
068100             CONTINUE
068200         NOT INVALID KEY
068300             SET CSSTL-COA-FOUND TO TRUE
068400     END-READ.
068500     IF NOT CSSTL-COA-FOUND
068600         ADD 1 TO CSSTL-NO-CHART-COUNT
068700         GO TO 2300-EXIT
068800     END-IF.
068900     MOVE COA-DEBIT-ACCOUNT TO GLP-DTL-GL-ACCOUNT.
069000     MOVE 'D' TO GLP-DTL-DEBIT-CREDIT.
069100     MOVE CSSTL-TRANSFER-AMOUNT TO GLP-DTL-AMOUNT.
069200     PERFORM 2310-WRITE-DETAIL THRU 2310-EXIT.
069300     MOVE COA-CREDIT-ACCOUNT TO GLP-DTL-GL-ACCOUNT.
069400     MOVE 'C' TO GLP-DTL-DEBIT-CREDIT.
069500     MOVE CSSTL-TRANSFER-AMOUNT TO GLP-DTL-AMOUNT.
069600     PERFORM 2310-WRITE-DETAIL THRU 2310-EXIT.
069700 2300-EXIT.
069800     EXIT.
069900
070000 2310-WRITE-DETAIL.
070100     SET GLP-JOURNAL-DETAIL TO TRUE.
070200     MOVE CSSTL-BATCH-NUMBER TO GLP-BATCH-NUMBER.
070300     MOVE CSSTL-COA-PRODUCT TO GLP-DTL-PRODUCT-CODE.
070400     MOVE CSSTL-TODAY TO GLP-DTL-EXTRACT-DATE.
070500     MOVE ZERO TO GLP-DTL-EXTRACT-CYCLE.
070600     MOVE STIX-VALUE-DATE TO GLP-DTL-VALUE-DATE.
070700     PERFORM 2320-CHECK-PERIOD THRU 2320-EXIT.
070800     WRITE GL-POSTING-RECORD.
070900     ADD 1 TO CSSTL-ENTRY-COUNT.
071000     IF GLP-DTL-DEBIT-CREDIT = 'D'
071100         ADD GLP-DTL-AMOUNT TO CSSTL-BATCH-DEBIT-TOTAL
071200     ELSE
071300         ADD GLP-DTL-AMOUNT TO CSSTL-BATCH-CREDIT-TOTAL
071400     END-IF.
071500 2310-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------*
071900*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
072000*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
072100*----------------------------------------------------------*
072200 2320-CHECK-PERIOD.
072300     MOVE CSSTL-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
072400     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
072500     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
072600     IF NOT PCHK-REDATED
072700         GO TO 2320-EXIT
072800     END-IF.
072900     MOVE 'CSSTL01 ' TO PLAT-PROGRAM-ID.
073000     MOVE CSSTL-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
073100     MOVE CSSTL-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
073200     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
073300     MOVE GLP-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
073400     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
073500     MOVE GLP-DTL-AMOUNT TO PLAT-AMOUNT.
073600     MOVE GLP-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
073700     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
073800     MOVE CSSTL-TODAY TO PLAT-RUN-DATE.
073900     WRITE LATE-POSTING-RECORD.
074000     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
074100     ADD 1 TO CSSTL-LATE-COUNT.
074200 2320-EXIT.
074300     EXIT.
074400
074500*----------------------------------------------------------*
074600*  THE BILLER'S LAST ROW IS DONE: WHATEVER IS STILL         *
074700*  NEGATIVE GOES BACK ON THE MASTER FOR THE NEXT NIGHT.     *
074800*----------------------------------------------------------*
074900 2900-END-BILLER.
075000     MOVE CSSTL-CARRY TO STLM-CARRY-FORWARD.
075100     MOVE CSSTL-LAST-VALUE-DATE TO STLM-LAST-VALUE-DATE.
075200     MOVE CSSTL-NET-AMOUNT TO STLM-LAST-NET-AMOUNT.
075300     MOVE CSSTL-TODAY TO STLM-LAST-RUN-DATE.
075400     IF CSSTL-MASTER-FOUND
075500         REWRITE BILLER-SETTLEMENT-RECORD
075600     ELSE
075700         WRITE BILLER-SETTLEMENT-RECORD
075800     END-IF.
075900 2900-EXIT.
076000     EXIT.
076100
076200 3000-FINISH.
076300     IF NOT CSSTL-FIRST-REC
076400         PERFORM 2900-END-BILLER THRU 2900-EXIT
076500     END-IF.
076600     MOVE SPACES TO FUNDS-TRANSFER-RECORD.
076700     SET FTI-FILE-TRAILER TO TRUE.
076800     MOVE CSSTL-TRANSFER-COUNT TO FTI-TRL-TRANSFER-COUNT.
076900     MOVE CSSTL-TRANSFER-TOTAL TO FTI-TRL-AMOUNT-TOTAL.
077000     MOVE CSSTL-HASH-TOTAL TO FTI-TRL-HASH-TOTAL.
077100     WRITE FUNDS-TRANSFER-RECORD.
077200     MOVE SPACES TO GL-POSTING-RECORD.
077300     SET GLP-BATCH-TRAILER TO TRUE.
077400     MOVE CSSTL-BATCH-NUMBER TO GLP-BATCH-NUMBER.
077500     MOVE CSSTL-ENTRY-COUNT TO GLP-TRL-ENTRY-COUNT.
077600     MOVE CSSTL-BATCH-DEBIT-TOTAL TO GLP-TRL-DEBIT-TOTAL.
077700     MOVE CSSTL-BATCH-CREDIT-TOTAL TO GLP-TRL-CREDIT-TOTAL.
077800     WRITE GL-POSTING-RECORD.
077900     CLOSE CSBPRF-FILE.
078000     CLOSE GLCOA-FILE.
078100     CLOSE CSSTLM-FILE.
078200     CLOSE CSDUPIX-FILE.
078300     CLOSE CSNRIX-FILE.
078400     CLOSE CSPHLD-FILE.
078500     CLOSE CSSTIX-FILE.
078600     CLOSE CSFTI-FILE.
078700     CLOSE GLPOST-FILE.
078800     CLOSE LATEPST-FILE.
078900     DISPLAY 'CSSTL01 COLLECTIONS COUNTED = '
079000         CSSTL-COLLECTED-COUNT.
079100     DISPLAY 'CSSTL01 DUPLICATES EXCLUDED = '
079200         CSSTL-DUPLICATE-COUNT.
079300     DISPLAY 'CSSTL01 HELD FOR NO RATE    = ' CSSTL-HELD-COUNT.
079400     DISPLAY 'CSSTL01 HELD FOR REVIEW     = '
079500         CSSTL-PAYMENT-HOLD-COUNT.
079600     DISPLAY 'CSSTL01 RELEASED FROM HOLD  = '
079700         CSSTL-RELEASED-COUNT.
079800     DISPLAY 'CSSTL01 REVERSALS DEDUCTED  = '
079900         CSSTL-REVERSED-COUNT.
080000     DISPLAY 'CSSTL01 TRANSFERS RAISED    = '
080100         CSSTL-TRANSFER-COUNT.
080200     DISPLAY 'CSSTL01 TRANSFER TOTAL      = '
080300         CSSTL-TRANSFER-TOTAL.
080400     DISPLAY 'CSSTL01 NEGATIVE NETS CARRIED = '
080500         CSSTL-CARRIED-COUNT.
080600     DISPLAY 'CSSTL01 UNREGISTERED BILLERS = '
080700         CSSTL-NO-PROFILE-COUNT.
080800     DISPLAY 'CSSTL01 NO CHART ROW        = '
080900         CSSTL-NO-CHART-COUNT.
081000     DISPLAY 'CSSTL01 LEGS RE-DATED       = '
081100         CSSTL-LATE-COUNT.
081200     IF CSSTL-NO-CHART-COUNT NOT = ZERO
081300         MOVE 4 TO CSSTL-SEVERITY-CODE
081400     END-IF.
081500 3000-EXIT.
081600     EXIT.
081700
081800 8100-READ-WORK.
081900     READ CSSTIX-FILE NEXT RECORD
082000         AT END
082100             SET CSSTL-WORK-EOF TO TRUE
082200     END-READ.
082300 8100-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------*
082700*  FETCHES THE WORK ROW FOR THE KEY ALREADY MOVED TO        *
082800*  STIX-KEY, OR STARTS A ZERO ROW WHEN THERE IS NONE YET.   *
082900*----------------------------------------------------------*
083000 8200-FETCH-WORK-ROW.
083100     SET CSSTL-STIX-FOUND-SW TO 'N'.
083200     READ CSSTIX-FILE
083300         KEY IS STIX-KEY
083400         INVALID KEY
083500             CONTINUE
083600         NOT INVALID KEY
083700             SET CSSTL-STIX-FOUND TO TRUE
083800     END-READ.
083900     IF NOT CSSTL-STIX-FOUND
084000         MOVE ZERO TO STIX-COLLECTED-AMOUNT
084100             STIX-COLLECTED-COUNT
084200             STIX-REVERSED-AMOUNT
084300             STIX-REVERSED-COUNT
084400             STIX-HELD-AMOUNT
084500             STIX-HELD-COUNT
084600     END-IF.
084700 8200-EXIT.
084800     EXIT.
084900
085000 8300-STORE-WORK-ROW.
085100     IF CSSTL-STIX-FOUND
085200         REWRITE SETTLEMENT-WORK-RECORD
085300     ELSE
085400         WRITE SETTLEMENT-WORK-RECORD
085500     END-IF.
085600 8300-EXIT.
085700     EXIT.
