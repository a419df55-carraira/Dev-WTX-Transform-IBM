000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSSMNT01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSSMNT01 -- SCHEDULED BILL-PAYMENT MAINTENANCE.         *
000900*                                                          *
001000*  THE CHANNEL COULD ONLY PAY A PUBLIC-SERVICE BILL ON THE *
001100*  SPOT.  A CUSTOMER NOW SCHEDULES THE PAYMENT AHEAD FOR   *
001200*  THE BILLER'S DUE DATE, AND THE PAYMENT WAITS IN THE     *
001300*  SCHEDULED-PAYMENT WAREHOUSE (CSSPM, KEYED CUSTOMER      *
001400*  IDENTIFICATION-TYPE / NUMBER AND A SCHEDULE NUMBER THE  *
001500*  CHANNEL ASSIGNS) UNTIL CSSGEN01 RAISES THE OCBCOSP01    *
001600*  REQUEST ON THE DAY.  THIS PROGRAM IS THE ONLY WAY       *
001700*  ENTRIES ARE WRITTEN OR CHANGED.  EACH TRANSACTION       *
001800*  (CSSPTX) IS ONE OF:                                     *
001900*    - 'A' SCHEDULES A NEW PAYMENT.  THE KEY MUST NOT BE   *
002000*      ON FILE;                                            *
002100*    - 'U' AMENDS THE BILLER, REFERENCES, CURRENCY, BANK   *
002200*      OR EXECUTION DATE OF A PAYMENT STILL WAITING;       *
002300*    - 'C' CANCELS A PAYMENT STILL WAITING.  THE ENTRY IS  *
002400*      KEPT, MARKED CANCELLED, FOR THE AUDIT TRAIL.        *
002500*  A PAYMENT ALREADY REQUESTED, EXECUTED, FAILED OR        *
002600*  CANCELLED CAN NO LONGER BE AMENDED OR CANCELLED.  THE   *
002700*  EXECUTION DATE MUST BE A REAL DATE AFTER TODAY AND NO   *
002800*  MORE THAN A YEAR OUT.  THE REFERENCES ARE CHECKED HERE, *
002900*  WHEN THE PAYMENT IS SCHEDULED, AGAINST THE BILLER'S     *
003000*  FORMAT RULES (CSREFMT1) -- THE SAME LENGTH AND          *
003100*  NUMERIC-OR-NOT RULES CSVAL02 APPLIES -- AND THE BILLER  *
003200*  MUST BE LIVE ON THE EXECUTION DATE.  A BILLER WITH NO   *
003300*  FORMAT ROW IS NOT ON FILE AND IS REFUSED.  EVERY        *
003400*  TRANSACTION -- APPLIED OR REJECTED -- WRITES ONE AUDIT  *
003500*  RECORD (CSSPAU) WITH BEFORE AND AFTER IMAGES, USER AND  *
003600*  TIMESTAMP.  ANY REJECT ENDS THE STEP WITH CONDITION     *
003700*  CODE 4.                                                 *
003800*----------------------------------------------------------*
003900*  MODIFICATION HISTORY                                    *
004000*    10/15/26  DOB  INITIAL VERSION.                       *
004100*----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-ZSERIES.
004500 OBJECT-COMPUTER. IBM-ZSERIES.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CSSPTX-FILE ASSIGN TO CSSPTX
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT CSSPM-FILE ASSIGN TO CSSPM
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SPM-KEY.
005400     SELECT CSREFMT-FILE ASSIGN TO CSREFMT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS FMT-KEY.
005800     SELECT CSSPAU-FILE ASSIGN TO CSSPAU
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CSSPTX-FILE.
006400     COPY "CSSPTX01.cpy".
006500
006600 FD  CSSPM-FILE.
006700     COPY "CSSPM01.cpy".
006800
006900 FD  CSREFMT-FILE.
007000     COPY "CSREFMT1.cpy".
007100
007200 FD  CSSPAU-FILE.
007300     COPY "CSSPAU01.cpy".
007400
007500 WORKING-STORAGE SECTION.
007600 01  CSSMNT-SWITCHES.
007700     05  CSSMNT-EOF-SW             PIC X(01) VALUE 'N'.
007800         88  CSSMNT-EOF              VALUE 'Y'.
007900     05  CSSMNT-SPM-FOUND-SW       PIC X(01) VALUE 'N'.
008000         88  CSSMNT-SPM-FOUND        VALUE 'Y'.
008100     05  CSSMNT-FMT-FOUND-SW       PIC X(01) VALUE 'N'.
008200         88  CSSMNT-FMT-FOUND        VALUE 'Y'.
008300     05  CSSMNT-VALID-SW           PIC X(01) VALUE 'N'.
008400         88  CSSMNT-VALID            VALUE 'Y'.
008500     05  CSSMNT-DATE-OK-SW         PIC X(01) VALUE 'N'.
008600         88  CSSMNT-DATE-OK          VALUE 'Y'.
008700
008800 77  CSSMNT-TODAY                  PIC 9(8) VALUE ZERO.
008900 77  CSSMNT-NOW                    PIC 9(6) VALUE ZERO.
009000 77  CSSMNT-HORIZON-DATE           PIC 9(8) VALUE ZERO.
009100 77  CSSMNT-LEN                    PIC 9(2) COMP VALUE ZERO.
009200 77  CSSMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
009300 77  CSSMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
009400 77  CSSMNT-MONTH-DAYS             PIC 9(2) VALUE ZERO.
009500 77  CSSMNT-LEAP-QUOTIENT          PIC 9(4) VALUE ZERO.
009600 77  CSSMNT-LEAP-REMAINDER         PIC 9(3) VALUE ZERO.
009700
009800 01  CSSMNT-DATE-WORK.
009900     05  CSSMNT-DATE-YEAR          PIC 9(4).
010000     05  CSSMNT-DATE-MONTH         PIC 9(2).
010100     05  CSSMNT-DATE-DAY           PIC 9(2).
010200
010300*----------------------------------------------------------*
010400*  DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY GAINS A   *
010500*  DAY IN A LEAP YEAR.                                     *
010600*----------------------------------------------------------*
010700 01  CSSMNT-MONTH-LIST.
010800     05  FILLER                    PIC X(24)
010900         VALUE '312831303130313130313031'.
011000 01  CSSMNT-MONTH-TABLE REDEFINES CSSMNT-MONTH-LIST.
011100     05  CSSMNT-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
011700         UNTIL CSSMNT-EOF.
011800     PERFORM 3000-FINISH THRU 3000-EXIT.
011900     STOP RUN.
012000
012100 1000-INITIALIZE.
012200     OPEN INPUT CSSPTX-FILE.
012300     OPEN I-O CSSPM-FILE.
012400     OPEN INPUT CSREFMT-FILE.
012500     OPEN OUTPUT CSSPAU-FILE.
012600     ACCEPT CSSMNT-TODAY FROM DATE YYYYMMDD.
012700     ACCEPT CSSMNT-NOW FROM TIME.
012800     COMPUTE CSSMNT-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
012900         FUNCTION INTEGER-OF-DATE(CSSMNT-TODAY) + 366).
013000     PERFORM 8100-READ-CSSPTX THRU 8100-EXIT.
013100 1000-EXIT.
013200     EXIT.
013300
013400 2000-PROCESS-TRANSACTION.
013500     MOVE SPACES TO SCHEDULED-PAYMENT-AUDIT-RECORD.
013600     MOVE ZERO TO SPMA-INVALID-REFERENCE-NUMBER
013700         SPMA-OLD-AGREEMENT-CODE SPMA-OLD-SP-SERVICE-CODE
013800         SPMA-OLD-CURRENCY-CODE SPMA-OLD-COUNTRY-CODE
013900         SPMA-OLD-BANK-CODE SPMA-OLD-EXECUTION-DATE
014000         SPMA-NEW-AGREEMENT-CODE SPMA-NEW-SP-SERVICE-CODE
014100         SPMA-NEW-CURRENCY-CODE SPMA-NEW-COUNTRY-CODE
014200         SPMA-NEW-BANK-CODE SPMA-NEW-EXECUTION-DATE.
014300     PERFORM 2100-LOOKUP-ENTRY THRU 2100-EXIT.
014400     PERFORM 2200-VALIDATE THRU 2200-EXIT.
014500     IF CSSMNT-VALID
014600         PERFORM 2300-APPLY THRU 2300-EXIT
014700         SET SPMA-APPLIED TO TRUE
014800         ADD 1 TO CSSMNT-APPLIED-COUNT
014900     ELSE
015000         SET SPMA-REJECTED TO TRUE
015100         ADD 1 TO CSSMNT-REJECT-COUNT
015200     END-IF.
015300     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
015400     PERFORM 8100-READ-CSSPTX THRU 8100-EXIT.
015500 2000-EXIT.
015600     EXIT.
015700
015800 2100-LOOKUP-ENTRY.
015900     SET CSSMNT-SPM-FOUND-SW TO 'N'.
016000     MOVE SPMT-IDENTIFICATION-TYPE   TO SPM-IDENTIFICATION-TYPE.
016100     MOVE SPMT-IDENTIFICATION-NUMBER TO
016200         SPM-IDENTIFICATION-NUMBER.
016300     MOVE SPMT-SCHEDULE-NUMBER       TO SPM-SCHEDULE-NUMBER.
016400     READ CSSPM-FILE
016500         KEY IS SPM-KEY
016600         INVALID KEY
016700             CONTINUE
016800         NOT INVALID KEY
016900             SET CSSMNT-SPM-FOUND TO TRUE
017000     END-READ.
017100 2100-EXIT.
017200     EXIT.
017300
017400 2200-VALIDATE.
017500     SET CSSMNT-VALID-SW TO 'N'.
017600     IF NOT SPMT-ADD AND NOT SPMT-AMEND AND NOT SPMT-CANCEL
017700         SET SPMA-BAD-ACTION TO TRUE
017800         GO TO 2200-EXIT
017900     END-IF.
018000     IF SPMT-MAINT-USER = SPACES
018100         SET SPMA-NO-MAKER TO TRUE
018200         GO TO 2200-EXIT
018300     END-IF.
018400     IF SPMT-IDENTIFICATION-TYPE = SPACE
018500             OR SPMT-IDENTIFICATION-NUMBER NOT NUMERIC
018600             OR SPMT-IDENTIFICATION-NUMBER = ZERO
018700             OR SPMT-SCHEDULE-NUMBER NOT NUMERIC
018800             OR SPMT-SCHEDULE-NUMBER = ZERO
018900         SET SPMA-BAD-IDENTITY TO TRUE
019000         GO TO 2200-EXIT
019100     END-IF.
019200     IF SPMT-ADD AND CSSMNT-SPM-FOUND
019300         SET SPMA-ROW-EXISTS TO TRUE
019400         GO TO 2200-EXIT
019500     END-IF.
019600     IF NOT SPMT-ADD AND NOT CSSMNT-SPM-FOUND
019700         SET SPMA-ROW-NOT-FOUND TO TRUE
019800         GO TO 2200-EXIT
019900     END-IF.
020000     IF NOT SPMT-ADD AND NOT SPM-SCHEDULED
020100         SET SPMA-NOT-SCHEDULED TO TRUE
020200         GO TO 2200-EXIT
020300     END-IF.
020400     IF SPMT-CANCEL
020500         SET CSSMNT-VALID TO TRUE
020600         GO TO 2200-EXIT
020700     END-IF.
020800     IF SPMT-AGREEMENT-CODE NOT NUMERIC
020900             OR SPMT-AGREEMENT-CODE = ZERO
021000             OR SPMT-SP-SERVICE-CODE NOT NUMERIC
021100             OR SPMT-SP-SERVICE-CODE = ZERO
021200             OR SPMT-COUNTRY-CODE NOT NUMERIC
021300             OR SPMT-COUNTRY-CODE = ZERO
021400             OR SPMT-BANK-CODE NOT NUMERIC
021500             OR SPMT-BANK-CODE = ZERO
021600         SET SPMA-BAD-CODE TO TRUE
021700         GO TO 2200-EXIT
021800     END-IF.
021900     IF SPMT-CURRENCY-CODE NOT NUMERIC
022000             OR SPMT-CURRENCY-CODE = ZERO
022100         SET SPMA-BAD-CURRENCY TO TRUE
022200         GO TO 2200-EXIT
022300     END-IF.
022400     PERFORM 2210-CHECK-DATE THRU 2210-EXIT.
022500     IF NOT CSSMNT-DATE-OK
022600             OR SPMT-EXECUTION-DATE NOT > CSSMNT-TODAY
022700             OR SPMT-EXECUTION-DATE > CSSMNT-HORIZON-DATE
022800         SET SPMA-BAD-DATE TO TRUE
022900         GO TO 2200-EXIT
023000     END-IF.
023100     PERFORM 2220-LOOKUP-FORMAT THRU 2220-EXIT.
023200     IF NOT CSSMNT-FMT-FOUND
023300         SET SPMA-BILLER-NOT-FOUND TO TRUE
023400         GO TO 2200-EXIT
023500     END-IF.
023600     PERFORM 2230-CHECK-EFFECTIVE THRU 2230-EXIT.
023700     IF SPMA-REJECT-REASON NOT = SPACES
023800         GO TO 2200-EXIT
023900     END-IF.
024000     PERFORM 2240-CHECK-REFERENCE-1 THRU 2240-EXIT.
024100     PERFORM 2250-CHECK-REFERENCE-2 THRU 2250-EXIT.
024200     PERFORM 2260-CHECK-REFERENCE-3 THRU 2260-EXIT.
024300     IF SPMA-INVALID-REFERENCE-NUMBER NOT = ZERO
024400         SET SPMA-REFERENCE-FORMAT-ERROR TO TRUE
024500         GO TO 2200-EXIT
024600     END-IF.
024700     SET CSSMNT-VALID TO TRUE.
024800 2200-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------*
025200*  A REAL CALENDAR DATE: MONTH 1-12 AND A DAY THAT EXISTS  *
025300*  IN THAT MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.         *
025400*----------------------------------------------------------*
025500 2210-CHECK-DATE.
025600     SET CSSMNT-DATE-OK-SW TO 'N'.
025700     IF SPMT-EXECUTION-DATE NOT NUMERIC
025800         GO TO 2210-EXIT
025900     END-IF.
026000     MOVE SPMT-EXECUTION-DATE TO CSSMNT-DATE-WORK.
026100     IF CSSMNT-DATE-YEAR < 1601
026200             OR CSSMNT-DATE-MONTH < 1 OR CSSMNT-DATE-MONTH > 12
026300         GO TO 2210-EXIT
026400     END-IF.
026500     MOVE CSSMNT-MONTH-LENGTH (CSSMNT-DATE-MONTH)
026600         TO CSSMNT-MONTH-DAYS.
026700     IF CSSMNT-DATE-MONTH = 2
026800         DIVIDE CSSMNT-DATE-YEAR BY 4 GIVING CSSMNT-LEAP-QUOTIENT
026900             REMAINDER CSSMNT-LEAP-REMAINDER
027000         IF CSSMNT-LEAP-REMAINDER = ZERO
027100             MOVE 29 TO CSSMNT-MONTH-DAYS
027200             DIVIDE CSSMNT-DATE-YEAR BY 100
027300                 GIVING CSSMNT-LEAP-QUOTIENT
027400                 REMAINDER CSSMNT-LEAP-REMAINDER
027500             IF CSSMNT-LEAP-REMAINDER = ZERO
027600                 DIVIDE CSSMNT-DATE-YEAR BY 400
027700                     GIVING CSSMNT-LEAP-QUOTIENT
027800                     REMAINDER CSSMNT-LEAP-REMAINDER
027900                 IF CSSMNT-LEAP-REMAINDER NOT = ZERO
028000                     MOVE 28 TO CSSMNT-MONTH-DAYS
028100                 END-IF
028200             END-IF
028300         END-IF
028400     END-IF.
028500     IF CSSMNT-DATE-DAY < 1
028600             OR CSSMNT-DATE-DAY > CSSMNT-MONTH-DAYS
028700         GO TO 2210-EXIT
028800     END-IF.
028900     SET CSSMNT-DATE-OK TO TRUE.
029000 2210-EXIT.
029100     EXIT.
029200
029300 2220-LOOKUP-FORMAT.
029400     SET CSSMNT-FMT-FOUND-SW TO 'N'.
029500     MOVE SPMT-AGREEMENT-CODE  TO AGREEMENT-CODE OF FMT-KEY.
029600     MOVE SPMT-SP-SERVICE-CODE TO SP-SERVICE-CODE OF FMT-KEY.
029700     READ CSREFMT-FILE
029800         KEY IS FMT-KEY
029900         INVALID KEY
030000             CONTINUE
030100         NOT INVALID KEY
030200             SET CSSMNT-FMT-FOUND TO TRUE
030300     END-READ.
030400 2220-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------*
030800*  THE BILLER MUST BE LIVE ON THE EXECUTION DATE -- THE    *
030900*  SAME TEST CSVAL02 MAKES AGAINST THE REQUEST DATE.  A    *
031000*  FORMAT ROW WITH SPACES IN A DATE IS TREATED AS OPEN.    *
031100*----------------------------------------------------------*
031200 2230-CHECK-EFFECTIVE.
031300     IF FMT-EFFECTIVE-FROM NUMERIC
031400             AND FMT-EFFECTIVE-FROM > ZERO
031500             AND SPMT-EXECUTION-DATE < FMT-EFFECTIVE-FROM
031600         SET SPMA-BILLER-NOT-YET-ACTIVE TO TRUE
031700         GO TO 2230-EXIT
031800     END-IF.
031900     IF FMT-EFFECTIVE-TO NUMERIC
032000             AND FMT-EFFECTIVE-TO > ZERO
032100             AND SPMT-EXECUTION-DATE NOT < FMT-EFFECTIVE-TO
032200         SET SPMA-BILLER-DEACTIVATED TO TRUE
032300     END-IF.
032400 2230-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------*
032800*  REFERENCE-1 AND -2 ARE 25 BYTES ON THE REQUEST,         *
032900*  REFERENCE-3 IS 12.  A ZERO LENGTH MEANS THE REFERENCE   *
033000*  IS NOT CHECKED.  THE FIRST BAD REFERENCE IS RECORDED.   *
033100*----------------------------------------------------------*
033200 2240-CHECK-REFERENCE-1.
033300     MOVE REFERENCE-1-LENGTH OF BILLER-FORMAT-RECORD TO
033400         CSSMNT-LEN.
033500     IF CSSMNT-LEN > ZERO AND CSSMNT-LEN < 25
033600         IF SPMT-REFERENCE-1 (CSSMNT-LEN + 1:) NOT = SPACES
033700             MOVE 1 TO SPMA-INVALID-REFERENCE-NUMBER
033800             GO TO 2240-EXIT
033900         END-IF
034000     END-IF.
034100     IF REFERENCE-1-NUMERIC OF BILLER-FORMAT-RECORD
034200             AND CSSMNT-LEN > ZERO
034300         IF SPMT-REFERENCE-1 (1:CSSMNT-LEN) IS NOT NUMERIC
034400             MOVE 1 TO SPMA-INVALID-REFERENCE-NUMBER
034500         END-IF
034600     END-IF.
034700 2240-EXIT.
034800     EXIT.
034900
035000 2250-CHECK-REFERENCE-2.
035100     IF SPMA-INVALID-REFERENCE-NUMBER NOT = ZERO
035200         GO TO 2250-EXIT
035300     END-IF.
035400     MOVE REFERENCE-2-LENGTH OF BILLER-FORMAT-RECORD TO
035500         CSSMNT-LEN.
035600     IF CSSMNT-LEN > ZERO AND CSSMNT-LEN < 25
035700         IF SPMT-REFERENCE-2 (CSSMNT-LEN + 1:) NOT = SPACES
035800             MOVE 2 TO SPMA-INVALID-REFERENCE-NUMBER
035900             GO TO 2250-EXIT
036000         END-IF
036100     END-IF.
036200     IF REFERENCE-2-NUMERIC OF BILLER-FORMAT-RECORD
036300             AND CSSMNT-LEN > ZERO
036400         IF SPMT-REFERENCE-2 (1:CSSMNT-LEN) IS NOT NUMERIC
036500             MOVE 2 TO SPMA-INVALID-REFERENCE-NUMBER
036600         END-IF
036700     END-IF.
036800 2250-EXIT.
036900     EXIT.
037000
037100 2260-CHECK-REFERENCE-3.
037200     IF SPMA-INVALID-REFERENCE-NUMBER NOT = ZERO
037300         GO TO 2260-EXIT
037400     END-IF.
037500     MOVE REFERENCE-3-LENGTH OF BILLER-FORMAT-RECORD TO
037600         CSSMNT-LEN.
037700     IF CSSMNT-LEN > ZERO AND CSSMNT-LEN < 12
037800         IF SPMT-REFERENCE-3 (CSSMNT-LEN + 1:) NOT = SPACES
037900             MOVE 3 TO SPMA-INVALID-REFERENCE-NUMBER
038000             GO TO 2260-EXIT
038100         END-IF
038200     END-IF.
038300     IF REFERENCE-3-NUMERIC OF BILLER-FORMAT-RECORD
038400             AND CSSMNT-LEN > ZERO
038500         IF SPMT-REFERENCE-3 (1:CSSMNT-LEN) IS NOT NUMERIC
038600             MOVE 3 TO SPMA-INVALID-REFERENCE-NUMBER
038700         END-IF
038800     END-IF.
038900 2260-EXIT.
039000     EXIT.
039100
039200 2300-APPLY.
039300     IF CSSMNT-SPM-FOUND
039400         PERFORM 2340-BEFORE-IMAGE THRU 2340-EXIT
039500     END-IF.
039600     EVALUATE TRUE
039700         WHEN SPMT-ADD
039800             PERFORM 2310-BUILD-ENTRY THRU 2310-EXIT
039900             WRITE SCHEDULED-PAYMENT-RECORD
040000         WHEN SPMT-AMEND
040100             PERFORM 2320-AMEND-ENTRY THRU 2320-EXIT
040200             REWRITE SCHEDULED-PAYMENT-RECORD
040300         WHEN SPMT-CANCEL
040400             SET SPM-CANCELLED TO TRUE
040500             MOVE SPMT-MAINT-USER TO SPM-MAINT-USER
040600             MOVE CSSMNT-TODAY    TO SPM-MAINT-DATE
040700             REWRITE SCHEDULED-PAYMENT-RECORD
040800     END-EVALUATE.
040900     MOVE SPM-AGREEMENT-CODE  TO SPMA-NEW-AGREEMENT-CODE.
041000     MOVE SPM-SP-SERVICE-CODE TO SPMA-NEW-SP-SERVICE-CODE.
041100     MOVE SPM-REFERENCE-1     TO SPMA-NEW-REFERENCE-1.
041200     MOVE SPM-REFERENCE-2     TO SPMA-NEW-REFERENCE-2.
041300     MOVE SPM-REFERENCE-3     TO SPMA-NEW-REFERENCE-3.
041400     MOVE SPM-CURRENCY-CODE   TO SPMA-NEW-CURRENCY-CODE.
041500     MOVE SPM-COUNTRY-CODE    TO SPMA-NEW-COUNTRY-CODE.
041600     MOVE SPM-BANK-CODE       TO SPMA-NEW-BANK-CODE.
041700     MOVE SPM-EXECUTION-DATE  TO SPMA-NEW-EXECUTION-DATE.
041800     MOVE SPM-STATUS          TO SPMA-NEW-STATUS.
041900 2300-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------*
042300*  A NEW ENTRY WAITS IN STATUS 'S'.  THE DUE DATE AND THE  *
042400*  REQUEST AND RESULT FIELDS ARE FILLED IN LATER BY        *
042500*  CSSGEN01 AND CSSRES01.                                  *
042600*----------------------------------------------------------*
042700 2310-BUILD-ENTRY.
042800     MOVE SPACES TO SCHEDULED-PAYMENT-RECORD.
042900     MOVE SPMT-IDENTIFICATION-TYPE   TO SPM-IDENTIFICATION-TYPE.
043000     MOVE SPMT-IDENTIFICATION-NUMBER TO
043100         SPM-IDENTIFICATION-NUMBER.
043200     MOVE SPMT-SCHEDULE-NUMBER       TO SPM-SCHEDULE-NUMBER.
043300     PERFORM 2320-AMEND-ENTRY THRU 2320-EXIT.
043400     SET SPM-SCHEDULED TO TRUE.
043500     MOVE ZERO TO SPM-DUE-DATE SPM-REQUESTED-DATE
043600         SPM-RESULT-DATE SPM-PAYMENT-VALUE
043700         SPM-ASSOCIATED-SERVICE.
043800     MOVE CSSMNT-TODAY TO SPM-SCHEDULED-DATE.
043900 2310-EXIT.
044000     EXIT.
044100
044200 2320-AMEND-ENTRY.
044300     MOVE SPMT-AGREEMENT-CODE  TO SPM-AGREEMENT-CODE.
044400     MOVE SPMT-SP-SERVICE-CODE TO SPM-SP-SERVICE-CODE.
044500     MOVE SPMT-REFERENCE-1     TO SPM-REFERENCE-1.
044600     MOVE SPMT-REFERENCE-2     TO SPM-REFERENCE-2.
044700     MOVE SPMT-REFERENCE-3     TO SPM-REFERENCE-3.
044800     MOVE SPMT-CURRENCY-CODE   TO SPM-CURRENCY-CODE.
044900     MOVE SPMT-COUNTRY-CODE    TO SPM-COUNTRY-CODE.
045000     MOVE SPMT-BANK-CODE       TO SPM-BANK-CODE.
045100     MOVE SPMT-EXECUTION-DATE  TO SPM-EXECUTION-DATE.
045200     MOVE SPMT-MAINT-USER      TO SPM-MAINT-USER.
045300     MOVE CSSMNT-TODAY         TO SPM-MAINT-DATE.
045400 2320-EXIT.
045500     EXIT.
045600
045700 2340-BEFORE-IMAGE.
045800     MOVE SPM-AGREEMENT-CODE  TO SPMA-OLD-AGREEMENT-CODE.
045900     MOVE SPM-SP-SERVICE-CODE TO SPMA-OLD-SP-SERVICE-CODE.
046000     MOVE SPM-REFERENCE-1     TO SPMA-OLD-REFERENCE-1.
046100     MOVE SPM-REFERENCE-2     TO SPMA-OLD-REFERENCE-2.
046200     MOVE SPM-REFERENCE-3     TO SPMA-OLD-REFERENCE-3.
046300     MOVE SPM-CURRENCY-CODE   TO SPMA-OLD-CURRENCY-CODE.
046400     MOVE SPM-COUNTRY-CODE    TO SPMA-OLD-COUNTRY-CODE.
046500     MOVE SPM-BANK-CODE       TO SPMA-OLD-BANK-CODE.
046600     MOVE SPM-EXECUTION-DATE  TO SPMA-OLD-EXECUTION-DATE.
046700     MOVE SPM-STATUS          TO SPMA-OLD-STATUS.
046800 2340-EXIT.
046900     EXIT.
047000
047100 2400-WRITE-AUDIT.
047200     MOVE SPMT-ACTION             TO SPMA-ACTION.
047300     MOVE SPMT-IDENTIFICATION-TYPE TO SPMA-IDENTIFICATION-TYPE.
047400     IF SPMT-IDENTIFICATION-NUMBER NUMERIC
047500         MOVE SPMT-IDENTIFICATION-NUMBER TO
047600             SPMA-IDENTIFICATION-NUMBER
047700     ELSE
047800         MOVE ZERO TO SPMA-IDENTIFICATION-NUMBER
047900     END-IF.
048000     IF SPMT-SCHEDULE-NUMBER NUMERIC
048100         MOVE SPMT-SCHEDULE-NUMBER TO SPMA-SCHEDULE-NUMBER
048200     ELSE
048300         MOVE ZERO TO SPMA-SCHEDULE-NUMBER
048400     END-IF.
048500     MOVE SPMT-MAINT-USER         TO SPMA-MAINT-USER.
048600     MOVE CSSMNT-TODAY            TO SPMA-MAINT-DATE.
048700     MOVE CSSMNT-NOW              TO SPMA-MAINT-TIME.
048800     WRITE SCHEDULED-PAYMENT-AUDIT-RECORD.
048900 2400-EXIT.
049000     EXIT.
049100
049200 3000-FINISH.
049300     CLOSE CSSPTX-FILE.
049400     CLOSE CSSPM-FILE.
049500     CLOSE CSREFMT-FILE.
049600     CLOSE CSSPAU-FILE.
049700     DISPLAY 'CSSMNT01 TRANSACTIONS APPLIED  = '
049800         CSSMNT-APPLIED-COUNT.
049900     DISPLAY 'CSSMNT01 TRANSACTIONS REJECTED = '
050000         CSSMNT-REJECT-COUNT.
050100     IF CSSMNT-REJECT-COUNT NOT = ZERO
050200         MOVE 4 TO RETURN-CODE
050300     END-IF.
050400 3000-EXIT.
050500     EXIT.
050600
050700 8100-READ-CSSPTX.
050800     READ CSSPTX-FILE
050900         AT END
051000             SET CSSMNT-EOF TO TRUE
051100     END-READ.
051200 8100-EXIT.
051300     EXIT.
