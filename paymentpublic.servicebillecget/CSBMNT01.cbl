000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSBMNT01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSBMNT01 -- BILLER MASTER MAINTENANCE.                   *
000900*                                                          *
001000*  A BILLER'S SET-UP LIVES IN THREE TABLES: THE PROFILE     *
001100*  (CSBPRF, KEYED ASSOCIATED-SERVICE), THE REFERENCE-       *
001200*  FORMAT RULES (CSREFMT, KEYED AGREEMENT-CODE / SP-        *
001300*  SERVICE-CODE) AND THE SURCHARGE RULE (CSSRUL, SAME KEY). *
001400*  EDITED SEPARATELY THEY FELL OUT OF STEP -- PROFILES      *
001500*  MISSING AT REMITTANCE (CSREM01), FORMATS MISSING AT      *
001600*  VALIDATION (CSVAL02).  THIS PROGRAM IS NOW THE ONLY      *
001700*  SUPPORTED WAY TO TOUCH ANY OF THEM.  ONE TRANSACTION     *
001800*  (CSBTX) CARRIES THE WHOLE BILLER AND IS APPLIED TO ALL   *
001900*  THREE TABLES AT ONCE, THE SAME WAY CFGMNT01 MAINTAINS    *
002000*  CTRYCFG:                                                 *
002100*    - 'A' ONBOARDS A BILLER FROM THE EFFECTIVE DATE (ZERO  *
002200*      MEANS TODAY; A FUTURE DATE SCHEDULES IT).  NEITHER   *
002300*      THE PROFILE NOR THE FORMAT ROW MAY EXIST ALREADY;    *
002400*    - 'U' CHANGES NAME, OUTPUT FORMAT, CURRENCY, FORMAT    *
002500*      RULES AND SURCHARGE RULE.  A MISSING FORMAT OR RULE  *
002600*      ROW IS WRITTEN, SO AN OUT-OF-STEP BILLER IS REPAIRED *
002700*      BY ITS NEXT UPDATE; A BLANK RULE TYPE REMOVES THE    *
002800*      SURCHARGE RULE.  AN EFFECTIVE DATE ON AN UPDATE      *
002900*      RESCHEDULES A BILLER THAT IS NOT YET LIVE AND IS     *
003000*      REFUSED OTHERWISE;                                   *
003100*    - 'D' DEACTIVATES THE BILLER FROM THE EFFECTIVE DATE   *
003200*      (ZERO MEANS TODAY, NEVER IN THE PAST).  THE ROWS     *
003300*      ARE KEPT WITH THE EFFECTIVE-TO DATE SET: CSVAL02     *
003400*      REFUSES NEW REQUESTS FROM THAT DATE, WHILE CSREM01,  *
003500*      CSSTL01 AND CSCOM01 STILL FIND THE PROFILE AND       *
003600*      REMIT THE COLLECTIONS ALREADY IN FLIGHT.             *
003700*  THE PROFILE CARRIES THE AGREEMENT-CODE / SP-SERVICE-CODE *
003800*  IT WAS SET UP UNDER, SO AN UPDATE OR DEACTIVATION THAT   *
003900*  NAMES A DIFFERENT PAIR IS REFUSED.  EVERY TRANSACTION -- *
004000*  APPLIED OR REJECTED -- WRITES ONE AUDIT RECORD (CSBAUD)  *
004100*  WITH BEFORE AND AFTER IMAGES, USER AND TIMESTAMP.  ANY   *
004200*  REJECT ENDS THE STEP WITH CONDITION CODE 4.  CSBREG01    *
004300*  LISTS THE RESULTING REGISTER.                            *
004400*----------------------------------------------------------*
004500*  MODIFICATION HISTORY                                    *
004600*    10/15/26  DOB  INITIAL VERSION.                       *
004700*    10/15/26  DOB  THE PROFILE ALSO CARRIES THE LAYOUT OF *
004800*                   THE BILLER'S PRESENTMENT FILE (BLANK   *
004900*                   FOR A BILLER THAT SENDS NONE, '1'      *
005000*                   STANDARD, '2' EXTENDED -- SEE          *
005100*                   CSBPL01).  ANY OTHER VALUE IS REFUSED  *
005200*                   AS A BAD FORMAT.                       *
005300*----------------------------------------------------------*
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-ZSERIES.
005700 OBJECT-COMPUTER. IBM-ZSERIES.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT CSBTX-FILE ASSIGN TO CSBTX
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
006600     SELECT CSREFMT-FILE ASSIGN TO CSREFMT
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS FMT-KEY.
007000     SELECT CSSRUL-FILE ASSIGN TO CSSRUL
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS SRUL-KEY.
007400     SELECT CSBAUD-FILE ASSIGN TO CSBAUD
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CSBTX-FILE.
008000     COPY "CSBTX01.cpy".
008100
008200 FD  CSBPRF-FILE.
008300     COPY "CSBPRF01.cpy".
008400
008500 FD  CSREFMT-FILE.
008600     COPY "CSREFMT1.cpy".
008700
008800 FD  CSSRUL-FILE.
008900     COPY "CSSRUL01.cpy".
009000
009100 FD  CSBAUD-FILE.
009200     COPY "CSBAUD01.cpy".
009300
009400 WORKING-STORAGE SECTION.
009500 01  CSBMNT-SWITCHES.
009600     05  CSBMNT-EOF-SW             PIC X(01) VALUE 'N'.
009700         88  CSBMNT-EOF              VALUE 'Y'.
009800     05  CSBMNT-PRF-FOUND-SW       PIC X(01) VALUE 'N'.
009900         88  CSBMNT-PRF-FOUND        VALUE 'Y'.
010000     05  CSBMNT-FMT-FOUND-SW       PIC X(01) VALUE 'N'.
010100         88  CSBMNT-FMT-FOUND        VALUE 'Y'.
010200     05  CSBMNT-RUL-FOUND-SW       PIC X(01) VALUE 'N'.
010300         88  CSBMNT-RUL-FOUND        VALUE 'Y'.
010400     05  CSBMNT-VALID-SW           PIC X(01) VALUE 'N'.
010500         88  CSBMNT-VALID            VALUE 'Y'.
010600
010700 77  CSBMNT-TODAY                  PIC 9(8) VALUE ZERO.
010800 77  CSBMNT-NOW                    PIC 9(6) VALUE ZERO.
010900 77  CSBMNT-EFFECTIVE-DATE         PIC 9(8) VALUE ZERO.
011000 77  CSBMNT-FROM-DATE              PIC 9(8) VALUE ZERO.
011100 77  CSBMNT-TO-DATE                PIC 9(8) VALUE ZERO.
011200 77  CSBMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
011300 77  CSBMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
011400
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011800     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
011900         UNTIL CSBMNT-EOF.
012000     PERFORM 3000-FINISH THRU 3000-EXIT.
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012400     OPEN INPUT CSBTX-FILE.
012500     OPEN I-O CSBPRF-FILE.
012600     OPEN I-O CSREFMT-FILE.
012700     OPEN I-O CSSRUL-FILE.
012800     OPEN OUTPUT CSBAUD-FILE.
012900     ACCEPT CSBMNT-TODAY FROM DATE YYYYMMDD.
013000     ACCEPT CSBMNT-NOW FROM TIME.
013100     PERFORM 8100-READ-CSBTX THRU 8100-EXIT.
013200 1000-EXIT.
013300     EXIT.
013400
013500 2000-PROCESS-TRANSACTION.
013600     MOVE SPACES TO BILLER-MAINT-AUDIT-RECORD.
013700     MOVE ZERO TO CSBA-OLD-CURRENCY-CODE CSBA-OLD-EFFECTIVE-FROM
013800         CSBA-OLD-EFFECTIVE-TO CSBA-NEW-CURRENCY-CODE
013900         CSBA-NEW-EFFECTIVE-FROM CSBA-NEW-EFFECTIVE-TO.
014000     PERFORM 2100-LOOKUP-ROWS THRU 2100-EXIT.
014100     PERFORM 2200-VALIDATE THRU 2200-EXIT.
014200     IF CSBMNT-VALID
014300         PERFORM 2300-APPLY THRU 2300-EXIT
014400         SET CSBA-APPLIED TO TRUE
014500         ADD 1 TO CSBMNT-APPLIED-COUNT
014600     ELSE
014700         SET CSBA-REJECTED TO TRUE
014800         ADD 1 TO CSBMNT-REJECT-COUNT
014900     END-IF.
015000     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
015100     PERFORM 8100-READ-CSBTX THRU 8100-EXIT.
015200 2000-EXIT.
015300     EXIT.
015400
015500 2100-LOOKUP-ROWS.
015600     SET CSBMNT-PRF-FOUND-SW TO 'N'.
015700     SET CSBMNT-FMT-FOUND-SW TO 'N'.
015800     SET CSBMNT-RUL-FOUND-SW TO 'N'.
015900     MOVE CSBT-ASSOCIATED-SERVICE TO BPRF-ASSOCIATED-SERVICE.
016000     READ CSBPRF-FILE
016100         KEY IS BPRF-ASSOCIATED-SERVICE
016200         INVALID KEY
016300             CONTINUE
016400         NOT INVALID KEY
016500             SET CSBMNT-PRF-FOUND TO TRUE
016600     END-READ.
016700     MOVE CSBT-AGREEMENT-CODE  TO AGREEMENT-CODE OF FMT-KEY.
016800     MOVE CSBT-SP-SERVICE-CODE TO SP-SERVICE-CODE OF FMT-KEY.
016900     READ CSREFMT-FILE
017000         KEY IS FMT-KEY
017100         INVALID KEY
017200             CONTINUE
017300         NOT INVALID KEY
017400             SET CSBMNT-FMT-FOUND TO TRUE
017500     END-READ.
017600     MOVE CSBT-AGREEMENT-CODE  TO SRUL-AGREEMENT-CODE.
017700     MOVE CSBT-SP-SERVICE-CODE TO SRUL-SP-SERVICE-CODE.
017800     READ CSSRUL-FILE
017900         KEY IS SRUL-KEY
018000         INVALID KEY
018100             CONTINUE
018200         NOT INVALID KEY
018300             SET CSBMNT-RUL-FOUND TO TRUE
018400     END-READ.
018500 2100-EXIT.
018600     EXIT.
018700
018800*----------------------------------------------------------*
018900*  PROFILES WRITTEN BEFORE THE EFFECTIVE DATES AND THE      *
019000*  AGREEMENT / SP-SERVICE PAIR EXISTED CARRY SPACES THERE;  *
019100*  A NON-NUMERIC DATE IS TREATED AS OPEN AND A NON-NUMERIC  *
019200*  PAIR AS NOT YET RECORDED.                                *
019300*----------------------------------------------------------*
019400 2200-VALIDATE.
019500     SET CSBMNT-VALID-SW TO 'N'.
019600     IF NOT CSBT-ADD AND NOT CSBT-UPDATE AND NOT CSBT-DEACTIVATE
019700         SET CSBA-BAD-ACTION TO TRUE
019800         GO TO 2200-EXIT
019900     END-IF.
020000     IF CSBT-MAINT-USER = SPACES
020100         SET CSBA-NO-MAKER TO TRUE
020200         GO TO 2200-EXIT
020300     END-IF.
020400     IF CSBT-AGREEMENT-CODE NOT NUMERIC
020500             OR CSBT-AGREEMENT-CODE = ZERO
020600             OR CSBT-SP-SERVICE-CODE NOT NUMERIC
020700             OR CSBT-SP-SERVICE-CODE = ZERO
020800             OR CSBT-ASSOCIATED-SERVICE NOT NUMERIC
020900             OR CSBT-ASSOCIATED-SERVICE = ZERO
021000         SET CSBA-BAD-CODE TO TRUE
021100         GO TO 2200-EXIT
021200     END-IF.
021300     IF CSBT-EFFECTIVE-DATE NOT NUMERIC
021400         SET CSBA-BAD-DATE TO TRUE
021500         GO TO 2200-EXIT
021600     END-IF.
021700     IF CSBT-EFFECTIVE-DATE = ZERO
021800         MOVE CSBMNT-TODAY TO CSBMNT-EFFECTIVE-DATE
021900     ELSE
022000         MOVE CSBT-EFFECTIVE-DATE TO CSBMNT-EFFECTIVE-DATE
022100     END-IF.
022200     IF CSBT-ADD
022300             AND (CSBMNT-PRF-FOUND OR CSBMNT-FMT-FOUND)
022400         SET CSBA-ROW-EXISTS TO TRUE
022500         GO TO 2200-EXIT
022600     END-IF.
022700     IF CSBT-ADD
022800         GO TO 2200-CHECK-CONTENT
022900     END-IF.
023000     IF NOT CSBMNT-PRF-FOUND
023100         SET CSBA-ROW-NOT-FOUND TO TRUE
023200         GO TO 2200-EXIT
023300     END-IF.
023400     IF BPRF-AGREEMENT-CODE NUMERIC
023500             AND BPRF-AGREEMENT-CODE NOT = ZERO
023600             AND (BPRF-AGREEMENT-CODE NOT = CSBT-AGREEMENT-CODE
023700             OR BPRF-SP-SERVICE-CODE NOT = CSBT-SP-SERVICE-CODE)
023800         SET CSBA-KEY-MISMATCH TO TRUE
023900         GO TO 2200-EXIT
024000     END-IF.
024100     IF BPRF-EFFECTIVE-TO NUMERIC
024200             AND BPRF-EFFECTIVE-TO NOT = ZERO
024300             AND BPRF-EFFECTIVE-TO NOT > CSBMNT-TODAY
024400         SET CSBA-INACTIVE TO TRUE
024500         GO TO 2200-EXIT
024600     END-IF.
024700     IF CSBT-DEACTIVATE
024800         IF CSBMNT-EFFECTIVE-DATE < CSBMNT-TODAY
024900                 OR (BPRF-EFFECTIVE-FROM NUMERIC
025000                 AND CSBMNT-EFFECTIVE-DATE NOT >
025100                     BPRF-EFFECTIVE-FROM)
025200             SET CSBA-BAD-DATE TO TRUE
025300         ELSE
025400             SET CSBMNT-VALID TO TRUE
025500         END-IF
025600         GO TO 2200-EXIT
025700     END-IF.
025800     IF CSBT-EFFECTIVE-DATE NOT = ZERO
025900             AND (BPRF-EFFECTIVE-FROM NOT NUMERIC
026000             OR BPRF-EFFECTIVE-FROM NOT > CSBMNT-TODAY
026100             OR CSBMNT-EFFECTIVE-DATE < CSBMNT-TODAY)
026200         SET CSBA-BAD-DATE TO TRUE
026300         GO TO 2200-EXIT
026400     END-IF.
026500 2200-CHECK-CONTENT.
026600     IF CSBT-BILLER-NAME = SPACES
026700         SET CSBA-NO-NAME TO TRUE
026800         GO TO 2200-EXIT
026900     END-IF.
027000     IF CSBT-OUTPUT-FORMAT NOT = '1'
027100             AND CSBT-OUTPUT-FORMAT NOT = '2'
027200         SET CSBA-BAD-FORMAT TO TRUE
027300         GO TO 2200-EXIT
027400     END-IF.
027500     IF CSBT-PRESENTMENT-LAYOUT NOT = SPACE
027600             AND CSBT-PRESENTMENT-LAYOUT NOT = '1'
027700             AND CSBT-PRESENTMENT-LAYOUT NOT = '2'
027800         SET CSBA-BAD-FORMAT TO TRUE
027900         GO TO 2200-EXIT
028000     END-IF.
028100     IF CSBT-CURRENCY-CODE NOT NUMERIC
028200             OR CSBT-CURRENCY-CODE = ZERO
028300         SET CSBA-BAD-CURRENCY TO TRUE
028400         GO TO 2200-EXIT
028500     END-IF.
028600     PERFORM 2210-CHECK-REFERENCES THRU 2210-EXIT.
028700     IF CSBA-BAD-REFERENCE
028800         GO TO 2200-EXIT
028900     END-IF.
029000     PERFORM 2220-CHECK-RULE THRU 2220-EXIT.
029100     IF CSBA-BAD-RULE
029200         GO TO 2200-EXIT
029300     END-IF.
029400     SET CSBMNT-VALID TO TRUE.
029500 2200-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------*
029900*  THE SAME LIMITS CSVAL02 APPLIES: REFERENCE-1 AND -2 ARE  *
030000*  25 BYTES ON THE REQUEST, REFERENCE-3 IS 12.  A ZERO      *
030100*  LENGTH MEANS THE REFERENCE IS NOT CHECKED.               *
030200*----------------------------------------------------------*
030300 2210-CHECK-REFERENCES.
030400     IF CSBT-REFERENCE-1-LENGTH NOT NUMERIC
030500             OR CSBT-REFERENCE-2-LENGTH NOT NUMERIC
030600             OR CSBT-REFERENCE-3-LENGTH NOT NUMERIC
030700             OR CSBT-REFERENCE-1-LENGTH > 25
030800             OR CSBT-REFERENCE-2-LENGTH > 25
030900             OR CSBT-REFERENCE-3-LENGTH > 12
031000         SET CSBA-BAD-REFERENCE TO TRUE
031100         GO TO 2210-EXIT
031200     END-IF.
031300     IF (CSBT-REFERENCE-1-NUMERIC-SW NOT = 'Y'
031400             AND CSBT-REFERENCE-1-NUMERIC-SW NOT = 'N'
031500             AND CSBT-REFERENCE-1-NUMERIC-SW NOT = SPACE)
031600             OR (CSBT-REFERENCE-2-NUMERIC-SW NOT = 'Y'
031700             AND CSBT-REFERENCE-2-NUMERIC-SW NOT = 'N'
031800             AND CSBT-REFERENCE-2-NUMERIC-SW NOT = SPACE)
031900             OR (CSBT-REFERENCE-3-NUMERIC-SW NOT = 'Y'
032000             AND CSBT-REFERENCE-3-NUMERIC-SW NOT = 'N'
032100             AND CSBT-REFERENCE-3-NUMERIC-SW NOT = SPACE)
032200         SET CSBA-BAD-REFERENCE TO TRUE
032300     END-IF.
032400 2210-EXIT.
032500     EXIT.
032600
032700 2220-CHECK-RULE.
032800     IF CSBT-NO-SURCHARGE
032900         GO TO 2220-EXIT
033000     END-IF.
033100     IF CSBT-FLAT-AMOUNT NOT NUMERIC
033200             OR CSBT-PERCENTAGE-RATE NOT NUMERIC
033300             OR CSBT-PER-DAY-AMOUNT NOT NUMERIC
033400             OR CSBT-CAP-AMOUNT NOT NUMERIC
033500         SET CSBA-BAD-RULE TO TRUE
033600         GO TO 2220-EXIT
033700     END-IF.
033800     EVALUATE TRUE
033900         WHEN CSBT-FLAT-FEE
034000             IF CSBT-FLAT-AMOUNT = ZERO
034100                 SET CSBA-BAD-RULE TO TRUE
034200             END-IF
034300         WHEN CSBT-PERCENTAGE
034400             IF CSBT-PERCENTAGE-RATE = ZERO
034500                     OR CSBT-PERCENTAGE-RATE > 100
034600                 SET CSBA-BAD-RULE TO TRUE
034700             END-IF
034800         WHEN CSBT-PER-DAY-LATE
034900             IF CSBT-PER-DAY-AMOUNT = ZERO
035000                 SET CSBA-BAD-RULE TO TRUE
035100             END-IF
035200         WHEN OTHER
035300             SET CSBA-BAD-RULE TO TRUE
035400     END-EVALUATE.
035500 2220-EXIT.
035600     EXIT.
035700
035800 2300-APPLY.
035900     PERFORM 2340-BEFORE-IMAGE THRU 2340-EXIT.
036000     EVALUATE TRUE
036100         WHEN CSBT-ADD
036200             MOVE CSBMNT-EFFECTIVE-DATE TO CSBMNT-FROM-DATE
036300             MOVE ZERO TO CSBMNT-TO-DATE
036400         WHEN CSBT-UPDATE
036500             IF CSBT-EFFECTIVE-DATE NOT = ZERO
036600                 MOVE CSBMNT-EFFECTIVE-DATE TO CSBMNT-FROM-DATE
036700             ELSE
036800                 MOVE CSBA-OLD-EFFECTIVE-FROM TO CSBMNT-FROM-DATE
036900             END-IF
037000             MOVE CSBA-OLD-EFFECTIVE-TO TO CSBMNT-TO-DATE
037100         WHEN CSBT-DEACTIVATE
037200             MOVE CSBA-OLD-EFFECTIVE-FROM TO CSBMNT-FROM-DATE
037300             MOVE CSBMNT-EFFECTIVE-DATE TO CSBMNT-TO-DATE
037400     END-EVALUATE.
037500     IF CSBT-DEACTIVATE
037600         PERFORM 2350-DEACTIVATE-ROWS THRU 2350-EXIT
037700     ELSE
037800         PERFORM 2310-BUILD-PROFILE THRU 2310-EXIT
037900         PERFORM 2320-BUILD-FORMAT THRU 2320-EXIT
038000         PERFORM 2330-BUILD-RULE THRU 2330-EXIT
038100     END-IF.
038200     MOVE BPRF-BILLER-NAME   TO CSBA-NEW-BILLER-NAME.
038300     MOVE BPRF-OUTPUT-FORMAT TO CSBA-NEW-OUTPUT-FORMAT.
038400     MOVE BPRF-CURRENCY-CODE TO CSBA-NEW-CURRENCY-CODE.
038500     MOVE BPRF-PRESENTMENT-LAYOUT TO
038600         CSBA-NEW-PRESENTMENT-LAYOUT.
038700     IF CSBT-DEACTIVATE
038800         MOVE CSBA-OLD-REFERENCE-LENGTHS TO
038900             CSBA-NEW-REFERENCE-LENGTHS
039000         MOVE CSBA-OLD-RULE-TYPE TO CSBA-NEW-RULE-TYPE
039100     ELSE
039200         MOVE BILLER-FORMAT-RECORD (11:9) TO
039300             CSBA-NEW-REFERENCE-LENGTHS
039400         MOVE CSBT-RULE-TYPE TO CSBA-NEW-RULE-TYPE
039500     END-IF.
039600     MOVE CSBMNT-FROM-DATE TO CSBA-NEW-EFFECTIVE-FROM.
039700     MOVE CSBMNT-TO-DATE   TO CSBA-NEW-EFFECTIVE-TO.
039800 2300-EXIT.
039900     EXIT.
040000
040100 2310-BUILD-PROFILE.
040200     MOVE SPACES TO BILLER-PROFILE-RECORD.
040300     MOVE CSBT-ASSOCIATED-SERVICE TO BPRF-ASSOCIATED-SERVICE.
040400     MOVE CSBT-BILLER-NAME        TO BPRF-BILLER-NAME.
040500     MOVE CSBT-OUTPUT-FORMAT      TO BPRF-OUTPUT-FORMAT.
040600     MOVE CSBT-CURRENCY-CODE      TO BPRF-CURRENCY-CODE.
040700     MOVE CSBT-AGREEMENT-CODE     TO BPRF-AGREEMENT-CODE.
040800     MOVE CSBT-SP-SERVICE-CODE    TO BPRF-SP-SERVICE-CODE.
040900     MOVE CSBMNT-FROM-DATE        TO BPRF-EFFECTIVE-FROM.
041000     MOVE CSBMNT-TO-DATE          TO BPRF-EFFECTIVE-TO.
041100     MOVE CSBT-PRESENTMENT-LAYOUT TO BPRF-PRESENTMENT-LAYOUT.
041200     IF CSBMNT-PRF-FOUND
041300         REWRITE BILLER-PROFILE-RECORD
041400     ELSE
041500         WRITE BILLER-PROFILE-RECORD
041600     END-IF.
041700 2310-EXIT.
041800     EXIT.
041900
042000 2320-BUILD-FORMAT.
042100     MOVE SPACES TO BILLER-FORMAT-RECORD.
042200     MOVE CSBT-AGREEMENT-CODE  TO AGREEMENT-CODE OF FMT-KEY.
042300     MOVE CSBT-SP-SERVICE-CODE TO SP-SERVICE-CODE OF FMT-KEY.
042400     MOVE CSBT-REFERENCE-1-LENGTH     TO REFERENCE-1-LENGTH.
042500     MOVE CSBT-REFERENCE-1-NUMERIC-SW TO REFERENCE-1-NUMERIC-SW.
042600     MOVE CSBT-REFERENCE-2-LENGTH     TO REFERENCE-2-LENGTH.
042700     MOVE CSBT-REFERENCE-2-NUMERIC-SW TO REFERENCE-2-NUMERIC-SW.
042800     MOVE CSBT-REFERENCE-3-LENGTH     TO REFERENCE-3-LENGTH.
042900     MOVE CSBT-REFERENCE-3-NUMERIC-SW TO REFERENCE-3-NUMERIC-SW.
043000     MOVE CSBMNT-FROM-DATE TO FMT-EFFECTIVE-FROM.
043100     MOVE CSBMNT-TO-DATE   TO FMT-EFFECTIVE-TO.
043200     IF CSBMNT-FMT-FOUND
043300         REWRITE BILLER-FORMAT-RECORD
043400     ELSE
043500         WRITE BILLER-FORMAT-RECORD
043600     END-IF.
043700 2320-EXIT.
043800     EXIT.
043900
044000 2330-BUILD-RULE.
044100     IF CSBT-NO-SURCHARGE
044200         IF CSBMNT-RUL-FOUND
044300             DELETE CSSRUL-FILE
044400         END-IF
044500         GO TO 2330-EXIT
044600     END-IF.
044700     MOVE SPACES TO SURCHARGE-RULE-RECORD.
044800     MOVE CSBT-AGREEMENT-CODE  TO SRUL-AGREEMENT-CODE.
044900     MOVE CSBT-SP-SERVICE-CODE TO SRUL-SP-SERVICE-CODE.
045000     MOVE CSBT-RULE-TYPE       TO SRUL-RULE-TYPE.
045100     MOVE CSBT-FLAT-AMOUNT     TO SRUL-FLAT-AMOUNT.
045200     MOVE CSBT-PERCENTAGE-RATE TO SRUL-PERCENTAGE-RATE.
045300     MOVE CSBT-PER-DAY-AMOUNT  TO SRUL-PER-DAY-AMOUNT.
045400     MOVE CSBT-CAP-AMOUNT      TO SRUL-CAP-AMOUNT.
045500     MOVE CSBMNT-FROM-DATE     TO SRUL-EFFECTIVE-FROM.
045600     MOVE CSBMNT-TO-DATE       TO SRUL-EFFECTIVE-TO.
045700     IF CSBMNT-RUL-FOUND
045800         REWRITE SURCHARGE-RULE-RECORD
045900     ELSE
046000         WRITE SURCHARGE-RULE-RECORD
046100     END-IF.
046200 2330-EXIT.
046300     EXIT.
046400
046500 2340-BEFORE-IMAGE.
046600     IF CSBMNT-PRF-FOUND
046700         MOVE BPRF-BILLER-NAME   TO CSBA-OLD-BILLER-NAME
046800         MOVE BPRF-OUTPUT-FORMAT TO CSBA-OLD-OUTPUT-FORMAT
046900         MOVE BPRF-CURRENCY-CODE TO CSBA-OLD-CURRENCY-CODE
047000         MOVE BPRF-PRESENTMENT-LAYOUT TO
047100             CSBA-OLD-PRESENTMENT-LAYOUT
047200         IF BPRF-EFFECTIVE-FROM NUMERIC
047300             MOVE BPRF-EFFECTIVE-FROM TO CSBA-OLD-EFFECTIVE-FROM
047400         END-IF
047500         IF BPRF-EFFECTIVE-TO NUMERIC
047600             MOVE BPRF-EFFECTIVE-TO TO CSBA-OLD-EFFECTIVE-TO
047700         END-IF
047800     END-IF.
047900     IF CSBMNT-FMT-FOUND
048000         MOVE BILLER-FORMAT-RECORD (11:9) TO
048100             CSBA-OLD-REFERENCE-LENGTHS
048200     END-IF.
048300     IF CSBMNT-RUL-FOUND
048400         MOVE SRUL-RULE-TYPE TO CSBA-OLD-RULE-TYPE
048500     END-IF.
048600 2340-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------*
049000*  DEACTIVATION ONLY DATES THE ROWS -- THEY ARE NEVER       *
049100*  DELETED, OR REMITTANCE WOULD LOSE THE PROFILE OF A       *
049200*  BILLER WHOSE COLLECTIONS ARE STILL IN FLIGHT.            *
049300*----------------------------------------------------------*
049400 2350-DEACTIVATE-ROWS.
049500     MOVE CSBT-AGREEMENT-CODE  TO BPRF-AGREEMENT-CODE.
049600     MOVE CSBT-SP-SERVICE-CODE TO BPRF-SP-SERVICE-CODE.
049700     MOVE CSBMNT-FROM-DATE     TO BPRF-EFFECTIVE-FROM.
049800     MOVE CSBMNT-TO-DATE       TO BPRF-EFFECTIVE-TO.
049900     REWRITE BILLER-PROFILE-RECORD.
050000     IF CSBMNT-FMT-FOUND
050100         MOVE CSBMNT-FROM-DATE TO FMT-EFFECTIVE-FROM
050200         MOVE CSBMNT-TO-DATE   TO FMT-EFFECTIVE-TO
050300         REWRITE BILLER-FORMAT-RECORD
050400     END-IF.
050500     IF CSBMNT-RUL-FOUND
050600         MOVE CSBMNT-FROM-DATE TO SRUL-EFFECTIVE-FROM
050700         MOVE CSBMNT-TO-DATE   TO SRUL-EFFECTIVE-TO
050800         REWRITE SURCHARGE-RULE-RECORD
050900     END-IF.
051000 2350-EXIT.
051100     EXIT.
051200
051300 2400-WRITE-AUDIT.
051400     MOVE CSBT-ACTION             TO CSBA-ACTION.
051500     MOVE CSBT-AGREEMENT-CODE     TO CSBA-AGREEMENT-CODE.
051600     MOVE CSBT-SP-SERVICE-CODE    TO CSBA-SP-SERVICE-CODE.
051700     MOVE CSBT-ASSOCIATED-SERVICE TO CSBA-ASSOCIATED-SERVICE.
051800     MOVE CSBT-MAINT-USER         TO CSBA-MAINT-USER.
051900     MOVE CSBMNT-TODAY            TO CSBA-MAINT-DATE.
052000     MOVE CSBMNT-NOW              TO CSBA-MAINT-TIME.
052100     WRITE BILLER-MAINT-AUDIT-RECORD.
052200 2400-EXIT.
052300     EXIT.
052400
052500 3000-FINISH.
052600     CLOSE CSBTX-FILE.
052700     CLOSE CSBPRF-FILE.
052800     CLOSE CSREFMT-FILE.
052900     CLOSE CSSRUL-FILE.
053000     CLOSE CSBAUD-FILE.
053100     DISPLAY 'CSBMNT01 TRANSACTIONS APPLIED  = '
053200         CSBMNT-APPLIED-COUNT.
053300     DISPLAY 'CSBMNT01 TRANSACTIONS REJECTED = '
053400         CSBMNT-REJECT-COUNT.
053500     IF CSBMNT-REJECT-COUNT NOT = ZERO
053600         MOVE 4 TO RETURN-CODE
053700     END-IF.
053800 3000-EXIT.
053900     EXIT.
054000
054100 8100-READ-CSBTX.
054200     READ CSBTX-FILE
054300         AT END
054400             SET CSBMNT-EOF TO TRUE
054500     END-READ.
054600 8100-EXIT.
054700     EXIT.
