000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACDSP01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. CONSUMER PRODUCTS - DAC AGREEMENTS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ACDSP01 -- CUSTOMER DISPUTE CASE BUILDER.               *
000900*                                                          *
001000*  A CONTESTED DIRECT DEBIT USED TO LIVE IN E-MAIL: THE    *
001100*  BLOCKED-DEBIT EXCEPTIONS, THE LIMIT BREACHES, THE       *
001200*  DOUBLE-DEBIT REFUND QUEUE AND THE CUSTOMER-DISPUTE      *
001300*  RETURNS EACH RAISED A CASE THAT NOBODY TRACKED TO AN    *
001400*  OUTCOME.  THIS STEP KEEPS ONE ROW PER CASE ON THE       *
001500*  DISPUTE MASTER (ACDSPM), KEYED BY IDENTIFICATION-NUMBER *
001600*  AND OBLIGATION-NUMBER.  EACH NIGHT IT:                  *
001700*    1. APPLIES THE CUSTOMER-SERVICE INTAKE FILE (ACDSPT): *
001800*       'O' OPENS A CASE, 'I' MOVES AN OPEN CASE TO        *
001900*       INVESTIGATING, 'F' (REFUNDED) AND 'R' (REJECTED)   *
002000*       DECIDE AN OPEN OR INVESTIGATING CASE, 'C' CLOSES   *
002100*       ANY CASE NOT ALREADY CLOSED;                       *
002200*    2. OPENS A CASE, UNLESS ONE IS ALREADY ON FILE, FOR   *
002300*       EACH ACBLKX BLOCKED-DEBIT EXCEPTION, EACH ACLBRX   *
002400*       LIMIT BREACH WHOSE DEBIT WAS CONFIRMED, EACH MVRFQ *
002500*       DOUBLE-DEBIT REFUND (OBLIGATION 'DD' + THE HOST    *
002600*       TRANSACTION IDENTIFIER, A DOUBLE DEBIT HAVING NO   *
002700*       OBLIGATION OF ITS OWN) AND EACH CSRVS RETURN THAT  *
002800*       CSRET01 REVERSED FOR REASON 'DISP'.                *
002900*  EVERY NEW CASE GETS A RESPONSE DEADLINE N BUSINESS DAYS *
003000*  OUT THROUGH DTBDAY01 AND A DOSSIER CARD (AUDDQC LAYOUT) *
003100*  ON DSPDQC FOR THE AUDDOS01 STEP THAT FOLLOWS, SO THE    *
003200*  RESEARCH PACK IS READY WHEN THE CASE IS PICKED UP.      *
003300*  EVERY TRANSACTION AND EVERY AUTOMATIC OPENING IS        *
003400*  WRITTEN TO THE AUDIT FILE (ACDSPA).  THE EXEC PARM      *
003500*  CARRIES THE DEADLINE IN BUSINESS DAYS (ZERO TAKES 10)   *
003600*  AND THE COUNTRY-CODE FOR THE HOLIDAY CALENDAR.  ANY     *
003700*  REJECTED TRANSACTION ENDS WITH CONDITION CODE 4.        *
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
004800     SELECT ACDSPT-FILE ASSIGN TO ACDSPT
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT ACBLKX-FILE ASSIGN TO ACBLKX
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT ACLBRX-FILE ASSIGN TO ACLBRX
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT MVRFQ-FILE ASSIGN TO MVRFQ
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT CSRVS-FILE ASSIGN TO CSRVS
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT ACDSPM-FILE ASSIGN TO ACDSPM
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS DSPM-KEY.
006200     SELECT ACDSPA-FILE ASSIGN TO ACDSPA
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT DSPDQC-FILE ASSIGN TO DSPDQC
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ACDSPT-FILE.
007000     COPY "ACDSPT01.cpy".
007100
007200 FD  ACBLKX-FILE.
007300     COPY "ACBLKX01.cpy".
007400
007500 FD  ACLBRX-FILE.
007600     COPY "ACLBRX01.cpy".
007700
007800 FD  MVRFQ-FILE.
007900     COPY "MVRFQ01.cpy".
008000
008100 FD  CSRVS-FILE.
008200     COPY "CSRVS01.cpy".
008300
008400 FD  ACDSPM-FILE.
008500     COPY "ACDSPM01.cpy".
008600
008700 FD  ACDSPA-FILE.
008800     COPY "ACDSPA01.cpy".
008900
009000 FD  DSPDQC-FILE.
009100     COPY "AUDDQC01.cpy".
009200
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------*
009500*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
009600*----------------------------------------------------------*
009700     COPY "RUNREG01.cpy".
009800
009900*----------------------------------------------------------*
010000*  BUSINESS-DAY REQUEST AREA (SEE DTBDAY01).                *
010100*----------------------------------------------------------*
010200     COPY "DTBDAY01.cpy".
010300
010400 77  ACDSP-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
010500
010600 01  ACDSP-SWITCHES.
010700     05  ACDSP-TXN-EOF-SW          PIC X(01) VALUE 'N'.
010800         88  ACDSP-TXN-EOF           VALUE 'Y'.
010900     05  ACDSP-FEED-EOF-SW         PIC X(01) VALUE 'N'.
011000         88  ACDSP-FEED-EOF          VALUE 'Y'.
011100     05  ACDSP-CASE-FOUND-SW       PIC X(01) VALUE 'N'.
011200         88  ACDSP-CASE-FOUND        VALUE 'Y'.
011300     05  ACDSP-CARD-SENT-SW        PIC X(01) VALUE 'N'.
011400         88  ACDSP-CARD-SENT         VALUE 'Y'.
011500
011600 77  ACDSP-TODAY                   PIC 9(8) VALUE ZERO.
011700 77  ACDSP-NOW                     PIC 9(8) VALUE ZERO.
011800 77  ACDSP-DEADLINE-BDAYS          PIC 9(3) VALUE 10.
011900 77  ACDSP-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
012000 77  ACDSP-DEADLINE-DATE           PIC 9(8) VALUE ZERO.
012100 77  ACDSP-WORK-LILIAN             PIC 9(7) COMP VALUE ZERO.
012200 77  ACDSP-BDAY-IDX                PIC 9(3) COMP VALUE ZERO.
012300 77  ACDSP-CASE-ID                 PIC X(17) VALUE SPACES.
012400 77  ACDSP-CASE-OBLIGATION         PIC X(20) VALUE SPACES.
012500 77  ACDSP-CASE-ID-TYPE            PIC X(1) VALUE SPACE.
012600 77  ACDSP-AUDIT-USER              PIC X(8) VALUE SPACES.
012700 77  ACDSP-OLD-STATUS              PIC X(1) VALUE SPACE.
012800 77  ACDSP-TXN-COUNT               PIC 9(7) COMP VALUE ZERO.
012900 77  ACDSP-APPLIED-COUNT           PIC 9(7) COMP VALUE ZERO.
013000 77  ACDSP-REJECT-COUNT            PIC 9(7) COMP VALUE ZERO.
013100 77  ACDSP-AUTO-OPEN-COUNT         PIC 9(7) COMP VALUE ZERO.
013200 77  ACDSP-ALREADY-OPEN-COUNT      PIC 9(7) COMP VALUE ZERO.
013300 77  ACDSP-NO-CUSTOMER-COUNT       PIC 9(7) COMP VALUE ZERO.
013400 77  ACDSP-CARD-COUNT              PIC 9(7) COMP VALUE ZERO.
013500
013600*----------------------------------------------------------*
013700*  CUSTOMERS ALREADY GIVEN A DOSSIER CARD THIS RUN, SO A    *
013800*  CUSTOMER WITH SEVERAL NEW CASES GETS ONE PACK.  PAST     *
013900*  THE TABLE SIZE A CARD IS WRITTEN FOR EVERY CASE.         *
014000*----------------------------------------------------------*
014100 77  ACDSP-CARD-MAX                PIC 9(4) COMP VALUE 500.
014200 77  ACDSP-CARD-USED               PIC 9(4) COMP VALUE ZERO.
014300 77  ACDSP-CARD-IDX                PIC 9(4) COMP VALUE ZERO.
014400 01  ACDSP-CARD-TABLE.
014500     05  ACDSP-CARD-ID             PIC X(17)
014600                                   OCCURS 500 TIMES.
014700
014800 LINKAGE SECTION.
014900 01  ACDSP01-PARM-CARD.
015000     05  ACDSP01-PARM-BDAYS        PIC 9(3).
015100     05  ACDSP01-PARM-COUNTRY      PIC 9(4).
015200
015300 PROCEDURE DIVISION USING ACDSP01-PARM-CARD.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-APPLY-INTAKE THRU 2000-EXIT
015700         UNTIL ACDSP-TXN-EOF.
015800     PERFORM 3000-BLOCKED-DEBITS THRU 3000-EXIT.
015900     PERFORM 3200-LIMIT-BREACHES THRU 3200-EXIT.
016000     PERFORM 3400-DOUBLE-DEBITS THRU 3400-EXIT.
016100     PERFORM 3600-DISPUTE-RETURNS THRU 3600-EXIT.
016200     PERFORM 4000-FINISH THRU 4000-EXIT.
016300     SET RREG-END TO TRUE.
016400     COMPUTE RREG-RECORD-COUNT =
016500         ACDSP-APPLIED-COUNT + ACDSP-AUTO-OPEN-COUNT.
016600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
016700     MOVE ACDSP-SEVERITY-CODE TO RETURN-CODE.
016800     STOP RUN.
016900
017000 1000-INITIALIZE.
017100     SET RREG-START TO TRUE.
017200     MOVE 'ACDSP01 ' TO RREG-PROGRAM-ID.
017300     MOVE SPACES TO RREG-GUARD-FILE.
017400     MOVE ZERO TO RREG-CYCLE-NUMBER.
017500     MOVE ZERO TO RREG-RECORD-COUNT.
017600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017700     IF RREG-BLOCKED
017800         DISPLAY 'ACDSP01 ALREADY COMPLETED FOR THIS DATE'
017900         MOVE 8 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200     IF RREG-PREREQ-HOLD
018300         DISPLAY 'ACDSP01 HELD - PREREQUISITE NOT COMPLETE'
018400         MOVE 8 TO RETURN-CODE
018500         STOP RUN
018600     END-IF.
018700     OPEN INPUT ACDSPT-FILE.
018800     OPEN I-O ACDSPM-FILE.
018900     OPEN OUTPUT ACDSPA-FILE.
019000     OPEN OUTPUT DSPDQC-FILE.
019100     ACCEPT ACDSP-TODAY FROM DATE YYYYMMDD.
019200     IF ACDSP01-PARM-BDAYS NOT = ZERO
019300         MOVE ACDSP01-PARM-BDAYS TO ACDSP-DEADLINE-BDAYS
019400     END-IF.
019500     MOVE ACDSP01-PARM-COUNTRY TO ACDSP-COUNTRY-CODE.
019600     PERFORM 1100-COMPUTE-DEADLINE THRU 1100-EXIT.
019700     PERFORM 8100-READ-ACDSPT THRU 8100-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020100*----------------------------------------------------------*
020200*  EVERY CASE OPENED TODAY SHARES ONE DEADLINE, N BUSINESS  *
020300*  DAYS OUT: STEP ONE CALENDAR DAY AND ROLL FORWARD         *
020400*  THROUGH DTBDAY01, N TIMES (AS ACRVL01).                  *
020500*----------------------------------------------------------*
020600 1100-COMPUTE-DEADLINE.
020700     MOVE ACDSP-TODAY TO BDAY-RESULT-DATE.
020800     PERFORM 1110-STEP-ONE-BDAY THRU 1110-EXIT
020900         VARYING ACDSP-BDAY-IDX FROM 1 BY 1
021000         UNTIL ACDSP-BDAY-IDX > ACDSP-DEADLINE-BDAYS.
021100     MOVE BDAY-RESULT-DATE TO ACDSP-DEADLINE-DATE.
021200 1100-EXIT.
021300     EXIT.
021400
021500 1110-STEP-ONE-BDAY.
021600     COMPUTE ACDSP-WORK-LILIAN =
021700         FUNCTION INTEGER-OF-DATE(BDAY-RESULT-DATE) + 1.
021800     SET BDAY-ROLL-FORWARD TO TRUE.
021900     MOVE ACDSP-COUNTRY-CODE TO BDAY-COUNTRY-CODE.
022000     COMPUTE BDAY-DATE-1 =
022100         FUNCTION DATE-OF-INTEGER(ACDSP-WORK-LILIAN).
022200     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
022300 1110-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------*
022700*  ONE CUSTOMER-SERVICE TRANSACTION.  THE USER AND BOTH KEY *
022800*  FIELDS ARE REQUIRED; AN OPENING NEEDS A DISPUTED AMOUNT. *
022900*  A STATUS CHANGE MUST FOLLOW THE CASE LIFE CYCLE:         *
023000*  OPEN -> INVESTIGATING -> REFUNDED OR REJECTED -> CLOSED. *
023100*----------------------------------------------------------*
023200 2000-APPLY-INTAKE.
023300     ADD 1 TO ACDSP-TXN-COUNT.
023400     MOVE SPACES TO DISPUTE-CASE-AUDIT-RECORD.
023500     MOVE DSPT-ACTION TO DSPA-ACTION.
023600     MOVE DSPT-IDENTIFICATION-NUMBER TO
023700         DSPA-IDENTIFICATION-NUMBER.
023800     MOVE DSPT-OBLIGATION-NUMBER TO DSPA-OBLIGATION-NUMBER.
023900     MOVE 'CSIN' TO DSPA-SOURCE.
024000     MOVE DSPT-NOTE TO DSPA-NOTE.
024100     MOVE DSPT-MAINT-USER TO ACDSP-AUDIT-USER.
024200     MOVE SPACE TO ACDSP-OLD-STATUS.
024300     IF NOT DSPT-OPEN AND NOT DSPT-INVESTIGATE
024400             AND NOT DSPT-REFUND AND NOT DSPT-REJECT
024500             AND NOT DSPT-CLOSE
024600         SET DSPA-BAD-ACTION TO TRUE
024700         GO TO 2000-REJECT
024800     END-IF.
024900     IF DSPT-MAINT-USER = SPACES
025000         SET DSPA-NO-USER TO TRUE
025100         GO TO 2000-REJECT
025200     END-IF.
025300     IF DSPT-IDENTIFICATION-NUMBER = SPACES
025400             OR DSPT-OBLIGATION-NUMBER = SPACES
025500         SET DSPA-NO-KEY TO TRUE
025600         GO TO 2000-REJECT
025700     END-IF.
025800     MOVE DSPT-IDENTIFICATION-NUMBER TO ACDSP-CASE-ID.
025900     MOVE DSPT-OBLIGATION-NUMBER TO ACDSP-CASE-OBLIGATION.
026000     PERFORM 5000-PROBE-CASE THRU 5000-EXIT.
026100     IF DSPT-OPEN
026200         IF DSPT-DISPUTED-AMOUNT NOT NUMERIC
026300                 OR DSPT-DISPUTED-AMOUNT = ZERO
026400             SET DSPA-BAD-AMOUNT TO TRUE
026500             GO TO 2000-REJECT
026600         END-IF
026700         IF ACDSP-CASE-FOUND
026800             MOVE DSPM-STATUS TO DSPA-OLD-STATUS
026900             SET DSPA-CASE-EXISTS TO TRUE
027000             GO TO 2000-REJECT
027100         END-IF
027200         PERFORM 2100-OPEN-FROM-INTAKE THRU 2100-EXIT
027300         ADD 1 TO ACDSP-APPLIED-COUNT
027400         GO TO 2000-NEXT
027500     END-IF.
027600     IF NOT ACDSP-CASE-FOUND
027700         SET DSPA-CASE-NOT-FOUND TO TRUE
027800         GO TO 2000-REJECT
027900     END-IF.
028000     MOVE DSPM-STATUS TO ACDSP-OLD-STATUS.
028100     IF (DSPT-INVESTIGATE AND NOT DSPM-OPEN)
028200             OR (DSPT-REFUND AND NOT DSPM-ACTIVE)
028300             OR (DSPT-REJECT AND NOT DSPM-ACTIVE)
028400             OR (DSPT-CLOSE AND DSPM-CLOSED)
028500         SET DSPA-BAD-TRANSITION TO TRUE
028600         GO TO 2000-REJECT
028700     END-IF.
028800     PERFORM 2200-CHANGE-STATUS THRU 2200-EXIT.
028900     ADD 1 TO ACDSP-APPLIED-COUNT.
029000     GO TO 2000-NEXT.
029100 2000-REJECT.
029200     SET DSPA-REJECTED TO TRUE.
029300     MOVE ACDSP-OLD-STATUS TO DSPA-OLD-STATUS.
029400     MOVE ZERO TO DSPA-DEADLINE-DATE.
029500     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
029600     ADD 1 TO ACDSP-REJECT-COUNT.
029700 2000-NEXT.
029800     PERFORM 8100-READ-ACDSPT THRU 8100-EXIT.
029900 2000-EXIT.
030000     EXIT.
030100
030200 2100-OPEN-FROM-INTAKE.
030300     PERFORM 5100-NEW-CASE THRU 5100-EXIT.
030400     SET DSPM-FROM-INTAKE TO TRUE.
030500     MOVE DSPT-IDENTIFICATION-TYPE TO DSPM-IDENTIFICATION-TYPE.
030600     MOVE DSPT-DISPUTED-AMOUNT TO DSPM-DISPUTED-AMOUNT.
030700     IF DSPT-DEBIT-DATE NUMERIC
030800         MOVE DSPT-DEBIT-DATE TO DSPM-DEBIT-DATE
030900     END-IF.
031000     IF DSPT-ACC-CODE NUMERIC
031100         MOVE DSPT-ACC-CODE TO DSPM-ACC-CODE
031200     END-IF.
031300     MOVE DSPT-MAINT-USER TO DSPM-LAST-USER.
031400     MOVE DSPT-NOTE TO DSPM-NOTE.
031500     PERFORM 5200-WRITE-CASE THRU 5200-EXIT.
031600 2100-EXIT.
031700     EXIT.
031800
031900 2200-CHANGE-STATUS.
032000     EVALUATE TRUE
032100         WHEN DSPT-INVESTIGATE
032200             SET DSPM-INVESTIGATING TO TRUE
032300         WHEN DSPT-REFUND
032400             SET DSPM-REFUNDED TO TRUE
032500         WHEN DSPT-REJECT
032600             SET DSPM-REJECTED TO TRUE
032700         WHEN DSPT-CLOSE
032800             SET DSPM-CLOSED TO TRUE
032900     END-EVALUATE.
033000     MOVE ACDSP-TODAY TO DSPM-STATUS-DATE.
033100     MOVE DSPT-MAINT-USER TO DSPM-LAST-USER.
033200     IF DSPT-NOTE NOT = SPACES
033300         MOVE DSPT-NOTE TO DSPM-NOTE
033400     END-IF.
033500     REWRITE DISPUTE-CASE-RECORD.
033600     SET DSPA-APPLIED TO TRUE.
033700     MOVE ACDSP-OLD-STATUS TO DSPA-OLD-STATUS.
033800     MOVE DSPM-STATUS TO DSPA-NEW-STATUS.
033900     MOVE DSPM-DEADLINE-DATE TO DSPA-DEADLINE-DATE.
034000     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
034100 2200-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------*
034500*  AUTOMATIC OPENINGS.  EACH FEED ROW NAMES A CUSTOMER AND  *
034600*  AN OBLIGATION; A ROW WITH NO CUSTOMER CANNOT BE TRACKED  *
034700*  AND IS COUNTED, AND A CASE ALREADY ON FILE (WHATEVER ITS *
034800*  STATUS) IS LEFT AS IT IS.                                *
034900*----------------------------------------------------------*
035000 3000-BLOCKED-DEBITS.
035100     OPEN INPUT ACBLKX-FILE.
035200     MOVE 'N' TO ACDSP-FEED-EOF-SW.
035300     MOVE 'ACBLKX  ' TO ACDSP-AUDIT-USER.
035400     PERFORM 3100-ONE-BLOCKED-DEBIT THRU 3100-EXIT
035500         UNTIL ACDSP-FEED-EOF.
035600     CLOSE ACBLKX-FILE.
035700 3000-EXIT.
035800     EXIT.
035900
036000 3100-ONE-BLOCKED-DEBIT.
036100     READ ACBLKX-FILE
036200         AT END
036300             SET ACDSP-FEED-EOF TO TRUE
036400             GO TO 3100-EXIT
036500     END-READ.
036600     MOVE BLKX-IDENTIFICATION-NUMBER TO ACDSP-CASE-ID.
036700     MOVE BLKX-OBLIGATION-NUMBER TO ACDSP-CASE-OBLIGATION.
036800     MOVE BLKX-IDENTIFICATION-TYPE TO ACDSP-CASE-ID-TYPE.
036900     PERFORM 5050-CHECK-AUTO-CASE THRU 5050-EXIT.
037000     IF ACDSP-CASE-FOUND
037100         GO TO 3100-EXIT
037200     END-IF.
037300     PERFORM 5100-NEW-CASE THRU 5100-EXIT.
037400     SET DSPM-FROM-BLOCKED-DEBIT TO TRUE.
037500     MOVE BLKX-PAYMENT-VALUE TO DSPM-DISPUTED-AMOUNT.
037600     MOVE BLKX-PAYMENT-DATE TO DSPM-DEBIT-DATE.
037700     MOVE BLKX-ACC-CODE TO DSPM-ACC-CODE.
037800     MOVE 'BLOCKED ACCORD DEBITED' TO DSPM-NOTE.
037900     PERFORM 5200-WRITE-CASE THRU 5200-EXIT.
038000 3100-EXIT.
038100     EXIT.
038200
038300 3200-LIMIT-BREACHES.
038400     OPEN INPUT ACLBRX-FILE.
038500     MOVE 'N' TO ACDSP-FEED-EOF-SW.
038600     MOVE 'ACLBRX  ' TO ACDSP-AUDIT-USER.
038700     PERFORM 3300-ONE-LIMIT-BREACH THRU 3300-EXIT
038800         UNTIL ACDSP-FEED-EOF.
038900     CLOSE ACLBRX-FILE.
039000 3200-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------*
039400*  A BREACH ONLY BECOMES A DISPUTE ONCE THE HOST CONFIRMS   *
039500*  THE DEBIT WAS TAKEN; UNCONFIRMED BREACHES ARE STOPPED    *
039600*  BEFORE THEY REACH THE CUSTOMER.                          *
039700*----------------------------------------------------------*
039800 3300-ONE-LIMIT-BREACH.
039900     READ ACLBRX-FILE
040000         AT END
040100             SET ACDSP-FEED-EOF TO TRUE
040200             GO TO 3300-EXIT
040300     END-READ.
040400     IF NOT LBRX-DEBIT-CONFIRMED
040500         GO TO 3300-EXIT
040600     END-IF.
040700     MOVE LBRX-IDENTIFICATION-NUMBER TO ACDSP-CASE-ID.
040800     MOVE LBRX-OBLIGATION-NUMBER TO ACDSP-CASE-OBLIGATION.
040900     MOVE LBRX-IDENTIFICATION-TYPE TO ACDSP-CASE-ID-TYPE.
041000     PERFORM 5050-CHECK-AUTO-CASE THRU 5050-EXIT.
041100     IF ACDSP-CASE-FOUND
041200         GO TO 3300-EXIT
041300     END-IF.
041400     PERFORM 5100-NEW-CASE THRU 5100-EXIT.
041500     SET DSPM-FROM-LIMIT-BREACH TO TRUE.
041600     MOVE LBRX-PAYMENT-VALUE TO DSPM-DISPUTED-AMOUNT.
041700     MOVE LBRX-REPORT-DATE TO DSPM-DEBIT-DATE.
041800     MOVE LBRX-ACC-CODE TO DSPM-ACC-CODE.
041900     IF LBRX-MONTHLY
042000         MOVE 'MONTHLY LIMIT EXCEEDED' TO DSPM-NOTE
042100     ELSE
042200         MOVE 'PER-DEBIT LIMIT EXCEEDED' TO DSPM-NOTE
042300     END-IF.
042400     PERFORM 5200-WRITE-CASE THRU 5200-EXIT.
042500 3300-EXIT.
042600     EXIT.
042700
042800 3400-DOUBLE-DEBITS.
042900     OPEN INPUT MVRFQ-FILE.
043000     MOVE 'N' TO ACDSP-FEED-EOF-SW.
043100     MOVE 'MVRFQ   ' TO ACDSP-AUDIT-USER.
043200     PERFORM 3500-ONE-DOUBLE-DEBIT THRU 3500-EXIT
043300         UNTIL ACDSP-FEED-EOF.
043400     CLOSE MVRFQ-FILE.
043500 3400-EXIT.
043600     EXIT.
043700
043800 3500-ONE-DOUBLE-DEBIT.
043900     READ MVRFQ-FILE
044000         AT END
044100             SET ACDSP-FEED-EOF TO TRUE
044200             GO TO 3500-EXIT
044300     END-READ.
044400     MOVE RFQ-IDENTIFICATION-NUMBER TO ACDSP-CASE-ID.
044500     MOVE SPACES TO ACDSP-CASE-OBLIGATION.
044600     STRING 'DD' DELIMITED BY SIZE
044700            RFQ-TRANSACTION-IDENTIFIER DELIMITED BY SIZE
044800         INTO ACDSP-CASE-OBLIGATION
044900     END-STRING.
045000     MOVE SPACE TO ACDSP-CASE-ID-TYPE.
045100     PERFORM 5050-CHECK-AUTO-CASE THRU 5050-EXIT.
045200     IF ACDSP-CASE-FOUND
045300         GO TO 3500-EXIT
045400     END-IF.
045500     PERFORM 5100-NEW-CASE THRU 5100-EXIT.
045600     SET DSPM-FROM-DOUBLE-DEBIT TO TRUE.
045700     MOVE RFQ-AMOUNT TO DSPM-DISPUTED-AMOUNT.
045800     MOVE RFQ-TRANSACTION-DATE TO DSPM-DEBIT-DATE.
045900     MOVE RFQ-PRODUCT-NUMBER TO DSPM-PRODUCT-NUMBER.
046000     MOVE RFQ-TRANSACTION-DESCRIPTION TO DSPM-NOTE.
046100     PERFORM 5200-WRITE-CASE THRU 5200-EXIT.
046200 3500-EXIT.
046300     EXIT.
046400
046500 3600-DISPUTE-RETURNS.
046600     OPEN INPUT CSRVS-FILE.
046700     MOVE 'N' TO ACDSP-FEED-EOF-SW.
046800     MOVE 'CSRVS   ' TO ACDSP-AUDIT-USER.
046900     PERFORM 3700-ONE-DISPUTE-RETURN THRU 3700-EXIT
047000         UNTIL ACDSP-FEED-EOF.
047100     CLOSE CSRVS-FILE.
047200 3600-EXIT.
047300     EXIT.
047400
047500 3700-ONE-DISPUTE-RETURN.
047600     READ CSRVS-FILE
047700         AT END
047800             SET ACDSP-FEED-EOF TO TRUE
047900             GO TO 3700-EXIT
048000     END-READ.
048100     IF RVS-RETURN-REASON NOT = 'DISP'
048200         GO TO 3700-EXIT
048300     END-IF.
048400     MOVE RVS-IDENTIFICATION-NUMBER TO ACDSP-CASE-ID.
048500     MOVE RVS-OBLIGATION-NUMBER TO ACDSP-CASE-OBLIGATION.
048600     MOVE RVS-IDENTIFICATION-TYPE TO ACDSP-CASE-ID-TYPE.
048700     PERFORM 5050-CHECK-AUTO-CASE THRU 5050-EXIT.
048800     IF ACDSP-CASE-FOUND
048900         GO TO 3700-EXIT
049000     END-IF.
049100     PERFORM 5100-NEW-CASE THRU 5100-EXIT.
049200     SET DSPM-FROM-BANK-RETURN TO TRUE.
049300     MOVE RVS-PAYMENT-VALUE TO DSPM-DISPUTED-AMOUNT.
049400     MOVE RVS-RETURN-DATE TO DSPM-DEBIT-DATE.
049500     MOVE 'BANK RETURN - CUSTOMER DISPUTE' TO DSPM-NOTE.
049600     PERFORM 5200-WRITE-CASE THRU 5200-EXIT.
049700 3700-EXIT.
049800     EXIT.
049900
050000 4000-FINISH.
050100     CLOSE ACDSPT-FILE.
050200     CLOSE ACDSPM-FILE.
050300     CLOSE ACDSPA-FILE.
050400     CLOSE DSPDQC-FILE.
050500     DISPLAY 'ACDSP01 INTAKE TRANSACTIONS = '
050600         ACDSP-TXN-COUNT.
050700     DISPLAY 'ACDSP01 INTAKE APPLIED      = '
050800         ACDSP-APPLIED-COUNT.
050900     DISPLAY 'ACDSP01 INTAKE REJECTED     = '
051000         ACDSP-REJECT-COUNT.
051100     DISPLAY 'ACDSP01 CASES AUTO-OPENED   = '
051200         ACDSP-AUTO-OPEN-COUNT.
051300     DISPLAY 'ACDSP01 CASES ALREADY OPEN  = '
051400         ACDSP-ALREADY-OPEN-COUNT.
051500     DISPLAY 'ACDSP01 FEED ROWS NO CUST   = '
051600         ACDSP-NO-CUSTOMER-COUNT.
051700     DISPLAY 'ACDSP01 DOSSIER CARDS       = '
051800         ACDSP-CARD-COUNT.
051900     DISPLAY 'ACDSP01 DEADLINE FOR TODAY  = '
052000         ACDSP-DEADLINE-DATE.
052100     IF ACDSP-REJECT-COUNT NOT = ZERO
052200         MOVE 4 TO ACDSP-SEVERITY-CODE
052300     END-IF.
052400 4000-EXIT.
052500     EXIT.
052600
052700 5000-PROBE-CASE.
052800     MOVE 'N' TO ACDSP-CASE-FOUND-SW.
052900     MOVE ACDSP-CASE-ID TO DSPM-IDENTIFICATION-NUMBER.
053000     MOVE ACDSP-CASE-OBLIGATION TO DSPM-OBLIGATION-NUMBER.
053100     READ ACDSPM-FILE
053200         KEY IS DSPM-KEY
053300         INVALID KEY
053400             CONTINUE
053500         NOT INVALID KEY
053600             SET ACDSP-CASE-FOUND TO TRUE
053700     END-READ.
053800 5000-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------*
054200*  A FEED ROW WITH NO CUSTOMER IS TREATED AS FOUND SO THE   *
054300*  CALLER SKIPS IT.                                         *
054400*----------------------------------------------------------*
054500 5050-CHECK-AUTO-CASE.
054600     IF ACDSP-CASE-ID = SPACES OR ACDSP-CASE-ID = ZERO
054700         ADD 1 TO ACDSP-NO-CUSTOMER-COUNT
054800         SET ACDSP-CASE-FOUND TO TRUE
054900         GO TO 5050-EXIT
055000     END-IF.
055100     PERFORM 5000-PROBE-CASE THRU 5000-EXIT.
055200     IF ACDSP-CASE-FOUND
055300         ADD 1 TO ACDSP-ALREADY-OPEN-COUNT
055400     END-IF.
055500 5050-EXIT.
055600     EXIT.
055700
055800 5100-NEW-CASE.
055900     MOVE SPACES TO DISPUTE-CASE-RECORD.
056000     MOVE ACDSP-CASE-ID TO DSPM-IDENTIFICATION-NUMBER.
056100     MOVE ACDSP-CASE-OBLIGATION TO DSPM-OBLIGATION-NUMBER.
056200     MOVE ACDSP-CASE-ID-TYPE TO DSPM-IDENTIFICATION-TYPE.
056300     SET DSPM-OPEN TO TRUE.
056400     MOVE ZERO TO DSPM-DISPUTED-AMOUNT.
056500     MOVE ZERO TO DSPM-DEBIT-DATE.
056600     MOVE ZERO TO DSPM-ACC-CODE.
056700     MOVE ZERO TO DSPM-PRODUCT-NUMBER.
056800     MOVE ACDSP-TODAY TO DSPM-OPENED-DATE.
056900     MOVE ACDSP-DEADLINE-DATE TO DSPM-DEADLINE-DATE.
057000     MOVE ACDSP-TODAY TO DSPM-STATUS-DATE.
057100     MOVE ZERO TO DSPM-DOSSIER-DATE.
057200     MOVE ACDSP-AUDIT-USER TO DSPM-LAST-USER.
057300 5100-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------*
057700*  WRITE THE NEW CASE, QUEUE ITS DOSSIER CARD AND AUDIT IT. *
057800*----------------------------------------------------------*
057900 5200-WRITE-CASE.
058000     PERFORM 6000-QUEUE-DOSSIER THRU 6000-EXIT.
058100     MOVE ACDSP-TODAY TO DSPM-DOSSIER-DATE.
058200     WRITE DISPUTE-CASE-RECORD.
058300     IF NOT DSPM-FROM-INTAKE
058400         ADD 1 TO ACDSP-AUTO-OPEN-COUNT
058500         MOVE SPACES TO DISPUTE-CASE-AUDIT-RECORD
058600         MOVE 'O' TO DSPA-ACTION
058700         MOVE DSPM-IDENTIFICATION-NUMBER TO
058800             DSPA-IDENTIFICATION-NUMBER
058900         MOVE DSPM-OBLIGATION-NUMBER TO DSPA-OBLIGATION-NUMBER
059000         MOVE DSPM-SOURCE TO DSPA-SOURCE
059100         MOVE DSPM-NOTE TO DSPA-NOTE
059200     END-IF.
059300     SET DSPA-APPLIED TO TRUE.
059400     MOVE SPACE TO DSPA-OLD-STATUS.
059500     MOVE DSPM-STATUS TO DSPA-NEW-STATUS.
059600     MOVE DSPM-DEADLINE-DATE TO DSPA-DEADLINE-DATE.
059700     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
059800 5200-EXIT.
059900     EXIT.
060000
060100 6000-QUEUE-DOSSIER.
060200     MOVE 'N' TO ACDSP-CARD-SENT-SW.
060300     PERFORM 6100-CHECK-ONE-CARD THRU 6100-EXIT
060400         VARYING ACDSP-CARD-IDX FROM 1 BY 1
060500         UNTIL ACDSP-CARD-IDX > ACDSP-CARD-USED
060600            OR ACDSP-CARD-SENT.
060700     IF ACDSP-CARD-SENT
060800         GO TO 6000-EXIT
060900     END-IF.
061000     MOVE SPACES TO DOSSIER-REQUEST-CARD.
061100     MOVE DSPM-IDENTIFICATION-TYPE TO DQC-IDENTIFICATION-TYPE.
061200     MOVE DSPM-IDENTIFICATION-NUMBER TO
061300         DQC-IDENTIFICATION-NUMBER.
061400     WRITE DOSSIER-REQUEST-CARD.
061500     ADD 1 TO ACDSP-CARD-COUNT.
061600     IF ACDSP-CARD-USED < ACDSP-CARD-MAX
061700         ADD 1 TO ACDSP-CARD-USED
061800         MOVE DSPM-IDENTIFICATION-NUMBER TO
061900             ACDSP-CARD-ID (ACDSP-CARD-USED)
062000     END-IF.
062100 6000-EXIT.
062200     EXIT.
062300
062400 6100-CHECK-ONE-CARD.
062500     IF ACDSP-CARD-ID (ACDSP-CARD-IDX) =
062600             DSPM-IDENTIFICATION-NUMBER
062700         SET ACDSP-CARD-SENT TO TRUE
062800     END-IF.
062900 6100-EXIT.
063000     EXIT.
063100
063200 7000-WRITE-AUDIT.
063300     MOVE ACDSP-AUDIT-USER TO DSPA-MAINT-USER.
063400     MOVE ACDSP-TODAY TO DSPA-MAINT-DATE.
063500     ACCEPT ACDSP-NOW FROM TIME.
063600     MOVE ACDSP-NOW (1:6) TO DSPA-MAINT-TIME.
063700     WRITE DISPUTE-CASE-AUDIT-RECORD.
063800 7000-EXIT.
063900     EXIT.
064000
064100 8100-READ-ACDSPT.
064200     READ ACDSPT-FILE
064300         AT END
064400             SET ACDSP-TXN-EOF TO TRUE
064500     END-READ.
064600 8100-EXIT.
064700     EXIT.
