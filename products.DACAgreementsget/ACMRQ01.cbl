000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACMRQ01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. CONSUMER PRODUCTS - DAC AGREEMENTS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ACMRQ01 -- MANDATE AMENDMENT AND CANCELLATION INTAKE.   *
000900*                                                          *
001000*  QRYACRL01 ONLY QUERIES ACCORDS; A CUSTOMER WHO WANTS    *
001100*  ONE CHANGED USED TO BE PHONED THROUGH TO THE HOST TEAM  *
001200*  AND NOBODY CONFIRMED IT HAPPENED.  BRANCH REQUESTS NOW  *
001300*  ARRIVE ON AN INTAKE FILE (ACMRQ):                       *
001400*    'A'  MOVE THE ACCORD TO A NEW DEBIT-ACCOUNT-NUMBER;   *
001500*    'C'  CANCEL THE ACCORD;                               *
001600*    'S'  STOP ACCEPT-PAYMENT-RECURRING.                   *
001700*  EACH IS VALIDATED AGAINST THE ACSNP SNAPSHOT: THE       *
001800*  ACCORD MUST EXIST AND NOT ALREADY BE BLOCKED, AND A NEW *
001900*  DEBIT ACCOUNT MUST BE HELD BY THE SAME CUSTOMER ON THE  *
002000*  RELATIONSHIP MASTER (MVRELM) AND DIFFER FROM THE        *
002100*  CURRENT ONE.  AN ACCORD WITH AN INSTRUCTION STILL       *
002200*  UNCONFIRMED TAKES NO OTHER UNTIL IT IS.  A VALID        *
002300*  REQUEST GOES TO THE HOST ON THE FIXED-FORMAT            *
002400*  INSTRUCTION FILE (ACMIF: HEADER, ONE DETAIL PER         *
002500*  INSTRUCTION, TRAILER WITH COUNT AND ACC-CODE HASH) AND  *
002600*  IS OPENED ON THE INSTRUCTION MASTER (ACMIM) WITH A      *
002700*  CONFIRMATION DUE DATE N BUSINESS DAYS OUT (DTBDAY01),   *
002800*  WHERE ACMCF01 MATCHES IT BACK ON THE FOLLOWING NIGHTS.  *
002900*  EVERY REQUEST IS AUDITED (ACMRA).  THE EXEC PARM        *
003000*  CARRIES THE DUE DAYS (ZERO TAKES 3) AND THE             *
003100*  COUNTRY-CODE FOR THE HOLIDAY CALENDAR.  ANY REJECTED    *
003200*  REQUEST ENDS WITH CONDITION CODE 4.                     *
003300*----------------------------------------------------------*
003400*  MODIFICATION HISTORY                                    *
003500*    10/15/26  DOB  INITIAL VERSION.                       *
003600*----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-ZSERIES.
004000 OBJECT-COMPUTER. IBM-ZSERIES.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACMRQ-FILE ASSIGN TO ACMRQ
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT ACSNP-FILE ASSIGN TO ACSNP
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS ACSNP-KEY.
004900     SELECT MVRELM-FILE ASSIGN TO MVRELM
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS RELM-KEY.
005300     SELECT ACMIM-FILE ASSIGN TO ACMIM
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MIM-KEY.
005700     SELECT ACMIF-FILE ASSIGN TO ACMIF
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT ACMRA-FILE ASSIGN TO ACMRA
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACMRQ-FILE.
006500     COPY "ACMRQ01.cpy".
006600
006700 FD  ACSNP-FILE.
006800     COPY "ACSNP01.cpy".
006900
007000 FD  MVRELM-FILE.
007100     COPY "MVRELM01.cpy".
007200
007300 FD  ACMIM-FILE.
007400     COPY "ACMIM01.cpy".
007500
007600 FD  ACMIF-FILE.
007700     COPY "ACMIF01.cpy".
007800
007900 FD  ACMRA-FILE.
008000     COPY "ACMRA01.cpy".
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------*
008400*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
008500*----------------------------------------------------------*
008600     COPY "RUNREG01.cpy".
008700
008800*----------------------------------------------------------*
008900*  BUSINESS-DAY REQUEST AREA (SEE DTBDAY01).                *
009000*----------------------------------------------------------*
009100     COPY "DTBDAY01.cpy".
009200
009300 77  ACMRQ-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
009400
009500 01  ACMRQ-SWITCHES.
009600     05  ACMRQ-EOF-SW              PIC X(01) VALUE 'N'.
009700         88  ACMRQ-EOF               VALUE 'Y'.
009800     05  ACMRQ-FOUND-SW            PIC X(01) VALUE 'N'.
009900         88  ACMRQ-FOUND             VALUE 'Y'.
010000     05  ACMRQ-PENDING-SW          PIC X(01) VALUE 'N'.
010100         88  ACMRQ-PENDING           VALUE 'Y'.
010200     05  ACMRQ-SCAN-END-SW         PIC X(01) VALUE 'N'.
010300         88  ACMRQ-SCAN-END          VALUE 'Y'.
010400
010500 77  ACMRQ-TODAY                   PIC 9(8) VALUE ZERO.
010600 77  ACMRQ-NOW                     PIC 9(8) VALUE ZERO.
010700 77  ACMRQ-DUE-BDAYS               PIC 9(3) VALUE 3.
010800 77  ACMRQ-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
010900 77  ACMRQ-DUE-DATE                PIC 9(8) VALUE ZERO.
011000 77  ACMRQ-WORK-LILIAN             PIC 9(7) COMP VALUE ZERO.
011100 77  ACMRQ-BDAY-IDX                PIC 9(3) COMP VALUE ZERO.
011200 77  ACMRQ-SEQUENCE                PIC 9(5) VALUE ZERO.
011300 77  ACMRQ-HASH-TOTAL              PIC 9(15) VALUE ZERO.
011400 77  ACMRQ-REQUEST-COUNT           PIC 9(7) COMP VALUE ZERO.
011500 77  ACMRQ-ISSUED-COUNT            PIC 9(7) COMP VALUE ZERO.
011600 77  ACMRQ-REJECT-COUNT            PIC 9(7) COMP VALUE ZERO.
011700
011800 01  ACMRQ-INSTRUCTION-NUMBER.
011900     05  ACMRQ-IN-DATE             PIC 9(8).
012000     05  ACMRQ-IN-SEQUENCE         PIC 9(5).
012100 01  ACMRQ-INSTRUCTION-VALUE REDEFINES
012200         ACMRQ-INSTRUCTION-NUMBER  PIC 9(13).
012300
012400 LINKAGE SECTION.
012500 01  ACMRQ01-PARM-CARD.
012600     05  ACMRQ01-PARM-BDAYS        PIC 9(3).
012700     05  ACMRQ01-PARM-COUNTRY      PIC 9(4).
012800
012900 PROCEDURE DIVISION USING ACMRQ01-PARM-CARD.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     PERFORM 2000-APPLY-REQUEST THRU 2000-EXIT
013300         UNTIL ACMRQ-EOF.
013400     PERFORM 3000-FINISH THRU 3000-EXIT.
013500     SET RREG-END TO TRUE.
013600     MOVE ACMRQ-ISSUED-COUNT TO RREG-RECORD-COUNT.
013700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
013800     MOVE ACMRQ-SEVERITY-CODE TO RETURN-CODE.
013900     STOP RUN.
014000
014100 1000-INITIALIZE.
014200     SET RREG-START TO TRUE.
014300     MOVE 'ACMRQ01 ' TO RREG-PROGRAM-ID.
014400     MOVE SPACES TO RREG-GUARD-FILE.
014500     MOVE ZERO TO RREG-CYCLE-NUMBER.
014600     MOVE ZERO TO RREG-RECORD-COUNT.
014700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
014800     IF RREG-BLOCKED
014900         DISPLAY 'ACMRQ01 ALREADY COMPLETED FOR THIS DATE'
015000         MOVE 8 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015300     IF RREG-PREREQ-HOLD
015400         DISPLAY 'ACMRQ01 HELD - PREREQUISITE NOT COMPLETE'
015500         MOVE 8 TO RETURN-CODE
015600         STOP RUN
015700     END-IF.
015800     OPEN INPUT ACMRQ-FILE.
015900     OPEN INPUT ACSNP-FILE.
016000     OPEN INPUT MVRELM-FILE.
016100     OPEN I-O ACMIM-FILE.
016200     OPEN OUTPUT ACMIF-FILE.
016300     OPEN OUTPUT ACMRA-FILE.
016400     ACCEPT ACMRQ-TODAY FROM DATE YYYYMMDD.
016500     IF ACMRQ01-PARM-BDAYS NOT = ZERO
016600         MOVE ACMRQ01-PARM-BDAYS TO ACMRQ-DUE-BDAYS
016700     END-IF.
016800     MOVE ACMRQ01-PARM-COUNTRY TO ACMRQ-COUNTRY-CODE.
016900     PERFORM 1100-COMPUTE-DUE-DATE THRU 1100-EXIT.
017000     MOVE ACMRQ-TODAY TO ACMRQ-IN-DATE.
017100     MOVE SPACES TO MANDATE-INSTRUCTION-RECORD.
017200     SET MIF-FILE-HEADER TO TRUE.
017300     MOVE ACMRQ-TODAY TO MIF-HDR-FILE-DATE.
017400     MOVE 'ACMRQ01 ' TO MIF-HDR-ORIGINATOR.
017500     WRITE MANDATE-INSTRUCTION-RECORD.
017600     PERFORM 8100-READ-ACMRQ THRU 8100-EXIT.
017700 1000-EXIT.
017800     EXIT.
017900
018000*----------------------------------------------------------*
018100*  EVERY INSTRUCTION ISSUED TODAY IS DUE BACK N BUSINESS    *
018200*  DAYS OUT: STEP ONE CALENDAR DAY AND ROLL FORWARD         *
018300*  THROUGH DTBDAY01, N TIMES (AS ACRVL01).                  *
018400*----------------------------------------------------------*
018500 1100-COMPUTE-DUE-DATE.
018600     MOVE ACMRQ-TODAY TO BDAY-RESULT-DATE.
018700     PERFORM 1110-STEP-ONE-BDAY THRU 1110-EXIT
018800         VARYING ACMRQ-BDAY-IDX FROM 1 BY 1
018900         UNTIL ACMRQ-BDAY-IDX > ACMRQ-DUE-BDAYS.
019000     MOVE BDAY-RESULT-DATE TO ACMRQ-DUE-DATE.
019100 1100-EXIT.
019200     EXIT.
019300
019400 1110-STEP-ONE-BDAY.
019500     COMPUTE ACMRQ-WORK-LILIAN =
019600         FUNCTION INTEGER-OF-DATE(BDAY-RESULT-DATE) + 1.
019700     SET BDAY-ROLL-FORWARD TO TRUE.
019800     MOVE ACMRQ-COUNTRY-CODE TO BDAY-COUNTRY-CODE.
019900     COMPUTE BDAY-DATE-1 =
020000         FUNCTION DATE-OF-INTEGER(ACMRQ-WORK-LILIAN).
020100     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
020200 1110-EXIT.
020300     EXIT.
020400
020500 2000-APPLY-REQUEST.
020600     ADD 1 TO ACMRQ-REQUEST-COUNT.
020700     MOVE SPACES TO MANDATE-REQUEST-AUDIT-RECORD.
020800     MOVE MRQ-ACTION TO MRA-ACTION.
020900     MOVE MRQ-IDENTIFICATION-NUMBER TO
021000         MRA-IDENTIFICATION-NUMBER.
021100     MOVE MRQ-ACC-CODE TO MRA-ACC-CODE.
021200     MOVE MRQ-NEW-DEBIT-ACCOUNT TO MRA-NEW-DEBIT-ACCOUNT.
021300     MOVE MRQ-REQUESTED-BY TO MRA-REQUESTED-BY.
021400     MOVE ZERO TO MRA-INSTRUCTION-NUMBER.
021500     IF NOT MRQ-CHANGE-ACCOUNT AND NOT MRQ-CANCEL
021600             AND NOT MRQ-STOP-RECURRING
021700         SET MRA-BAD-ACTION TO TRUE
021800         GO TO 2000-REJECT
021900     END-IF.
022000     IF MRQ-REQUESTED-BY = SPACES
022100         SET MRA-NO-USER TO TRUE
022200         GO TO 2000-REJECT
022300     END-IF.
022400     IF MRQ-IDENTIFICATION-NUMBER = SPACES
022500             OR MRQ-ACC-CODE NOT NUMERIC
022600             OR MRQ-ACC-CODE = ZERO
022700         SET MRA-NO-KEY TO TRUE
022800         GO TO 2000-REJECT
022900     END-IF.
023000     IF MRQ-CHANGE-ACCOUNT
023100         IF MRQ-NEW-DEBIT-ACCOUNT NOT NUMERIC
023200                 OR MRQ-NEW-DEBIT-ACCOUNT = ZERO
023300             SET MRA-BAD-ACCOUNT TO TRUE
023400             GO TO 2000-REJECT
023500         END-IF
023600     END-IF.
023700     MOVE MRQ-IDENTIFICATION-NUMBER TO
023800         ACSNP-IDENTIFICATION-NUMBER.
023900     MOVE MRQ-ACC-CODE TO ACSNP-ACC-CODE.
024000     MOVE 'N' TO ACMRQ-FOUND-SW.
024100     READ ACSNP-FILE
024200         KEY IS ACSNP-KEY
024300         INVALID KEY
024400             CONTINUE
024500         NOT INVALID KEY
024600             SET ACMRQ-FOUND TO TRUE
024700     END-READ.
024800     IF NOT ACMRQ-FOUND
024900         SET MRA-NO-ACCORD TO TRUE
025000         GO TO 2000-REJECT
025100     END-IF.
025200     IF ACSNP-ACCORD-STATUS = 'B'
025300             OR ACSNP-DATE-BLOCK NOT = ZERO
025400         SET MRA-ACCORD-BLOCKED TO TRUE
025500         GO TO 2000-REJECT
025600     END-IF.
025700     IF MRQ-STOP-RECURRING
025800             AND ACSNP-ACCEPT-PAYMENT-RECURRING = 'N'
025900         SET MRA-NO-CHANGE TO TRUE
026000         GO TO 2000-REJECT
026100     END-IF.
026200     IF MRQ-CHANGE-ACCOUNT
026300         IF MRQ-NEW-DEBIT-ACCOUNT = ACSNP-DEBIT-ACCOUNT-NUMBER
026400             SET MRA-NO-CHANGE TO TRUE
026500             GO TO 2000-REJECT
026600         END-IF
026700         PERFORM 2100-CHECK-HOLDER THRU 2100-EXIT
026800         IF NOT ACMRQ-FOUND
026900             SET MRA-NOT-CUSTOMERS TO TRUE
027000             GO TO 2000-REJECT
027100         END-IF
027200     END-IF.
027300     PERFORM 2200-CHECK-PENDING THRU 2200-EXIT.
027400     IF ACMRQ-PENDING
027500         SET MRA-ALREADY-PENDING TO TRUE
027600         GO TO 2000-REJECT
027700     END-IF.
027800     PERFORM 2300-ISSUE-INSTRUCTION THRU 2300-EXIT.
027900     SET MRA-ISSUED TO TRUE.
028000     MOVE ACMRQ-INSTRUCTION-VALUE TO MRA-INSTRUCTION-NUMBER.
028100     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
028200     GO TO 2000-NEXT.
028300 2000-REJECT.
028400     SET MRA-REJECTED TO TRUE.
028500     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
028600     ADD 1 TO ACMRQ-REJECT-COUNT.
028700 2000-NEXT.
028800     PERFORM 8100-READ-ACMRQ THRU 8100-EXIT.
028900 2000-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------*
029300*  THE NEW ACCOUNT MUST BE HELD BY THE CUSTOMER, IN ANY     *
029400*  ROLE, ON TODAY'S DATE.  ROWS SEEDED FROM ACXREF CARRY A  *
029500*  BLANK IDENTIFICATION TYPE, SO THAT IS TRIED SECOND.      *
029600*----------------------------------------------------------*
029700 2100-CHECK-HOLDER.
029800     MOVE MRQ-NEW-DEBIT-ACCOUNT TO RELM-PRODUCT-NUMBER.
029900     MOVE MRQ-IDENTIFICATION-TYPE TO RELM-IDENTIFICATION-TYPE.
030000     MOVE MRQ-IDENTIFICATION-NUMBER TO
030100         RELM-IDENTIFICATION-NUMBER.
030200     PERFORM 2110-READ-HOLDER THRU 2110-EXIT.
030300     IF NOT ACMRQ-FOUND
030400             AND MRQ-IDENTIFICATION-TYPE NOT = SPACE
030500         MOVE SPACE TO RELM-IDENTIFICATION-TYPE
030600         PERFORM 2110-READ-HOLDER THRU 2110-EXIT
030700     END-IF.
030800 2100-EXIT.
030900     EXIT.
031000
031100 2110-READ-HOLDER.
031200     MOVE 'N' TO ACMRQ-FOUND-SW.
031300     READ MVRELM-FILE
031400         KEY IS RELM-KEY
031500         INVALID KEY
031600             GO TO 2110-EXIT
031700     END-READ.
031800     IF RELM-OPEN-DATE NOT > ACMRQ-TODAY
031900             AND (RELM-CLOSE-DATE = ZERO
032000             OR RELM-CLOSE-DATE > ACMRQ-TODAY)
032100         SET ACMRQ-FOUND TO TRUE
032200     END-IF.
032300 2110-EXIT.
032400     EXIT.
032500
032600 2200-CHECK-PENDING.
032700     MOVE 'N' TO ACMRQ-PENDING-SW.
032800     MOVE 'N' TO ACMRQ-SCAN-END-SW.
032900     MOVE MRQ-IDENTIFICATION-NUMBER TO
033000         MIM-IDENTIFICATION-NUMBER.
033100     MOVE MRQ-ACC-CODE TO MIM-ACC-CODE.
033200     MOVE ZERO TO MIM-INSTRUCTION-NUMBER.
033300     START ACMIM-FILE
033400         KEY IS NOT LESS THAN MIM-KEY
033500         INVALID KEY
033600             SET ACMRQ-SCAN-END TO TRUE
033700     END-START.
033800     PERFORM 2210-CHECK-ONE THRU 2210-EXIT
033900         UNTIL ACMRQ-SCAN-END OR ACMRQ-PENDING.
034000 2200-EXIT.
034100     EXIT.
034200
034300 2210-CHECK-ONE.
034400     READ ACMIM-FILE NEXT RECORD
034500         AT END
034600             SET ACMRQ-SCAN-END TO TRUE
034700             GO TO 2210-EXIT
034800     END-READ.
034900     IF MIM-IDENTIFICATION-NUMBER NOT =
035000             MRQ-IDENTIFICATION-NUMBER
035100             OR MIM-ACC-CODE NOT = MRQ-ACC-CODE
035200         SET ACMRQ-SCAN-END TO TRUE
035300         GO TO 2210-EXIT
035400     END-IF.
035500     IF MIM-UNCONFIRMED
035600         SET ACMRQ-PENDING TO TRUE
035700     END-IF.
035800 2210-EXIT.
035900     EXIT.
036000
036100 2300-ISSUE-INSTRUCTION.
036200     ADD 1 TO ACMRQ-SEQUENCE.
036300     MOVE ACMRQ-SEQUENCE TO ACMRQ-IN-SEQUENCE.
036400     MOVE SPACES TO MANDATE-INSTRUCTION-MASTER.
036500     MOVE MRQ-IDENTIFICATION-NUMBER TO
036600         MIM-IDENTIFICATION-NUMBER.
036700     MOVE MRQ-ACC-CODE TO MIM-ACC-CODE.
036800     MOVE ACMRQ-INSTRUCTION-VALUE TO MIM-INSTRUCTION-NUMBER.
036900     MOVE MRQ-ACTION TO MIM-ACTION.
037000     MOVE MRQ-IDENTIFICATION-TYPE TO MIM-IDENTIFICATION-TYPE.
037100     MOVE ACSNP-REFERENCE-NUMBER TO MIM-REFERENCE-NUMBER.
037200     MOVE ACSNP-DEBIT-BANK TO MIM-DEBIT-BANK.
037300     MOVE ACSNP-DEBIT-ACCOUNT-NUMBER TO MIM-OLD-DEBIT-ACCOUNT.
037400     IF MRQ-CHANGE-ACCOUNT
037500         MOVE MRQ-NEW-DEBIT-ACCOUNT TO MIM-NEW-DEBIT-ACCOUNT
037600     ELSE
037700         MOVE ZERO TO MIM-NEW-DEBIT-ACCOUNT
037800     END-IF.
037900     SET MIM-OPEN TO TRUE.
038000     MOVE ACMRQ-TODAY TO MIM-ISSUED-DATE.
038100     MOVE ACMRQ-DUE-DATE TO MIM-DUE-DATE.
038200     MOVE ZERO TO MIM-CONFIRMED-DATE.
038300     MOVE MRQ-REQUESTED-BY TO MIM-REQUESTED-BY.
038400     WRITE MANDATE-INSTRUCTION-MASTER.
038500     MOVE SPACES TO MANDATE-INSTRUCTION-RECORD.
038600     SET MIF-INSTRUCTION-DETAIL TO TRUE.
038700     MOVE MIM-INSTRUCTION-NUMBER TO MIF-DTL-INSTRUCTION-NUMBER.
038800     MOVE MIM-ACTION TO MIF-DTL-ACTION.
038900     MOVE MIM-IDENTIFICATION-TYPE TO
039000         MIF-DTL-IDENTIFICATION-TYPE.
039100     MOVE MIM-IDENTIFICATION-NUMBER TO
039200         MIF-DTL-IDENTIFICATION-NUMBER.
039300     MOVE MIM-ACC-CODE TO MIF-DTL-ACC-CODE.
039400     MOVE MIM-REFERENCE-NUMBER TO MIF-DTL-REFERENCE-NUMBER.
039500     MOVE MIM-OLD-DEBIT-ACCOUNT TO MIF-DTL-OLD-DEBIT-ACCOUNT.
039600     MOVE MIM-NEW-DEBIT-ACCOUNT TO MIF-DTL-NEW-DEBIT-ACCOUNT.
039700     WRITE MANDATE-INSTRUCTION-RECORD.
039800     ADD MIM-ACC-CODE TO ACMRQ-HASH-TOTAL.
039900     ADD 1 TO ACMRQ-ISSUED-COUNT.
040000 2300-EXIT.
040100     EXIT.
040200
040300 3000-FINISH.
040400     MOVE SPACES TO MANDATE-INSTRUCTION-RECORD.
040500     SET MIF-FILE-TRAILER TO TRUE.
040600     MOVE ACMRQ-ISSUED-COUNT TO MIF-TRL-INSTRUCTION-COUNT.
040700     MOVE ACMRQ-HASH-TOTAL TO MIF-TRL-HASH-TOTAL.
040800     WRITE MANDATE-INSTRUCTION-RECORD.
040900     CLOSE ACMRQ-FILE.
041000     CLOSE ACSNP-FILE.
041100     CLOSE MVRELM-FILE.
041200     CLOSE ACMIM-FILE.
041300     CLOSE ACMIF-FILE.
041400     CLOSE ACMRA-FILE.
041500     DISPLAY 'ACMRQ01 REQUESTS READ       = '
041600         ACMRQ-REQUEST-COUNT.
041700     DISPLAY 'ACMRQ01 INSTRUCTIONS ISSUED = '
041800         ACMRQ-ISSUED-COUNT.
041900     DISPLAY 'ACMRQ01 REQUESTS REJECTED   = '
042000         ACMRQ-REJECT-COUNT.
042100     DISPLAY 'ACMRQ01 CONFIRMATION DUE BY = '
042200         ACMRQ-DUE-DATE.
042300     IF ACMRQ-REJECT-COUNT NOT = ZERO
042400         MOVE 4 TO ACMRQ-SEVERITY-CODE
042500     END-IF.
042600 3000-EXIT.
042700     EXIT.
042800
042900 7000-WRITE-AUDIT.
043000     MOVE ACMRQ-TODAY TO MRA-AUDIT-DATE.
043100     ACCEPT ACMRQ-NOW FROM TIME.
043200     MOVE ACMRQ-NOW (1:6) TO MRA-AUDIT-TIME.
043300     WRITE MANDATE-REQUEST-AUDIT-RECORD.
043400 7000-EXIT.
043500     EXIT.
043600
043700 8100-READ-ACMRQ.
043800     READ ACMRQ-FILE
043900         AT END
044000             SET ACMRQ-EOF TO TRUE
044100     END-READ.
044200 8100-EXIT.
044300     EXIT.
