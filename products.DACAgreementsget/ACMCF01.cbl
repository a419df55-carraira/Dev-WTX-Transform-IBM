000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACMCF01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. CONSUMER PRODUCTS - DAC AGREEMENTS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ACMCF01 -- MANDATE INSTRUCTION CONFIRMATION AND          *
000900*             EXCEPTION REPORT.                             *
001000*                                                          *
001100*  RUNS EACH NIGHT AFTER ACSNP01 AND ACSTA01.  THE HOST     *
001200*  NEVER ANSWERS AN ACMRQ01 INSTRUCTION DIRECTLY -- THE     *
001300*  CHANGE SIMPLY SHOWS UP IN THE NEXT QRYACRL01 CAPTURE.    *
001400*  SO TONIGHT'S FIELD DELTAS (ACDLT) AND STATUS HISTORY     *
001500*  (ACSTH01) ARE MATCHED BACK TO THE OPEN INSTRUCTIONS ON   *
001600*  THE INSTRUCTION MASTER (ACMIM) FOR THE SAME ACCORD:      *
001700*    'A'  DEBIT-ACCOUNT-NUMBER NOW THE REQUESTED ACCOUNT;   *
001800*    'C'  ACCORD-STATUS TO 'B' OR A DATE-BLOCK SET;         *
001900*    'S'  ACCEPT-PAYMENT-RECURRING TO 'N'.                  *
002000*  A MATCHED INSTRUCTION IS MARKED CONFIRMED AND THE        *
002100*  CUSTOMER IS TOLD THROUGH THE NOTIFY FEED (REASON MNDC).  *
002200*  EVERY INSTRUCTION STILL UNCONFIRMED PAST ITS DUE DATE    *
002300*  IS AN EXCEPTION: IT IS MARKED ON THE MASTER THE FIRST    *
002400*  NIGHT AND LISTED ON THE REPORT (ACMCR) EVERY NIGHT       *
002500*  UNTIL THE HOST CATCHES UP.  ANY EXCEPTION ENDS WITH      *
002600*  CONDITION CODE 4.                                        *
002700*----------------------------------------------------------*
002800*  MODIFICATION HISTORY                                    *
002900*    10/15/26  DOB  INITIAL VERSION.                       *
003000*    10/15/26  DOB  PASSES THE CONFIRMATION DATE, BILLER   *
003100*                   AND ACCOUNT (THE NEW ONE ON A CHANGE OF*
003200*                   ACCOUNT) FOR THE NOTICE TEMPLATE (SEE  *
003300*                   NTDSP01).                              *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-ZSERIES.
003800 OBJECT-COMPUTER. IBM-ZSERIES.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ACDLT-FILE ASSIGN TO ACDLT
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT ACSTH-FILE ASSIGN TO ACSTH01
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT ACMIM-FILE ASSIGN TO ACMIM
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MIM-KEY.
004900     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT ACMCR-FILE ASSIGN TO ACMCR
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACDLT-FILE.
005700     COPY "ACDLT01.cpy".
005800
005900 FD  ACSTH-FILE.
006000     COPY "ACSTH01.cpy".
006100
006200 FD  ACMIM-FILE.
006300     COPY "ACMIM01.cpy".
006400
006500 FD  NOTIFY-FILE.
006600     COPY "NOTIFY01.cpy".
006700
006800 FD  ACMCR-FILE.
006900 01  ACMCR-PRINT-LINE              PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------*
007300*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
007400*----------------------------------------------------------*
007500     COPY "RUNREG01.cpy".
007600
007700 77  ACMCF-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
007800
007900 01  ACMCF-SWITCHES.
008000     05  ACMCF-EOF-SW              PIC X(01) VALUE 'N'.
008100         88  ACMCF-EOF               VALUE 'Y'.
008200     05  ACMCF-SCAN-END-SW         PIC X(01) VALUE 'N'.
008300         88  ACMCF-SCAN-END          VALUE 'Y'.
008400
008500 77  ACMCF-TODAY                   PIC 9(8) VALUE ZERO.
008600 77  ACMCF-DELTA-COUNT             PIC 9(7) COMP VALUE ZERO.
008700 77  ACMCF-HISTORY-COUNT           PIC 9(7) COMP VALUE ZERO.
008800 77  ACMCF-CONFIRMED-COUNT         PIC 9(7) COMP VALUE ZERO.
008900 77  ACMCF-NEW-EXCEPTION-COUNT     PIC 9(7) COMP VALUE ZERO.
009000 77  ACMCF-OUTSTANDING-COUNT       PIC 9(7) COMP VALUE ZERO.
009100
009200*----------------------------------------------------------*
009300*  ONE HOST-SIDE CHANGE, REDUCED TO THE INSTRUCTION ACTION  *
009400*  IT WOULD CONFIRM.                                        *
009500*----------------------------------------------------------*
009600 01  ACMCF-EVENT.
009700     05  ACMCF-EVENT-ACTION        PIC X(01).
009800         88  ACMCF-EVENT-NONE        VALUE SPACE.
009900     05  ACMCF-EVENT-ID            PIC X(17).
010000     05  ACMCF-EVENT-ACC-CODE      PIC 9(5).
010100     05  ACMCF-EVENT-ACCOUNT       PIC X(20).
010200     05  ACMCF-EVENT-DATE          PIC 9(8).
010300     05  ACMCF-EVENT-SOURCE        PIC X(5).
010400
010500 01  ACMCF-NEW-ACCOUNT-X           PIC X(20).
010600
010700 01  ACMCF-HEADING-1.
010800     05  FILLER                    PIC X(44)
010900         VALUE 'ACMCF01 MANDATE INSTRUCTION CONFIRMATION    '.
011000     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
011100     05  ACMCF-H1-TODAY            PIC 9(8).
011200     05  FILLER                    PIC X(71) VALUE SPACES.
011300
011400 01  ACMCF-HEADING-2.
011500     05  FILLER                    PIC X(18)
011600         VALUE 'INSTRUCTION    A  '.
011700     05  FILLER                    PIC X(19)
011800         VALUE 'IDENTIFICATION     '.
011900     05  FILLER                    PIC X(07) VALUE 'ACC    '.
012000     05  FILLER                    PIC X(22)
012100         VALUE 'REFERENCE             '.
012200     05  FILLER                    PIC X(10) VALUE 'ISSUED    '.
012300     05  FILLER                    PIC X(10) VALUE 'DUE       '.
012400     05  FILLER                    PIC X(13)
012500         VALUE 'RESULT       '.
012600     05  FILLER                    PIC X(20) VALUE 'DETAIL'.
012700     05  FILLER                    PIC X(13) VALUE SPACES.
012800
012900 01  ACMCF-DETAIL-LINE.
013000     05  ACMCF-DT-INSTRUCTION      PIC 9(13).
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  ACMCF-DT-ACTION           PIC X(01).
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400     05  ACMCF-DT-ID               PIC X(17).
013500     05  FILLER                    PIC X(02) VALUE SPACES.
013600     05  ACMCF-DT-ACC-CODE         PIC 9(5).
013700     05  FILLER                    PIC X(02) VALUE SPACES.
013800     05  ACMCF-DT-REFERENCE        PIC X(20).
013900     05  FILLER                    PIC X(02) VALUE SPACES.
014000     05  ACMCF-DT-ISSUED           PIC 9(8).
014100     05  FILLER                    PIC X(02) VALUE SPACES.
014200     05  ACMCF-DT-DUE              PIC 9(8).
014300     05  FILLER                    PIC X(02) VALUE SPACES.
014400     05  ACMCF-DT-RESULT           PIC X(11).
014500     05  FILLER                    PIC X(02) VALUE SPACES.
014600     05  ACMCF-DT-DETAIL           PIC X(20).
014700     05  FILLER                    PIC X(13) VALUE SPACES.
014800
014900 01  ACMCF-TOTAL-LINE.
015000     05  FILLER                    PIC X(12)
015100         VALUE 'CONFIRMED:  '.
015200     05  ACMCF-TL-CONFIRMED        PIC Z(6)9.
015300     05  FILLER                    PIC X(18)
015400         VALUE '  NEW EXCEPTIONS: '.
015500     05  ACMCF-TL-NEW              PIC Z(6)9.
015600     05  FILLER                    PIC X(15)
015700         VALUE '  OUTSTANDING: '.
015800     05  ACMCF-TL-OUTSTANDING      PIC Z(6)9.
015900     05  FILLER                    PIC X(66) VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016400     PERFORM 2000-APPLY-DELTA THRU 2000-EXIT
016500         UNTIL ACMCF-EOF.
016600     MOVE 'N' TO ACMCF-EOF-SW.
016700     PERFORM 8200-READ-ACSTH THRU 8200-EXIT.
016800     PERFORM 3000-APPLY-HISTORY THRU 3000-EXIT
016900         UNTIL ACMCF-EOF.
017000     PERFORM 5000-SWEEP-EXCEPTIONS THRU 5000-EXIT.
017100     PERFORM 6000-FINISH THRU 6000-EXIT.
017200     SET RREG-END TO TRUE.
017300     MOVE ACMCF-CONFIRMED-COUNT TO RREG-RECORD-COUNT.
017400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017500     MOVE ACMCF-SEVERITY-CODE TO RETURN-CODE.
017600     STOP RUN.
017700
017800 1000-INITIALIZE.
017900     SET RREG-START TO TRUE.
018000     MOVE 'ACMCF01 ' TO RREG-PROGRAM-ID.
018100     MOVE SPACES TO RREG-GUARD-FILE.
018200     MOVE ZERO TO RREG-CYCLE-NUMBER.
018300     MOVE ZERO TO RREG-RECORD-COUNT.
018400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
018500     IF RREG-BLOCKED
018600         DISPLAY 'ACMCF01 ALREADY COMPLETED FOR THIS DATE'
018700         MOVE 8 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000     IF RREG-PREREQ-HOLD
019100         DISPLAY 'ACMCF01 HELD - PREREQUISITE NOT COMPLETE'
019200         MOVE 8 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     OPEN INPUT ACDLT-FILE.
019600     OPEN INPUT ACSTH-FILE.
019700     OPEN I-O ACMIM-FILE.
019800     OPEN EXTEND NOTIFY-FILE.
019900     OPEN OUTPUT ACMCR-FILE.
020000     ACCEPT ACMCF-TODAY FROM DATE YYYYMMDD.
020100     MOVE ACMCF-TODAY TO ACMCF-H1-TODAY.
020200     WRITE ACMCR-PRINT-LINE FROM ACMCF-HEADING-1.
020300     WRITE ACMCR-PRINT-LINE FROM ACMCF-HEADING-2.
020400     PERFORM 8100-READ-ACDLT THRU 8100-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700
020800*----------------------------------------------------------*
020900*  A FIELD DELTA FROM ACSNP01.  ONLY THE FIELDS AN          *
021000*  INSTRUCTION CAN CHANGE ARE OF INTEREST.                  *
021100*----------------------------------------------------------*
021200 2000-APPLY-DELTA.
021300     ADD 1 TO ACMCF-DELTA-COUNT.
021400     MOVE SPACES TO ACMCF-EVENT.
021500     MOVE ADLT-IDENTIFICATION-NUMBER TO ACMCF-EVENT-ID.
021600     MOVE ADLT-ACC-CODE TO ACMCF-EVENT-ACC-CODE.
021700     MOVE ADLT-CHANGE-DATE TO ACMCF-EVENT-DATE.
021800     MOVE 'ACDLT' TO ACMCF-EVENT-SOURCE.
021900     EVALUATE TRUE
022000         WHEN ADLT-FIELD-NAME = 'DEBIT-ACCOUNT-NUMBER'
022100             MOVE 'A' TO ACMCF-EVENT-ACTION
022200             MOVE ADLT-NEW-VALUE TO ACMCF-EVENT-ACCOUNT
022300         WHEN ADLT-FIELD-NAME = 'ACCORD-STATUS'
022400                 AND ADLT-NEW-VALUE (1:1) = 'B'
022500             MOVE 'C' TO ACMCF-EVENT-ACTION
022600         WHEN ADLT-FIELD-NAME = 'DATE-BLOCK'
022700                 AND ADLT-NEW-VALUE (1:8) NOT = '00000000'
022800                 AND ADLT-NEW-VALUE (1:8) NOT = SPACES
022900             MOVE 'C' TO ACMCF-EVENT-ACTION
023000         WHEN ADLT-FIELD-NAME = 'ACCEPT-PAYMENT-RECURRING'
023100                 AND ADLT-NEW-VALUE (1:1) = 'N'
023200             MOVE 'S' TO ACMCF-EVENT-ACTION
023300         WHEN OTHER
023400             CONTINUE
023500     END-EVALUATE.
023600     IF NOT ACMCF-EVENT-NONE
023700         PERFORM 4000-MATCH-EVENT THRU 4000-EXIT
023800     END-IF.
023900     PERFORM 8100-READ-ACDLT THRU 8100-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------*
024400*  A STATUS CHANGE FROM ACSTA01.  A MOVE TO BLOCKED         *
024500*  CONFIRMS A CANCELLATION.                                 *
024600*----------------------------------------------------------*
024700 3000-APPLY-HISTORY.
024800     ADD 1 TO ACMCF-HISTORY-COUNT.
024900     IF NEW-STATUS OF ACCORD-STATUS-HISTORY-RECORD = 'B'
025000         MOVE SPACES TO ACMCF-EVENT
025100         MOVE 'C' TO ACMCF-EVENT-ACTION
025200         MOVE IDENTIFICATION-NUMBER OF
025300             ACCORD-STATUS-HISTORY-RECORD TO ACMCF-EVENT-ID
025400         MOVE ACC-CODE OF ACCORD-STATUS-HISTORY-RECORD TO
025500             ACMCF-EVENT-ACC-CODE
025600         MOVE CHANGE-DATE OF ACCORD-STATUS-HISTORY-RECORD TO
025700             ACMCF-EVENT-DATE
025800         MOVE 'ACSTH' TO ACMCF-EVENT-SOURCE
025900         PERFORM 4000-MATCH-EVENT THRU 4000-EXIT
026000     END-IF.
026100     PERFORM 8200-READ-ACSTH THRU 8200-EXIT.
026200 3000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------*
026600*  WALK THE ACCORD'S INSTRUCTIONS AND CONFIRM EVERY         *
026700*  UNCONFIRMED ONE ISSUED ON OR BEFORE THE CHANGE THAT THE  *
026800*  CHANGE SATISFIES.                                        *
026900*----------------------------------------------------------*
027000 4000-MATCH-EVENT.
027100     MOVE 'N' TO ACMCF-SCAN-END-SW.
027200     MOVE ACMCF-EVENT-ID TO MIM-IDENTIFICATION-NUMBER.
027300     MOVE ACMCF-EVENT-ACC-CODE TO MIM-ACC-CODE.
027400     MOVE ZERO TO MIM-INSTRUCTION-NUMBER.
027500     START ACMIM-FILE
027600         KEY IS NOT LESS THAN MIM-KEY
027700         INVALID KEY
027800             SET ACMCF-SCAN-END TO TRUE
027900     END-START.
028000     PERFORM 4100-MATCH-ONE THRU 4100-EXIT
028100         UNTIL ACMCF-SCAN-END.
028200 4000-EXIT.
028300     EXIT.
028400
028500 4100-MATCH-ONE.
028600     READ ACMIM-FILE NEXT RECORD
028700         AT END
028800             SET ACMCF-SCAN-END TO TRUE
028900             GO TO 4100-EXIT
029000     END-READ.
029100     IF MIM-IDENTIFICATION-NUMBER NOT = ACMCF-EVENT-ID
029200             OR MIM-ACC-CODE NOT = ACMCF-EVENT-ACC-CODE
029300         SET ACMCF-SCAN-END TO TRUE
029400         GO TO 4100-EXIT
029500     END-IF.
029600     IF NOT MIM-UNCONFIRMED
029700             OR MIM-ACTION NOT = ACMCF-EVENT-ACTION
029800             OR MIM-ISSUED-DATE > ACMCF-EVENT-DATE
029900         GO TO 4100-EXIT
030000     END-IF.
030100     IF MIM-CHANGE-ACCOUNT
030200         MOVE MIM-NEW-DEBIT-ACCOUNT TO ACMCF-NEW-ACCOUNT-X
030300         IF ACMCF-NEW-ACCOUNT-X NOT = ACMCF-EVENT-ACCOUNT
030400             GO TO 4100-EXIT
030500         END-IF
030600     END-IF.
030700     PERFORM 4200-CONFIRM THRU 4200-EXIT.
030800 4100-EXIT.
030900     EXIT.
031000
031100 4200-CONFIRM.
031200     SET MIM-CONFIRMED TO TRUE.
031300     MOVE ACMCF-TODAY TO MIM-CONFIRMED-DATE.
031400     MOVE ACMCF-EVENT-SOURCE TO MIM-CONFIRMED-FROM.
031500     REWRITE MANDATE-INSTRUCTION-MASTER.
031600     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
031700     MOVE 'QRYACRL1' TO NOTIFY-SOURCE-SERVICE.
031800     MOVE MIM-IDENTIFICATION-TYPE TO IDENTIFICATION-TYPE OF
031900         CUSTOMER-NOTIFICATION-RECORD.
032000     MOVE MIM-IDENTIFICATION-NUMBER TO
032100         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
032200     MOVE MIM-REFERENCE-NUMBER TO NOTIFY-REFERENCE.
032300     SET NOTIFY-MANDATE-CONFIRMED TO TRUE.
032400     SET NOTIFY-BY-EMAIL TO TRUE.
032500     MOVE ACMCF-TODAY TO NOTIFY-DATE.
032600     MOVE MIM-DEBIT-BANK TO NOTIFY-DEBIT-BANK.
032700     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
032800     MOVE ZERO TO NOTIFY-AMOUNT.
032900     MOVE ACMCF-TODAY TO NOTIFY-VALUE-DATE.
033000     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
033100     MOVE MIM-ACC-CODE TO NOTIFY-BILLER-SERVICE.
033200     IF MIM-CHANGE-ACCOUNT
033300         MOVE MIM-NEW-DEBIT-ACCOUNT TO NOTIFY-ACCOUNT-NUMBER
033400     ELSE
033500         MOVE MIM-OLD-DEBIT-ACCOUNT TO NOTIFY-ACCOUNT-NUMBER
033600     END-IF.
033700     WRITE CUSTOMER-NOTIFICATION-RECORD.
033800     PERFORM 7000-FILL-DETAIL THRU 7000-EXIT.
033900     MOVE 'CONFIRMED' TO ACMCF-DT-RESULT.
034000     MOVE 'FROM' TO ACMCF-DT-DETAIL.
034100     MOVE MIM-CONFIRMED-FROM TO ACMCF-DT-DETAIL (6:5).
034200     WRITE ACMCR-PRINT-LINE FROM ACMCF-DETAIL-LINE.
034300     ADD 1 TO ACMCF-CONFIRMED-COUNT.
034400 4200-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------*
034800*  EVERY INSTRUCTION STILL UNCONFIRMED PAST ITS DUE DATE.   *
034900*----------------------------------------------------------*
035000 5000-SWEEP-EXCEPTIONS.
035100     MOVE 'N' TO ACMCF-SCAN-END-SW.
035200     MOVE LOW-VALUES TO MIM-KEY.
035300     START ACMIM-FILE
035400         KEY IS NOT LESS THAN MIM-KEY
035500         INVALID KEY
035600             SET ACMCF-SCAN-END TO TRUE
035700     END-START.
035800     PERFORM 5100-SWEEP-ONE THRU 5100-EXIT
035900         UNTIL ACMCF-SCAN-END.
036000 5000-EXIT.
036100     EXIT.
036200
036300 5100-SWEEP-ONE.
036400     READ ACMIM-FILE NEXT RECORD
036500         AT END
036600             SET ACMCF-SCAN-END TO TRUE
036700             GO TO 5100-EXIT
036800     END-READ.
036900     IF NOT MIM-UNCONFIRMED
037000             OR MIM-DUE-DATE NOT < ACMCF-TODAY
037100         GO TO 5100-EXIT
037200     END-IF.
037300     PERFORM 7000-FILL-DETAIL THRU 7000-EXIT.
037400     MOVE 'EXCEPTION' TO ACMCF-DT-RESULT.
037500     IF MIM-OPEN
037600         SET MIM-EXCEPTION TO TRUE
037700         REWRITE MANDATE-INSTRUCTION-MASTER
037800         MOVE 'NEW' TO ACMCF-DT-DETAIL
037900         ADD 1 TO ACMCF-NEW-EXCEPTION-COUNT
038000     ELSE
038100         MOVE 'OUTSTANDING' TO ACMCF-DT-DETAIL
038200         ADD 1 TO ACMCF-OUTSTANDING-COUNT
038300     END-IF.
038400     WRITE ACMCR-PRINT-LINE FROM ACMCF-DETAIL-LINE.
038500 5100-EXIT.
038600     EXIT.
038700
038800 6000-FINISH.
038900     MOVE ACMCF-CONFIRMED-COUNT TO ACMCF-TL-CONFIRMED.
039000     MOVE ACMCF-NEW-EXCEPTION-COUNT TO ACMCF-TL-NEW.
039100     MOVE ACMCF-OUTSTANDING-COUNT TO ACMCF-TL-OUTSTANDING.
039200     WRITE ACMCR-PRINT-LINE FROM ACMCF-TOTAL-LINE.
039300     CLOSE ACDLT-FILE.
039400     CLOSE ACSTH-FILE.
039500     CLOSE ACMIM-FILE.
039600     CLOSE NOTIFY-FILE.
039700     CLOSE ACMCR-FILE.
039800     DISPLAY 'ACMCF01 DELTAS READ         = '
039900         ACMCF-DELTA-COUNT.
040000     DISPLAY 'ACMCF01 STATUS CHANGES READ = '
040100         ACMCF-HISTORY-COUNT.
040200     DISPLAY 'ACMCF01 CONFIRMED           = '
040300         ACMCF-CONFIRMED-COUNT.
040400     DISPLAY 'ACMCF01 NEW EXCEPTIONS      = '
040500         ACMCF-NEW-EXCEPTION-COUNT.
040600     DISPLAY 'ACMCF01 STILL OUTSTANDING   = '
040700         ACMCF-OUTSTANDING-COUNT.
040800     IF ACMCF-NEW-EXCEPTION-COUNT NOT = ZERO
040900             OR ACMCF-OUTSTANDING-COUNT NOT = ZERO
041000         MOVE 4 TO ACMCF-SEVERITY-CODE
041100     END-IF.
041200 6000-EXIT.
041300     EXIT.
041400
041500 7000-FILL-DETAIL.
041600     MOVE SPACES TO ACMCF-DT-RESULT.
041700     MOVE SPACES TO ACMCF-DT-DETAIL.
041800     MOVE MIM-INSTRUCTION-NUMBER TO ACMCF-DT-INSTRUCTION.
041900     MOVE MIM-ACTION TO ACMCF-DT-ACTION.
042000     MOVE MIM-IDENTIFICATION-NUMBER TO ACMCF-DT-ID.
042100     MOVE MIM-ACC-CODE TO ACMCF-DT-ACC-CODE.
042200     MOVE MIM-REFERENCE-NUMBER TO ACMCF-DT-REFERENCE.
042300     MOVE MIM-ISSUED-DATE TO ACMCF-DT-ISSUED.
042400     MOVE MIM-DUE-DATE TO ACMCF-DT-DUE.
042500 7000-EXIT.
042600     EXIT.
042700
042800 8100-READ-ACDLT.
042900     READ ACDLT-FILE
043000         AT END
043100             SET ACMCF-EOF TO TRUE
043200     END-READ.
043300 8100-EXIT.
043400     EXIT.
043500
043600 8200-READ-ACSTH.
043700     READ ACSTH-FILE
043800         AT END
043900             SET ACMCF-EOF TO TRUE
044000     END-READ.
044100 8200-EXIT.
044200     EXIT.
