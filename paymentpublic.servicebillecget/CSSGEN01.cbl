000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSSGEN01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSSGEN01 -- SCHEDULED BILL-PAYMENT REQUEST GENERATION.  *
000900*                                                          *
001000*  RUNS EACH NIGHT AGAINST THE SCHEDULED-PAYMENT           *
001100*  WAREHOUSE (CSSPM, MAINTAINED BY CSSMNT01).  A PAYMENT   *
001200*  WAITING IN STATUS 'S' HAS ITS EXECUTION DATE ROLLED     *
001300*  FORWARD TO A BUSINESS DAY OF ITS COUNTRY THROUGH        *
001400*  DTBDAY01; WHEN THAT DAY IS ON OR BEFORE THE PROCESSING  *
001500*  DATE THE PAYMENT IS DUE, AND A WELL-FORMED OCBCOSP01    *
001600*  REQUEST CAPTURE IS WRITTEN TO CSSREQ:                   *
001700*    - THE HEADER CARRIES THE PAYMENT'S COUNTRY AND BANK,  *
001800*      TODAY'S REQUEST STAMP, CLEARED RESPONSE FIELDS, THE *
001900*      INTEGRATION USER FROM THE EXEC PARM AND THAT USER'S *
002000*      TOKEN FROM THE DAY'S CDTOK01 ISSUE;                 *
002100*    - THE TRANSACTION-ID IS BUILT FROM THE SCHEDULE KEY   *
002200*      AND THE REQUEST DATE (CSSPID01), SO CSSRES01 CAN    *
002300*      FIND THE PAYMENT AGAIN FROM THE RESPONSE ALONE;     *
002400*    - THE BODY IS THE PAYMENT AS SCHEDULED.  THE          *
002500*      REFERENCES WERE CHECKED AGAINST THE BILLER FORMAT   *
002600*      WHEN THE PAYMENT WAS SCHEDULED AND ARE NOT CHECKED  *
002700*      AGAIN HERE.                                         *
002800*  THE ENTRY MOVES TO STATUS 'R' WITH ITS DUE DATE, REQUEST*
002900*  DATE AND TRANSACTION-ID.  CSSREQ GOES OUT WITH THE      *
003000*  CHANNEL'S OWN OCBCOSP01 TRAFFIC, SO THE REQUESTS AND    *
003100*  THEIR RESPONSES LAND IN THE DAY'S CSREQ/CSRESP CAPTURE  *
003200*  LIKE ANY OTHER PAYMENT.                                 *
003300*                                                          *
003400*  THE EXEC PARM CARRIES THE PROCESSING DATE (ZERO MEANS   *
003500*  TODAY) AND THE INTEGRATION USER (SPACES TAKE THE        *
003600*  DEFAULT SCHEDULED-PAYMENT USER).  IF CDTOK01 ISSUED NO  *
003700*  TOKEN FOR THAT USER TODAY NOTHING IS GENERATED AND THE  *
003800*  STEP ENDS WITH CONDITION CODE 8 -- THE PAYMENTS STAY    *
003900*  WAITING AND GO OUT ON THE RERUN.                        *
004000*----------------------------------------------------------*
004100*  MODIFICATION HISTORY                                    *
004200*    10/15/26  DOB  INITIAL VERSION.                       *
004300*----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-ZSERIES.
004700 OBJECT-COMPUTER. IBM-ZSERIES.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CSSPM-FILE ASSIGN TO CSSPM
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SPM-KEY.
005400     SELECT CDTOK-FILE ASSIGN TO CDTOK01
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT CSSREQ-FILE ASSIGN TO CSSREQ
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CSSPM-FILE.
006200     COPY "CSSPM01.cpy".
006300
006400 FD  CDTOK-FILE.
006500     COPY "CDTOK01.cpy".
006600
006700 FD  CSSREQ-FILE.
006800     COPY "OCBCOSP01_REQUEST.cpy".
006900
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------*
007200*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007300*----------------------------------------------------------*
007400     COPY "RUNREG01.cpy".
007500
007600*----------------------------------------------------------*
007700*  BUSINESS-DAY REQUEST AREA (SEE DTBDAY01).               *
007800*----------------------------------------------------------*
007900     COPY "DTBDAY01.cpy".
008000
008100*----------------------------------------------------------*
008200*  TRANSACTION-ID OF A SCHEDULED PAYMENT'S REQUEST.        *
008300*----------------------------------------------------------*
008400     COPY "CSSPID01.cpy".
008500
008600 77  CSSGEN-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
008700
008800 01  CSSGEN-SWITCHES.
008900     05  CSSGEN-EOF-SW             PIC X(01) VALUE 'N'.
009000         88  CSSGEN-EOF              VALUE 'Y'.
009100     05  CSSGEN-TOK-EOF-SW         PIC X(01) VALUE 'N'.
009200         88  CSSGEN-TOK-EOF          VALUE 'Y'.
009300     05  CSSGEN-TOKEN-FOUND-SW     PIC X(01) VALUE 'N'.
009400         88  CSSGEN-TOKEN-FOUND      VALUE 'Y'.
009500
009600 77  CSSGEN-TODAY                  PIC 9(8) VALUE ZERO.
009700 77  CSSGEN-NOW                    PIC 9(6) VALUE ZERO.
009800 77  CSSGEN-PROCESS-DATE           PIC 9(8) VALUE ZERO.
009900 77  CSSGEN-INTEGRATION-USER       PIC X(40) VALUE SPACES.
010000 77  CSSGEN-TOKEN                  PIC X(64) VALUE SPACES.
010100 77  CSSGEN-READ-COUNT             PIC 9(7) COMP VALUE ZERO.
010200 77  CSSGEN-WAITING-COUNT          PIC 9(7) COMP VALUE ZERO.
010300 77  CSSGEN-GENERATED-COUNT        PIC 9(7) COMP VALUE ZERO.
010400 77  CSSGEN-BAD-DATE-COUNT         PIC 9(7) COMP VALUE ZERO.
010500
010600 LINKAGE SECTION.
010700 01  CSSGEN01-PARM-CARD.
010800     05  CSSGEN01-PARM-DATE         PIC 9(8).
010900     05  CSSGEN01-PARM-USER         PIC X(40).
011000
011100 PROCEDURE DIVISION USING CSSGEN01-PARM-CARD.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
011500         UNTIL CSSGEN-EOF.
011600     PERFORM 3000-FINISH THRU 3000-EXIT.
011700     SET RREG-END TO TRUE.
011800     MOVE CSSGEN-GENERATED-COUNT TO RREG-RECORD-COUNT.
011900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
012000     MOVE CSSGEN-SEVERITY-CODE TO RETURN-CODE.
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012400     SET RREG-START TO TRUE.
012500     MOVE 'CSSGEN01' TO RREG-PROGRAM-ID.
012600     MOVE SPACES TO RREG-GUARD-FILE.
012700     MOVE ZERO TO RREG-CYCLE-NUMBER.
012800     MOVE ZERO TO RREG-RECORD-COUNT.
012900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
013000     IF RREG-BLOCKED
013100         DISPLAY 'CSSGEN01 ALREADY COMPLETED FOR THIS DATE'
013200         MOVE 8 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     IF RREG-PREREQ-HOLD
013600         DISPLAY 'CSSGEN01 HELD - PREREQUISITE NOT COMPLETE'
013700         MOVE 8 TO RETURN-CODE
013800         STOP RUN
013900     END-IF.
014000     ACCEPT CSSGEN-TODAY FROM DATE YYYYMMDD.
014100     ACCEPT CSSGEN-NOW FROM TIME.
014200     IF CSSGEN01-PARM-DATE NUMERIC
014300             AND CSSGEN01-PARM-DATE NOT = ZERO
014400         MOVE CSSGEN01-PARM-DATE TO CSSGEN-PROCESS-DATE
014500     ELSE
014600         MOVE CSSGEN-TODAY TO CSSGEN-PROCESS-DATE
014700     END-IF.
014800     IF CSSGEN01-PARM-USER NOT = SPACES
014900         MOVE CSSGEN01-PARM-USER TO CSSGEN-INTEGRATION-USER
015000     ELSE
015100         MOVE 'SCHEDULED-BILL-PAYMENTS' TO
015200             CSSGEN-INTEGRATION-USER
015300     END-IF.
015400     OPEN INPUT CDTOK-FILE.
015500     PERFORM 1100-FIND-TOKEN THRU 1100-EXIT
015600         UNTIL CSSGEN-TOK-EOF.
015700     CLOSE CDTOK-FILE.
015800     IF NOT CSSGEN-TOKEN-FOUND
015900         DISPLAY 'CSSGEN01 NO TOKEN ISSUED FOR '
016000             CSSGEN-INTEGRATION-USER
016100         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016400     OPEN I-O CSSPM-FILE.
016500     OPEN OUTPUT CSSREQ-FILE.
016600     MOVE LOW-VALUES TO SPM-KEY.
016700     START CSSPM-FILE KEY IS NOT LESS THAN SPM-KEY
016800         INVALID KEY
016900             SET CSSGEN-EOF TO TRUE
017000     END-START.
017100     IF NOT CSSGEN-EOF
017200         PERFORM 8100-READ-CSSPM THRU 8100-EXIT
017300     END-IF.
017400 1000-EXIT.
017500     EXIT.
017600
017700*----------------------------------------------------------*
017800*  THE LAST TOKEN ISSUED TO THE USER TODAY IS THE ONE      *
017900*  USED.  A USER NOT IN THE VAULT OR SUSPENDED GETS NONE.  *
018000*----------------------------------------------------------*
018100 1100-FIND-TOKEN.
018200     READ CDTOK-FILE
018300         AT END
018400             SET CSSGEN-TOK-EOF TO TRUE
018500     END-READ.
018600     IF NOT CSSGEN-TOK-EOF
018700             AND CDTOK-INTEGRATION-USER = CSSGEN-INTEGRATION-USER
018800             AND NOT CDTOK-USER-NOT-FOUND
018900             AND NOT CDTOK-USER-SUSPENDED
019000         MOVE CDTOK-TOKEN TO CSSGEN-TOKEN
019100         SET CSSGEN-TOKEN-FOUND TO TRUE
019200     END-IF.
019300 1100-EXIT.
019400     EXIT.
019500
019600 2000-PROCESS-ENTRY.
019700     ADD 1 TO CSSGEN-READ-COUNT.
019800     IF NOT SPM-SCHEDULED
019900         GO TO 2000-READ-NEXT
020000     END-IF.
020100     PERFORM 2100-ROLL-DUE-DATE THRU 2100-EXIT.
020200     IF NOT BDAY-OK
020300         ADD 1 TO CSSGEN-BAD-DATE-COUNT
020400         MOVE 4 TO CSSGEN-SEVERITY-CODE
020500         DISPLAY 'CSSGEN01 EXECUTION DATE NOT ROLLED FOR '
020600             SPM-KEY
020700         GO TO 2000-READ-NEXT
020800     END-IF.
020900     IF BDAY-RESULT-DATE > CSSGEN-PROCESS-DATE
021000         ADD 1 TO CSSGEN-WAITING-COUNT
021100         GO TO 2000-READ-NEXT
021200     END-IF.
021300     PERFORM 2200-BUILD-REQUEST THRU 2200-EXIT.
021400     WRITE REQUEST.
021500     SET SPM-REQUESTED TO TRUE.
021600     MOVE BDAY-RESULT-DATE    TO SPM-DUE-DATE.
021700     MOVE CSSGEN-PROCESS-DATE TO SPM-REQUESTED-DATE.
021800     MOVE SCHEDULED-PAYMENT-TXN-ID TO SPM-TRANSACTION-ID.
021900     REWRITE SCHEDULED-PAYMENT-RECORD.
022000     ADD 1 TO CSSGEN-GENERATED-COUNT.
022100 2000-READ-NEXT.
022200     PERFORM 8100-READ-CSSPM THRU 8100-EXIT.
022300 2000-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------*
022700*  AN EXECUTION DATE ON A WEEKEND OR HOLIDAY OF THE        *
022800*  PAYMENT'S COUNTRY MOVES TO THE NEXT BUSINESS DAY.       *
022900*----------------------------------------------------------*
023000 2100-ROLL-DUE-DATE.
023100     SET BDAY-ROLL-FORWARD TO TRUE.
023200     MOVE SPM-COUNTRY-CODE   TO BDAY-COUNTRY-CODE.
023300     MOVE SPM-EXECUTION-DATE TO BDAY-DATE-1.
023400     MOVE ZERO TO BDAY-DATE-2.
023500     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
023600 2100-EXIT.
023700     EXIT.
023800
023900 2200-BUILD-REQUEST.
024000     MOVE 'SCHP'                    TO SPID-PREFIX.
024100     MOVE SPM-IDENTIFICATION-TYPE   TO SPID-IDENTIFICATION-TYPE.
024200     MOVE SPM-IDENTIFICATION-NUMBER TO
024300         SPID-IDENTIFICATION-NUMBER.
024400     MOVE SPM-SCHEDULE-NUMBER       TO SPID-SCHEDULE-NUMBER.
024500     MOVE CSSGEN-PROCESS-DATE       TO SPID-REQUEST-DATE.
024600     MOVE SPACES TO REQUEST.
024700     MOVE 'RQ'                TO TYPE-RQ.
024800     MOVE SPM-COUNTRY-CODE    TO COUNTRY-CODE OF REQUEST.
024900     MOVE SPM-BANK-CODE       TO BANK-CODE OF REQUEST.
025000     MOVE 'SCHP'              TO REQUESTER-SYSTEM.
025100     MOVE 'OCBCOSP01'         TO SERVICE-CODE OF REQUEST.
025200     MOVE 'CSSGEN01'          TO REQUESTING-DEVICE-ID.
025300     MOVE CSSGEN-INTEGRATION-USER TO REQUESTER-USER.
025400     MOVE CSSGEN-PROCESS-DATE TO REQUEST-DATE OF REQUEST.
025500     MOVE CSSGEN-NOW          TO REQUEST-TIME OF REQUEST.
025600     MOVE ZERO                TO RESPONSE-DATE OF REQUEST.
025700     MOVE ZERO                TO RESPONSE-TIME OF REQUEST.
025800     MOVE CSSGEN-INTEGRATION-USER TO INTEGRATION-USER.
025900     MOVE CSSGEN-TOKEN        TO INTEGRATION-USER-TOKEN.
026000     MOVE SCHEDULED-PAYMENT-TXN-ID TO
026100         TRANSACTION-ID OF REQUEST.
026200     MOVE SPM-IDENTIFICATION-TYPE TO
026300         IDENTIFICATION-TYPE OF REQUEST.
026400     MOVE SPM-IDENTIFICATION-NUMBER TO
026500         IDENTIFICATION-NUMBER OF REQUEST.
026600     MOVE SPM-REFERENCE-1     TO REFERENCE-1 OF REQUEST.
026700     MOVE SPM-REFERENCE-2     TO REFERENCE-2 OF REQUEST.
026800     MOVE SPM-REFERENCE-3     TO REFERENCE-3 OF REQUEST.
026900     MOVE SPM-AGREEMENT-CODE  TO AGREEMENT-CODE OF REQUEST.
027000     MOVE SPM-SP-SERVICE-CODE TO SP-SERVICE-CODE OF REQUEST.
027100     MOVE SPM-CURRENCY-CODE   TO CURRENCY-CODE OF REQUEST.
027200 2200-EXIT.
027300     EXIT.
027400
027500 3000-FINISH.
027600     CLOSE CSSPM-FILE.
027700     CLOSE CSSREQ-FILE.
027800     DISPLAY 'CSSGEN01 ENTRIES READ         = ' CSSGEN-READ-COUNT.
027900     DISPLAY 'CSSGEN01 REQUESTS GENERATED   = '
028000         CSSGEN-GENERATED-COUNT.
028100     DISPLAY 'CSSGEN01 NOT YET DUE          = '
028200         CSSGEN-WAITING-COUNT.
028300     DISPLAY 'CSSGEN01 DATE NOT ROLLED      = '
028400         CSSGEN-BAD-DATE-COUNT.
028500 3000-EXIT.
028600     EXIT.
028700
028800 8100-READ-CSSPM.
028900     READ CSSPM-FILE NEXT RECORD
029000         AT END
029100             SET CSSGEN-EOF TO TRUE
029200     END-READ.
029300 8100-EXIT.
029400     EXIT.
