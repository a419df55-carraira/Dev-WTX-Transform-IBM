000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSBREG01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSBREG01 -- BILLER REGISTER.                             *
000900*                                                          *
001000*  LISTS EVERY BILLER ON THE PROFILE TABLE (CSBPRF) IN      *
001100*  ASSOCIATED-SERVICE ORDER WITH ITS CURRENT AND SCHEDULED  *
001200*  SET-UP AS CSBMNT01 LEFT IT: NAME, OUTPUT FORMAT,         *
001300*  CURRENCY, THE AGREEMENT-CODE / SP-SERVICE-CODE PAIR, THE *
001400*  EFFECTIVE-FROM AND EFFECTIVE-TO DATES AND A STATUS --    *
001500*    SCHEDULED  NOT LIVE UNTIL ITS EFFECTIVE-FROM DATE;     *
001600*    ACTIVE     LIVE, NO DEACTIVATION ON FILE;              *
001700*    ENDING     LIVE, DEACTIVATION SCHEDULED FOR ITS        *
001800*               EFFECTIVE-TO DATE;                          *
001900*    INACTIVE   DEACTIVATED -- NEW REQUESTS ARE REFUSED,    *
002000*               COLLECTIONS IN FLIGHT STILL REMIT --        *
002100*  FOLLOWED BY ITS REFERENCE-FORMAT RULE (CSREFMT) AND      *
002200*  SURCHARGE RULE (CSSRUL).  ANYTHING OUT OF STEP BETWEEN   *
002300*  THE THREE TABLES IS NOTED ON THE BILLER LINE: NO PAIR    *
002400*  RECORDED ON THE PROFILE, NO FORMAT RULE, OR A RULE       *
002500*  WHOSE DATES DIFFER FROM THE PROFILE'S.  FORMAT AND       *
002600*  SURCHARGE RULES THAT NO PROFILE POINTS AT ARE LISTED     *
002700*  AFTERWARDS AS ORPHANS.  ANY OUT-OF-STEP BILLER OR        *
002800*  ORPHAN ENDS THE STEP WITH CONDITION CODE 4.              *
002900*----------------------------------------------------------*
003000*  MODIFICATION HISTORY                                    *
003100*    10/15/26  DOB  INITIAL VERSION.                       *
003200*    10/15/26  DOB  LISTS THE PRESENTMENT-FILE LAYOUT (P)  *
003300*                   BESIDE THE OUTPUT FORMAT.              *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-ZSERIES.
003800 OBJECT-COMPUTER. IBM-ZSERIES.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
004500     SELECT CSREFMT-FILE ASSIGN TO CSREFMT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS FMT-KEY.
004900     SELECT CSSRUL-FILE ASSIGN TO CSSRUL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SRUL-KEY.
005300     SELECT CSBRGR-FILE ASSIGN TO CSBRGR
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CSBPRF-FILE.
005900     COPY "CSBPRF01.cpy".
006000
006100 FD  CSREFMT-FILE.
006200     COPY "CSREFMT1.cpy".
006300
006400 FD  CSSRUL-FILE.
006500     COPY "CSSRUL01.cpy".
006600
006700 FD  CSBRGR-FILE.
006800 01  CSBRGR-PRINT-LINE             PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------*
007200*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
007300*----------------------------------------------------------*
007400     COPY "RUNREG01.cpy".
007500
007600 77  CSBREG-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
007700
007800 01  CSBREG-SWITCHES.
007900     05  CSBREG-EOF-SW             PIC X(01) VALUE 'N'.
008000         88  CSBREG-EOF              VALUE 'Y'.
008100     05  CSBREG-FMT-FOUND-SW       PIC X(01) VALUE 'N'.
008200         88  CSBREG-FMT-FOUND        VALUE 'Y'.
008300     05  CSBREG-RUL-FOUND-SW       PIC X(01) VALUE 'N'.
008400         88  CSBREG-RUL-FOUND        VALUE 'Y'.
008500     05  CSBREG-PAIR-FOUND-SW      PIC X(01) VALUE 'N'.
008600         88  CSBREG-PAIR-FOUND       VALUE 'Y'.
008700
008800 77  CSBREG-TODAY                  PIC 9(8) VALUE ZERO.
008900 77  CSBREG-FROM-DATE              PIC 9(8) VALUE ZERO.
009000 77  CSBREG-TO-DATE                PIC 9(8) VALUE ZERO.
009100 77  CSBREG-BILLER-COUNT           PIC 9(7) COMP VALUE ZERO.
009200 77  CSBREG-ACTIVE-COUNT           PIC 9(7) COMP VALUE ZERO.
009300 77  CSBREG-SCHEDULED-COUNT        PIC 9(7) COMP VALUE ZERO.
009400 77  CSBREG-ENDING-COUNT           PIC 9(7) COMP VALUE ZERO.
009500 77  CSBREG-INACTIVE-COUNT         PIC 9(7) COMP VALUE ZERO.
009600 77  CSBREG-OUT-OF-STEP-COUNT      PIC 9(7) COMP VALUE ZERO.
009700 77  CSBREG-ORPHAN-COUNT           PIC 9(7) COMP VALUE ZERO.
009800 77  CSBREG-PAIR-COUNT             PIC 9(5) COMP VALUE ZERO.
009900 77  CSBREG-PAIR-DROPPED           PIC 9(5) COMP VALUE ZERO.
010000 77  CSBREG-IDX                    PIC 9(5) COMP VALUE ZERO.
010100 77  CSBREG-SEARCH-PAIR            PIC 9(10) VALUE ZERO.
010200
010300*----------------------------------------------------------*
010400*  THE AGREEMENT / SP-SERVICE PAIRS THE PROFILES POINT AT,  *
010500*  KEPT TO FIND ORPHAN FORMAT AND SURCHARGE RULES.  IF THE  *
010600*  TABLE OVERFLOWS THE ORPHAN PASSES ARE SKIPPED RATHER     *
010700*  THAN REPORT FALSE ORPHANS.                               *
010800*----------------------------------------------------------*
010900 01  CSBREG-PAIR-TABLE.
011000     05  CSBREG-PAIR OCCURS 2000 TIMES PIC 9(10).
011100
011200 01  CSBREG-HEADING-1.
011300     05  FILLER                    PIC X(40)
011400         VALUE 'CSBREG01 BILLER REGISTER AS OF         '.
011500     05  CSBREG-H1-DATE            PIC 9(8).
011600     05  FILLER                    PIC X(84) VALUE SPACES.
011700
011800 01  CSBREG-HEADING-2.
011900     05  FILLER                    PIC X(07) VALUE 'SERV   '.
012000     05  FILLER                    PIC X(12)
012100         VALUE 'AGRMT SPSVC '.
012200     05  FILLER                    PIC X(33)
012300         VALUE ' BILLER NAME'.
012400     05  FILLER                    PIC X(03) VALUE 'F  '.
012500     05  FILLER                    PIC X(03) VALUE 'P  '.
012600     05  FILLER                    PIC X(05) VALUE 'CUR  '.
012700     05  FILLER                    PIC X(12)
012800         VALUE 'STATUS      '.
012900     05  FILLER                    PIC X(10) VALUE 'FROM      '.
013000     05  FILLER                    PIC X(10) VALUE 'TO        '.
013100     05  FILLER                    PIC X(37) VALUE 'NOTE'.
013200
013300 01  CSBREG-BILLER-LINE.
013400     05  CSBREG-BL-SERVICE         PIC 9(5).
013500     05  FILLER                    PIC X(02) VALUE SPACES.
013600     05  CSBREG-BL-AGREEMENT       PIC X(05).
013700     05  FILLER                    PIC X(01) VALUE SPACES.
013800     05  CSBREG-BL-SP-SERVICE      PIC X(05).
013900     05  FILLER                    PIC X(02) VALUE SPACES.
014000     05  CSBREG-BL-NAME            PIC X(30).
014100     05  FILLER                    PIC X(02) VALUE SPACES.
014200     05  CSBREG-BL-FORMAT          PIC X(01).
014300     05  FILLER                    PIC X(02) VALUE SPACES.
014400     05  CSBREG-BL-PRESENTMENT     PIC X(01).
014500     05  FILLER                    PIC X(02) VALUE SPACES.
014600     05  CSBREG-BL-CURRENCY        PIC 9(3).
014700     05  FILLER                    PIC X(02) VALUE SPACES.
014800     05  CSBREG-BL-STATUS          PIC X(10).
014900     05  FILLER                    PIC X(02) VALUE SPACES.
015000     05  CSBREG-BL-FROM            PIC 9(8).
015100     05  FILLER                    PIC X(02) VALUE SPACES.
015200     05  CSBREG-BL-TO              PIC 9(8).
015300     05  FILLER                    PIC X(02) VALUE SPACES.
015400     05  CSBREG-BL-NOTE            PIC X(30).
015500     05  FILLER                    PIC X(07) VALUE SPACES.
015600
015700 01  CSBREG-RULE-LINE.
015800     05  FILLER                    PIC X(07) VALUE SPACES.
015900     05  FILLER                    PIC X(06) VALUE 'REF1: '.
016000     05  CSBREG-RL-R1-LENGTH       PIC Z9.
016100     05  CSBREG-RL-R1-NUMERIC      PIC X(01).
016200     05  FILLER                    PIC X(08) VALUE '  REF2: '.
016300     05  CSBREG-RL-R2-LENGTH       PIC Z9.
016400     05  CSBREG-RL-R2-NUMERIC      PIC X(01).
016500     05  FILLER                    PIC X(08) VALUE '  REF3: '.
016600     05  CSBREG-RL-R3-LENGTH       PIC Z9.
016700     05  CSBREG-RL-R3-NUMERIC      PIC X(01).
016800     05  FILLER                    PIC X(13)
016900         VALUE '  SURCHARGE: '.
017000     05  CSBREG-RL-RULE-TYPE       PIC X(01).
017100     05  FILLER                    PIC X(07) VALUE '  FLAT '.
017200     05  CSBREG-RL-FLAT            PIC Z(8)9.99.
017300     05  FILLER                    PIC X(06) VALUE '  PCT '.
017400     05  CSBREG-RL-PERCENTAGE      PIC ZZ9.99.
017500     05  FILLER                    PIC X(06) VALUE '  DAY '.
017600     05  CSBREG-RL-PER-DAY         PIC Z(8)9.99.
017700     05  FILLER                    PIC X(06) VALUE '  CAP '.
017800     05  CSBREG-RL-CAP             PIC Z(8)9.99.
017900     05  FILLER                    PIC X(13) VALUE SPACES.
018000
018100 01  CSBREG-ORPHAN-LINE.
018200     05  FILLER                    PIC X(07) VALUE 'ORPHAN '.
018300     05  CSBREG-OL-TABLE           PIC X(16).
018400     05  CSBREG-OL-AGREEMENT       PIC 9(5).
018500     05  FILLER                    PIC X(01) VALUE SPACES.
018600     05  CSBREG-OL-SP-SERVICE      PIC 9(5).
018700     05  FILLER                    PIC X(32)
018800         VALUE '  NO BILLER PROFILE POINTS HERE'.
018900     05  FILLER                    PIC X(66) VALUE SPACES.
019000
019100 01  CSBREG-TOTAL-LINE.
019200     05  FILLER                    PIC X(09) VALUE 'BILLERS: '.
019300     05  CSBREG-TL-BILLERS         PIC Z(6)9.
019400     05  FILLER                    PIC X(10) VALUE '  ACTIVE: '.
019500     05  CSBREG-TL-ACTIVE          PIC Z(6)9.
019600     05  FILLER                    PIC X(13)
019700         VALUE '  SCHEDULED: '.
019800     05  CSBREG-TL-SCHEDULED       PIC Z(6)9.
019900     05  FILLER                    PIC X(10) VALUE '  ENDING: '.
020000     05  CSBREG-TL-ENDING          PIC Z(6)9.
020100     05  FILLER                    PIC X(12) VALUE
020200         '  INACTIVE: '.
020300     05  CSBREG-TL-INACTIVE        PIC Z(6)9.
020400     05  FILLER                    PIC X(15) VALUE
020500         '  OUT OF STEP: '.
020600     05  CSBREG-TL-OUT-OF-STEP     PIC Z(6)9.
020700     05  FILLER                    PIC X(11) VALUE '  ORPHANS: '.
020800     05  CSBREG-TL-ORPHANS         PIC Z(6)9.
020900     05  FILLER                    PIC X(03) VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     PERFORM 2000-LIST-BILLER THRU 2000-EXIT
021500         UNTIL CSBREG-EOF.
021600     IF CSBREG-PAIR-DROPPED = ZERO
021700         PERFORM 3000-FORMAT-ORPHANS THRU 3000-EXIT
021800         PERFORM 4000-RULE-ORPHANS THRU 4000-EXIT
021900     ELSE
022000         DISPLAY 'CSBREG01 PAIR TABLE FULL, ORPHAN CHECK SKIPPED'
022100         MOVE 4 TO CSBREG-SEVERITY-CODE
022200     END-IF.
022300     PERFORM 5000-FINISH THRU 5000-EXIT.
022400     SET RREG-END TO TRUE.
022500     MOVE CSBREG-BILLER-COUNT TO RREG-RECORD-COUNT.
022600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
022700     MOVE CSBREG-SEVERITY-CODE TO RETURN-CODE.
022800     STOP RUN.
022900
023000 1000-INITIALIZE.
023100     SET RREG-START TO TRUE.
023200     MOVE 'CSBREG01' TO RREG-PROGRAM-ID.
023300     MOVE SPACES TO RREG-GUARD-FILE.
023400     MOVE ZERO TO RREG-CYCLE-NUMBER.
023500     MOVE ZERO TO RREG-RECORD-COUNT.
023600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
023700     IF RREG-BLOCKED
023800         DISPLAY 'CSBREG01 ALREADY COMPLETED FOR THIS DATE'
023900         MOVE 8 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     IF RREG-PREREQ-HOLD
024300         DISPLAY 'CSBREG01 HELD - PREREQUISITE NOT COMPLETE'
024400         MOVE 8 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700     OPEN INPUT CSBPRF-FILE.
024800     OPEN INPUT CSREFMT-FILE.
024900     OPEN INPUT CSSRUL-FILE.
025000     OPEN OUTPUT CSBRGR-FILE.
025100     ACCEPT CSBREG-TODAY FROM DATE YYYYMMDD.
025200     MOVE CSBREG-TODAY TO CSBREG-H1-DATE.
025300     WRITE CSBRGR-PRINT-LINE FROM CSBREG-HEADING-1.
025400     WRITE CSBRGR-PRINT-LINE FROM CSBREG-HEADING-2.
025500     MOVE LOW-VALUES TO BPRF-ASSOCIATED-SERVICE.
025600     START CSBPRF-FILE
025700         KEY IS NOT LESS THAN BPRF-ASSOCIATED-SERVICE
025800         INVALID KEY
025900             SET CSBREG-EOF TO TRUE
026000     END-START.
026100     IF NOT CSBREG-EOF
026200         PERFORM 8100-READ-CSBPRF THRU 8100-EXIT
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------*
026800*  ONE BILLER.  PROFILES WRITTEN BEFORE CSBMNT01 CARRY      *
026900*  SPACES IN THE PAIR AND DATE FIELDS; THEIR DATES ARE      *
027000*  TREATED AS OPEN AND THEIR RULES CANNOT BE FOUND.         *
027100*----------------------------------------------------------*
027200 2000-LIST-BILLER.
027300     ADD 1 TO CSBREG-BILLER-COUNT.
027400     MOVE SPACES TO CSBREG-BL-NOTE.
027500     MOVE ZERO TO CSBREG-FROM-DATE CSBREG-TO-DATE.
027600     IF BPRF-EFFECTIVE-FROM NUMERIC
027700         MOVE BPRF-EFFECTIVE-FROM TO CSBREG-FROM-DATE
027800     END-IF.
027900     IF BPRF-EFFECTIVE-TO NUMERIC
028000         MOVE BPRF-EFFECTIVE-TO TO CSBREG-TO-DATE
028100     END-IF.
028200     EVALUATE TRUE
028300         WHEN CSBREG-FROM-DATE > CSBREG-TODAY
028400             MOVE 'SCHEDULED' TO CSBREG-BL-STATUS
028500             ADD 1 TO CSBREG-SCHEDULED-COUNT
028600         WHEN CSBREG-TO-DATE = ZERO
028700             MOVE 'ACTIVE' TO CSBREG-BL-STATUS
028800             ADD 1 TO CSBREG-ACTIVE-COUNT
028900         WHEN CSBREG-TO-DATE > CSBREG-TODAY
029000             MOVE 'ENDING' TO CSBREG-BL-STATUS
029100             ADD 1 TO CSBREG-ENDING-COUNT
029200         WHEN OTHER
029300             MOVE 'INACTIVE' TO CSBREG-BL-STATUS
029400             ADD 1 TO CSBREG-INACTIVE-COUNT
029500     END-EVALUATE.
029600     MOVE BPRF-ASSOCIATED-SERVICE TO CSBREG-BL-SERVICE.
029700     MOVE BPRF-BILLER-NAME        TO CSBREG-BL-NAME.
029800     MOVE BPRF-OUTPUT-FORMAT      TO CSBREG-BL-FORMAT.
029900     MOVE BPRF-PRESENTMENT-LAYOUT TO CSBREG-BL-PRESENTMENT.
030000     MOVE BPRF-CURRENCY-CODE      TO CSBREG-BL-CURRENCY.
030100     MOVE CSBREG-FROM-DATE        TO CSBREG-BL-FROM.
030200     MOVE CSBREG-TO-DATE          TO CSBREG-BL-TO.
030300     MOVE BPRF-AGREEMENT-CODE     TO CSBREG-BL-AGREEMENT.
030400     MOVE BPRF-SP-SERVICE-CODE    TO CSBREG-BL-SP-SERVICE.
030500     INITIALIZE CSBREG-RULE-LINE.
030600     IF BPRF-AGREEMENT-CODE NOT NUMERIC
030700             OR BPRF-AGREEMENT-CODE = ZERO
030800             OR BPRF-SP-SERVICE-CODE NOT NUMERIC
030900         MOVE 'PAIR NOT RECORDED' TO CSBREG-BL-NOTE
031000         ADD 1 TO CSBREG-OUT-OF-STEP-COUNT
031100         WRITE CSBRGR-PRINT-LINE FROM CSBREG-BILLER-LINE
031200         GO TO 2000-READ-NEXT
031300     END-IF.
031400     PERFORM 2100-REMEMBER-PAIR THRU 2100-EXIT.
031500     PERFORM 2200-LOOKUP-RULES THRU 2200-EXIT.
031600     EVALUATE TRUE
031700         WHEN NOT CSBREG-FMT-FOUND
031800             MOVE 'NO FORMAT RULE' TO CSBREG-BL-NOTE
031900         WHEN FMT-EFFECTIVE-FROM NOT = BPRF-EFFECTIVE-FROM
032000                 OR FMT-EFFECTIVE-TO NOT = BPRF-EFFECTIVE-TO
032100             MOVE 'FORMAT RULE DATES DIFFER' TO CSBREG-BL-NOTE
032200         WHEN CSBREG-RUL-FOUND
032300                 AND (SRUL-EFFECTIVE-FROM NOT =
032400                     BPRF-EFFECTIVE-FROM
032500                 OR SRUL-EFFECTIVE-TO NOT = BPRF-EFFECTIVE-TO)
032600             MOVE 'SURCHARGE DATES DIFFER' TO CSBREG-BL-NOTE
032700     END-EVALUATE.
032800     IF CSBREG-BL-NOTE NOT = SPACES
032900         ADD 1 TO CSBREG-OUT-OF-STEP-COUNT
033000     END-IF.
033100     WRITE CSBRGR-PRINT-LINE FROM CSBREG-BILLER-LINE.
033200     WRITE CSBRGR-PRINT-LINE FROM CSBREG-RULE-LINE.
033300 2000-READ-NEXT.
033400     PERFORM 8100-READ-CSBPRF THRU 8100-EXIT.
033500 2000-EXIT.
033600     EXIT.
033700
033800 2100-REMEMBER-PAIR.
033900     IF CSBREG-PAIR-COUNT NOT < 2000
034000         ADD 1 TO CSBREG-PAIR-DROPPED
034100         GO TO 2100-EXIT
034200     END-IF.
034300     ADD 1 TO CSBREG-PAIR-COUNT.
034400     MOVE BPRF-AGREEMENT-CODE TO
034500         CSBREG-PAIR (CSBREG-PAIR-COUNT) (1:5).
034600     MOVE BPRF-SP-SERVICE-CODE TO
034700         CSBREG-PAIR (CSBREG-PAIR-COUNT) (6:5).
034800 2100-EXIT.
034900     EXIT.
035000
035100 2200-LOOKUP-RULES.
035200     SET CSBREG-FMT-FOUND-SW TO 'N'.
035300     SET CSBREG-RUL-FOUND-SW TO 'N'.
035400     MOVE BPRF-AGREEMENT-CODE  TO AGREEMENT-CODE OF FMT-KEY.
035500     MOVE BPRF-SP-SERVICE-CODE TO SP-SERVICE-CODE OF FMT-KEY.
035600     READ CSREFMT-FILE
035700         KEY IS FMT-KEY
035800         INVALID KEY
035900             CONTINUE
036000         NOT INVALID KEY
036100             SET CSBREG-FMT-FOUND TO TRUE
036200     END-READ.
036300     IF CSBREG-FMT-FOUND
036400         MOVE REFERENCE-1-LENGTH     TO CSBREG-RL-R1-LENGTH
036500         MOVE REFERENCE-1-NUMERIC-SW TO CSBREG-RL-R1-NUMERIC
036600         MOVE REFERENCE-2-LENGTH     TO CSBREG-RL-R2-LENGTH
036700         MOVE REFERENCE-2-NUMERIC-SW TO CSBREG-RL-R2-NUMERIC
036800         MOVE REFERENCE-3-LENGTH     TO CSBREG-RL-R3-LENGTH
036900         MOVE REFERENCE-3-NUMERIC-SW TO CSBREG-RL-R3-NUMERIC
037000     END-IF.
037100     MOVE BPRF-AGREEMENT-CODE  TO SRUL-AGREEMENT-CODE.
037200     MOVE BPRF-SP-SERVICE-CODE TO SRUL-SP-SERVICE-CODE.
037300     READ CSSRUL-FILE
037400         KEY IS SRUL-KEY
037500         INVALID KEY
037600             CONTINUE
037700         NOT INVALID KEY
037800             SET CSBREG-RUL-FOUND TO TRUE
037900     END-READ.
038000     IF CSBREG-RUL-FOUND
038100         MOVE SRUL-RULE-TYPE       TO CSBREG-RL-RULE-TYPE
038200         MOVE SRUL-FLAT-AMOUNT     TO CSBREG-RL-FLAT
038300         MOVE SRUL-PERCENTAGE-RATE TO CSBREG-RL-PERCENTAGE
038400         MOVE SRUL-PER-DAY-AMOUNT  TO CSBREG-RL-PER-DAY
038500         MOVE SRUL-CAP-AMOUNT      TO CSBREG-RL-CAP
038600     END-IF.
038700 2200-EXIT.
038800     EXIT.
038900
039000 3000-FORMAT-ORPHANS.
039100     MOVE 'N' TO CSBREG-EOF-SW.
039200     MOVE LOW-VALUES TO FMT-KEY.
039300     START CSREFMT-FILE
039400         KEY IS NOT LESS THAN FMT-KEY
039500         INVALID KEY
039600             SET CSBREG-EOF TO TRUE
039700     END-START.
039800     PERFORM 3100-CHECK-FORMAT THRU 3100-EXIT
039900         UNTIL CSBREG-EOF.
040000 3000-EXIT.
040100     EXIT.
040200
040300 3100-CHECK-FORMAT.
040400     READ CSREFMT-FILE NEXT RECORD
040500         AT END
040600             SET CSBREG-EOF TO TRUE
040700     END-READ.
040800     IF CSBREG-EOF
040900         GO TO 3100-EXIT
041000     END-IF.
041100     MOVE FMT-KEY TO CSBREG-SEARCH-PAIR.
041200     PERFORM 6000-FIND-PAIR THRU 6000-EXIT.
041300     IF NOT CSBREG-PAIR-FOUND
041400         MOVE 'FORMAT RULE     ' TO CSBREG-OL-TABLE
041500         MOVE AGREEMENT-CODE OF FMT-KEY  TO CSBREG-OL-AGREEMENT
041600         MOVE SP-SERVICE-CODE OF FMT-KEY TO CSBREG-OL-SP-SERVICE
041700         WRITE CSBRGR-PRINT-LINE FROM CSBREG-ORPHAN-LINE
041800         ADD 1 TO CSBREG-ORPHAN-COUNT
041900     END-IF.
042000 3100-EXIT.
042100     EXIT.
042200
042300 4000-RULE-ORPHANS.
042400     MOVE 'N' TO CSBREG-EOF-SW.
042500     MOVE LOW-VALUES TO SRUL-KEY.
042600     START CSSRUL-FILE
042700         KEY IS NOT LESS THAN SRUL-KEY
042800         INVALID KEY
042900             SET CSBREG-EOF TO TRUE
043000     END-START.
043100     PERFORM 4100-CHECK-RULE THRU 4100-EXIT
043200         UNTIL CSBREG-EOF.
043300 4000-EXIT.
043400     EXIT.
043500
043600 4100-CHECK-RULE.
043700     READ CSSRUL-FILE NEXT RECORD
043800         AT END
043900             SET CSBREG-EOF TO TRUE
044000     END-READ.
044100     IF CSBREG-EOF
044200         GO TO 4100-EXIT
044300     END-IF.
044400     MOVE SRUL-KEY TO CSBREG-SEARCH-PAIR.
044500     PERFORM 6000-FIND-PAIR THRU 6000-EXIT.
044600     IF NOT CSBREG-PAIR-FOUND
044700         MOVE 'SURCHARGE RULE  ' TO CSBREG-OL-TABLE
044800         MOVE SRUL-AGREEMENT-CODE  TO CSBREG-OL-AGREEMENT
044900         MOVE SRUL-SP-SERVICE-CODE TO CSBREG-OL-SP-SERVICE
045000         WRITE CSBRGR-PRINT-LINE FROM CSBREG-ORPHAN-LINE
045100         ADD 1 TO CSBREG-ORPHAN-COUNT
045200     END-IF.
045300 4100-EXIT.
045400     EXIT.
045500
045600 5000-FINISH.
045700     MOVE CSBREG-BILLER-COUNT      TO CSBREG-TL-BILLERS.
045800     MOVE CSBREG-ACTIVE-COUNT      TO CSBREG-TL-ACTIVE.
045900     MOVE CSBREG-SCHEDULED-COUNT   TO CSBREG-TL-SCHEDULED.
046000     MOVE CSBREG-ENDING-COUNT      TO CSBREG-TL-ENDING.
046100     MOVE CSBREG-INACTIVE-COUNT    TO CSBREG-TL-INACTIVE.
046200     MOVE CSBREG-OUT-OF-STEP-COUNT TO CSBREG-TL-OUT-OF-STEP.
046300     MOVE CSBREG-ORPHAN-COUNT      TO CSBREG-TL-ORPHANS.
046400     MOVE SPACES TO CSBRGR-PRINT-LINE.
046500     WRITE CSBRGR-PRINT-LINE.
046600     WRITE CSBRGR-PRINT-LINE FROM CSBREG-TOTAL-LINE.
046700     CLOSE CSBPRF-FILE.
046800     CLOSE CSREFMT-FILE.
046900     CLOSE CSSRUL-FILE.
047000     CLOSE CSBRGR-FILE.
047100     DISPLAY 'CSBREG01 BILLERS LISTED      = '
047200         CSBREG-BILLER-COUNT.
047300     DISPLAY 'CSBREG01 BILLERS OUT OF STEP = '
047400         CSBREG-OUT-OF-STEP-COUNT.
047500     DISPLAY 'CSBREG01 ORPHAN RULES        = '
047600         CSBREG-ORPHAN-COUNT.
047700     IF CSBREG-OUT-OF-STEP-COUNT NOT = ZERO
047800             OR CSBREG-ORPHAN-COUNT NOT = ZERO
047900         MOVE 4 TO CSBREG-SEVERITY-CODE
048000     END-IF.
048100 5000-EXIT.
048200     EXIT.
048300
048400 6000-FIND-PAIR.
048500     SET CSBREG-PAIR-FOUND-SW TO 'N'.
048600     PERFORM 6100-MATCH-ONE THRU 6100-EXIT
048700         VARYING CSBREG-IDX FROM 1 BY 1
048800         UNTIL CSBREG-IDX > CSBREG-PAIR-COUNT
048900         OR CSBREG-PAIR-FOUND.
049000 6000-EXIT.
049100     EXIT.
049200
049300 6100-MATCH-ONE.
049400     IF CSBREG-PAIR (CSBREG-IDX) = CSBREG-SEARCH-PAIR
049500         SET CSBREG-PAIR-FOUND TO TRUE
049600     END-IF.
049700 6100-EXIT.
049800     EXIT.
049900
050000 8100-READ-CSBPRF.
050100     READ CSBPRF-FILE NEXT RECORD
050200         AT END
050300             SET CSBREG-EOF TO TRUE
050400     END-READ.
050500 8100-EXIT.
050600     EXIT.
