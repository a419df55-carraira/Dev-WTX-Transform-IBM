000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PNDRPT01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - TRANSACTION AUDIT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  PNDRPT01 -- PENDING REFERENCE-DATA CHANGES: EXPIRY AND   *
000900*  DAILY DUAL-CONTROL REPORT.                               *
001000*                                                          *
001100*  CFGMNT01, NTCMNT01, ACLMNT01 AND ARHMNT01 NO LONGER      *
001200*  APPLY A VALID TRANSACTION; THEY PARK IT ON THE SHARED    *
001300*  PENDING-CHANGES FILE (PNDCHG, PNDCHG01) UNDER ITS MAKER, *
001400*  AND APPLY OR DECLINE IT ON A LATER RUN FROM AN APPROVAL  *
001500*  (PNDAPR) ENTERED BY A DIFFERENT USER.  THIS STEP RUNS    *
001600*  DAILY AFTER THE MAINTENANCE STEPS AND:                   *
001700*    - EXPIRES EVERY CHANGE STILL PENDING MORE THAN THE     *
001800*      EXEC PARM NUMBER OF DAYS AFTER IT WAS PARKED (ZERO   *
001900*      TAKES 10) -- STATUS 'X', REASON 'EXPD'.  AN EXPIRED  *
002000*      CHANGE CAN NO LONGER BE APPROVED; THE MAKER MUST     *
002100*      SUBMIT IT AGAIN.  CFGMNT01, NTCMNT01, ACLMNT01 AND   *
002200*      ARHMNT01 TAKE THE SAME PARM, SO A LATE APPROVAL      *
002300*      EXPIRES A CHANGE ON THE DAY THIS STEP WOULD; THE     *
002400*      ONE VALUE MUST BE GIVEN TO ALL FIVE STEPS;           *
002500*    - LISTS, TABLE BY TABLE, EVERY CHANGE STILL PENDING    *
002600*      AND EVERY CHANGE APPROVED, DECLINED, FAILED OR       *
002700*      EXPIRED TODAY, WITH MAKER, CHECKER AND THE BEFORE    *
002800*      AND AFTER IMAGES, AND A COUNT PER STATUS.            *
002900*  ANY EXPIRY ENDS THE STEP WITH CONDITION CODE 4.          *
003000*----------------------------------------------------------*
003100*  MODIFICATION HISTORY                                    *
003200*    10/15/26  DOB  INITIAL VERSION.                       *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-ZSERIES.
003700 OBJECT-COMPUTER. IBM-ZSERIES.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PNDCHG-FILE ASSIGN TO PNDCHG
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PND-KEY.
004400     SELECT PNDRPT-FILE ASSIGN TO PNDRPT
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PNDCHG-FILE.
005000     COPY "PNDCHG01.cpy".
005100
005200 FD  PNDRPT-FILE.
005300 01  PNDRPT-PRINT-LINE             PIC X(132).
005400
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------*
005700*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
005800*----------------------------------------------------------*
005900     COPY "RUNREG01.cpy".
006000
006100 77  PNDRPT-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
006200
006300 01  PNDRPT-SWITCHES.
006400     05  PNDRPT-EOF-SW             PIC X(01) VALUE 'N'.
006500         88  PNDRPT-EOF              VALUE 'Y'.
006600     05  PNDRPT-FIRST-SW           PIC X(01) VALUE 'Y'.
006700         88  PNDRPT-FIRST-TABLE      VALUE 'Y'.
006800
006900 77  PNDRPT-TODAY                  PIC 9(8) VALUE ZERO.
007000 77  PNDRPT-NOW                    PIC 9(6) VALUE ZERO.
007100 77  PNDRPT-TODAY-LILIAN           PIC 9(7) VALUE ZERO.
007200 77  PNDRPT-MAKER-LILIAN           PIC 9(7) VALUE ZERO.
007300 77  PNDRPT-DAYS-PENDING           PIC 9(5) VALUE ZERO.
007400 77  PNDRPT-EXPIRY-DAYS            PIC 9(3) VALUE 10.
007500 77  PNDRPT-CURRENT-TABLE          PIC X(4) VALUE SPACES.
007600 77  PNDRPT-LISTED-COUNT           PIC 9(7) COMP VALUE ZERO.
007700 77  PNDRPT-EXPIRED-TOTAL          PIC 9(7) COMP VALUE ZERO.
007800
007900*----------------------------------------------------------*
008000*  COUNTS FOR THE TABLE IN HAND, RESET AT EACH TABLE BREAK. *
008100*----------------------------------------------------------*
008200 01  PNDRPT-TABLE-COUNTS.
008300     05  PNDRPT-PENDING-COUNT      PIC 9(7) COMP VALUE ZERO.
008400     05  PNDRPT-APPROVED-COUNT     PIC 9(7) COMP VALUE ZERO.
008500     05  PNDRPT-REJECTED-COUNT     PIC 9(7) COMP VALUE ZERO.
008600     05  PNDRPT-FAILED-COUNT       PIC 9(7) COMP VALUE ZERO.
008700     05  PNDRPT-EXPIRED-COUNT      PIC 9(7) COMP VALUE ZERO.
008800
008900 01  PNDRPT-HEADING-1.
009000     05  FILLER                    PIC X(40)
009100         VALUE 'PNDRPT01 PENDING REFERENCE-DATA CHANGES '.
009200     05  FILLER                    PIC X(10) VALUE 'RUN DATE  '.
009300     05  PNDRPT-H1-DATE            PIC 9(8).
009400     05  FILLER                    PIC X(18)
009500         VALUE '  EXPIRY AFTER   '.
009600     05  PNDRPT-H1-DAYS            PIC ZZ9.
009700     05  FILLER                    PIC X(05) VALUE ' DAYS'.
009800     05  FILLER                    PIC X(48) VALUE SPACES.
009900
010000 01  PNDRPT-TABLE-HEADING.
010100     05  FILLER                    PIC X(06) VALUE 'TABLE '.
010200     05  PNDRPT-TH-TABLE-ID        PIC X(04).
010300     05  FILLER                    PIC X(02) VALUE SPACES.
010400     05  PNDRPT-TH-TABLE-NAME      PIC X(40).
010500     05  FILLER                    PIC X(80) VALUE SPACES.
010600
010700 01  PNDRPT-HEADING-2.
010800     05  FILLER                    PIC X(04) VALUE 'ST  '.
010900     05  FILLER                    PIC X(22)
011000         VALUE 'PENDING ID            '.
011100     05  FILLER                    PIC X(03) VALUE 'A  '.
011200     05  FILLER                    PIC X(62) VALUE 'ROW KEY'.
011300     05  FILLER                    PIC X(10) VALUE 'MAKER     '.
011400     05  FILLER                    PIC X(10) VALUE 'CHECKER   '.
011500     05  FILLER                    PIC X(06) VALUE 'RSN   '.
011600     05  FILLER                    PIC X(08) VALUE 'DECIDED '.
011700     05  FILLER                    PIC X(07) VALUE SPACES.
011800
011900 01  PNDRPT-DETAIL-LINE.
012000     05  PNDRPT-DT-STATUS          PIC X(01).
012100     05  FILLER                    PIC X(03) VALUE SPACES.
012200     05  PNDRPT-DT-MAKER-DATE      PIC 9(8).
012300     05  FILLER                    PIC X(01) VALUE '-'.
012400     05  PNDRPT-DT-MAKER-TIME      PIC 9(6).
012500     05  FILLER                    PIC X(01) VALUE '-'.
012600     05  PNDRPT-DT-SEQUENCE        PIC 9(4).
012700     05  FILLER                    PIC X(02) VALUE SPACES.
012800     05  PNDRPT-DT-ACTION          PIC X(01).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  PNDRPT-DT-ROW-KEY         PIC X(60).
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  PNDRPT-DT-MAKER           PIC X(08).
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400     05  PNDRPT-DT-CHECKER         PIC X(08).
013500     05  FILLER                    PIC X(02) VALUE SPACES.
013600     05  PNDRPT-DT-REASON          PIC X(04).
013700     05  FILLER                    PIC X(02) VALUE SPACES.
013800     05  PNDRPT-DT-DECIDED         PIC 9(8).
013900     05  FILLER                    PIC X(07) VALUE SPACES.
014000
014100 01  PNDRPT-IMAGE-LINE.
014200     05  FILLER                    PIC X(04) VALUE SPACES.
014300     05  PNDRPT-IL-LABEL           PIC X(08).
014400     05  PNDRPT-IL-IMAGE           PIC X(80).
014500     05  FILLER                    PIC X(40) VALUE SPACES.
014600
014700 01  PNDRPT-TOTAL-LINE.
014800     05  FILLER                    PIC X(06) VALUE 'TABLE '.
014900     05  PNDRPT-TL-TABLE-ID        PIC X(04).
015000     05  FILLER                    PIC X(11) VALUE '  PENDING: '.
015100     05  PNDRPT-TL-PENDING         PIC Z(6)9.
015200     05  FILLER                    PIC X(12) VALUE
015300         '  APPROVED: '.
015400     05  PNDRPT-TL-APPROVED        PIC Z(6)9.
015500     05  FILLER                    PIC X(12) VALUE
015600         '  DECLINED: '.
015700     05  PNDRPT-TL-REJECTED        PIC Z(6)9.
015800     05  FILLER                    PIC X(10) VALUE '  FAILED: '.
015900     05  PNDRPT-TL-FAILED          PIC Z(6)9.
016000     05  FILLER                    PIC X(11) VALUE '  EXPIRED: '.
016100     05  PNDRPT-TL-EXPIRED         PIC Z(6)9.
016200     05  FILLER                    PIC X(31) VALUE SPACES.
016300
016400 LINKAGE SECTION.
016500 01  PNDRPT01-PARM-CARD.
016600     05  PNDRPT01-PARM-DAYS        PIC 9(3).
016700
016800 PROCEDURE DIVISION USING PNDRPT01-PARM-CARD.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
017200         UNTIL PNDRPT-EOF.
017300     IF NOT PNDRPT-FIRST-TABLE
017400         PERFORM 2900-TABLE-TOTALS THRU 2900-EXIT
017500     END-IF.
017600     PERFORM 3000-FINISH THRU 3000-EXIT.
017700     SET RREG-END TO TRUE.
017800     MOVE PNDRPT-LISTED-COUNT TO RREG-RECORD-COUNT.
017900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
018000     MOVE PNDRPT-SEVERITY-CODE TO RETURN-CODE.
018100     STOP RUN.
018200
018300 1000-INITIALIZE.
018400     SET RREG-START TO TRUE.
018500     MOVE 'PNDRPT01' TO RREG-PROGRAM-ID.
018600     MOVE SPACES TO RREG-GUARD-FILE.
018700     MOVE ZERO TO RREG-CYCLE-NUMBER.
018800     MOVE ZERO TO RREG-RECORD-COUNT.
018900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
019000     IF RREG-BLOCKED
019100         DISPLAY 'PNDRPT01 ALREADY COMPLETED FOR THIS DATE'
019200         MOVE 8 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     IF RREG-PREREQ-HOLD
019600         DISPLAY 'PNDRPT01 HELD - PREREQUISITE NOT COMPLETE'
019700         MOVE 8 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     IF PNDRPT01-PARM-DAYS NUMERIC
020100             AND PNDRPT01-PARM-DAYS NOT = ZERO
020200         MOVE PNDRPT01-PARM-DAYS TO PNDRPT-EXPIRY-DAYS
020300     END-IF.
020400     OPEN I-O PNDCHG-FILE.
020500     OPEN OUTPUT PNDRPT-FILE.
020600     ACCEPT PNDRPT-TODAY FROM DATE YYYYMMDD.
020700     ACCEPT PNDRPT-NOW FROM TIME.
020800     COMPUTE PNDRPT-TODAY-LILIAN =
020900         FUNCTION INTEGER-OF-DATE(PNDRPT-TODAY).
021000     MOVE PNDRPT-TODAY TO PNDRPT-H1-DATE.
021100     MOVE PNDRPT-EXPIRY-DAYS TO PNDRPT-H1-DAYS.
021200     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-HEADING-1.
021300     MOVE LOW-VALUES TO PND-KEY.
021400     START PNDCHG-FILE
021500         KEY IS NOT LESS THAN PND-KEY
021600         INVALID KEY
021700             SET PNDRPT-EOF TO TRUE
021800     END-START.
021900     IF NOT PNDRPT-EOF
022000         PERFORM 8100-READ-PNDCHG THRU 8100-EXIT
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------*
022600*  ONE PENDING-CHANGE ROW.  THE FILE IS KEYED TABLE FIRST,  *
022700*  SO A CHANGE OF TABLE ID IS THE REPORT BREAK.  ROWS       *
022800*  DECIDED ON AN EARLIER DAY ARE HISTORY AND NOT LISTED.    *
022900*----------------------------------------------------------*
023000 2000-PROCESS-CHANGE.
023100     IF PND-PENDING
023200         PERFORM 2100-CHECK-EXPIRY THRU 2100-EXIT
023300     END-IF.
023400     IF NOT PND-PENDING
023500             AND PND-DECISION-DATE NOT = PNDRPT-TODAY
023600         GO TO 2000-READ-NEXT
023700     END-IF.
023800     IF PNDRPT-FIRST-TABLE
023900             OR PND-TABLE-ID NOT = PNDRPT-CURRENT-TABLE
024000         PERFORM 2200-TABLE-BREAK THRU 2200-EXIT
024100     END-IF.
024200     PERFORM 2300-LIST-CHANGE THRU 2300-EXIT.
024300 2000-READ-NEXT.
024400     PERFORM 8100-READ-PNDCHG THRU 8100-EXIT.
024500 2000-EXIT.
024600     EXIT.
024700
024800 2100-CHECK-EXPIRY.
024900     IF PND-MAKER-DATE NOT NUMERIC
025000             OR PND-MAKER-DATE = ZERO
025100         GO TO 2100-EXIT
025200     END-IF.
025300     COMPUTE PNDRPT-MAKER-LILIAN =
025400         FUNCTION INTEGER-OF-DATE(PND-MAKER-DATE).
025500     COMPUTE PNDRPT-DAYS-PENDING =
025600         PNDRPT-TODAY-LILIAN - PNDRPT-MAKER-LILIAN.
025700     IF PNDRPT-DAYS-PENDING NOT > PNDRPT-EXPIRY-DAYS
025800         GO TO 2100-EXIT
025900     END-IF.
026000     SET PND-EXPIRED TO TRUE.
026100     MOVE PNDRPT-TODAY TO PND-DECISION-DATE.
026200     MOVE PNDRPT-NOW TO PND-DECISION-TIME.
026300     MOVE 'EXPD' TO PND-REJECT-REASON.
026400     REWRITE PENDING-CHANGE-RECORD.
026500     ADD 1 TO PNDRPT-EXPIRED-TOTAL.
026600 2100-EXIT.
026700     EXIT.
026800
026900 2200-TABLE-BREAK.
027000     IF NOT PNDRPT-FIRST-TABLE
027100         PERFORM 2900-TABLE-TOTALS THRU 2900-EXIT
027200     END-IF.
027300     MOVE 'N' TO PNDRPT-FIRST-SW.
027400     MOVE PND-TABLE-ID TO PNDRPT-CURRENT-TABLE.
027500     INITIALIZE PNDRPT-TABLE-COUNTS.
027600     MOVE PND-TABLE-ID TO PNDRPT-TH-TABLE-ID.
027700     EVALUATE TRUE
027800         WHEN PND-COUNTRY-CONFIG
027900             MOVE 'COUNTRY/BANK CONFIGURATION (CTRYCFG)'
028000                 TO PNDRPT-TH-TABLE-NAME
028100         WHEN PND-CONTACT-MASTER
028200             MOVE 'CUSTOMER CONTACT MASTER (NTCON)'
028300                 TO PNDRPT-TH-TABLE-NAME
028400         WHEN PND-DEBIT-LIMIT
028500             MOVE 'DAC DEBIT LIMITS (ACLIM)'
028600                 TO PNDRPT-TH-TABLE-NAME
028700         WHEN PND-LEGAL-HOLD
028800             MOVE 'ARCHIVE LEGAL HOLDS (ARHOLD)'
028900                 TO PNDRPT-TH-TABLE-NAME
029000         WHEN OTHER
029100             MOVE 'UNKNOWN TABLE' TO PNDRPT-TH-TABLE-NAME
029200     END-EVALUATE.
029300     MOVE SPACES TO PNDRPT-PRINT-LINE.
029400     WRITE PNDRPT-PRINT-LINE.
029500     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-TABLE-HEADING.
029600     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-HEADING-2.
029700 2200-EXIT.
029800     EXIT.
029900
030000 2300-LIST-CHANGE.
030100     MOVE PND-STATUS        TO PNDRPT-DT-STATUS.
030200     MOVE PND-MAKER-DATE    TO PNDRPT-DT-MAKER-DATE.
030300     MOVE PND-MAKER-TIME    TO PNDRPT-DT-MAKER-TIME.
030400     MOVE PND-SEQUENCE      TO PNDRPT-DT-SEQUENCE.
030500     MOVE PND-ACTION        TO PNDRPT-DT-ACTION.
030600     MOVE PND-ROW-KEY       TO PNDRPT-DT-ROW-KEY.
030700     MOVE PND-MAKER-USER    TO PNDRPT-DT-MAKER.
030800     MOVE PND-CHECKER-USER  TO PNDRPT-DT-CHECKER.
030900     MOVE PND-REJECT-REASON TO PNDRPT-DT-REASON.
031000     MOVE PND-DECISION-DATE TO PNDRPT-DT-DECIDED.
031100     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-DETAIL-LINE.
031200     MOVE 'BEFORE: '        TO PNDRPT-IL-LABEL.
031300     MOVE PND-BEFORE-IMAGE  TO PNDRPT-IL-IMAGE.
031400     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-IMAGE-LINE.
031500     MOVE 'AFTER:  '        TO PNDRPT-IL-LABEL.
031600     MOVE PND-AFTER-IMAGE   TO PNDRPT-IL-IMAGE.
031700     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-IMAGE-LINE.
031800     ADD 1 TO PNDRPT-LISTED-COUNT.
031900     EVALUATE TRUE
032000         WHEN PND-PENDING
032100             ADD 1 TO PNDRPT-PENDING-COUNT
032200         WHEN PND-APPROVED
032300             ADD 1 TO PNDRPT-APPROVED-COUNT
032400         WHEN PND-REJECTED
032500             ADD 1 TO PNDRPT-REJECTED-COUNT
032600         WHEN PND-FAILED
032700             ADD 1 TO PNDRPT-FAILED-COUNT
032800         WHEN PND-EXPIRED
032900             ADD 1 TO PNDRPT-EXPIRED-COUNT
033000     END-EVALUATE.
033100 2300-EXIT.
033200     EXIT.
033300
033400 2900-TABLE-TOTALS.
033500     MOVE PNDRPT-CURRENT-TABLE  TO PNDRPT-TL-TABLE-ID.
033600     MOVE PNDRPT-PENDING-COUNT  TO PNDRPT-TL-PENDING.
033700     MOVE PNDRPT-APPROVED-COUNT TO PNDRPT-TL-APPROVED.
033800     MOVE PNDRPT-REJECTED-COUNT TO PNDRPT-TL-REJECTED.
033900     MOVE PNDRPT-FAILED-COUNT   TO PNDRPT-TL-FAILED.
034000     MOVE PNDRPT-EXPIRED-COUNT  TO PNDRPT-TL-EXPIRED.
034100     WRITE PNDRPT-PRINT-LINE FROM PNDRPT-TOTAL-LINE.
034200 2900-EXIT.
034300     EXIT.
034400
034500 3000-FINISH.
034600     CLOSE PNDCHG-FILE.
034700     CLOSE PNDRPT-FILE.
034800     DISPLAY 'PNDRPT01 CHANGES LISTED  = '
034900         PNDRPT-LISTED-COUNT.
035000     DISPLAY 'PNDRPT01 CHANGES EXPIRED = '
035100         PNDRPT-EXPIRED-TOTAL.
035200     IF PNDRPT-EXPIRED-TOTAL NOT = ZERO
035300         MOVE 4 TO PNDRPT-SEVERITY-CODE
035400     END-IF.
035500 3000-EXIT.
035600     EXIT.
035700
035800 8100-READ-PNDCHG.
035900     READ PNDCHG-FILE NEXT RECORD
036000         AT END
036100             SET PNDRPT-EOF TO TRUE
036200     END-READ.
036300 8100-EXIT.
036400     EXIT.
