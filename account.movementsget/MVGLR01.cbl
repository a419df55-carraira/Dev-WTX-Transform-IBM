000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVGLR01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVGLR01 -- MONTH-END SUB-LEDGER TO GENERAL-LEDGER        *
000900*             BALANCE RECONCILIATION.                       *
001000*                                                          *
001100*  MVGLA01 PROVES THE GL ACCEPTED EACH GLPOST BATCH, BUT    *
001200*  NOTHING PROVED THE GL BALANCES STILL AGREE WITH OUR OWN  *
001300*  BOOKS -- A POSTING KEYED DIRECTLY IN THE LEDGER, OR A    *
001400*  BATCH THE GL TEAM REVERSED, DRIFTED SILENTLY.  AT MONTH  *
001500*  END THIS STEP READS THE GL SYSTEM'S TRIAL-BALANCE        *
001600*  EXTRACT (GLTB) FOR THE ACCOUNTS ON THE CHART (GLCOA)     *
001700*  AND COMPARES EACH ONE WITH WHAT OUR SIDE SAYS IT SHOULD  *
001800*  HOLD, ON THE ACCOUNT'S NATURAL SIDE:                     *
001900*    - THE PRODUCT'S DEBIT ACCOUNT HOLDS THE MVBALM         *
002000*      CURRENT BALANCE;                                     *
002100*    - ITS CREDIT ACCOUNT HOLDS THE MVACRM ACCRUED BUCKET   *
002200*      (INTEREST NOT YET CAPITALIZED);                      *
002300*    - ITS OFFSET ACCOUNT HOLDS THE MONTH'S FEES (MVFEEB);  *
002400*    - THE SURCHARGE CHART ROW'S OFFSET ACCOUNT HOLDS THE   *
002500*      MONTH'S LATE-PAYMENT SURCHARGES (CSSURB).            *
002600*  MANUAL ADJUSTMENTS (MVADJ01) ARE GL JOURNALS THAT NEVER  *
002700*  TOUCH THESE MASTERS, SO THE ADJUSTMENT EXTRACT (MVADJX)  *
002800*  IS NETTED INTO THE BOOK SIDE BEFORE THE COMPARE: A FEE   *
002900*  OR SURCHARGE REVERSAL LOWERS ITS CHART ROW'S DEBIT AND   *
003000*  OFFSET AMOUNTS, A GOODWILL CREDIT LOWERS THE ACCOUNT     *
003100*  PRODUCT'S DEBIT AMOUNT AND RAISES THE GOODWILL ROW'S.    *
003200*  ONLY ADJUSTMENTS DATED BY THE RUN DATE ARE NETTED; THE   *
003300*  JCL FEEDS THE PERIOD'S MVADJX AS IT DOES MVFEEB.         *
003400*  ANYTHING STILL PARKED ON GLSUSP MOVED MVBALM BUT NEVER   *
003500*  REACHED THE LEDGER, SO ITS NET IS SHOWN AGAINST THE      *
003600*  DEBIT ACCOUNT AS THE EXPLAINED PART OF ANY DIFFERENCE.   *
003700*  AN ACCOUNT SHARED BY SEVERAL PRODUCTS IS COMPARED ONCE,  *
003800*  AGAINST THE SUM OF THEIR BOOK AMOUNTS.                   *
003900*                                                          *
004000*  THE REPORT (MVGLRR) LISTS EVERY PRODUCT'S BOOK AMOUNTS   *
004100*  BY GL ACCOUNT, THEN EACH GL ACCOUNT WITH ITS LEDGER      *
004200*  BALANCE AND THE UNEXPLAINED DIFFERENCE.  A DIFFERENCE,   *
004300*  OR A CHART ACCOUNT CARRYING A BOOK AMOUNT THAT IS        *
004400*  MISSING FROM THE TRIAL BALANCE, IS WRITTEN TO THE        *
004500*  RECONCILIATION EXCEPTION FILE (GLRECX), WHICH XCPOPN01   *
004600*  RAISES ONTO THE OPEN-EXCEPTIONS MASTER, AND ENDS THE     *
004700*  STEP WITH CONDITION CODE 4.  THE JCL EXEC PARM CARRIES   *
004800*  THE GLCOA PRODUCT CODE OF THE SURCHARGE ROW (ZERO TAKES  *
004900*  902) AND OF THE GOODWILL ROW (ZERO TAKES 903).           *
005000*----------------------------------------------------------*
005100*  MODIFICATION HISTORY                                    *
005200*    10/15/26  DOB  INITIAL VERSION.                       *
005300*    10/15/26  DOB  NETS THE MVADJ01 ADJUSTMENT EXTRACT    *
005400*                   (MVADJX) INTO THE BOOK SIDE; THE EXEC  *
005500*                   PARM ADDS THE GOODWILL CHART ROW.      *
005600*----------------------------------------------------------*
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER. IBM-ZSERIES.
006000 OBJECT-COMPUTER. IBM-ZSERIES.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT GLCOA-FILE ASSIGN TO GLCOA
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS COA-PRODUCT-CODE.
006700     SELECT MVBALM-FILE ASSIGN TO MVBALM
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS BALM-PRODUCT-CODE.
007100     SELECT MVACRM-FILE ASSIGN TO MVACRM
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS ACRM-PRODUCT-CODE.
007500     SELECT MVFEEB-FILE ASSIGN TO MVFEEB
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT CSSURB-FILE ASSIGN TO CSSURB
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT MVADJX-FILE ASSIGN TO MVADJX
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT GLSUSP-FILE ASSIGN TO GLSUSP
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT GLTB-FILE ASSIGN TO GLTB
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500     SELECT GLRECX-FILE ASSIGN TO GLRECX
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT MVGLRR-FILE ASSIGN TO MVGLRR
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  GLCOA-FILE.
009300     COPY "GLCOA01.cpy".
009400
009500 FD  MVBALM-FILE.
009600     COPY "MVBALM01.cpy".
009700
009800 FD  MVACRM-FILE.
009900     COPY "MVACRM01.cpy".
010000
010100 FD  MVFEEB-FILE.
010200     COPY "MVFEEB01.cpy".
010300
010400 FD  CSSURB-FILE.
010500     COPY "CSSURB01.cpy".
010600
010700
010800 FD  MVADJX-FILE.
010900     COPY "MVADJX01.cpy".
011000 FD  GLSUSP-FILE.
011100     COPY "GLSUSP01.cpy".
011200
011300 FD  GLTB-FILE.
011400     COPY "GLTB01.cpy".
011500
011600 FD  GLRECX-FILE.
011700     COPY "GLRECX01.cpy".
011800
011900 FD  MVGLRR-FILE.
012000 01  MVGLRR-PRINT-LINE             PIC X(132).
012100
012200 WORKING-STORAGE SECTION.
012300*----------------------------------------------------------*
012400*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
012500*----------------------------------------------------------*
012600     COPY "RUNREG01.cpy".
012700
012800 77  MVGLR-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
012900
013000 01  MVGLR-SWITCHES.
013100     05  MVGLR-EOF-SW              PIC X(01) VALUE 'N'.
013200         88  MVGLR-EOF               VALUE 'Y'.
013300     05  MVGLR-FOUND-SW            PIC X(01) VALUE 'N'.
013400         88  MVGLR-FOUND             VALUE 'Y'.
013500
013600 77  MVGLR-TODAY                   PIC 9(8) VALUE ZERO.
013700 77  MVGLR-PERIOD-END-DATE         PIC 9(8) VALUE ZERO.
013800 77  MVGLR-SURCHARGE-PRODUCT       PIC 9(3) VALUE 902.
013900 77  MVGLR-GOODWILL-PRODUCT        PIC 9(3) VALUE 903.
014000 77  MVGLR-GOODWILL-PIDX           PIC 9(3) COMP VALUE ZERO.
014100 77  MVGLR-PR-COUNT                PIC 9(3) COMP VALUE ZERO.
014200 77  MVGLR-PR-MAX                  PIC 9(3) COMP VALUE 300.
014300 77  MVGLR-AC-COUNT                PIC 9(4) COMP VALUE ZERO.
014400 77  MVGLR-AC-MAX                  PIC 9(4) COMP VALUE 900.
014500 77  MVGLR-PIDX                    PIC 9(3) COMP VALUE ZERO.
014600 77  MVGLR-AIDX                    PIC 9(4) COMP VALUE ZERO.
014700 77  MVGLR-IDX                     PIC 9(4) COMP VALUE ZERO.
014800 77  MVGLR-WK-PRODUCT              PIC 9(3) VALUE ZERO.
014900 77  MVGLR-WK-ACCOUNT              PIC 9(10) VALUE ZERO.
015000 77  MVGLR-WK-ROLE                 PIC X(1) VALUE SPACE.
015100 77  MVGLR-WK-BOOK                 PIC S9(15)V9(2) VALUE ZERO.
015200 77  MVGLR-WK-SUSPENSE             PIC S9(15)V9(2) VALUE ZERO.
015300 77  MVGLR-WK-GL-BALANCE           PIC S9(15)V9(2) VALUE ZERO.
015400 77  MVGLR-WK-DIFFERENCE           PIC S9(15)V9(2) VALUE ZERO.
015500 77  MVGLR-CHART-COUNT             PIC 9(7) COMP VALUE ZERO.
015600 77  MVGLR-TB-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
015700 77  MVGLR-TB-OFF-CHART-COUNT      PIC 9(7) COMP VALUE ZERO.
015800 77  MVGLR-UNMAPPED-COUNT          PIC 9(7) COMP VALUE ZERO.
015900 77  MVGLR-AGREED-COUNT            PIC 9(7) COMP VALUE ZERO.
016000 77  MVGLR-DIFFERENCE-COUNT        PIC 9(7) COMP VALUE ZERO.
016100 77  MVGLR-NOT-ON-TB-COUNT         PIC 9(7) COMP VALUE ZERO.
016200 77  MVGLR-TABLE-FULL-COUNT        PIC 9(7) COMP VALUE ZERO.
016300 77  MVGLR-ADJ-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
016400 77  MVGLR-ADJ-LATER-COUNT         PIC 9(7) COMP VALUE ZERO.
016500
016600*----------------------------------------------------------*
016700*  ONE ENTRY PER CHART ROW, CARRYING ITS THREE GL ACCOUNTS  *
016800*  AND THE BOOK AMOUNTS GATHERED FROM OUR OWN MASTERS.      *
016900*----------------------------------------------------------*
017000 01  MVGLR-PRODUCT-TABLE.
017100     05  MVGLR-PR-ENTRY OCCURS 300 TIMES.
017200         10  MVGLR-PR-CODE         PIC 9(3).
017300         10  MVGLR-PR-DEBIT-ACCT   PIC 9(10).
017400         10  MVGLR-PR-CREDIT-ACCT  PIC 9(10).
017500         10  MVGLR-PR-OFFSET-ACCT  PIC 9(10).
017600         10  MVGLR-PR-BALANCE      PIC S9(15)V9(2).
017700         10  MVGLR-PR-ACCRUED      PIC S9(15)V9(2).
017800         10  MVGLR-PR-FEES         PIC S9(15)V9(2).
017900         10  MVGLR-PR-SURCHARGES   PIC S9(15)V9(2).
018000         10  MVGLR-PR-SUSPENSE     PIC S9(15)V9(2).
018100         10  MVGLR-PR-ADJ-DEBIT    PIC S9(15)V9(2).
018200         10  MVGLR-PR-ADJ-OFFSET   PIC S9(15)V9(2).
018300
018400*----------------------------------------------------------*
018500*  ONE ENTRY PER DISTINCT GL ACCOUNT ON THE CHART.  THE     *
018600*  ROLE (AND SO THE NATURAL SIDE) IS THE ONE THE FIRST      *
018700*  CHART ROW GAVE IT.                                       *
018800*----------------------------------------------------------*
018900 01  MVGLR-ACCOUNT-TABLE.
019000     05  MVGLR-AC-ENTRY OCCURS 900 TIMES.
019100         10  MVGLR-AC-ACCOUNT      PIC 9(10).
019200         10  MVGLR-AC-PRODUCT      PIC 9(3).
019300         10  MVGLR-AC-ROLE         PIC X(1).
019400         10  MVGLR-AC-SHARED-SW    PIC X(1).
019500         10  MVGLR-AC-TB-SW        PIC X(1).
019600         10  MVGLR-AC-GL-BALANCE   PIC S9(15)V9(2).
019700         10  MVGLR-AC-BOOK         PIC S9(15)V9(2).
019800         10  MVGLR-AC-SUSPENSE     PIC S9(15)V9(2).
019900
020000 01  MVGLR-HEADING-1.
020100     05  FILLER                    PIC X(42)
020200         VALUE 'MVGLR01 SUB-LEDGER TO GL RECONCILIATION - '.
020300     05  MVGLR-H1-DATE             PIC 9(8).
020400     05  FILLER                    PIC X(82) VALUE SPACES.
020500
020600 01  MVGLR-HEADING-2.
020700     05  FILLER                    PIC X(05) VALUE 'PRD  '.
020800     05  FILLER                    PIC X(08) VALUE 'ROLE    '.
020900     05  FILLER                    PIC X(12)
021000         VALUE 'GL ACCOUNT  '.
021100     05  FILLER                    PIC X(20)
021200         VALUE 'BOOK SOURCE         '.
021300     05  FILLER                    PIC X(21)
021400         VALUE '         BOOK AMOUNT '.
021500     05  FILLER                    PIC X(21)
021600         VALUE '         IN SUSPENSE '.
021700     05  FILLER                    PIC X(45) VALUE SPACES.
021800
021900 01  MVGLR-BOOK-LINE.
022000     05  MVGLR-BK-PRODUCT          PIC 9(3).
022100     05  FILLER                    PIC X(02) VALUE SPACES.
022200     05  MVGLR-BK-ROLE             PIC X(06).
022300     05  FILLER                    PIC X(02) VALUE SPACES.
022400     05  MVGLR-BK-ACCOUNT          PIC 9(10).
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  MVGLR-BK-SOURCE           PIC X(18).
022700     05  FILLER                    PIC X(02) VALUE SPACES.
022800     05  MVGLR-BK-AMOUNT           PIC Z(14)9.99-.
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  MVGLR-BK-SUSPENSE         PIC Z(14)9.99-.
023100     05  FILLER                    PIC X(47) VALUE SPACES.
023200
023300 01  MVGLR-HEADING-3.
023400     05  FILLER                    PIC X(05) VALUE 'PRD  '.
023500     05  FILLER                    PIC X(12)
023600         VALUE 'GL ACCOUNT  '.
023700     05  FILLER                    PIC X(21)
023800         VALUE '          GL BALANCE '.
023900     05  FILLER                    PIC X(21)
024000         VALUE '        BOOK BALANCE '.
024100     05  FILLER                    PIC X(21)
024200         VALUE '         IN SUSPENSE '.
024300     05  FILLER                    PIC X(21)
024400         VALUE '        UNEXPLAINED  '.
024500     05  FILLER                    PIC X(31) VALUE 'STATUS'.
024600
024700 01  MVGLR-RECON-LINE.
024800     05  MVGLR-RC-PRODUCT          PIC X(03).
024900     05  FILLER                    PIC X(02) VALUE SPACES.
025000     05  MVGLR-RC-ACCOUNT          PIC 9(10).
025100     05  FILLER                    PIC X(02) VALUE SPACES.
025200     05  MVGLR-RC-GL-BALANCE       PIC Z(14)9.99-.
025300     05  FILLER                    PIC X(02) VALUE SPACES.
025400     05  MVGLR-RC-BOOK             PIC Z(14)9.99-.
025500     05  FILLER                    PIC X(02) VALUE SPACES.
025600     05  MVGLR-RC-SUSPENSE         PIC Z(14)9.99-.
025700     05  FILLER                    PIC X(02) VALUE SPACES.
025800     05  MVGLR-RC-DIFFERENCE       PIC Z(14)9.99-.
025900     05  FILLER                    PIC X(02) VALUE SPACES.
026000     05  MVGLR-RC-STATUS           PIC X(12).
026100     05  FILLER                    PIC X(13) VALUE SPACES.
026200
026300 LINKAGE SECTION.
026400 01  MVGLR01-PARM-CARD.
026500     05  MVGLR01-PARM-SURCHARGE    PIC 9(3).
026600     05  MVGLR01-PARM-GOODWILL     PIC 9(3).
026700
026800 PROCEDURE DIVISION USING MVGLR01-PARM-CARD.
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027100     PERFORM 2000-LOAD-CHART THRU 2000-EXIT.
027200     PERFORM 3000-LOAD-FEES THRU 3000-EXIT.
027300     PERFORM 3100-LOAD-SURCHARGES THRU 3100-EXIT.
027400     PERFORM 3300-LOAD-ADJUSTMENTS THRU 3300-EXIT.
027500     PERFORM 3200-LOAD-SUSPENSE THRU 3200-EXIT.
027600     PERFORM 4000-BUILD-ACCOUNTS THRU 4000-EXIT.
027700     PERFORM 5000-LOAD-TRIAL-BALANCE THRU 5000-EXIT.
027800     PERFORM 6000-RECONCILE-ACCOUNTS THRU 6000-EXIT.
027900     PERFORM 7000-FINISH THRU 7000-EXIT.
028000     SET RREG-END TO TRUE.
028100     MOVE MVGLR-AC-COUNT TO RREG-RECORD-COUNT.
028200     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
028300     MOVE MVGLR-SEVERITY-CODE TO RETURN-CODE.
028400     STOP RUN.
028500
028600 1000-INITIALIZE.
028700     SET RREG-START TO TRUE.
028800     MOVE 'MVGLR01 ' TO RREG-PROGRAM-ID.
028900     MOVE SPACES TO RREG-GUARD-FILE.
029000     MOVE ZERO TO RREG-CYCLE-NUMBER.
029100     MOVE ZERO TO RREG-RECORD-COUNT.
029200     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
029300     IF RREG-BLOCKED
029400         DISPLAY 'MVGLR01 ALREADY COMPLETED FOR THIS DATE'
029500         MOVE 8 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     IF RREG-PREREQ-HOLD
029900         DISPLAY 'MVGLR01 HELD - PREREQUISITE NOT COMPLETE'
030000         MOVE 8 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     IF MVGLR01-PARM-SURCHARGE NUMERIC
030400             AND MVGLR01-PARM-SURCHARGE NOT = ZERO
030500         MOVE MVGLR01-PARM-SURCHARGE TO MVGLR-SURCHARGE-PRODUCT
030600     END-IF.
030700     IF MVGLR01-PARM-GOODWILL NUMERIC
030800             AND MVGLR01-PARM-GOODWILL NOT = ZERO
030900         MOVE MVGLR01-PARM-GOODWILL TO MVGLR-GOODWILL-PRODUCT
031000     END-IF.
031100     OPEN INPUT GLCOA-FILE.
031200     OPEN INPUT MVBALM-FILE.
031300     OPEN INPUT MVACRM-FILE.
031400     OPEN OUTPUT GLRECX-FILE.
031500     OPEN OUTPUT MVGLRR-FILE.
031600     ACCEPT MVGLR-TODAY FROM DATE YYYYMMDD.
031700     MOVE MVGLR-TODAY TO MVGLR-PERIOD-END-DATE.
031800     MOVE MVGLR-TODAY TO MVGLR-H1-DATE.
031900     WRITE MVGLRR-PRINT-LINE FROM MVGLR-HEADING-1.
032000     WRITE MVGLRR-PRINT-LINE FROM MVGLR-HEADING-2.
032100 1000-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------*
032500*  EVERY CHART ROW BECOMES A PRODUCT ENTRY, WITH ITS BOOK   *
032600*  BALANCE AND ACCRUED BUCKET READ STRAIGHT OFF THE TWO     *
032700*  PRODUCT-CODE MASTERS (A PRODUCT ABSENT FROM EITHER       *
032800*  SIMPLY HOLDS ZERO THERE).                                *
032900*----------------------------------------------------------*
033000 2000-LOAD-CHART.
033100     MOVE 'N' TO MVGLR-EOF-SW.
033200     MOVE LOW-VALUES TO COA-PRODUCT-CODE.
033300     START GLCOA-FILE
033400         KEY IS NOT LESS THAN COA-PRODUCT-CODE
033500         INVALID KEY
033600             SET MVGLR-EOF TO TRUE
033700     END-START.
033800     PERFORM 2100-LOAD-ONE-PRODUCT THRU 2100-EXIT
033900         UNTIL MVGLR-EOF.
034000 2000-EXIT.
034100     EXIT.
034200
034300 2100-LOAD-ONE-PRODUCT.
034400     READ GLCOA-FILE NEXT RECORD
034500         AT END
034600             SET MVGLR-EOF TO TRUE
034700     END-READ.
034800     IF MVGLR-EOF
034900         GO TO 2100-EXIT
035000     END-IF.
035100     IF MVGLR-PR-COUNT NOT < MVGLR-PR-MAX
035200         ADD 1 TO MVGLR-TABLE-FULL-COUNT
035300         GO TO 2100-EXIT
035400     END-IF.
035500     ADD 1 TO MVGLR-CHART-COUNT.
035600     ADD 1 TO MVGLR-PR-COUNT.
035700     MOVE MVGLR-PR-COUNT TO MVGLR-PIDX.
035800     MOVE COA-PRODUCT-CODE   TO MVGLR-PR-CODE (MVGLR-PIDX).
035900     MOVE COA-DEBIT-ACCOUNT  TO MVGLR-PR-DEBIT-ACCT (MVGLR-PIDX).
036000     MOVE COA-CREDIT-ACCOUNT TO
036100         MVGLR-PR-CREDIT-ACCT (MVGLR-PIDX).
036200     MOVE COA-OFFSET-ACCOUNT TO
036300         MVGLR-PR-OFFSET-ACCT (MVGLR-PIDX).
036400     MOVE ZERO TO MVGLR-PR-BALANCE (MVGLR-PIDX)
036500         MVGLR-PR-ACCRUED (MVGLR-PIDX)
036600         MVGLR-PR-FEES (MVGLR-PIDX).
036700     MOVE ZERO TO MVGLR-PR-SURCHARGES (MVGLR-PIDX)
036800         MVGLR-PR-SUSPENSE (MVGLR-PIDX)
036900         MVGLR-PR-ADJ-DEBIT (MVGLR-PIDX)
037000         MVGLR-PR-ADJ-OFFSET (MVGLR-PIDX).
037100     MOVE COA-PRODUCT-CODE TO BALM-PRODUCT-CODE.
037200     READ MVBALM-FILE
037300         KEY IS BALM-PRODUCT-CODE
037400         INVALID KEY
037500             CONTINUE
037600         NOT INVALID KEY
037700             MOVE BALM-CURRENT-BALANCE TO
037800                 MVGLR-PR-BALANCE (MVGLR-PIDX)
037900     END-READ.
038000     MOVE COA-PRODUCT-CODE TO ACRM-PRODUCT-CODE.
038100     READ MVACRM-FILE
038200         KEY IS ACRM-PRODUCT-CODE
038300         INVALID KEY
038400             CONTINUE
038500         NOT INVALID KEY
038600             MOVE ACRM-ACCRUED-AMOUNT TO
038700                 MVGLR-PR-ACCRUED (MVGLR-PIDX)
038800     END-READ.
038900 2100-EXIT.
039000     EXIT.
039100
039200 3000-LOAD-FEES.
039300     MOVE 'N' TO MVGLR-EOF-SW.
039400     OPEN INPUT MVFEEB-FILE.
039500     PERFORM 3010-ADD-FEE THRU 3010-EXIT
039600         UNTIL MVGLR-EOF.
039700     CLOSE MVFEEB-FILE.
039800 3000-EXIT.
039900     EXIT.
040000
040100 3010-ADD-FEE.
040200     READ MVFEEB-FILE
040300         AT END
040400             SET MVGLR-EOF TO TRUE
040500     END-READ.
040600     IF MVGLR-EOF
040700         GO TO 3010-EXIT
040800     END-IF.
040900     MOVE FEEB-PRODUCT-CODE TO MVGLR-WK-PRODUCT.
041000     PERFORM 8500-FIND-PRODUCT THRU 8500-EXIT.
041100     IF MVGLR-PIDX = ZERO
041200         ADD 1 TO MVGLR-UNMAPPED-COUNT
041300         GO TO 3010-EXIT
041400     END-IF.
041500     ADD FEEB-FEE-AMOUNT TO MVGLR-PR-FEES (MVGLR-PIDX).
041600 3010-EXIT.
041700     EXIT.
041800
041900 3100-LOAD-SURCHARGES.
042000     MOVE MVGLR-SURCHARGE-PRODUCT TO MVGLR-WK-PRODUCT.
042100     PERFORM 8500-FIND-PRODUCT THRU 8500-EXIT.
042200     MOVE 'N' TO MVGLR-EOF-SW.
042300     OPEN INPUT CSSURB-FILE.
042400     PERFORM 3110-ADD-SURCHARGE THRU 3110-EXIT
042500         UNTIL MVGLR-EOF.
042600     CLOSE CSSURB-FILE.
042700 3100-EXIT.
042800     EXIT.
042900
043000 3110-ADD-SURCHARGE.
043100     READ CSSURB-FILE
043200         AT END
043300             SET MVGLR-EOF TO TRUE
043400     END-READ.
043500     IF MVGLR-EOF
043600         GO TO 3110-EXIT
043700     END-IF.
043800     IF MVGLR-PIDX = ZERO
043900         ADD 1 TO MVGLR-UNMAPPED-COUNT
044000         GO TO 3110-EXIT
044100     END-IF.
044200     ADD SURB-SURCHARGE-AMOUNT TO
044300         MVGLR-PR-SURCHARGES (MVGLR-PIDX).
044400 3110-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------*
044800*  A SUSPENDED ENTRY FOR A PRODUCT NOT ON THE CHART HAS NO  *
044900*  GL ACCOUNT TO EXPLAIN -- IT IS ALREADY ON THE OPEN-      *
045000*  EXCEPTIONS MASTER THROUGH THE GLSUSP FEED, SO IT IS      *
045100*  ONLY COUNTED HERE.                                       *
045200*----------------------------------------------------------*
045300 3200-LOAD-SUSPENSE.
045400     MOVE 'N' TO MVGLR-EOF-SW.
045500     OPEN INPUT GLSUSP-FILE.
045600     PERFORM 3210-ADD-SUSPENSE THRU 3210-EXIT
045700         UNTIL MVGLR-EOF.
045800     CLOSE GLSUSP-FILE.
045900 3200-EXIT.
046000     EXIT.
046100
046200 3210-ADD-SUSPENSE.
046300     READ GLSUSP-FILE
046400         AT END
046500             SET MVGLR-EOF TO TRUE
046600     END-READ.
046700     IF MVGLR-EOF
046800         GO TO 3210-EXIT
046900     END-IF.
047000     MOVE SUSP-PRODUCT-CODE TO MVGLR-WK-PRODUCT.
047100     PERFORM 8500-FIND-PRODUCT THRU 8500-EXIT.
047200     IF MVGLR-PIDX = ZERO
047300         ADD 1 TO MVGLR-UNMAPPED-COUNT
047400         GO TO 3210-EXIT
047500     END-IF.
047600     ADD SUSP-NET-TOTAL TO MVGLR-PR-SUSPENSE (MVGLR-PIDX).
047700 3210-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------*
048100*  EACH ADJUSTMENT IS NETTED ON THE NATURAL SIDE OF THE     *
048200*  ACCOUNTS MVADJ01 POSTED IT TO.  A REVERSAL DEBITED THE   *
048300*  CHARGE ROW'S OFFSET AND CREDITED ITS DEBIT ACCOUNT, SO   *
048400*  BOTH COME DOWN.  A GOODWILL CREDIT DEBITED THE GOODWILL  *
048500*  ROW'S DEBIT ACCOUNT (UP) AND CREDITED THE ACCOUNT        *
048600*  PRODUCT'S DEBIT ACCOUNT (DOWN).  AN ADJUSTMENT DATED     *
048700*  AFTER THE RUN DATE BELONGS TO THE NEXT PERIOD.           *
048800*----------------------------------------------------------*
048900 3300-LOAD-ADJUSTMENTS.
049000     MOVE MVGLR-GOODWILL-PRODUCT TO MVGLR-WK-PRODUCT.
049100     PERFORM 8500-FIND-PRODUCT THRU 8500-EXIT.
049200     MOVE MVGLR-PIDX TO MVGLR-GOODWILL-PIDX.
049300     MOVE 'N' TO MVGLR-EOF-SW.
049400     OPEN INPUT MVADJX-FILE.
049500     PERFORM 3310-ADD-ADJUSTMENT THRU 3310-EXIT
049600         UNTIL MVGLR-EOF.
049700     CLOSE MVADJX-FILE.
049800 3300-EXIT.
049900     EXIT.
050000
050100 3310-ADD-ADJUSTMENT.
050200     READ MVADJX-FILE
050300         AT END
050400             SET MVGLR-EOF TO TRUE
050500     END-READ.
050600     IF MVGLR-EOF
050700         GO TO 3310-EXIT
050800     END-IF.
050900     ADD 1 TO MVGLR-ADJ-READ-COUNT.
051000     IF ADJX-ADJUST-DATE > MVGLR-PERIOD-END-DATE
051100         ADD 1 TO MVGLR-ADJ-LATER-COUNT
051200         GO TO 3310-EXIT
051300     END-IF.
051400     MOVE ADJX-PRODUCT-CODE TO MVGLR-WK-PRODUCT.
051500     PERFORM 8500-FIND-PRODUCT THRU 8500-EXIT.
051600     IF MVGLR-PIDX = ZERO
051700         ADD 1 TO MVGLR-UNMAPPED-COUNT
051800         GO TO 3310-EXIT
051900     END-IF.
052000     IF NOT ADJX-MANUAL-CREDIT
052100         SUBTRACT ADJX-AMOUNT FROM
052200             MVGLR-PR-ADJ-DEBIT (MVGLR-PIDX)
052300         SUBTRACT ADJX-AMOUNT FROM
052400             MVGLR-PR-ADJ-OFFSET (MVGLR-PIDX)
052500         GO TO 3310-EXIT
052600     END-IF.
052700     IF MVGLR-GOODWILL-PIDX = ZERO
052800         ADD 1 TO MVGLR-UNMAPPED-COUNT
052900         GO TO 3310-EXIT
053000     END-IF.
053100     SUBTRACT ADJX-AMOUNT FROM MVGLR-PR-ADJ-DEBIT (MVGLR-PIDX).
053200     ADD ADJX-AMOUNT TO
053300         MVGLR-PR-ADJ-DEBIT (MVGLR-GOODWILL-PIDX).
053400 3310-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------*
053800*  SPREADS EACH PRODUCT'S BOOK AMOUNTS ONTO ITS THREE GL    *
053900*  ACCOUNTS AND PRINTS THE PRODUCT SECTION OF THE REPORT.   *
054000*----------------------------------------------------------*
054100 4000-BUILD-ACCOUNTS.
054200     PERFORM 4100-BUILD-ONE-PRODUCT THRU 4100-EXIT
054300         VARYING MVGLR-PIDX FROM 1 BY 1
054400         UNTIL MVGLR-PIDX > MVGLR-PR-COUNT.
054500 4000-EXIT.
054600     EXIT.
054700
054800 4100-BUILD-ONE-PRODUCT.
054900     MOVE MVGLR-PR-CODE (MVGLR-PIDX) TO MVGLR-WK-PRODUCT.
055000     MOVE MVGLR-PR-DEBIT-ACCT (MVGLR-PIDX) TO MVGLR-WK-ACCOUNT.
055100     MOVE 'D' TO MVGLR-WK-ROLE.
055200     MOVE MVGLR-PR-BALANCE (MVGLR-PIDX) TO MVGLR-WK-BOOK.
055300     MOVE MVGLR-PR-SUSPENSE (MVGLR-PIDX) TO MVGLR-WK-SUSPENSE.
055400     MOVE 'MVBALM BALANCE' TO MVGLR-BK-SOURCE.
055500     PERFORM 4200-ADD-TO-ACCOUNT THRU 4200-EXIT.
055600     IF MVGLR-PR-ADJ-DEBIT (MVGLR-PIDX) NOT = ZERO
055700         MOVE MVGLR-PR-ADJ-DEBIT (MVGLR-PIDX) TO MVGLR-WK-BOOK
055800         MOVE ZERO TO MVGLR-WK-SUSPENSE
055900         MOVE 'MVADJX ADJUSTMENTS' TO MVGLR-BK-SOURCE
056000         PERFORM 4200-ADD-TO-ACCOUNT THRU 4200-EXIT
056100     END-IF.
056200     MOVE MVGLR-PR-CREDIT-ACCT (MVGLR-PIDX) TO MVGLR-WK-ACCOUNT.
056300     MOVE 'C' TO MVGLR-WK-ROLE.
056400     MOVE MVGLR-PR-ACCRUED (MVGLR-PIDX) TO MVGLR-WK-BOOK.
056500     MOVE ZERO TO MVGLR-WK-SUSPENSE.
056600     MOVE 'MVACRM ACCRUED' TO MVGLR-BK-SOURCE.
056700     PERFORM 4200-ADD-TO-ACCOUNT THRU 4200-EXIT.
056800     MOVE MVGLR-PR-OFFSET-ACCT (MVGLR-PIDX) TO MVGLR-WK-ACCOUNT.
056900     MOVE 'O' TO MVGLR-WK-ROLE.
057000     MOVE MVGLR-PR-FEES (MVGLR-PIDX) TO MVGLR-WK-BOOK.
057100     ADD MVGLR-PR-SURCHARGES (MVGLR-PIDX) TO MVGLR-WK-BOOK.
057200     MOVE ZERO TO MVGLR-WK-SUSPENSE.
057300     IF MVGLR-PR-CODE (MVGLR-PIDX) = MVGLR-SURCHARGE-PRODUCT
057400         MOVE 'MVFEEB + CSSURB' TO MVGLR-BK-SOURCE
057500     ELSE
057600         MOVE 'MVFEEB FEES' TO MVGLR-BK-SOURCE
057700     END-IF.
057800     PERFORM 4200-ADD-TO-ACCOUNT THRU 4200-EXIT.
057900     IF MVGLR-PR-ADJ-OFFSET (MVGLR-PIDX) NOT = ZERO
058000         MOVE MVGLR-PR-ADJ-OFFSET (MVGLR-PIDX) TO MVGLR-WK-BOOK
058100         MOVE 'MVADJX ADJUSTMENTS' TO MVGLR-BK-SOURCE
058200         PERFORM 4200-ADD-TO-ACCOUNT THRU 4200-EXIT
058300     END-IF.
058400 4100-EXIT.
058500     EXIT.
058600
058700 4200-ADD-TO-ACCOUNT.
058800     MOVE MVGLR-WK-PRODUCT  TO MVGLR-BK-PRODUCT.
058900     EVALUATE MVGLR-WK-ROLE
059000         WHEN 'D'
059100             MOVE 'DEBIT ' TO MVGLR-BK-ROLE
059200         WHEN 'C'
059300             MOVE 'CREDIT' TO MVGLR-BK-ROLE
059400         WHEN OTHER
059500             MOVE 'OFFSET' TO MVGLR-BK-ROLE
059600     END-EVALUATE.
059700     MOVE MVGLR-WK-ACCOUNT  TO MVGLR-BK-ACCOUNT.
059800     MOVE MVGLR-WK-BOOK     TO MVGLR-BK-AMOUNT.
059900     MOVE MVGLR-WK-SUSPENSE TO MVGLR-BK-SUSPENSE.
060000     WRITE MVGLRR-PRINT-LINE FROM MVGLR-BOOK-LINE.
060100     PERFORM 8600-FIND-ACCOUNT THRU 8600-EXIT.
060200     IF MVGLR-AIDX = ZERO
060300         IF MVGLR-AC-COUNT NOT < MVGLR-AC-MAX
060400             ADD 1 TO MVGLR-TABLE-FULL-COUNT
060500             GO TO 4200-EXIT
060600         END-IF
060700         ADD 1 TO MVGLR-AC-COUNT
060800         MOVE MVGLR-AC-COUNT TO MVGLR-AIDX
060900         MOVE MVGLR-WK-ACCOUNT TO MVGLR-AC-ACCOUNT (MVGLR-AIDX)
061000         MOVE MVGLR-WK-PRODUCT TO MVGLR-AC-PRODUCT (MVGLR-AIDX)
061100         MOVE MVGLR-WK-ROLE    TO MVGLR-AC-ROLE (MVGLR-AIDX)
061200         MOVE 'N' TO MVGLR-AC-SHARED-SW (MVGLR-AIDX)
061300         MOVE 'N' TO MVGLR-AC-TB-SW (MVGLR-AIDX)
061400         MOVE ZERO TO MVGLR-AC-GL-BALANCE (MVGLR-AIDX)
061500             MVGLR-AC-BOOK (MVGLR-AIDX)
061600             MVGLR-AC-SUSPENSE (MVGLR-AIDX)
061700     ELSE
061800         IF MVGLR-AC-PRODUCT (MVGLR-AIDX) NOT = MVGLR-WK-PRODUCT
061900             MOVE 'Y' TO MVGLR-AC-SHARED-SW (MVGLR-AIDX)
062000         END-IF
062100     END-IF.
062200     ADD MVGLR-WK-BOOK     TO MVGLR-AC-BOOK (MVGLR-AIDX).
062300     ADD MVGLR-WK-SUSPENSE TO MVGLR-AC-SUSPENSE (MVGLR-AIDX).
062400 4200-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------*
062800*  THE GL SIDE, ON EACH ACCOUNT'S NATURAL SIDE: DEBIT LESS  *
062900*  CREDIT FOR A DEBIT ACCOUNT, CREDIT LESS DEBIT FOR THE    *
063000*  CREDIT AND OFFSET ACCOUNTS.  TRIAL-BALANCE ROWS FOR      *
063100*  ACCOUNTS OFF THE CHART ARE NOT OURS AND ARE ONLY         *
063200*  COUNTED.                                                 *
063300*----------------------------------------------------------*
063400 5000-LOAD-TRIAL-BALANCE.
063500     MOVE 'N' TO MVGLR-EOF-SW.
063600     OPEN INPUT GLTB-FILE.
063700     PERFORM 5100-APPLY-TB-ROW THRU 5100-EXIT
063800         UNTIL MVGLR-EOF.
063900     CLOSE GLTB-FILE.
064000 5000-EXIT.
064100     EXIT.
064200
064300 5100-APPLY-TB-ROW.
064400     READ GLTB-FILE
064500         AT END
064600             SET MVGLR-EOF TO TRUE
064700     END-READ.
064800     IF MVGLR-EOF
064900         GO TO 5100-EXIT
065000     END-IF.
065100     ADD 1 TO MVGLR-TB-READ-COUNT.
065200     IF GLTB-PERIOD-END-DATE NUMERIC
065300             AND GLTB-PERIOD-END-DATE NOT = ZERO
065400         MOVE GLTB-PERIOD-END-DATE TO MVGLR-PERIOD-END-DATE
065500     END-IF.
065600     MOVE GLTB-GL-ACCOUNT TO MVGLR-WK-ACCOUNT.
065700     PERFORM 8600-FIND-ACCOUNT THRU 8600-EXIT.
065800     IF MVGLR-AIDX = ZERO
065900         ADD 1 TO MVGLR-TB-OFF-CHART-COUNT
066000         GO TO 5100-EXIT
066100     END-IF.
066200     MOVE 'Y' TO MVGLR-AC-TB-SW (MVGLR-AIDX).
066300     IF MVGLR-AC-ROLE (MVGLR-AIDX) = 'D'
066400         COMPUTE MVGLR-AC-GL-BALANCE (MVGLR-AIDX) =
066500             MVGLR-AC-GL-BALANCE (MVGLR-AIDX)
066600             + GLTB-DEBIT-BALANCE - GLTB-CREDIT-BALANCE
066700     ELSE
066800         COMPUTE MVGLR-AC-GL-BALANCE (MVGLR-AIDX) =
066900             MVGLR-AC-GL-BALANCE (MVGLR-AIDX)
067000             + GLTB-CREDIT-BALANCE - GLTB-DEBIT-BALANCE
067100     END-IF.
067200 5100-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------*
067600*  UNEXPLAINED = GL BALANCE - BOOK BALANCE + SUSPENSE.      *
067700*  (A SUSPENDED ENTRY MOVED THE BOOK BUT NOT THE LEDGER.)   *
067800*----------------------------------------------------------*
067900 6000-RECONCILE-ACCOUNTS.
068000     MOVE SPACES TO MVGLRR-PRINT-LINE.
068100     WRITE MVGLRR-PRINT-LINE.
068200     WRITE MVGLRR-PRINT-LINE FROM MVGLR-HEADING-3.
068300     PERFORM 6100-RECONCILE-ONE THRU 6100-EXIT
068400         VARYING MVGLR-AIDX FROM 1 BY 1
068500         UNTIL MVGLR-AIDX > MVGLR-AC-COUNT.
068600 6000-EXIT.
068700     EXIT.
068800
068900 6100-RECONCILE-ONE.
069000     MOVE MVGLR-AC-GL-BALANCE (MVGLR-AIDX) TO
069100         MVGLR-WK-GL-BALANCE.
069200     COMPUTE MVGLR-WK-DIFFERENCE =
069300         MVGLR-AC-GL-BALANCE (MVGLR-AIDX)
069400         - MVGLR-AC-BOOK (MVGLR-AIDX)
069500         + MVGLR-AC-SUSPENSE (MVGLR-AIDX).
069600     IF MVGLR-AC-SHARED-SW (MVGLR-AIDX) = 'Y'
069700         MOVE 'SHR' TO MVGLR-RC-PRODUCT
069800     ELSE
069900         MOVE MVGLR-AC-PRODUCT (MVGLR-AIDX) TO MVGLR-RC-PRODUCT
070000     END-IF.
070100     MOVE MVGLR-AC-ACCOUNT (MVGLR-AIDX) TO MVGLR-RC-ACCOUNT.
070200     MOVE MVGLR-WK-GL-BALANCE TO MVGLR-RC-GL-BALANCE.
070300     MOVE MVGLR-AC-BOOK (MVGLR-AIDX) TO MVGLR-RC-BOOK.
070400     MOVE MVGLR-AC-SUSPENSE (MVGLR-AIDX) TO MVGLR-RC-SUSPENSE.
070500     MOVE MVGLR-WK-DIFFERENCE TO MVGLR-RC-DIFFERENCE.
070600     MOVE SPACES TO GL-RECONCILIATION-EXCEPTION.
070700     EVALUATE TRUE
070800         WHEN MVGLR-AC-TB-SW (MVGLR-AIDX) = 'N'
070900                 AND MVGLR-AC-BOOK (MVGLR-AIDX) NOT = ZERO
071000             MOVE 'NOT ON TB' TO MVGLR-RC-STATUS
071100             SET GLRX-NOT-ON-TRIAL-BALANCE TO TRUE
071200             ADD 1 TO MVGLR-NOT-ON-TB-COUNT
071300         WHEN MVGLR-WK-DIFFERENCE NOT = ZERO
071400             MOVE 'DIFFERENCE' TO MVGLR-RC-STATUS
071500             SET GLRX-UNEXPLAINED-DIFFERENCE TO TRUE
071600             ADD 1 TO MVGLR-DIFFERENCE-COUNT
071700         WHEN OTHER
071800             MOVE 'AGREES' TO MVGLR-RC-STATUS
071900             ADD 1 TO MVGLR-AGREED-COUNT
072000     END-EVALUATE.
072100     WRITE MVGLRR-PRINT-LINE FROM MVGLR-RECON-LINE.
072200     IF GLRX-REASON = SPACES
072300         GO TO 6100-EXIT
072400     END-IF.
072500     MOVE MVGLR-AC-ACCOUNT (MVGLR-AIDX)  TO GLRX-GL-ACCOUNT.
072600     MOVE MVGLR-AC-PRODUCT (MVGLR-AIDX)  TO GLRX-PRODUCT-CODE.
072700     MOVE MVGLR-AC-ROLE (MVGLR-AIDX)     TO GLRX-ACCOUNT-ROLE.
072800     MOVE MVGLR-PERIOD-END-DATE          TO GLRX-PERIOD-END-DATE.
072900     MOVE MVGLR-WK-GL-BALANCE            TO GLRX-GL-BALANCE.
073000     MOVE MVGLR-AC-BOOK (MVGLR-AIDX)     TO GLRX-BOOK-BALANCE.
073100     MOVE MVGLR-AC-SUSPENSE (MVGLR-AIDX) TO GLRX-SUSPENSE-AMOUNT.
073200     MOVE MVGLR-WK-DIFFERENCE            TO GLRX-DIFFERENCE.
073300     WRITE GL-RECONCILIATION-EXCEPTION.
073400     MOVE 4 TO MVGLR-SEVERITY-CODE.
073500 6100-EXIT.
073600     EXIT.
073700
073800 7000-FINISH.
073900     CLOSE GLCOA-FILE.
074000     CLOSE MVBALM-FILE.
074100     CLOSE MVACRM-FILE.
074200     CLOSE GLRECX-FILE.
074300     CLOSE MVGLRR-FILE.
074400     DISPLAY 'MVGLR01 CHART ROWS          = '
074500         MVGLR-CHART-COUNT.
074600     DISPLAY 'MVGLR01 GL ACCOUNTS         = '
074700         MVGLR-AC-COUNT.
074800     DISPLAY 'MVGLR01 TRIAL-BALANCE ROWS  = '
074900         MVGLR-TB-READ-COUNT.
075000     DISPLAY 'MVGLR01 TB ROWS OFF CHART   = '
075100         MVGLR-TB-OFF-CHART-COUNT.
075200     DISPLAY 'MVGLR01 BOOK ITEMS UNMAPPED = '
075300         MVGLR-UNMAPPED-COUNT.
075400     DISPLAY 'MVGLR01 ADJUSTMENTS READ    = '
075500         MVGLR-ADJ-READ-COUNT.
075600     DISPLAY 'MVGLR01 ADJUSTMENTS LATER   = '
075700         MVGLR-ADJ-LATER-COUNT.
075800     DISPLAY 'MVGLR01 ACCOUNTS AGREED     = '
075900         MVGLR-AGREED-COUNT.
076000     DISPLAY 'MVGLR01 ACCOUNTS DIFFERING  = '
076100         MVGLR-DIFFERENCE-COUNT.
076200     DISPLAY 'MVGLR01 ACCOUNTS NOT ON TB  = '
076300         MVGLR-NOT-ON-TB-COUNT.
076400     IF MVGLR-TABLE-FULL-COUNT NOT = ZERO
076500         DISPLAY 'MVGLR01 TABLE LIMIT REACHED = '
076600             MVGLR-TABLE-FULL-COUNT
076700         MOVE 8 TO MVGLR-SEVERITY-CODE
076800     END-IF.
076900 7000-EXIT.
077000     EXIT.
077100
077200 8500-FIND-PRODUCT.
077300     MOVE ZERO TO MVGLR-PIDX.
077400     PERFORM 8510-MATCH-PRODUCT THRU 8510-EXIT
077500         VARYING MVGLR-IDX FROM 1 BY 1
077600         UNTIL MVGLR-IDX > MVGLR-PR-COUNT
077700         OR MVGLR-PIDX NOT = ZERO.
077800 8500-EXIT.
077900     EXIT.
078000
078100 8510-MATCH-PRODUCT.
078200     IF MVGLR-PR-CODE (MVGLR-IDX) = MVGLR-WK-PRODUCT
078300         MOVE MVGLR-IDX TO MVGLR-PIDX
078400     END-IF.
078500 8510-EXIT.
078600     EXIT.
078700
078800 8600-FIND-ACCOUNT.
078900     MOVE ZERO TO MVGLR-AIDX.
079000     PERFORM 8610-MATCH-ACCOUNT THRU 8610-EXIT
079100         VARYING MVGLR-IDX FROM 1 BY 1
079200         UNTIL MVGLR-IDX > MVGLR-AC-COUNT
079300         OR MVGLR-AIDX NOT = ZERO.
079400 8600-EXIT.
079500     EXIT.
079600
079700 8610-MATCH-ACCOUNT.
079800     IF MVGLR-AC-ACCOUNT (MVGLR-IDX) = MVGLR-WK-ACCOUNT
079900         MOVE MVGLR-IDX TO MVGLR-AIDX
080000     END-IF.
080100 8610-EXIT.
080200     EXIT.
