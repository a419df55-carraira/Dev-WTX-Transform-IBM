000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVADJ01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVADJ01 -- MANUAL FINANCIAL ADJUSTMENTS: FEE REVERSAL,   *
000900*             SURCHARGE REVERSAL AND GOODWILL CREDIT.       *
001000*                                                          *
001100*  CUSTOMER SERVICE RAISED THESE AS HAND-KEYED GL JOURNALS  *
001200*  THAT NEITHER THE STATEMENT RUN NOR THE FEE HISTORY EVER  *
001300*  SAW.  EACH ADJUSTMENT TRANSACTION (MVADJT) CARRIES A     *
001400*  REASON CODE AND THE REQUESTING USER AND IS ONE OF:       *
001500*    F  REVERSE AN MVFEE01 FEE -- PRODUCT-NUMBER AND THE    *
001600*       ASSESS DATE MUST MATCH A ROW ON THE FEE BILLING     *
001700*       EXTRACT (MVFEEB);                                   *
001800*    S  REVERSE A CSSUR01 SURCHARGE -- OBLIGATION-NUMBER    *
001900*       AND THE PROCESSING DATE MUST MATCH A ROW ON THE     *
002000*       SURCHARGE BILLING EXTRACT (CSSURB);                 *
002100*    C  GOODWILL CREDIT OF THE AMOUNT GIVEN TO A            *
002200*       PRODUCT-NUMBER.                                     *
002300*  THE JCL CONCATENATES THE BILLING EXTRACT GENERATIONS     *
002400*  THE REVERSAL MAY REACH BACK TO.  THE ADJUSTMENT          *
002500*  REGISTER (MVADJM) HOLDS EVERY ADJUSTMENT APPLIED, SO A   *
002600*  CHARGE CAN ONLY BE REVERSED ONCE.  AN APPLIED            *
002700*  ADJUSTMENT WRITES BALANCED LEGS ON THE STEP'S OWN        *
002800*  GLPOST BATCH THROUGH THE GLCOA MAPPING -- A REVERSAL     *
002900*  TURNS THE ORIGINAL FEE OR SURCHARGE LEGS ROUND, A CREDIT *
003000*  DEBITS THE GOODWILL ROW AND CREDITS THE ACCOUNT'S OWN    *
003100*  ROW -- AND ONE ROW ON THE ADJUSTMENT EXTRACT (MVADJX)    *
003200*  THAT THE NEXT MVSTM01 RUN PRINTS ON THE STATEMENT.       *
003300*  EVERY TRANSACTION, APPLIED OR NOT, WRITES AN AUDIT ROW   *
003400*  (MVADJA); ANY REJECT ENDS THE STEP WITH CONDITION CODE   *
003500*  4.  THE JCL EXEC PARM CARRIES THE GL BATCH NUMBER (ZERO  *
003600*  TAKES 1), THE SURCHARGE AND GOODWILL CHART ROWS (ZERO    *
003700*  TAKES 902 AND 903) AND THE COUNTRY FOR THE PERIOD LOCK   *
003800*  (MISSING OR WITHOUT A CALENDAR: CODE 8).                 *
003900*----------------------------------------------------------*
004000*  MODIFICATION HISTORY                                    *
004100*    10/15/26  DOB  INITIAL VERSION.                       *
004200*----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-ZSERIES.
004600 OBJECT-COMPUTER. IBM-ZSERIES.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT MVADJT-FILE ASSIGN TO MVADJT
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT MVFEEB-FILE ASSIGN TO MVFEEB
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT CSSURB-FILE ASSIGN TO CSSURB
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT MVADJM-FILE ASSIGN TO MVADJM
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS ADJM-KEY.
005900     SELECT GLCOA-FILE ASSIGN TO GLCOA
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS COA-PRODUCT-CODE.
006300     SELECT GLPOST-FILE ASSIGN TO GLPOST
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT MVADJX-FILE ASSIGN TO MVADJX
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT MVADJA-FILE ASSIGN TO MVADJA
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT LATEPST-FILE ASSIGN TO LATEPST
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  MVADJT-FILE.
007500     COPY "MVADJT01.cpy".
007600
007700 FD  MVFEEB-FILE.
007800     COPY "MVFEEB01.cpy".
007900
008000 FD  CSSURB-FILE.
008100     COPY "CSSURB01.cpy".
008200
008300 FD  MVADJM-FILE.
008400     COPY "MVADJM01.cpy".
008500
008600 FD  GLCOA-FILE.
008700     COPY "GLCOA01.cpy".
008800
008900 FD  GLPOST-FILE.
009000     COPY "GLPOST01.cpy".
009100
009200 FD  MVADJX-FILE.
009300     COPY "MVADJX01.cpy".
009400
009500 FD  MVADJA-FILE.
009600     COPY "MVADJA01.cpy".
009700
009800 FD  LATEPST-FILE.
009900     COPY "PERLAT01.cpy".
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------*
010300*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
010400*----------------------------------------------------------*
010500     COPY "RUNREG01.cpy".
010600
010700*----------------------------------------------------------*
010800*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
010900*----------------------------------------------------------*
011000     COPY "PERCHK01.cpy".
011100
011200 77  MVADJ-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
011300
011400 01  MVADJ-SWITCHES.
011500     05  MVADJ-TXN-EOF-SW          PIC X(01) VALUE 'N'.
011600         88  MVADJ-TXN-EOF           VALUE 'Y'.
011700     05  MVADJ-FEEB-EOF-SW         PIC X(01) VALUE 'N'.
011800         88  MVADJ-FEEB-EOF          VALUE 'Y'.
011900     05  MVADJ-SURB-EOF-SW         PIC X(01) VALUE 'N'.
012000         88  MVADJ-SURB-EOF          VALUE 'Y'.
012100     05  MVADJ-REGISTERED-SW       PIC X(01) VALUE 'N'.
012200         88  MVADJ-REGISTERED        VALUE 'Y'.
012300     05  MVADJ-COA-FOUND-SW        PIC X(01) VALUE 'N'.
012400         88  MVADJ-COA-FOUND         VALUE 'Y'.
012500
012600 77  MVADJ-TODAY                   PIC 9(8) VALUE ZERO.
012700 77  MVADJ-NOW                     PIC 9(8) VALUE ZERO.
012800 77  MVADJ-BATCH-NUMBER            PIC 9(6) VALUE 1.
012900 77  MVADJ-SURCHARGE-PRODUCT       PIC 9(3) VALUE 902.
013000 77  MVADJ-GOODWILL-PRODUCT        PIC 9(3) VALUE 903.
013100 77  MVADJ-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
013200 77  MVADJ-TXN-COUNT               PIC 9(4) COMP VALUE ZERO.
013300 77  MVADJ-TXN-MAX                 PIC 9(4) COMP VALUE 500.
013400 77  MVADJ-IDX                     PIC 9(4) COMP VALUE ZERO.
013500 77  MVADJ-READ-COUNT              PIC 9(7) COMP VALUE ZERO.
013600 77  MVADJ-APPLIED-COUNT           PIC 9(7) COMP VALUE ZERO.
013700 77  MVADJ-REJECTED-COUNT          PIC 9(7) COMP VALUE ZERO.
013800 77  MVADJ-ENTRY-COUNT             PIC 9(7) COMP VALUE ZERO.
013900 77  MVADJ-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
014000 77  MVADJ-BATCH-DEBIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
014100 77  MVADJ-BATCH-CREDIT-TOTAL      PIC 9(15)V9(2) VALUE ZERO.
014200 77  MVADJ-AMOUNT                  PIC 9(15)V9(2) VALUE ZERO.
014300 77  MVADJ-DEBIT-ACCOUNT           PIC 9(10) VALUE ZERO.
014400 77  MVADJ-DEBIT-PRODUCT           PIC 9(3) VALUE ZERO.
014500 77  MVADJ-CREDIT-ACCOUNT          PIC 9(10) VALUE ZERO.
014600 77  MVADJ-CREDIT-PRODUCT          PIC 9(3) VALUE ZERO.
014700 77  MVADJ-LEG-PRODUCT             PIC 9(3) VALUE ZERO.
014800
014900*----------------------------------------------------------*
015000*  THE RUN'S ADJUSTMENT TRANSACTIONS, HELD SO EACH BILLING  *
015100*  EXTRACT IS SWEPT ONCE FOR ALL OF THEM.  THE SWEEPS       *
015200*  FILL IN THE ORIGINAL CHARGE FOR EVERY REVERSAL FOUND.    *
015300*----------------------------------------------------------*
015400 01  MVADJ-TXN-TABLE.
015500     05  MVADJ-TXN-ENTRY OCCURS 500 TIMES.
015600         10  MVADJ-TX-TYPE         PIC X(1).
015700         10  MVADJ-TX-PRODUCT-NUMBER
015800                                   PIC 9(20).
015900         10  MVADJ-TX-PRODUCT-CODE PIC 9(3).
016000         10  MVADJ-TX-OBLIGATION   PIC X(20).
016100         10  MVADJ-TX-CHARGE-DATE  PIC 9(8).
016200         10  MVADJ-TX-CREDIT-AMOUNT
016300                                   PIC 9(15)V9(2).
016400         10  MVADJ-TX-REASON-CODE  PIC X(4).
016500         10  MVADJ-TX-REQUEST-USER PIC X(8).
016600         10  MVADJ-TX-FOUND-SW     PIC X(1).
016700             88  MVADJ-TX-FOUND      VALUE 'Y'.
016800         10  MVADJ-TX-CHARGE-AMOUNT
016900                                   PIC 9(15)V9(2).
017000         10  MVADJ-TX-CHARGE-PRODUCT
017100                                   PIC 9(3).
017200
017300 LINKAGE SECTION.
017400 01  MVADJ01-PARM-CARD.
017500     05  MVADJ01-PARM-BATCH        PIC 9(6).
017600     05  MVADJ01-PARM-SURCHARGE    PIC 9(3).
017700     05  MVADJ01-PARM-GOODWILL     PIC 9(3).
017800     05  MVADJ01-PARM-COUNTRY      PIC 9(4).
017900
018000 PROCEDURE DIVISION USING MVADJ01-PARM-CARD.
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018300     PERFORM 2000-LOAD-TRANSACTIONS THRU 2000-EXIT.
018400     PERFORM 2200-SWEEP-FEE-BILLING THRU 2200-EXIT.
018500     PERFORM 2300-SWEEP-SURCHARGE-BILLING THRU 2300-EXIT.
018600     PERFORM 3000-PROCESS-ADJUSTMENT THRU 3000-EXIT
018700         VARYING MVADJ-IDX FROM 1 BY 1
018800         UNTIL MVADJ-IDX > MVADJ-TXN-COUNT.
018900     PERFORM 4000-FINISH THRU 4000-EXIT.
019000     SET RREG-END TO TRUE.
019100     MOVE MVADJ-APPLIED-COUNT TO RREG-RECORD-COUNT.
019200     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
019300     MOVE MVADJ-SEVERITY-CODE TO RETURN-CODE.
019400     STOP RUN.
019500
019600 1000-INITIALIZE.
019700     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
019800     SET RREG-START TO TRUE.
019900     MOVE 'MVADJ01 ' TO RREG-PROGRAM-ID.
020000     MOVE SPACES TO RREG-GUARD-FILE.
020100     MOVE ZERO TO RREG-CYCLE-NUMBER.
020200     MOVE ZERO TO RREG-RECORD-COUNT.
020300     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
020400     IF RREG-BLOCKED
020500         DISPLAY 'MVADJ01 ALREADY COMPLETED FOR THIS DATE'
020600         MOVE 8 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     IF RREG-PREREQ-HOLD
021000         DISPLAY 'MVADJ01 HELD - PREREQUISITE NOT COMPLETE'
021100         MOVE 8 TO RETURN-CODE
021200         STOP RUN
021300     END-IF.
021400     OPEN INPUT MVADJT-FILE.
021500     OPEN I-O MVADJM-FILE.
021600     OPEN INPUT GLCOA-FILE.
021700     OPEN OUTPUT GLPOST-FILE.
021800     OPEN EXTEND MVADJX-FILE.
021900     OPEN OUTPUT MVADJA-FILE.
022000     OPEN EXTEND LATEPST-FILE.
022100     ACCEPT MVADJ-TODAY FROM DATE YYYYMMDD.
022200     IF MVADJ01-PARM-BATCH NOT = ZERO
022300         MOVE MVADJ01-PARM-BATCH TO MVADJ-BATCH-NUMBER
022400     END-IF.
022500     IF MVADJ01-PARM-SURCHARGE NOT = ZERO
022600         MOVE MVADJ01-PARM-SURCHARGE TO MVADJ-SURCHARGE-PRODUCT
022700     END-IF.
022800     IF MVADJ01-PARM-GOODWILL NOT = ZERO
022900         MOVE MVADJ01-PARM-GOODWILL TO MVADJ-GOODWILL-PRODUCT
023000     END-IF.
023100     PERFORM 1100-WRITE-BATCH-HEADER THRU 1100-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400
023500*----------------------------------------------------------*
023600*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
023700*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
023800*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
023900*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
024000*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
024100*----------------------------------------------------------*
024200 1050-CHECK-COUNTRY.
024300     IF MVADJ01-PARM-COUNTRY NUMERIC
024400             AND MVADJ01-PARM-COUNTRY NOT = ZERO
024500         MOVE MVADJ01-PARM-COUNTRY TO MVADJ-COUNTRY-CODE
024600     ELSE
024700         DISPLAY 'MVADJ01 PARM COUNTRY MISSING OR NOT NUMERIC'
024800         MOVE 8 TO RETURN-CODE
024900         STOP RUN
025000     END-IF.
025100     MOVE MVADJ-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
025200     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
025300     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
025400     IF PCHK-NO-CALENDAR
025500         DISPLAY 'MVADJ01 NO POSTING CALENDAR FOR COUNTRY '
025600             MVADJ-COUNTRY-CODE
025700         MOVE 8 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000 1050-EXIT.
026100     EXIT.
026200
026300 1100-WRITE-BATCH-HEADER.
026400     MOVE SPACES TO GL-POSTING-RECORD.
026500     SET GLP-BATCH-HEADER TO TRUE.
026600     MOVE MVADJ-BATCH-NUMBER TO GLP-BATCH-NUMBER.
026700     MOVE MVADJ-TODAY TO GLP-HDR-POSTING-DATE.
026800     MOVE 'MVADJ   ' TO GLP-HDR-SOURCE-SYSTEM.
026900     WRITE GL-POSTING-RECORD.
027000 1100-EXIT.
027100     EXIT.
027200
027300 2000-LOAD-TRANSACTIONS.
027400     PERFORM 8100-READ-MVADJT THRU 8100-EXIT.
027500     PERFORM 2100-STORE-ONE-TRANSACTION THRU 2100-EXIT
027600         UNTIL MVADJ-TXN-EOF.
027700     CLOSE MVADJT-FILE.
027800 2000-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------*
028200*  A TRANSACTION BEYOND THE TABLE IS NOT LOST: IT IS        *
028300*  AUDITED AS REJECTED (FULL) FOR RE-SUBMISSION.            *
028400*----------------------------------------------------------*
028500 2100-STORE-ONE-TRANSACTION.
028600     ADD 1 TO MVADJ-READ-COUNT.
028700     IF MVADJ-TXN-COUNT NOT < MVADJ-TXN-MAX
028800         MOVE SPACES TO ADJUSTMENT-AUDIT-RECORD
028900         MOVE ADJT-ADJUSTMENT-TYPE TO ADJA-ADJUSTMENT-TYPE
029000         MOVE ADJT-PRODUCT-NUMBER TO ADJA-PRODUCT-NUMBER
029100         MOVE ADJT-PRODUCT-CODE TO ADJA-PRODUCT-CODE
029200         MOVE ADJT-OBLIGATION-NUMBER TO ADJA-OBLIGATION-NUMBER
029300         MOVE ADJT-CHARGE-DATE TO ADJA-CHARGE-DATE
029400         MOVE ADJT-CREDIT-AMOUNT TO ADJA-AMOUNT
029500         MOVE ADJT-REASON-CODE TO ADJA-REASON-CODE
029600         MOVE ADJT-REQUEST-USER TO ADJA-REQUEST-USER
029700         SET ADJA-REJECTED TO TRUE
029800         SET ADJA-TABLE-FULL TO TRUE
029900         PERFORM 3900-WRITE-AUDIT THRU 3900-EXIT
030000         GO TO 2100-READ-NEXT
030100     END-IF.
030200     ADD 1 TO MVADJ-TXN-COUNT.
030300     MOVE ADJT-ADJUSTMENT-TYPE TO
030400         MVADJ-TX-TYPE (MVADJ-TXN-COUNT).
030500     MOVE ADJT-PRODUCT-NUMBER TO
030600         MVADJ-TX-PRODUCT-NUMBER (MVADJ-TXN-COUNT).
030700     MOVE ADJT-PRODUCT-CODE TO
030800         MVADJ-TX-PRODUCT-CODE (MVADJ-TXN-COUNT).
030900     MOVE ADJT-OBLIGATION-NUMBER TO
031000         MVADJ-TX-OBLIGATION (MVADJ-TXN-COUNT).
031100     MOVE ADJT-CHARGE-DATE TO
031200         MVADJ-TX-CHARGE-DATE (MVADJ-TXN-COUNT).
031300     MOVE ADJT-CREDIT-AMOUNT TO
031400         MVADJ-TX-CREDIT-AMOUNT (MVADJ-TXN-COUNT).
031500     MOVE ADJT-REASON-CODE TO
031600         MVADJ-TX-REASON-CODE (MVADJ-TXN-COUNT).
031700     MOVE ADJT-REQUEST-USER TO
031800         MVADJ-TX-REQUEST-USER (MVADJ-TXN-COUNT).
031900     MOVE 'N' TO MVADJ-TX-FOUND-SW (MVADJ-TXN-COUNT).
032000     MOVE ZERO TO MVADJ-TX-CHARGE-AMOUNT (MVADJ-TXN-COUNT).
032100     MOVE ZERO TO MVADJ-TX-CHARGE-PRODUCT (MVADJ-TXN-COUNT).
032200 2100-READ-NEXT.
032300     PERFORM 8100-READ-MVADJT THRU 8100-EXIT.
032400 2100-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------*
032800*  ONE PASS OF THE FEE BILLING EXTRACT: EACH ROW IS OFFERED *
032900*  TO EVERY FEE REVERSAL STILL WITHOUT ITS ORIGINAL.        *
033000*----------------------------------------------------------*
033100 2200-SWEEP-FEE-BILLING.
033200     OPEN INPUT MVFEEB-FILE.
033300     PERFORM 8200-READ-MVFEEB THRU 8200-EXIT.
033400     PERFORM 2210-OFFER-FEE-ROW THRU 2210-EXIT
033500         UNTIL MVADJ-FEEB-EOF.
033600     CLOSE MVFEEB-FILE.
033700 2200-EXIT.
033800     EXIT.
033900
034000 2210-OFFER-FEE-ROW.
034100     PERFORM 2220-MATCH-FEE THRU 2220-EXIT
034200         VARYING MVADJ-IDX FROM 1 BY 1
034300         UNTIL MVADJ-IDX > MVADJ-TXN-COUNT.
034400     PERFORM 8200-READ-MVFEEB THRU 8200-EXIT.
034500 2210-EXIT.
034600     EXIT.
034700
034800 2220-MATCH-FEE.
034900     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'F'
035000             AND NOT MVADJ-TX-FOUND (MVADJ-IDX)
035100             AND MVADJ-TX-PRODUCT-NUMBER (MVADJ-IDX) =
035200                 FEEB-PRODUCT-NUMBER
035300             AND MVADJ-TX-CHARGE-DATE (MVADJ-IDX) =
035400                 FEEB-ASSESS-DATE
035500         MOVE 'Y' TO MVADJ-TX-FOUND-SW (MVADJ-IDX)
035600         MOVE FEEB-FEE-AMOUNT TO
035700             MVADJ-TX-CHARGE-AMOUNT (MVADJ-IDX)
035800         MOVE FEEB-PRODUCT-CODE TO
035900             MVADJ-TX-CHARGE-PRODUCT (MVADJ-IDX)
036000     END-IF.
036100 2220-EXIT.
036200     EXIT.
036300
036400 2300-SWEEP-SURCHARGE-BILLING.
036500     OPEN INPUT CSSURB-FILE.
036600     PERFORM 8300-READ-CSSURB THRU 8300-EXIT.
036700     PERFORM 2310-OFFER-SURCHARGE-ROW THRU 2310-EXIT
036800         UNTIL MVADJ-SURB-EOF.
036900     CLOSE CSSURB-FILE.
037000 2300-EXIT.
037100     EXIT.
037200
037300 2310-OFFER-SURCHARGE-ROW.
037400     PERFORM 2320-MATCH-SURCHARGE THRU 2320-EXIT
037500         VARYING MVADJ-IDX FROM 1 BY 1
037600         UNTIL MVADJ-IDX > MVADJ-TXN-COUNT.
037700     PERFORM 8300-READ-CSSURB THRU 8300-EXIT.
037800 2310-EXIT.
037900     EXIT.
038000
038100 2320-MATCH-SURCHARGE.
038200     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'S'
038300             AND NOT MVADJ-TX-FOUND (MVADJ-IDX)
038400             AND MVADJ-TX-OBLIGATION (MVADJ-IDX) =
038500                 SURB-OBLIGATION-NUMBER
038600             AND MVADJ-TX-CHARGE-DATE (MVADJ-IDX) =
038700                 SURB-PROCESSING-DATE
038800         MOVE 'Y' TO MVADJ-TX-FOUND-SW (MVADJ-IDX)
038900         MOVE SURB-SURCHARGE-AMOUNT TO
039000             MVADJ-TX-CHARGE-AMOUNT (MVADJ-IDX)
039100         MOVE MVADJ-SURCHARGE-PRODUCT TO
039200             MVADJ-TX-CHARGE-PRODUCT (MVADJ-IDX)
039300     END-IF.
039400 2320-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800*  VALIDATE, POST AND AUDIT ONE HELD TRANSACTION.           *
039900*----------------------------------------------------------*
040000 3000-PROCESS-ADJUSTMENT.
040100     MOVE SPACES TO ADJUSTMENT-AUDIT-RECORD.
040200     MOVE MVADJ-TX-TYPE (MVADJ-IDX) TO ADJA-ADJUSTMENT-TYPE.
040300     MOVE MVADJ-TX-PRODUCT-NUMBER (MVADJ-IDX) TO
040400         ADJA-PRODUCT-NUMBER.
040500     MOVE MVADJ-TX-PRODUCT-CODE (MVADJ-IDX) TO
040600         ADJA-PRODUCT-CODE.
040700     MOVE MVADJ-TX-OBLIGATION (MVADJ-IDX) TO
040800         ADJA-OBLIGATION-NUMBER.
040900     MOVE MVADJ-TX-CHARGE-DATE (MVADJ-IDX) TO ADJA-CHARGE-DATE.
041000     MOVE MVADJ-TX-REASON-CODE (MVADJ-IDX) TO ADJA-REASON-CODE.
041100     MOVE MVADJ-TX-REQUEST-USER (MVADJ-IDX) TO
041200         ADJA-REQUEST-USER.
041300     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'C'
041400         MOVE MVADJ-TX-CREDIT-AMOUNT (MVADJ-IDX) TO MVADJ-AMOUNT
041500     ELSE
041600         MOVE MVADJ-TX-CHARGE-AMOUNT (MVADJ-IDX) TO MVADJ-AMOUNT
041700     END-IF.
041800     MOVE MVADJ-AMOUNT TO ADJA-AMOUNT.
041900     SET ADJA-APPLIED TO TRUE.
042000     PERFORM 3100-VALIDATE THRU 3100-EXIT.
042100     IF ADJA-APPLIED
042200         PERFORM 3200-LOOKUP-REGISTER THRU 3200-EXIT
042300     END-IF.
042400     IF ADJA-APPLIED
042500         PERFORM 3300-RESOLVE-ACCOUNTS THRU 3300-EXIT
042600     END-IF.
042700     IF ADJA-APPLIED
042800         PERFORM 3400-POST-LEGS THRU 3400-EXIT
042900         PERFORM 3500-WRITE-REGISTER THRU 3500-EXIT
043000         PERFORM 3600-WRITE-EXTRACT THRU 3600-EXIT
043100         ADD 1 TO MVADJ-APPLIED-COUNT
043200     ELSE
043300         ADD 1 TO MVADJ-REJECTED-COUNT
043400         MOVE 4 TO MVADJ-SEVERITY-CODE
043500     END-IF.
043600     PERFORM 3900-WRITE-AUDIT THRU 3900-EXIT.
043700 3000-EXIT.
043800     EXIT.
043900
044000 3100-VALIDATE.
044100     IF MVADJ-TX-TYPE (MVADJ-IDX) NOT = 'F'
044200             AND MVADJ-TX-TYPE (MVADJ-IDX) NOT = 'S'
044300             AND MVADJ-TX-TYPE (MVADJ-IDX) NOT = 'C'
044400         SET ADJA-REJECTED TO TRUE
044500         SET ADJA-BAD-TYPE TO TRUE
044600         GO TO 3100-EXIT
044700     END-IF.
044800     IF MVADJ-TX-REASON-CODE (MVADJ-IDX) = SPACES
044900         SET ADJA-REJECTED TO TRUE
045000         SET ADJA-NO-REASON TO TRUE
045100         GO TO 3100-EXIT
045200     END-IF.
045300     IF MVADJ-TX-REQUEST-USER (MVADJ-IDX) = SPACES
045400         SET ADJA-REJECTED TO TRUE
045500         SET ADJA-NO-USER TO TRUE
045600         GO TO 3100-EXIT
045700     END-IF.
045800     IF (MVADJ-TX-TYPE (MVADJ-IDX) = 'S'
045900             AND MVADJ-TX-OBLIGATION (MVADJ-IDX) = SPACES)
046000         OR (MVADJ-TX-TYPE (MVADJ-IDX) NOT = 'S'
046100             AND MVADJ-TX-PRODUCT-NUMBER (MVADJ-IDX) = ZERO)
046200         SET ADJA-REJECTED TO TRUE
046300         SET ADJA-NO-REFERENCE TO TRUE
046400         GO TO 3100-EXIT
046500     END-IF.
046600     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'C'
046700         IF MVADJ-AMOUNT = ZERO
046800                 OR MVADJ-TX-PRODUCT-CODE (MVADJ-IDX) = ZERO
046900             SET ADJA-REJECTED TO TRUE
047000             SET ADJA-BAD-AMOUNT TO TRUE
047100         END-IF
047200         GO TO 3100-EXIT
047300     END-IF.
047400     IF NOT MVADJ-TX-FOUND (MVADJ-IDX)
047500         SET ADJA-REJECTED TO TRUE
047600         SET ADJA-CHARGE-NOT-FOUND TO TRUE
047700     END-IF.
047800 3100-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------*
048200*  A REVERSAL IS REGISTERED UNDER THE ORIGINAL CHARGE, SO   *
048300*  THE SAME CHARGE CANNOT BE REVERSED TWICE.  A CREDIT IS   *
048400*  REGISTERED UNDER THE ACCOUNT AND THE RUN DATE.           *
048500*----------------------------------------------------------*
048600 3200-LOOKUP-REGISTER.
048700     MOVE SPACES TO ADJM-KEY.
048800     MOVE MVADJ-TX-TYPE (MVADJ-IDX) TO ADJM-ADJUSTMENT-TYPE.
048900     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'S'
049000         MOVE MVADJ-TX-OBLIGATION (MVADJ-IDX) TO ADJM-REFERENCE
049100     ELSE
049200         MOVE MVADJ-TX-PRODUCT-NUMBER (MVADJ-IDX) TO
049300             ADJM-REFERENCE
049400     END-IF.
049500     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'C'
049600         MOVE MVADJ-TODAY TO ADJM-CHARGE-DATE
049700     ELSE
049800         MOVE MVADJ-TX-CHARGE-DATE (MVADJ-IDX) TO
049900             ADJM-CHARGE-DATE
050000     END-IF.
050100     SET MVADJ-REGISTERED-SW TO 'N'.
050200     READ MVADJM-FILE
050300         KEY IS ADJM-KEY
050400         INVALID KEY
050500             CONTINUE
050600         NOT INVALID KEY
050700             SET MVADJ-REGISTERED TO TRUE
050800     END-READ.
050900     IF MVADJ-REGISTERED
051000         SET ADJA-REJECTED TO TRUE
051100         SET ADJA-ALREADY-REVERSED TO TRUE
051200     END-IF.
051300 3200-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------*
051700*  A REVERSAL DEBITS THE CHARGE ROW'S OFFSET (INCOME)       *
051800*  ACCOUNT AND CREDITS ITS DEBIT (CUSTOMER) ACCOUNT -- THE  *
051900*  ORIGINAL LEGS TURNED ROUND.  A CREDIT DEBITS THE         *
052000*  GOODWILL ROW AND CREDITS THE ACCOUNT PRODUCT'S DEBIT     *
052100*  (CUSTOMER) ACCOUNT.                                      *
052200*----------------------------------------------------------*
052300 3300-RESOLVE-ACCOUNTS.
052400     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'C'
052500         MOVE MVADJ-GOODWILL-PRODUCT TO COA-PRODUCT-CODE
052600     ELSE
052700         MOVE MVADJ-TX-CHARGE-PRODUCT (MVADJ-IDX) TO
052800             COA-PRODUCT-CODE
052900     END-IF.
053000     PERFORM 3310-READ-CHART THRU 3310-EXIT.
053100     IF NOT MVADJ-COA-FOUND
053200         GO TO 3300-EXIT
053300     END-IF.
053400     MOVE COA-PRODUCT-CODE TO MVADJ-DEBIT-PRODUCT.
053500     IF MVADJ-TX-TYPE (MVADJ-IDX) = 'C'
053600         MOVE COA-DEBIT-ACCOUNT TO MVADJ-DEBIT-ACCOUNT
053700         MOVE MVADJ-TX-PRODUCT-CODE (MVADJ-IDX) TO
053800             COA-PRODUCT-CODE
053900         PERFORM 3310-READ-CHART THRU 3310-EXIT
054000         IF NOT MVADJ-COA-FOUND
054100             GO TO 3300-EXIT
054200         END-IF
054300     ELSE
054400         MOVE COA-OFFSET-ACCOUNT TO MVADJ-DEBIT-ACCOUNT
054500     END-IF.
054600     MOVE COA-PRODUCT-CODE TO MVADJ-CREDIT-PRODUCT.
054700     MOVE COA-DEBIT-ACCOUNT TO MVADJ-CREDIT-ACCOUNT.
054800 3300-EXIT.
054900     EXIT.
055000
055100 3310-READ-CHART.
055200     SET MVADJ-COA-FOUND-SW TO 'N'.
055300     READ GLCOA-FILE
055400         KEY IS COA-PRODUCT-CODE
055500         INVALID KEY
055600             CONTINUE
055700         NOT INVALID KEY
055800             SET MVADJ-COA-FOUND TO TRUE
055900     END-READ.
056000     IF NOT MVADJ-COA-FOUND
056100         SET ADJA-REJECTED TO TRUE
056200         SET ADJA-NO-CHART-ROW TO TRUE
056300     END-IF.
056400 3310-EXIT.
056500     EXIT.
056600
056700 3400-POST-LEGS.
056800     MOVE MVADJ-DEBIT-ACCOUNT TO GLP-DTL-GL-ACCOUNT.
056900     MOVE 'D' TO GLP-DTL-DEBIT-CREDIT.
057000     MOVE MVADJ-AMOUNT TO GLP-DTL-AMOUNT.
057100     MOVE MVADJ-DEBIT-PRODUCT TO MVADJ-LEG-PRODUCT.
057200     PERFORM 3410-WRITE-DETAIL THRU 3410-EXIT.
057300     MOVE MVADJ-CREDIT-ACCOUNT TO GLP-DTL-GL-ACCOUNT.
057400     MOVE 'C' TO GLP-DTL-DEBIT-CREDIT.
057500     MOVE MVADJ-AMOUNT TO GLP-DTL-AMOUNT.
057600     MOVE MVADJ-CREDIT-PRODUCT TO MVADJ-LEG-PRODUCT.
057700     PERFORM 3410-WRITE-DETAIL THRU 3410-EXIT.
057800 3400-EXIT.
057900     EXIT.
058000
058100 3410-WRITE-DETAIL.
058200     SET GLP-JOURNAL-DETAIL TO TRUE.
058300     MOVE MVADJ-BATCH-NUMBER TO GLP-BATCH-NUMBER.
058400     MOVE MVADJ-LEG-PRODUCT TO GLP-DTL-PRODUCT-CODE.
058500     MOVE MVADJ-TODAY TO GLP-DTL-EXTRACT-DATE.
058600     MOVE ZERO TO GLP-DTL-EXTRACT-CYCLE.
058700     MOVE MVADJ-TODAY TO GLP-DTL-VALUE-DATE.
058800     PERFORM 3420-CHECK-PERIOD THRU 3420-EXIT.
058900     WRITE GL-POSTING-RECORD.
059000     ADD 1 TO MVADJ-ENTRY-COUNT.
059100     IF GLP-DTL-DEBIT-CREDIT = 'D'
059200         ADD GLP-DTL-AMOUNT TO MVADJ-BATCH-DEBIT-TOTAL
059300     ELSE
059400         ADD GLP-DTL-AMOUNT TO MVADJ-BATCH-CREDIT-TOTAL
059500     END-IF.
059600 3410-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------*
060000*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
060100*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
060200*----------------------------------------------------------*
060300 3420-CHECK-PERIOD.
060400     MOVE MVADJ-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
060500     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
060600     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
060700     IF NOT PCHK-REDATED
060800         GO TO 3420-EXIT
060900     END-IF.
061000     MOVE 'MVADJ01 ' TO PLAT-PROGRAM-ID.
061100     MOVE MVADJ-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
061200     MOVE MVADJ-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
061300     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
061400     MOVE GLP-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
061500     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
061600     MOVE GLP-DTL-AMOUNT TO PLAT-AMOUNT.
061700     MOVE GLP-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
061800     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
061900     MOVE MVADJ-TODAY TO PLAT-RUN-DATE.
062000     WRITE LATE-POSTING-RECORD.
062100     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
062200     ADD 1 TO MVADJ-LATE-COUNT.
062300 3420-EXIT.
062400     EXIT.
062500
062600 3500-WRITE-REGISTER.
062700     MOVE MVADJ-TX-PRODUCT-CODE (MVADJ-IDX) TO ADJM-PRODUCT-CODE.
062800     IF MVADJ-TX-TYPE (MVADJ-IDX) NOT = 'C'
062900         MOVE MVADJ-TX-CHARGE-PRODUCT (MVADJ-IDX) TO
063000             ADJM-PRODUCT-CODE
063100     END-IF.
063200     MOVE MVADJ-AMOUNT TO ADJM-AMOUNT.
063300     MOVE MVADJ-TX-REASON-CODE (MVADJ-IDX) TO ADJM-REASON-CODE.
063400     MOVE MVADJ-TX-REQUEST-USER (MVADJ-IDX) TO
063500         ADJM-REQUEST-USER.
063600     MOVE MVADJ-TODAY TO ADJM-ADJUST-DATE.
063700     MOVE MVADJ-BATCH-NUMBER TO ADJM-BATCH-NUMBER.
063800     WRITE ADJUSTMENT-REGISTER-RECORD
063900         INVALID KEY
064000             CONTINUE
064100     END-WRITE.
064200 3500-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------*
064600*  THE STATEMENT RUN PRINTS THIS ROW AS ITS OWN LINE ON     *
064700*  THE ACCOUNT'S NEXT STATEMENT.  A SURCHARGE REVERSAL      *
064800*  CARRIES THE PRODUCT-NUMBER ONLY WHEN ONE WAS GIVEN.      *
064900*----------------------------------------------------------*
065000 3600-WRITE-EXTRACT.
065100     MOVE SPACES TO ADJUSTMENT-EXTRACT-RECORD.
065200     MOVE MVADJ-TX-PRODUCT-NUMBER (MVADJ-IDX) TO
065300         ADJX-PRODUCT-NUMBER.
065400     MOVE ADJM-PRODUCT-CODE TO ADJX-PRODUCT-CODE.
065500     MOVE MVADJ-TX-TYPE (MVADJ-IDX) TO ADJX-ADJUSTMENT-TYPE.
065600     MOVE MVADJ-TX-OBLIGATION (MVADJ-IDX) TO
065700         ADJX-OBLIGATION-NUMBER.
065800     MOVE ADJM-CHARGE-DATE TO ADJX-CHARGE-DATE.
065900     MOVE MVADJ-AMOUNT TO ADJX-AMOUNT.
066000     MOVE 'C' TO ADJX-DEBIT-CREDIT.
066100     MOVE MVADJ-TX-REASON-CODE (MVADJ-IDX) TO ADJX-REASON-CODE.
066200     MOVE MVADJ-TX-REQUEST-USER (MVADJ-IDX) TO
066300         ADJX-REQUEST-USER.
066400     MOVE MVADJ-TODAY TO ADJX-ADJUST-DATE.
066500     WRITE ADJUSTMENT-EXTRACT-RECORD.
066600 3600-EXIT.
066700     EXIT.
066800
066900 3900-WRITE-AUDIT.
067000     MOVE MVADJ-TODAY TO ADJA-ADJUST-DATE.
067100     ACCEPT MVADJ-NOW FROM TIME.
067200     MOVE MVADJ-NOW (1:6) TO ADJA-ADJUST-TIME.
067300     WRITE ADJUSTMENT-AUDIT-RECORD.
067400 3900-EXIT.
067500     EXIT.
067600
067700 4000-FINISH.
067800     MOVE SPACES TO GL-POSTING-RECORD.
067900     SET GLP-BATCH-TRAILER TO TRUE.
068000     MOVE MVADJ-BATCH-NUMBER TO GLP-BATCH-NUMBER.
068100     MOVE MVADJ-ENTRY-COUNT TO GLP-TRL-ENTRY-COUNT.
068200     MOVE MVADJ-BATCH-DEBIT-TOTAL TO GLP-TRL-DEBIT-TOTAL.
068300     MOVE MVADJ-BATCH-CREDIT-TOTAL TO GLP-TRL-CREDIT-TOTAL.
068400     WRITE GL-POSTING-RECORD.
068500     CLOSE MVADJM-FILE.
068600     CLOSE GLCOA-FILE.
068700     CLOSE GLPOST-FILE.
068800     CLOSE MVADJX-FILE.
068900     CLOSE MVADJA-FILE.
069000     CLOSE LATEPST-FILE.
069100     DISPLAY 'MVADJ01 TRANSACTIONS READ   = '
069200         MVADJ-READ-COUNT.
069300     DISPLAY 'MVADJ01 ADJUSTMENTS APPLIED = '
069400         MVADJ-APPLIED-COUNT.
069500     DISPLAY 'MVADJ01 ADJUSTMENTS REJECTED= '
069600         MVADJ-REJECTED-COUNT.
069700     DISPLAY 'MVADJ01 LEGS RE-DATED       = '
069800         MVADJ-LATE-COUNT.
069900     IF MVADJ-BATCH-DEBIT-TOTAL NOT = MVADJ-BATCH-CREDIT-TOTAL
070000         DISPLAY 'MVADJ01 BATCH OUT OF BALANCE'
070100         MOVE 8 TO MVADJ-SEVERITY-CODE
070200     END-IF.
070300 4000-EXIT.
070400     EXIT.
070500
070600 8100-READ-MVADJT.
070700     READ MVADJT-FILE
070800         AT END
070900             SET MVADJ-TXN-EOF TO TRUE
071000     END-READ.
071100 8100-EXIT.
071200     EXIT.
071300
071400 8200-READ-MVFEEB.
071500     READ MVFEEB-FILE
071600         AT END
071700             SET MVADJ-FEEB-EOF TO TRUE
071800     END-READ.
071900 8200-EXIT.
072000     EXIT.
072100
072200 8300-READ-CSSURB.
072300     READ CSSURB-FILE
072400         AT END
072500             SET MVADJ-SURB-EOF TO TRUE
072600     END-READ.
072700 8300-EXIT.
072800     EXIT.
