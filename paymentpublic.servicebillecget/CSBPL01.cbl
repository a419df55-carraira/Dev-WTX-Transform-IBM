000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSBPL01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSBPL01 -- BILLER BILL-PRESENTMENT FILE INTAKE.         *
000900*                                                          *
001000*  UNTIL NOW WE ONLY LEARNED AN OBLIGATION EXISTED WHEN A  *
001100*  CUSTOMER PAID IT.  BILLERS THAT SIGN UP FOR PRESENTMENT *
001200*  SEND A FILE (CSBPF) OF THEIR OPEN INVOICES, AND THIS    *
001300*  STEP LOADS IT TO THE PRESENTED-BILLS MASTER (CSPBM,     *
001400*  KEYED ASSOCIATED-SERVICE / OBLIGATION-NUMBER) FOR       *
001500*  CSBPM01 TO MATCH THE NIGHT'S PAYMENTS AGAINST.          *
001600*                                                          *
001700*  EACH BILLER'S FILE IS A HEADER ('H', CARRYING THE       *
001800*  ASSOCIATED-SERVICE), ITS BILLS ('D') AND A CONTROL      *
001900*  TRAILER ('T', BILL COUNT AND AMOUNT TOTAL); SEVERAL     *
002000*  BILLERS' FILES MAY ARRIVE CONCATENATED.  THE LAYOUT OF  *
002100*  THE BILLS IS CHOSEN FROM THE BILLER'S PROFILE (CSBPRF   *
002200*  PRESENTMENT LAYOUT, SET THROUGH CSBMNT01):              *
002300*    '1'  STANDARD -- OBLIGATION-NUMBER, AMOUNT DUE AND    *
002400*         PAYDAY-LIMIT;                                    *
002500*    '2'  EXTENDED -- ALSO THE CUSTOMER'S IDENTIFICATION,  *
002600*         NAME, ISSUE DATE AND CURRENCY, WHICH MUST BE     *
002700*         THE PROFILE'S.                                   *
002800*  A FILE FROM A BILLER WITH NO PROFILE, OR WHOSE PROFILE  *
002900*  HAS NO PRESENTMENT LAYOUT, IS REFUSED WHOLE.            *
003000*                                                          *
003100*  A BILL ALREADY ON THE MASTER IS RE-PRESENTED: ITS       *
003200*  AMOUNT DUE, PAYDAY-LIMIT AND DETAIL ARE REPLACED AND    *
003300*  WHAT HAS BEEN PAID AGAINST IT SO FAR IS KEPT.  A BILL   *
003400*  ALREADY PAID IN FULL IS NOT RE-OPENED.  A REFUSED       *
003500*  FILE, A REJECTED BILL OR A TRAILER THAT DOES NOT AGREE  *
003600*  WITH THE BILLS READ IS LISTED ON THE INTAKE EXCEPTION   *
003700*  REPORT (CSBPLX) AND ENDS THE STEP WITH CONDITION CODE   *
003800*  4; THE GOOD BILLS OF THE FILE ARE STILL LOADED.         *
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
004900     SELECT CSBPF-FILE ASSIGN TO CSBPF
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
005500     SELECT CSPBM-FILE ASSIGN TO CSPBM
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PBM-KEY.
005900     SELECT CSBPLX-FILE ASSIGN TO CSBPLX
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CSBPF-FILE.
006500     COPY "CSBPF01.cpy".
006600
006700 FD  CSBPRF-FILE.
006800     COPY "CSBPRF01.cpy".
006900
007000 FD  CSPBM-FILE.
007100     COPY "CSPBM01.cpy".
007200
007300 FD  CSBPLX-FILE.
007400 01  CSBPLX-PRINT-LINE             PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------*
007800*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007900*----------------------------------------------------------*
008000     COPY "RUNREG01.cpy".
008100
008200 77  CSBPL-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
008300
008400 01  CSBPL-SWITCHES.
008500     05  CSBPL-EOF-SW              PIC X(01) VALUE 'N'.
008600         88  CSBPL-EOF               VALUE 'Y'.
008700     05  CSBPL-PRF-FOUND-SW        PIC X(01) VALUE 'N'.
008800         88  CSBPL-PRF-FOUND         VALUE 'Y'.
008900     05  CSBPL-PBM-FOUND-SW        PIC X(01) VALUE 'N'.
009000         88  CSBPL-PBM-FOUND         VALUE 'Y'.
009100     05  CSBPL-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
009200         88  CSBPL-FILE-OPEN         VALUE 'Y'.
009300     05  CSBPL-FILE-REFUSED-SW     PIC X(01) VALUE 'N'.
009400         88  CSBPL-FILE-REFUSED      VALUE 'Y'.
009500     05  CSBPL-DATE-OK-SW          PIC X(01) VALUE 'N'.
009600         88  CSBPL-DATE-OK           VALUE 'Y'.
009700
009800 77  CSBPL-TODAY                   PIC 9(8) VALUE ZERO.
009900 77  CSBPL-SERVICE                 PIC 9(5) VALUE ZERO.
010000 77  CSBPL-LAYOUT                  PIC X(1) VALUE SPACE.
010100 77  CSBPL-CURRENCY                PIC 9(3) VALUE ZERO.
010200 77  CSBPL-FILE-DATE               PIC 9(8) VALUE ZERO.
010300 77  CSBPL-FILE-BILLS              PIC 9(7) COMP VALUE ZERO.
010400 77  CSBPL-FILE-AMOUNT             PIC 9(15)V9(2) VALUE ZERO.
010500 77  CSBPL-FILE-COUNT              PIC 9(7) COMP VALUE ZERO.
010600 77  CSBPL-REFUSED-COUNT           PIC 9(7) COMP VALUE ZERO.
010700 77  CSBPL-LOADED-COUNT            PIC 9(7) COMP VALUE ZERO.
010800 77  CSBPL-AMENDED-COUNT           PIC 9(7) COMP VALUE ZERO.
010900 77  CSBPL-REJECTED-COUNT          PIC 9(7) COMP VALUE ZERO.
011000 77  CSBPL-MONTH-DAYS              PIC 9(2) VALUE ZERO.
011100 77  CSBPL-LEAP-QUOTIENT           PIC 9(4) VALUE ZERO.
011200 77  CSBPL-LEAP-REMAINDER          PIC 9(3) VALUE ZERO.
011300 77  CSBPL-REJECT-NOTE             PIC X(50) VALUE SPACES.
011400
011500*----------------------------------------------------------*
011600*  ONE BILL, LIFTED OUT OF WHICHEVER LAYOUT THE BILLER     *
011700*  SENDS.  THE STANDARD LAYOUT LEAVES THE EXTENDED FIELDS  *
011800*  EMPTY.                                                  *
011900*----------------------------------------------------------*
012000 01  CSBPL-BILL.
012100     05  CSBPL-OBLIGATION-NUMBER   PIC X(20).
012200     05  CSBPL-AMOUNT-DUE          PIC X(17).
012300     05  CSBPL-AMOUNT-VALUE REDEFINES CSBPL-AMOUNT-DUE
012400                                   PIC 9(15)V9(2).
012500     05  CSBPL-PAYDAY-LIMIT        PIC X(8).
012600     05  CSBPL-LIMIT-VALUE REDEFINES CSBPL-PAYDAY-LIMIT
012700                                   PIC 9(8).
012800     05  CSBPL-ID-TYPE             PIC X(1).
012900     05  CSBPL-ID-NUMBER           PIC X(17).
013000     05  CSBPL-ID-VALUE REDEFINES CSBPL-ID-NUMBER
013100                                   PIC 9(17).
013200     05  CSBPL-CUSTOMER-NAME       PIC X(30).
013300     05  CSBPL-ISSUE-DATE          PIC X(8).
013400     05  CSBPL-ISSUE-VALUE REDEFINES CSBPL-ISSUE-DATE
013500                                   PIC 9(8).
013600     05  CSBPL-BILL-CURRENCY       PIC X(3).
013700     05  CSBPL-CURRENCY-VALUE REDEFINES CSBPL-BILL-CURRENCY
013800                                   PIC 9(3).
013900
014000 01  CSBPL-DATE-WORK.
014100     05  CSBPL-DATE-YEAR           PIC 9(4).
014200     05  CSBPL-DATE-MONTH          PIC 9(2).
014300     05  CSBPL-DATE-DAY            PIC 9(2).
014400
014500*----------------------------------------------------------*
014600*  DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY GAINS A   *
014700*  DAY IN A LEAP YEAR.                                     *
014800*----------------------------------------------------------*
014900 01  CSBPL-MONTH-LIST.
015000     05  FILLER                    PIC X(24)
015100         VALUE '312831303130313130313031'.
015200 01  CSBPL-MONTH-TABLE REDEFINES CSBPL-MONTH-LIST.
015300     05  CSBPL-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
015400
015500 01  CSBPL-HEADING-1.
015600     05  FILLER                    PIC X(48)
015700         VALUE 'CSBPL01 BILL PRESENTMENT INTAKE EXCEPTIONS     '.
015800     05  CSBPL-H1-DATE             PIC 9(8).
015900     05  FILLER                    PIC X(76) VALUE SPACES.
016000
016100 01  CSBPL-HEADING-2.
016200     05  FILLER                    PIC X(07) VALUE 'SERV   '.
016300     05  FILLER                    PIC X(22)
016400         VALUE 'OBLIGATION-NUMBER     '.
016500     05  FILLER                    PIC X(20)
016600         VALUE '        AMOUNT DUE  '.
016700     05  FILLER                    PIC X(10) VALUE 'LIMIT     '.
016800     05  FILLER                    PIC X(73) VALUE 'EXCEPTION'.
016900
017000 01  CSBPL-DETAIL-LINE.
017100     05  CSBPL-DL-SERVICE          PIC 9(5).
017200     05  FILLER                    PIC X(02) VALUE SPACES.
017300     05  CSBPL-DL-OBLIGATION       PIC X(20).
017400     05  FILLER                    PIC X(02) VALUE SPACES.
017500     05  CSBPL-DL-AMOUNT           PIC Z(14)9.99.
017600     05  FILLER                    PIC X(02) VALUE SPACES.
017700     05  CSBPL-DL-LIMIT            PIC X(08).
017800     05  FILLER                    PIC X(02) VALUE SPACES.
017900     05  CSBPL-DL-NOTE             PIC X(50).
018000     05  FILLER                    PIC X(23) VALUE SPACES.
018100
018200 01  CSBPL-TOTAL-LINE.
018300     05  FILLER                    PIC X(07) VALUE 'FILES: '.
018400     05  CSBPL-TL-FILES            PIC Z(6)9.
018500     05  FILLER                    PIC X(16)
018600         VALUE '  BILLS LOADED: '.
018700     05  CSBPL-TL-LOADED           PIC Z(6)9.
018800     05  FILLER                    PIC X(11)
018900         VALUE '  AMENDED: '.
019000     05  CSBPL-TL-AMENDED          PIC Z(6)9.
019100     05  FILLER                    PIC X(12)
019200         VALUE '  REJECTED: '.
019300     05  CSBPL-TL-REJECTED         PIC Z(6)9.
019400     05  FILLER                    PIC X(17)
019500         VALUE '  FILES REFUSED: '.
019600     05  CSBPL-TL-REFUSED          PIC Z(6)9.
019700     05  FILLER                    PIC X(34) VALUE SPACES.
019800
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
020300         UNTIL CSBPL-EOF.
020400     IF CSBPL-FILE-OPEN
020500         PERFORM 2150-MISSING-TRAILER THRU 2150-EXIT
020600     END-IF.
020700     PERFORM 3000-FINISH THRU 3000-EXIT.
020800     SET RREG-END TO TRUE.
020900     COMPUTE RREG-RECORD-COUNT =
021000         CSBPL-LOADED-COUNT + CSBPL-AMENDED-COUNT.
021100     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
021200     MOVE CSBPL-SEVERITY-CODE TO RETURN-CODE.
021300     STOP RUN.
021400
021500 1000-INITIALIZE.
021600     SET RREG-START TO TRUE.
021700     MOVE 'CSBPL01 ' TO RREG-PROGRAM-ID.
021800     MOVE SPACES TO RREG-GUARD-FILE.
021900     MOVE ZERO TO RREG-CYCLE-NUMBER.
022000     MOVE ZERO TO RREG-RECORD-COUNT.
022100     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
022200     IF RREG-BLOCKED
022300         DISPLAY 'CSBPL01 ALREADY COMPLETED FOR THIS DATE'
022400         MOVE 8 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     IF RREG-PREREQ-HOLD
022800         DISPLAY 'CSBPL01 HELD - PREREQUISITE NOT COMPLETE'
022900         MOVE 8 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     OPEN INPUT CSBPF-FILE.
023300     OPEN INPUT CSBPRF-FILE.
023400     OPEN I-O CSPBM-FILE.
023500     OPEN OUTPUT CSBPLX-FILE.
023600     ACCEPT CSBPL-TODAY FROM DATE YYYYMMDD.
023700     MOVE CSBPL-TODAY TO CSBPL-H1-DATE.
023800     WRITE CSBPLX-PRINT-LINE FROM CSBPL-HEADING-1.
023900     WRITE CSBPLX-PRINT-LINE FROM CSBPL-HEADING-2.
024000     PERFORM 8100-READ-CSBPF THRU 8100-EXIT.
024100 1000-EXIT.
024200     EXIT.
024300
024400 2000-PROCESS-RECORD.
024500     EVALUATE TRUE
024600         WHEN BPF-FILE-HEADER
024700             PERFORM 2100-START-FILE THRU 2100-EXIT
024800         WHEN BPF-BILL-DETAIL
024900             PERFORM 2200-LOAD-BILL THRU 2200-EXIT
025000         WHEN BPF-FILE-TRAILER
025100             PERFORM 2300-END-FILE THRU 2300-EXIT
025200         WHEN OTHER
025300             MOVE SPACES TO CSBPL-BILL
025400             MOVE 'UNKNOWN RECORD TYPE' TO CSBPL-REJECT-NOTE
025500             PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
025600     END-EVALUATE.
025700     PERFORM 8100-READ-CSBPF THRU 8100-EXIT.
025800 2000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------*
026200*  A HEADER OPENS ONE BILLER'S FILE.  THE PROFILE DECIDES  *
026300*  WHETHER THE FILE IS TAKEN AND WHICH LAYOUT ITS BILLS    *
026400*  ARE IN.                                                 *
026500*----------------------------------------------------------*
026600 2100-START-FILE.
026700     IF CSBPL-FILE-OPEN
026800         PERFORM 2150-MISSING-TRAILER THRU 2150-EXIT
026900     END-IF.
027000     MOVE 'N' TO CSBPL-FILE-OPEN-SW.
027100     MOVE 'N' TO CSBPL-FILE-REFUSED-SW.
027200     MOVE ZERO TO CSBPL-FILE-BILLS CSBPL-FILE-AMOUNT.
027300     MOVE SPACES TO CSBPL-BILL.
027400     ADD 1 TO CSBPL-FILE-COUNT.
027500     IF BPF-ASSOCIATED-SERVICE NUMERIC
027600         MOVE BPF-ASSOCIATED-SERVICE TO CSBPL-SERVICE
027700     ELSE
027800         MOVE ZERO TO CSBPL-SERVICE
027900     END-IF.
028000     PERFORM 2110-LOOKUP-PROFILE THRU 2110-EXIT.
028100     IF NOT CSBPL-PRF-FOUND
028200         MOVE 'NO BILLER PROFILE - FILE REFUSED' TO
028300             CSBPL-REJECT-NOTE
028400         GO TO 2100-REFUSE
028500     END-IF.
028600     IF NOT BPRF-PRESENTMENT-STANDARD
028700             AND NOT BPRF-PRESENTMENT-EXTENDED
028800         MOVE 'BILLER HAS NO PRESENTMENT LAYOUT - FILE REFUSED'
028900             TO CSBPL-REJECT-NOTE
029000         GO TO 2100-REFUSE
029100     END-IF.
029200     MOVE BPRF-PRESENTMENT-LAYOUT TO CSBPL-LAYOUT.
029300     MOVE BPRF-CURRENCY-CODE TO CSBPL-CURRENCY.
029400     IF BPF-HDR-FILE-DATE NUMERIC
029500             AND BPF-HDR-FILE-DATE NOT = ZERO
029600         MOVE BPF-HDR-FILE-DATE TO CSBPL-FILE-DATE
029700     ELSE
029800         MOVE CSBPL-TODAY TO CSBPL-FILE-DATE
029900     END-IF.
030000     SET CSBPL-FILE-OPEN TO TRUE.
030100     GO TO 2100-EXIT.
030200 2100-REFUSE.
030300     SET CSBPL-FILE-REFUSED TO TRUE.
030400     ADD 1 TO CSBPL-REFUSED-COUNT.
030500     PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT.
030600 2100-EXIT.
030700     EXIT.
030800
030900 2110-LOOKUP-PROFILE.
031000     SET CSBPL-PRF-FOUND-SW TO 'N'.
031100     MOVE CSBPL-SERVICE TO BPRF-ASSOCIATED-SERVICE.
031200     READ CSBPRF-FILE
031300         KEY IS BPRF-ASSOCIATED-SERVICE
031400         INVALID KEY
031500             CONTINUE
031600         NOT INVALID KEY
031700             SET CSBPL-PRF-FOUND TO TRUE
031800     END-READ.
031900 2110-EXIT.
032000     EXIT.
032100
032200 2150-MISSING-TRAILER.
032300     MOVE SPACES TO CSBPL-BILL.
032400     MOVE 'FILE ENDED WITHOUT A CONTROL TRAILER' TO
032500         CSBPL-REJECT-NOTE.
032600     PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT.
032700     MOVE 'N' TO CSBPL-FILE-OPEN-SW.
032800 2150-EXIT.
032900     EXIT.
033000
033100 2200-LOAD-BILL.
033200     IF CSBPL-FILE-REFUSED
033300         GO TO 2200-EXIT
033400     END-IF.
033500     PERFORM 2210-UNPACK-BILL THRU 2210-EXIT.
033600     IF NOT CSBPL-FILE-OPEN
033700         MOVE 'BILL OUTSIDE A BILLER FILE' TO CSBPL-REJECT-NOTE
033800         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
033900         GO TO 2200-EXIT
034000     END-IF.
034100     ADD 1 TO CSBPL-FILE-BILLS.
034200     IF CSBPL-AMOUNT-DUE NUMERIC
034300         ADD CSBPL-AMOUNT-VALUE TO CSBPL-FILE-AMOUNT
034400     END-IF.
034500     PERFORM 2220-EDIT-BILL THRU 2220-EXIT.
034600     IF CSBPL-REJECT-NOTE NOT = SPACES
034700         ADD 1 TO CSBPL-REJECTED-COUNT
034800         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
034900         GO TO 2200-EXIT
035000     END-IF.
035100     PERFORM 2240-APPLY-BILL THRU 2240-EXIT.
035200 2200-EXIT.
035300     EXIT.
035400
035500 2210-UNPACK-BILL.
035600     MOVE SPACES TO CSBPL-BILL.
035700     IF CSBPL-LAYOUT = '2'
035800         MOVE BPF-EXT-OBLIGATION-NUMBER TO
035900             CSBPL-OBLIGATION-NUMBER
036000         IF BPF-EXT-AMOUNT-DUE NUMERIC
036100             MOVE BPF-EXT-AMOUNT-DUE TO CSBPL-AMOUNT-VALUE
036200         END-IF
036300         MOVE BPF-EXT-PAYDAY-LIMIT TO CSBPL-PAYDAY-LIMIT
036400         MOVE BPF-EXT-IDENTIFICATION-TYPE TO CSBPL-ID-TYPE
036500         MOVE BPF-EXT-IDENTIFICATION-NUMBER TO CSBPL-ID-NUMBER
036600         MOVE BPF-EXT-CUSTOMER-NAME TO CSBPL-CUSTOMER-NAME
036700         MOVE BPF-EXT-ISSUE-DATE TO CSBPL-ISSUE-DATE
036800         MOVE BPF-EXT-CURRENCY-CODE TO CSBPL-BILL-CURRENCY
036900     ELSE
037000         MOVE BPF-STD-OBLIGATION-NUMBER TO
037100             CSBPL-OBLIGATION-NUMBER
037200         IF BPF-STD-AMOUNT-DUE NUMERIC
037300             MOVE BPF-STD-AMOUNT-DUE TO CSBPL-AMOUNT-VALUE
037400         END-IF
037500         MOVE BPF-STD-PAYDAY-LIMIT TO CSBPL-PAYDAY-LIMIT
037600         MOVE ZERO TO CSBPL-ID-VALUE CSBPL-ISSUE-VALUE
037700         MOVE CSBPL-CURRENCY TO CSBPL-CURRENCY-VALUE
037800     END-IF.
037900 2210-EXIT.
038000     EXIT.
038100
038200 2220-EDIT-BILL.
038300     MOVE SPACES TO CSBPL-REJECT-NOTE.
038400     IF CSBPL-OBLIGATION-NUMBER = SPACES
038500         MOVE 'NO OBLIGATION-NUMBER' TO CSBPL-REJECT-NOTE
038600         GO TO 2220-EXIT
038700     END-IF.
038800     IF CSBPL-AMOUNT-DUE NOT NUMERIC
038900             OR CSBPL-AMOUNT-VALUE = ZERO
039000         MOVE 'AMOUNT DUE NOT A POSITIVE AMOUNT' TO
039100             CSBPL-REJECT-NOTE
039200         GO TO 2220-EXIT
039300     END-IF.
039400     PERFORM 2230-CHECK-DATE THRU 2230-EXIT.
039500     IF NOT CSBPL-DATE-OK
039600         MOVE 'PAYDAY-LIMIT NOT A VALID DATE' TO
039700             CSBPL-REJECT-NOTE
039800         GO TO 2220-EXIT
039900     END-IF.
040000     IF CSBPL-LAYOUT NOT = '2'
040100         GO TO 2220-EXIT
040200     END-IF.
040300     IF CSBPL-BILL-CURRENCY NOT NUMERIC
040400             OR CSBPL-CURRENCY-VALUE NOT = CSBPL-CURRENCY
040500         MOVE 'CURRENCY IS NOT THE BILLER PROFILE CURRENCY' TO
040600             CSBPL-REJECT-NOTE
040700         GO TO 2220-EXIT
040800     END-IF.
040900     IF CSBPL-ID-NUMBER NOT NUMERIC
041000         MOVE 'IDENTIFICATION-NUMBER NOT NUMERIC' TO
041100             CSBPL-REJECT-NOTE
041200         GO TO 2220-EXIT
041300     END-IF.
041400     IF CSBPL-ISSUE-DATE NOT NUMERIC
041500         MOVE ZERO TO CSBPL-ISSUE-VALUE
041600     END-IF.
041700 2220-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------*
042100*  THE PAYDAY-LIMIT MUST BE A REAL CALENDAR DATE: MONTH    *
042200*  1-12, A DAY THAT EXISTS IN THAT MONTH, FEBRUARY 29 ONLY *
042300*  IN A LEAP YEAR.                                         *
042400*----------------------------------------------------------*
042500 2230-CHECK-DATE.
042600     SET CSBPL-DATE-OK-SW TO 'N'.
042700     IF CSBPL-PAYDAY-LIMIT NOT NUMERIC
042800         GO TO 2230-EXIT
042900     END-IF.
043000     MOVE CSBPL-LIMIT-VALUE TO CSBPL-DATE-WORK.
043100     IF CSBPL-DATE-YEAR < 1601
043200             OR CSBPL-DATE-MONTH < 1 OR CSBPL-DATE-MONTH > 12
043300         GO TO 2230-EXIT
043400     END-IF.
043500     MOVE CSBPL-MONTH-LENGTH (CSBPL-DATE-MONTH)
043600         TO CSBPL-MONTH-DAYS.
043700     IF CSBPL-DATE-MONTH = 2
043800         DIVIDE CSBPL-DATE-YEAR BY 4 GIVING CSBPL-LEAP-QUOTIENT
043900             REMAINDER CSBPL-LEAP-REMAINDER
044000         IF CSBPL-LEAP-REMAINDER = ZERO
044100             MOVE 29 TO CSBPL-MONTH-DAYS
044200             DIVIDE CSBPL-DATE-YEAR BY 100
044300                 GIVING CSBPL-LEAP-QUOTIENT
044400                 REMAINDER CSBPL-LEAP-REMAINDER
044500             IF CSBPL-LEAP-REMAINDER = ZERO
044600                 DIVIDE CSBPL-DATE-YEAR BY 400
044700                     GIVING CSBPL-LEAP-QUOTIENT
044800                     REMAINDER CSBPL-LEAP-REMAINDER
044900                 IF CSBPL-LEAP-REMAINDER NOT = ZERO
045000                     MOVE 28 TO CSBPL-MONTH-DAYS
045100                 END-IF
045200             END-IF
045300         END-IF
045400     END-IF.
045500     IF CSBPL-DATE-DAY < 1
045600             OR CSBPL-DATE-DAY > CSBPL-MONTH-DAYS
045700         GO TO 2230-EXIT
045800     END-IF.
045900     SET CSBPL-DATE-OK TO TRUE.
046000 2230-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------*
046400*  A NEW BILL OPENS UNPAID.  A RE-PRESENTED ONE KEEPS WHAT *
046500*  HAS BEEN PAID AGAINST IT AND HAS ITS STATUS WORKED OUT  *
046600*  AGAIN AGAINST THE NEW AMOUNT DUE.                       *
046700*----------------------------------------------------------*
046800 2240-APPLY-BILL.
046900     SET CSBPL-PBM-FOUND-SW TO 'N'.
047000     MOVE CSBPL-SERVICE TO PBM-ASSOCIATED-SERVICE.
047100     MOVE CSBPL-OBLIGATION-NUMBER TO PBM-OBLIGATION-NUMBER.
047200     READ CSPBM-FILE
047300         KEY IS PBM-KEY
047400         INVALID KEY
047500             CONTINUE
047600         NOT INVALID KEY
047700             SET CSBPL-PBM-FOUND TO TRUE
047800     END-READ.
047900     IF CSBPL-PBM-FOUND
048000             AND PBM-PAID
048100         MOVE 'ALREADY PAID IN FULL - NOT RE-OPENED' TO
048200             CSBPL-REJECT-NOTE
048300         ADD 1 TO CSBPL-REJECTED-COUNT
048400         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
048500         GO TO 2240-EXIT
048600     END-IF.
048700     IF NOT CSBPL-PBM-FOUND
048800         MOVE SPACES TO PRESENTED-BILL-RECORD
048900         MOVE CSBPL-SERVICE TO PBM-ASSOCIATED-SERVICE
049000         MOVE CSBPL-OBLIGATION-NUMBER TO PBM-OBLIGATION-NUMBER
049100         MOVE CSBPL-TODAY TO PBM-PRESENTED-DATE
049200         MOVE ZERO TO PBM-PAID-AMOUNT PBM-PAYMENT-COUNT
049300             PBM-LAST-PAYMENT-DATE
049400     END-IF.
049500     MOVE CSBPL-AMOUNT-VALUE   TO PBM-AMOUNT-DUE.
049600     MOVE CSBPL-LIMIT-VALUE    TO PBM-PAYDAY-LIMIT.
049700     MOVE CSBPL-ID-TYPE        TO PBM-IDENTIFICATION-TYPE.
049800     MOVE CSBPL-ID-VALUE       TO PBM-IDENTIFICATION-NUMBER.
049900     MOVE CSBPL-CUSTOMER-NAME  TO PBM-CUSTOMER-NAME.
050000     MOVE CSBPL-ISSUE-VALUE    TO PBM-ISSUE-DATE.
050100     MOVE CSBPL-CURRENCY-VALUE TO PBM-CURRENCY-CODE.
050200     MOVE CSBPL-FILE-DATE      TO PBM-FILE-DATE.
050300     EVALUATE TRUE
050400         WHEN PBM-PAID-AMOUNT NOT < PBM-AMOUNT-DUE
050500             SET PBM-PAID TO TRUE
050600         WHEN PBM-PAID-AMOUNT > ZERO
050700             SET PBM-PART-PAID TO TRUE
050800         WHEN OTHER
050900             SET PBM-OPEN TO TRUE
051000     END-EVALUATE.
051100     IF CSBPL-PBM-FOUND
051200         REWRITE PRESENTED-BILL-RECORD
051300         ADD 1 TO CSBPL-AMENDED-COUNT
051400     ELSE
051500         WRITE PRESENTED-BILL-RECORD
051600         ADD 1 TO CSBPL-LOADED-COUNT
051700     END-IF.
051800 2240-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------*
052200*  THE TRAILER MUST AGREE WITH THE BILLS ACTUALLY READ --  *
052300*  EVERY BILL THE BILLER SENT, LOADED OR NOT.              *
052400*----------------------------------------------------------*
052500 2300-END-FILE.
052600     MOVE SPACES TO CSBPL-BILL.
052700     IF CSBPL-FILE-REFUSED
052800         MOVE 'N' TO CSBPL-FILE-REFUSED-SW
052900         GO TO 2300-EXIT
053000     END-IF.
053100     IF NOT CSBPL-FILE-OPEN
053200         MOVE 'TRAILER OUTSIDE A BILLER FILE' TO
053300             CSBPL-REJECT-NOTE
053400         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
053500         GO TO 2300-EXIT
053600     END-IF.
053700     MOVE 'N' TO CSBPL-FILE-OPEN-SW.
053800     IF BPF-TRL-BILL-COUNT NOT NUMERIC
053900             OR BPF-TRL-BILL-COUNT NOT = CSBPL-FILE-BILLS
054000         MOVE 'TRAILER BILL COUNT DOES NOT AGREE' TO
054100             CSBPL-REJECT-NOTE
054200         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
054300         GO TO 2300-EXIT
054400     END-IF.
054500     IF BPF-TRL-AMOUNT-TOTAL NOT NUMERIC
054600             OR BPF-TRL-AMOUNT-TOTAL NOT = CSBPL-FILE-AMOUNT
054700         MOVE 'TRAILER AMOUNT TOTAL DOES NOT AGREE' TO
054800             CSBPL-REJECT-NOTE
054900         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
055000     END-IF.
055100 2300-EXIT.
055200     EXIT.
055300
055400 2900-LIST-EXCEPTION.
055500     MOVE CSBPL-SERVICE TO CSBPL-DL-SERVICE.
055600     MOVE CSBPL-OBLIGATION-NUMBER TO CSBPL-DL-OBLIGATION.
055700     IF CSBPL-AMOUNT-DUE NUMERIC
055800         MOVE CSBPL-AMOUNT-VALUE TO CSBPL-DL-AMOUNT
055900     ELSE
056000         MOVE ZERO TO CSBPL-DL-AMOUNT
056100     END-IF.
056200     MOVE CSBPL-PAYDAY-LIMIT TO CSBPL-DL-LIMIT.
056300     MOVE CSBPL-REJECT-NOTE TO CSBPL-DL-NOTE.
056400     WRITE CSBPLX-PRINT-LINE FROM CSBPL-DETAIL-LINE.
056500     MOVE 4 TO CSBPL-SEVERITY-CODE.
056600 2900-EXIT.
056700     EXIT.
056800
056900 3000-FINISH.
057000     MOVE CSBPL-FILE-COUNT    TO CSBPL-TL-FILES.
057100     MOVE CSBPL-LOADED-COUNT  TO CSBPL-TL-LOADED.
057200     MOVE CSBPL-AMENDED-COUNT TO CSBPL-TL-AMENDED.
057300     MOVE CSBPL-REJECTED-COUNT TO CSBPL-TL-REJECTED.
057400     MOVE CSBPL-REFUSED-COUNT TO CSBPL-TL-REFUSED.
057500     WRITE CSBPLX-PRINT-LINE FROM CSBPL-TOTAL-LINE.
057600     CLOSE CSBPF-FILE.
057700     CLOSE CSBPRF-FILE.
057800     CLOSE CSPBM-FILE.
057900     CLOSE CSBPLX-FILE.
058000     DISPLAY 'CSBPL01 BILLER FILES READ   = '
058100         CSBPL-FILE-COUNT.
058200     DISPLAY 'CSBPL01 BILLS LOADED        = '
058300         CSBPL-LOADED-COUNT.
058400     DISPLAY 'CSBPL01 BILLS RE-PRESENTED  = '
058500         CSBPL-AMENDED-COUNT.
058600     DISPLAY 'CSBPL01 BILLS REJECTED      = '
058700         CSBPL-REJECTED-COUNT.
058800     DISPLAY 'CSBPL01 FILES REFUSED       = '
058900         CSBPL-REFUSED-COUNT.
059000 3000-EXIT.
059100     EXIT.
059200
059300 8100-READ-CSBPF.
059400     READ CSBPF-FILE
059500         AT END
059600             SET CSBPL-EOF TO TRUE
059700     END-READ.
059800 8100-EXIT.
059900     EXIT.
