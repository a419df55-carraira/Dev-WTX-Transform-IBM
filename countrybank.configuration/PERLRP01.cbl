000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERLRP01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - COUNTRY/BANK CONFIG.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  PERLRP01 -- LATE-POSTING REPORT.                         *
000900*                                                          *
001000*  EVERY GLPOST DETAIL THAT A POSTING PROGRAM HAD TO        *
001100*  RE-DATE OUT OF A CLOSED PERIOD (SEE PERCHK01) IS         *
001200*  APPENDED TO THE SHARED LATE-POSTING FEED (LATEPST,       *
001300*  PERLAT01) BY THE PROGRAM THAT RE-DATED IT.  THIS STEP    *
001400*  RUNS AFTER THE LAST POSTING STEP AND LISTS THE FEED FOR  *
001500*  FINANCE: PROGRAM, COUNTRY, BATCH, PRODUCT, GL ACCOUNT,   *
001600*  SIDE, AMOUNT, THE DATE THE ENTRY WAS MEANT FOR AND THE   *
001700*  DATE IT WAS ACTUALLY POSTED ON, WITH A COUNT AND DEBIT   *
001800*  AND CREDIT TOTALS.  ANY LATE POSTING ENDS THE STEP WITH  *
001900*  CONDITION CODE 4 SO THE LISTING IS LOOKED AT.            *
002000*----------------------------------------------------------*
002100*  MODIFICATION HISTORY                                    *
002200*    10/15/26  DOB  INITIAL VERSION.                       *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-ZSERIES.
002700 OBJECT-COMPUTER. IBM-ZSERIES.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LATEPST-FILE ASSIGN TO LATEPST
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT PERLRR-FILE ASSIGN TO PERLRR
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  LATEPST-FILE.
003800     COPY "PERLAT01.cpy".
003900
004000 FD  PERLRR-FILE.
004100 01  PERLRR-PRINT-LINE             PIC X(132).
004200
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------*
004500*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
004600*----------------------------------------------------------*
004700     COPY "RUNREG01.cpy".
004800
004900 77  PERLRP-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
005000
005100 01  PERLRP-SWITCHES.
005200     05  PERLRP-EOF-SW             PIC X(01) VALUE 'N'.
005300         88  PERLRP-EOF              VALUE 'Y'.
005400
005500 77  PERLRP-TODAY                  PIC 9(8) VALUE ZERO.
005600 77  PERLRP-LATE-COUNT             PIC 9(7) COMP VALUE ZERO.
005700 77  PERLRP-DEBIT-TOTAL            PIC 9(15)V9(2) VALUE ZERO.
005800 77  PERLRP-CREDIT-TOTAL           PIC 9(15)V9(2) VALUE ZERO.
005900
006000 01  PERLRP-HEADING-1.
006100     05  FILLER                    PIC X(40)
006200         VALUE 'PERLRP01 LATE POSTINGS - CLOSED PERIOD '.
006300     05  FILLER                    PIC X(10) VALUE 'RE-DATED  '.
006400     05  PERLRP-H1-DATE            PIC 9(8).
006500     05  FILLER                    PIC X(74) VALUE SPACES.
006600
006700 01  PERLRP-HEADING-2.
006800     05  FILLER                    PIC X(10) VALUE 'PROGRAM   '.
006900     05  FILLER                    PIC X(06) VALUE 'CTRY  '.
007000     05  FILLER                    PIC X(08) VALUE 'BATCH   '.
007100     05  FILLER                    PIC X(05) VALUE 'PRD  '.
007200     05  FILLER                    PIC X(12)
007300         VALUE 'GL ACCOUNT  '.
007400     05  FILLER                    PIC X(03) VALUE 'DC '.
007500     05  FILLER                    PIC X(21)
007600         VALUE '              AMOUNT '.
007700     05  FILLER                    PIC X(10) VALUE 'MEANT FOR '.
007800     05  FILLER                    PIC X(10) VALUE 'POSTED ON '.
007900     05  FILLER                    PIC X(47) VALUE SPACES.
008000
008100 01  PERLRP-DETAIL-LINE.
008200     05  PERLRP-DT-PROGRAM         PIC X(08).
008300     05  FILLER                    PIC X(02) VALUE SPACES.
008400     05  PERLRP-DT-COUNTRY         PIC 9(4).
008500     05  FILLER                    PIC X(02) VALUE SPACES.
008600     05  PERLRP-DT-BATCH           PIC 9(6).
008700     05  FILLER                    PIC X(02) VALUE SPACES.
008800     05  PERLRP-DT-PRODUCT         PIC 9(3).
008900     05  FILLER                    PIC X(02) VALUE SPACES.
009000     05  PERLRP-DT-ACCOUNT         PIC 9(10).
009100     05  FILLER                    PIC X(02) VALUE SPACES.
009200     05  PERLRP-DT-SIDE            PIC X(01).
009300     05  FILLER                    PIC X(02) VALUE SPACES.
009400     05  PERLRP-DT-AMOUNT          PIC Z(15)9.99.
009500     05  FILLER                    PIC X(02) VALUE SPACES.
009600     05  PERLRP-DT-ORIGINAL        PIC 9(8).
009700     05  FILLER                    PIC X(02) VALUE SPACES.
009800     05  PERLRP-DT-POSTED          PIC 9(8).
009900     05  FILLER                    PIC X(47) VALUE SPACES.
010000
010100 01  PERLRP-TOTAL-LINE.
010200     05  FILLER                    PIC X(22)
010300         VALUE 'LATE POSTINGS:        '.
010400     05  PERLRP-TL-COUNT           PIC Z(6)9.
010500     05  FILLER                    PIC X(10) VALUE '  DEBITS: '.
010600     05  PERLRP-TL-DEBIT           PIC Z(15)9.99.
010700     05  FILLER                    PIC X(11) VALUE '  CREDITS: '.
010800     05  PERLRP-TL-CREDIT          PIC Z(15)9.99.
010900     05  FILLER                    PIC X(44) VALUE SPACES.
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400     PERFORM 2000-LIST-LATE-POSTING THRU 2000-EXIT
011500         UNTIL PERLRP-EOF.
011600     PERFORM 3000-FINISH THRU 3000-EXIT.
011700     SET RREG-END TO TRUE.
011800     MOVE PERLRP-LATE-COUNT TO RREG-RECORD-COUNT.
011900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
012000     MOVE PERLRP-SEVERITY-CODE TO RETURN-CODE.
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012400     SET RREG-START TO TRUE.
012500     MOVE 'PERLRP01' TO RREG-PROGRAM-ID.
012600     MOVE SPACES TO RREG-GUARD-FILE.
012700     MOVE ZERO TO RREG-CYCLE-NUMBER.
012800     MOVE ZERO TO RREG-RECORD-COUNT.
012900     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
013000     IF RREG-BLOCKED
013100         DISPLAY 'PERLRP01 ALREADY COMPLETED FOR THIS DATE'
013200         MOVE 8 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     IF RREG-PREREQ-HOLD
013600         DISPLAY 'PERLRP01 HELD - PREREQUISITE NOT COMPLETE'
013700         MOVE 8 TO RETURN-CODE
013800         STOP RUN
013900     END-IF.
014000     OPEN INPUT LATEPST-FILE.
014100     OPEN OUTPUT PERLRR-FILE.
014200     ACCEPT PERLRP-TODAY FROM DATE YYYYMMDD.
014300     MOVE PERLRP-TODAY TO PERLRP-H1-DATE.
014400     WRITE PERLRR-PRINT-LINE FROM PERLRP-HEADING-1.
014500     WRITE PERLRR-PRINT-LINE FROM PERLRP-HEADING-2.
014600     PERFORM 8100-READ-LATEPST THRU 8100-EXIT.
014700 1000-EXIT.
014800     EXIT.
014900
015000 2000-LIST-LATE-POSTING.
015100     MOVE PLAT-PROGRAM-ID    TO PERLRP-DT-PROGRAM.
015200     MOVE PLAT-COUNTRY-CODE  TO PERLRP-DT-COUNTRY.
015300     MOVE PLAT-BATCH-NUMBER  TO PERLRP-DT-BATCH.
015400     MOVE PLAT-PRODUCT-CODE  TO PERLRP-DT-PRODUCT.
015500     MOVE PLAT-GL-ACCOUNT    TO PERLRP-DT-ACCOUNT.
015600     MOVE PLAT-DEBIT-CREDIT  TO PERLRP-DT-SIDE.
015700     MOVE PLAT-AMOUNT        TO PERLRP-DT-AMOUNT.
015800     MOVE PLAT-ORIGINAL-DATE TO PERLRP-DT-ORIGINAL.
015900     MOVE PLAT-POSTED-DATE   TO PERLRP-DT-POSTED.
016000     WRITE PERLRR-PRINT-LINE FROM PERLRP-DETAIL-LINE.
016100     ADD 1 TO PERLRP-LATE-COUNT.
016200     IF PLAT-DEBIT-CREDIT = 'D'
016300         ADD PLAT-AMOUNT TO PERLRP-DEBIT-TOTAL
016400     ELSE
016500         ADD PLAT-AMOUNT TO PERLRP-CREDIT-TOTAL
016600     END-IF.
016700     PERFORM 8100-READ-LATEPST THRU 8100-EXIT.
016800 2000-EXIT.
016900     EXIT.
017000
017100 3000-FINISH.
017200     MOVE PERLRP-LATE-COUNT   TO PERLRP-TL-COUNT.
017300     MOVE PERLRP-DEBIT-TOTAL  TO PERLRP-TL-DEBIT.
017400     MOVE PERLRP-CREDIT-TOTAL TO PERLRP-TL-CREDIT.
017500     MOVE SPACES TO PERLRR-PRINT-LINE.
017600     WRITE PERLRR-PRINT-LINE.
017700     WRITE PERLRR-PRINT-LINE FROM PERLRP-TOTAL-LINE.
017800     CLOSE LATEPST-FILE.
017900     CLOSE PERLRR-FILE.
018000     DISPLAY 'PERLRP01 LATE POSTINGS LISTED = '
018100         PERLRP-LATE-COUNT.
018200     IF PERLRP-LATE-COUNT NOT = ZERO
018300         MOVE 4 TO PERLRP-SEVERITY-CODE
018400     END-IF.
018500 3000-EXIT.
018600     EXIT.
018700
018800 8100-READ-LATEPST.
018900     READ LATEPST-FILE
019000         AT END
019100             SET PERLRP-EOF TO TRUE
019200     END-READ.
019300 8100-EXIT.
019400     EXIT.
