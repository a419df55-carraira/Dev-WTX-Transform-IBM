000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVRSD01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVRSD01 -- ACCOUNT RELATIONSHIP MASTER SEED FROM THE     *
000900*             ACXREF DEBIT CROSS-REFERENCE.                 *
001000*                                                          *
001100*  THE RELATIONSHIP MASTER (MVRELM) TIES AN OCBMOVA01       *
001200*  PRODUCT-NUMBER TO EVERY CUSTOMER WHO HOLDS IT, WITH A    *
001300*  ROLE AND OPEN / CLOSE DATES, WHETHER OR NOT THE ACCOUNT  *
001400*  CARRIES A DAC ACCORD.  IT IS MAINTAINED THROUGH          *
001500*  MVRMNT01.  THIS STEP RUNS AFTER ACXREF01 EACH NIGHT AND  *
001600*  CARRIES ACROSS ANY ACCOUNT HOLDER THE CROSS-REFERENCE    *
001700*  KNOWS AND THE MASTER DOES NOT:                           *
001800*    - A HOLDER ALREADY ON THE MASTER FOR THE ACCOUNT (BY   *
001900*      IDENTIFICATION-NUMBER, UNDER ANY IDENTIFICATION      *
002000*      TYPE, OPEN OR CLOSED) IS LEFT ALONE -- A MAINTAINED  *
002100*      ROW IS NEVER OVERWRITTEN OR REOPENED BY THE SEED;    *
002200*    - OTHERWISE THE HOLDER IS WRITTEN OPEN FROM TODAY AS   *
002300*      PRIMARY, OR AS JOINT WHEN THE ACCOUNT ALREADY HAS AN *
002400*      OPEN PRIMARY HOLDER, MARKED AS SEEDED.               *
002500*  ACXREF CARRIES NO IDENTIFICATION TYPE, SO SEEDED ROWS    *
002600*  CARRY A BLANK ONE -- THE SAME CONVENTION THE ACXREF      *
002700*  READERS USE ON THE NOTIFY FEED.                          *
002800*----------------------------------------------------------*
002900*  MODIFICATION HISTORY                                    *
003000*    10/15/26  DOB  INITIAL VERSION.                       *
003100*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-ZSERIES.
003500 OBJECT-COMPUTER. IBM-ZSERIES.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ACXREF-FILE ASSIGN TO ACXREF
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS XREF-REFERENCE-NUMBER.
004200     SELECT MVRELM-FILE ASSIGN TO MVRELM
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS RELM-KEY.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACXREF-FILE.
005000     COPY "ACXREF01.cpy".
005100
005200 FD  MVRELM-FILE.
005300     COPY "MVRELM01.cpy".
005400
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------*
005700*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
005800*----------------------------------------------------------*
005900     COPY "RUNREG01.cpy".
006000
006100 01  MVRSD-SWITCHES.
006200     05  MVRSD-XREF-EOF-SW         PIC X(01) VALUE 'N'.
006300         88  MVRSD-XREF-EOF          VALUE 'Y'.
006400     05  MVRSD-REL-EOF-SW          PIC X(01) VALUE 'N'.
006500         88  MVRSD-REL-EOF           VALUE 'Y'.
006600     05  MVRSD-HOLDER-KNOWN-SW     PIC X(01) VALUE 'N'.
006700         88  MVRSD-HOLDER-KNOWN      VALUE 'Y'.
006800     05  MVRSD-PRIMARY-OPEN-SW     PIC X(01) VALUE 'N'.
006900         88  MVRSD-PRIMARY-OPEN      VALUE 'Y'.
007000
007100 77  MVRSD-TODAY                   PIC 9(8) VALUE ZERO.
007200 77  MVRSD-XREF-COUNT              PIC 9(7) COMP VALUE ZERO.
007300 77  MVRSD-SEEDED-COUNT            PIC 9(7) COMP VALUE ZERO.
007400 77  MVRSD-KNOWN-COUNT             PIC 9(7) COMP VALUE ZERO.
007500 77  MVRSD-SKIPPED-COUNT           PIC 9(7) COMP VALUE ZERO.
007600
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     PERFORM 2000-SEED-ONE-XREF THRU 2000-EXIT
008100         UNTIL MVRSD-XREF-EOF.
008200     PERFORM 3000-FINISH THRU 3000-EXIT.
008300     SET RREG-END TO TRUE.
008400     MOVE MVRSD-SEEDED-COUNT TO RREG-RECORD-COUNT.
008500     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
008600     STOP RUN.
008700
008800 1000-INITIALIZE.
008900     SET RREG-START TO TRUE.
009000     MOVE 'MVRSD01 ' TO RREG-PROGRAM-ID.
009100     MOVE SPACES TO RREG-GUARD-FILE.
009200     MOVE ZERO TO RREG-CYCLE-NUMBER.
009300     MOVE ZERO TO RREG-RECORD-COUNT.
009400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
009500     IF RREG-BLOCKED
009600         DISPLAY 'MVRSD01 ALREADY COMPLETED FOR THIS DATE'
009700         MOVE 8 TO RETURN-CODE
009800         STOP RUN
009900     END-IF.
010000     IF RREG-PREREQ-HOLD
010100         DISPLAY 'MVRSD01 HELD - PREREQUISITE NOT COMPLETE'
010200         MOVE 8 TO RETURN-CODE
010300         STOP RUN
010400     END-IF.
010500     OPEN INPUT ACXREF-FILE.
010600     OPEN I-O MVRELM-FILE.
010700     ACCEPT MVRSD-TODAY FROM DATE YYYYMMDD.
010800     MOVE LOW-VALUES TO XREF-REFERENCE-NUMBER.
010900     START ACXREF-FILE
011000         KEY IS NOT LESS THAN XREF-REFERENCE-NUMBER
011100         INVALID KEY
011200             SET MVRSD-XREF-EOF TO TRUE
011300     END-START.
011400     PERFORM 8100-READ-ACXREF THRU 8100-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700
011800 2000-SEED-ONE-XREF.
011900     ADD 1 TO MVRSD-XREF-COUNT.
012000     IF XREF-DEBIT-ACCOUNT-NUMBER = ZERO
012100             OR XREF-IDENTIFICATION-NUMBER = SPACES
012200         ADD 1 TO MVRSD-SKIPPED-COUNT
012300     ELSE
012400         PERFORM 2100-SCAN-ACCOUNT THRU 2100-EXIT
012500         IF MVRSD-HOLDER-KNOWN
012600             ADD 1 TO MVRSD-KNOWN-COUNT
012700         ELSE
012800             PERFORM 2200-WRITE-SEED-ROW THRU 2200-EXIT
012900         END-IF
013000     END-IF.
013100     PERFORM 8100-READ-ACXREF THRU 8100-EXIT.
013200 2000-EXIT.
013300     EXIT.
013400
013500*----------------------------------------------------------*
013600*  THE ACCOUNT'S ROWS SIT TOGETHER UNDER THE KEY: ONE PASS  *
013700*  SAYS WHETHER THIS HOLDER IS ALREADY THERE AND WHETHER    *
013800*  SOMEONE ALREADY HOLDS THE ACCOUNT AS OPEN PRIMARY.       *
013900*----------------------------------------------------------*
014000 2100-SCAN-ACCOUNT.
014100     SET MVRSD-HOLDER-KNOWN-SW TO 'N'.
014200     SET MVRSD-PRIMARY-OPEN-SW TO 'N'.
014300     MOVE 'N' TO MVRSD-REL-EOF-SW.
014400     MOVE LOW-VALUES TO RELM-KEY.
014500     MOVE XREF-DEBIT-ACCOUNT-NUMBER TO RELM-PRODUCT-NUMBER.
014600     START MVRELM-FILE
014700         KEY IS NOT LESS THAN RELM-KEY
014800         INVALID KEY
014900             SET MVRSD-REL-EOF TO TRUE
015000     END-START.
015100     PERFORM 2110-SCAN-ONE-ROW THRU 2110-EXIT
015200         UNTIL MVRSD-REL-EOF.
015300 2100-EXIT.
015400     EXIT.
015500
015600 2110-SCAN-ONE-ROW.
015700     READ MVRELM-FILE NEXT RECORD
015800         AT END
015900             SET MVRSD-REL-EOF TO TRUE
016000     END-READ.
016100     IF MVRSD-REL-EOF
016200         GO TO 2110-EXIT
016300     END-IF.
016400     IF RELM-PRODUCT-NUMBER NOT = XREF-DEBIT-ACCOUNT-NUMBER
016500         SET MVRSD-REL-EOF TO TRUE
016600         GO TO 2110-EXIT
016700     END-IF.
016800     IF RELM-IDENTIFICATION-NUMBER = XREF-IDENTIFICATION-NUMBER
016900         SET MVRSD-HOLDER-KNOWN TO TRUE
017000     END-IF.
017100     IF RELM-PRIMARY
017200             AND (RELM-CLOSE-DATE = ZERO
017300                 OR RELM-CLOSE-DATE > MVRSD-TODAY)
017400         SET MVRSD-PRIMARY-OPEN TO TRUE
017500     END-IF.
017600 2110-EXIT.
017700     EXIT.
017800
017900 2200-WRITE-SEED-ROW.
018000     MOVE SPACES TO ACCOUNT-RELATIONSHIP-RECORD.
018100     MOVE XREF-DEBIT-ACCOUNT-NUMBER TO RELM-PRODUCT-NUMBER.
018200     MOVE SPACE TO RELM-IDENTIFICATION-TYPE.
018300     MOVE XREF-IDENTIFICATION-NUMBER TO
018400         RELM-IDENTIFICATION-NUMBER.
018500     IF MVRSD-PRIMARY-OPEN
018600         SET RELM-JOINT TO TRUE
018700     ELSE
018800         SET RELM-PRIMARY TO TRUE
018900     END-IF.
019000     MOVE MVRSD-TODAY TO RELM-OPEN-DATE.
019100     MOVE ZERO TO RELM-CLOSE-DATE.
019200     SET RELM-SEEDED TO TRUE.
019300     MOVE MVRSD-TODAY TO RELM-MAINT-DATE.
019400     WRITE ACCOUNT-RELATIONSHIP-RECORD
019500         INVALID KEY
019600             ADD 1 TO MVRSD-KNOWN-COUNT
019700         NOT INVALID KEY
019800             ADD 1 TO MVRSD-SEEDED-COUNT
019900     END-WRITE.
020000 2200-EXIT.
020100     EXIT.
020200
020300 3000-FINISH.
020400     CLOSE ACXREF-FILE.
020500     CLOSE MVRELM-FILE.
020600     DISPLAY 'MVRSD01 CROSS-REFERENCES READ = '
020700         MVRSD-XREF-COUNT.
020800     DISPLAY 'MVRSD01 HOLDERS SEEDED        = '
020900         MVRSD-SEEDED-COUNT.
021000     DISPLAY 'MVRSD01 HOLDERS ALREADY KNOWN = '
021100         MVRSD-KNOWN-COUNT.
021200     DISPLAY 'MVRSD01 ROWS WITHOUT A HOLDER = '
021300         MVRSD-SKIPPED-COUNT.
021400 3000-EXIT.
021500     EXIT.
021600
021700 8100-READ-ACXREF.
021800     IF NOT MVRSD-XREF-EOF
021900         READ ACXREF-FILE NEXT RECORD
022000             AT END
022100                 SET MVRSD-XREF-EOF TO TRUE
022200         END-READ
022300     END-IF.
022400 8100-EXIT.
022500     EXIT.
