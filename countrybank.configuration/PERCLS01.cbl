000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCLS01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - COUNTRY/BANK CONFIG.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  PERCLS01 -- ACCOUNTING PERIOD CLOSE / REOPEN.            *
000900*                                                          *
001000*  FINANCE CLOSES A MONTH PER COUNTRY ONCE THE MONTH-END    *
001100*  RECONCILIATION (MVGLR01) IS SIGNED OFF.  FROM THEN ON    *
001200*  THE POSTING PROGRAMS (VIA PERCHK01) MAY NOT DATE AN      *
001300*  ENTRY INTO THAT MONTH.  THIS PROGRAM APPLIES THE         *
001400*  PERIOD TRANSACTION FILE (PERTXN) TO THE PERIOD-CONTROL   *
001500*  FILE (PERCTL):                                           *
001600*    'C'  CLOSE COUNTRY/PERIOD.  THE PERIOD MUST BE A       *
001700*         VALID YYYYMM THAT HAS ALREADY ENDED (THE CURRENT  *
001800*         OR A FUTURE MONTH IS REJECTED) AND MUST NOT       *
001900*         ALREADY BE CLOSED.                                *
002000*    'R'  REOPEN A CLOSED PERIOD.  THIS IS THE ONLY WAY A   *
002100*         PERIOD IS EVER REOPENED, AND IT MUST CARRY A      *
002200*         REASON TEXT.                                      *
002300*  BOTH ACTIONS NEED A SUBMITTING USER.  EVERY              *
002400*  TRANSACTION -- APPLIED OR REJECTED -- WRITES ONE AUDIT   *
002500*  RECORD (PERAUD) WITH THE OLD AND NEW STATUS, THE USER,   *
002600*  THE REASON AND THE TIMESTAMP.  ANY REJECT ENDS THE STEP  *
002700*  WITH CONDITION CODE 4.                                   *
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
003800     SELECT PERTXN-FILE ASSIGN TO PERTXN
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT PERCTL-FILE ASSIGN TO PERCTL
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PCTL-KEY.
004400     SELECT PERAUD-FILE ASSIGN TO PERAUD
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PERTXN-FILE.
005000     COPY "PERTXN01.cpy".
005100
005200 FD  PERCTL-FILE.
005300     COPY "PERCTL01.cpy".
005400
005500 FD  PERAUD-FILE.
005600     COPY "PERAUD01.cpy".
005700
005800 WORKING-STORAGE SECTION.
005900 01  PERCLS-SWITCHES.
006000     05  PERCLS-EOF-SW             PIC X(01) VALUE 'N'.
006100         88  PERCLS-EOF              VALUE 'Y'.
006200     05  PERCLS-ROW-FOUND-SW       PIC X(01) VALUE 'N'.
006300         88  PERCLS-ROW-FOUND        VALUE 'Y'.
006400     05  PERCLS-VALID-SW           PIC X(01) VALUE 'N'.
006500         88  PERCLS-VALID            VALUE 'Y'.
006600
006700 77  PERCLS-TODAY                  PIC 9(8) VALUE ZERO.
006800 77  PERCLS-NOW                    PIC 9(6) VALUE ZERO.
006900 77  PERCLS-CURRENT-PERIOD         PIC 9(6) VALUE ZERO.
007000 77  PERCLS-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
007100 77  PERCLS-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
007200
007300 01  PERCLS-TXN-PERIOD.
007400     05  PERCLS-TXN-YEAR           PIC 9(4).
007500     05  PERCLS-TXN-MONTH          PIC 9(2).
007600
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
008100         UNTIL PERCLS-EOF.
008200     PERFORM 3000-FINISH THRU 3000-EXIT.
008300     STOP RUN.
008400
008500 1000-INITIALIZE.
008600     OPEN INPUT PERTXN-FILE.
008700     OPEN I-O PERCTL-FILE.
008800     OPEN OUTPUT PERAUD-FILE.
008900     ACCEPT PERCLS-TODAY FROM DATE YYYYMMDD.
009000     ACCEPT PERCLS-NOW FROM TIME.
009100     DIVIDE PERCLS-TODAY BY 100 GIVING PERCLS-CURRENT-PERIOD.
009200     PERFORM 8100-READ-PERTXN THRU 8100-EXIT.
009300 1000-EXIT.
009400     EXIT.
009500
009600 2000-PROCESS-TRANSACTION.
009700     MOVE SPACES TO PERIOD-MAINT-AUDIT-RECORD.
009800     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
009900     PERFORM 2200-VALIDATE THRU 2200-EXIT.
010000     IF PERCLS-VALID
010100         PERFORM 2300-APPLY THRU 2300-EXIT
010200         SET PERA-APPLIED TO TRUE
010300         ADD 1 TO PERCLS-APPLIED-COUNT
010400     ELSE
010500         SET PERA-REJECTED TO TRUE
010600         ADD 1 TO PERCLS-REJECT-COUNT
010700     END-IF.
010800     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
010900     PERFORM 8100-READ-PERTXN THRU 8100-EXIT.
011000 2000-EXIT.
011100     EXIT.
011200
011300 2100-LOOKUP-ROW.
011400     SET PERCLS-ROW-FOUND-SW TO 'N'.
011500     MOVE PERT-COUNTRY-CODE TO PCTL-COUNTRY-CODE.
011600     MOVE PERT-PERIOD       TO PCTL-PERIOD.
011700     READ PERCTL-FILE
011800         KEY IS PCTL-KEY
011900         INVALID KEY
012000             CONTINUE
012100         NOT INVALID KEY
012200             SET PERCLS-ROW-FOUND TO TRUE
012300             MOVE PCTL-STATUS TO PERA-OLD-STATUS
012400     END-READ.
012500     IF NOT PERCLS-ROW-FOUND
012600         MOVE 'O' TO PERA-OLD-STATUS
012700     END-IF.
012800 2100-EXIT.
012900     EXIT.
013000
013100 2200-VALIDATE.
013200     SET PERCLS-VALID-SW TO 'N'.
013300     IF NOT PERT-CLOSE AND NOT PERT-REOPEN
013400         SET PERA-BAD-ACTION TO TRUE
013500         GO TO 2200-EXIT
013600     END-IF.
013700     IF PERT-MAINT-USER = SPACES
013800         SET PERA-NO-USER TO TRUE
013900         GO TO 2200-EXIT
014000     END-IF.
014100     IF PERT-PERIOD NOT NUMERIC
014200         SET PERA-BAD-PERIOD TO TRUE
014300         GO TO 2200-EXIT
014400     END-IF.
014500     MOVE PERT-PERIOD TO PERCLS-TXN-PERIOD.
014600     IF PERCLS-TXN-YEAR = ZERO
014700             OR PERCLS-TXN-MONTH < 1
014800             OR PERCLS-TXN-MONTH > 12
014900         SET PERA-BAD-PERIOD TO TRUE
015000         GO TO 2200-EXIT
015100     END-IF.
015200     IF PERT-CLOSE
015300         IF PERT-PERIOD NOT < PERCLS-CURRENT-PERIOD
015400             SET PERA-PERIOD-NOT-ENDED TO TRUE
015500             GO TO 2200-EXIT
015600         END-IF
015700         IF PERA-OLD-STATUS = 'C'
015800             SET PERA-ALREADY-CLOSED TO TRUE
015900             GO TO 2200-EXIT
016000         END-IF
016100     END-IF.
016200     IF PERT-REOPEN
016300         IF PERA-OLD-STATUS NOT = 'C'
016400             SET PERA-NOT-CLOSED TO TRUE
016500             GO TO 2200-EXIT
016600         END-IF
016700         IF PERT-REASON-TEXT = SPACES
016800             SET PERA-NO-REASON TO TRUE
016900             GO TO 2200-EXIT
017000         END-IF
017100     END-IF.
017200     SET PERCLS-VALID TO TRUE.
017300 2200-EXIT.
017400     EXIT.
017500
017600*----------------------------------------------------------*
017700*  A REOPENED PERIOD KEEPS ITS ROW (STATUS 'O') SO THE      *
017800*  LAST CLOSE AND THE REOPEN COUNT STAY ON FILE.            *
017900*----------------------------------------------------------*
018000 2300-APPLY.
018100     IF NOT PERCLS-ROW-FOUND
018200         MOVE PERT-COUNTRY-CODE TO PCTL-COUNTRY-CODE
018300         MOVE PERT-PERIOD       TO PCTL-PERIOD
018400         MOVE ZERO TO PCTL-CLOSED-DATE PCTL-REOPENED-DATE
018500             PCTL-REOPEN-COUNT
018600         MOVE SPACES TO PCTL-CLOSED-USER PCTL-REOPENED-USER
018700     END-IF.
018800     IF PERT-CLOSE
018900         SET PCTL-CLOSED TO TRUE
019000         MOVE PERCLS-TODAY    TO PCTL-CLOSED-DATE
019100         MOVE PERT-MAINT-USER TO PCTL-CLOSED-USER
019200     ELSE
019300         SET PCTL-OPEN TO TRUE
019400         MOVE PERCLS-TODAY    TO PCTL-REOPENED-DATE
019500         MOVE PERT-MAINT-USER TO PCTL-REOPENED-USER
019600         ADD 1 TO PCTL-REOPEN-COUNT
019700     END-IF.
019800     IF PERCLS-ROW-FOUND
019900         REWRITE PERIOD-CONTROL-RECORD
020000     ELSE
020100         WRITE PERIOD-CONTROL-RECORD
020200     END-IF.
020300     MOVE PCTL-STATUS TO PERA-NEW-STATUS.
020400 2300-EXIT.
020500     EXIT.
020600
020700 2400-WRITE-AUDIT.
020800     IF PERA-REJECTED
020900         MOVE PERA-OLD-STATUS TO PERA-NEW-STATUS
021000     END-IF.
021100     MOVE PERT-ACTION       TO PERA-ACTION.
021200     MOVE PERT-COUNTRY-CODE TO PERA-COUNTRY-CODE.
021300     MOVE PERT-PERIOD       TO PERA-PERIOD.
021400     MOVE PERT-MAINT-USER   TO PERA-MAINT-USER.
021500     MOVE PERT-REASON-TEXT  TO PERA-REASON-TEXT.
021600     MOVE PERCLS-TODAY      TO PERA-MAINT-DATE.
021700     MOVE PERCLS-NOW        TO PERA-MAINT-TIME.
021800     WRITE PERIOD-MAINT-AUDIT-RECORD.
021900 2400-EXIT.
022000     EXIT.
022100
022200 3000-FINISH.
022300     CLOSE PERTXN-FILE.
022400     CLOSE PERCTL-FILE.
022500     CLOSE PERAUD-FILE.
022600     DISPLAY 'PERCLS01 TRANSACTIONS APPLIED  = '
022700         PERCLS-APPLIED-COUNT.
022800     DISPLAY 'PERCLS01 TRANSACTIONS REJECTED = '
022900         PERCLS-REJECT-COUNT.
023000     IF PERCLS-REJECT-COUNT NOT = ZERO
023100         MOVE 4 TO RETURN-CODE
023200     END-IF.
023300 3000-EXIT.
023400     EXIT.
023500
023600 8100-READ-PERTXN.
023700     READ PERTXN-FILE
023800         AT END
023900             SET PERCLS-EOF TO TRUE
024000     END-READ.
024100 8100-EXIT.
024200     EXIT.
