000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVRMNT01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVRMNT01 -- ACCOUNT RELATIONSHIP MASTER MAINTENANCE.     *
000900*                                                          *
001000*  THE RELATIONSHIP MASTER (MVRELM) HOLDS ONE ROW PER       *
001100*  ACCOUNT HOLDER, KEYED PRODUCT-NUMBER / IDENTIFICATION-   *
001200*  TYPE / IDENTIFICATION-NUMBER, WITH THE HOLDER'S ROLE     *
001300*  AND THE DATES THE RELATIONSHIP OPENED AND CLOSED.  IT    *
001400*  IS SEEDED NIGHTLY FROM ACXREF (MVRSD01) AND OTHERWISE    *
001500*  MAINTAINED THE SAME WAY NTCMNT01 MAINTAINS NTCON -- A    *
001600*  VALIDATED ADD/UPDATE/DELETE TRANSACTION FILE (MVRELT),   *
001700*  NEVER A FILE UTILITY:                                    *
001800*    - ACTION MUST BE 'A', 'U' OR 'D';                      *
001900*    - THE PRODUCT-NUMBER MUST BE NUMERIC AND NOT ZERO,     *
002000*      AND THE IDENTIFICATION-NUMBER MUST NOT BE BLANK;     *
002100*    - AN ADD MUST NOT HIT AN EXISTING ROW, AN UPDATE OR    *
002200*      DELETE MUST;                                         *
002300*    - THE ROLE MUST BE 'P' (PRIMARY), 'J' (JOINT) OR 'S'   *
002400*      (AUTHORIZED SIGNER);                                 *
002500*    - THE OPEN DATE MUST BE NUMERIC AND NOT ZERO;          *
002600*    - THE CLOSE DATE MUST BE NUMERIC, AND WHEN IT IS NOT   *
002700*      ZERO IT MUST NOT PRECEDE THE OPEN DATE.              *
002800*  CLOSING A RELATIONSHIP IS AN UPDATE WITH A CLOSE DATE;   *
002900*  A DELETE IS FOR A ROW ENTERED IN ERROR.  AN APPLIED      *
003000*  ROW IS MARKED AS MAINTAINED, WHICH THE SEED NEVER        *
003100*  TOUCHES AGAIN.  EVERY TRANSACTION -- APPLIED OR          *
003200*  REJECTED -- WRITES ONE AUDIT RECORD (MVRELA) WITH THE    *
003300*  BEFORE AND AFTER IMAGES, THE SUBMITTING USER AND THE     *
003400*  TIMESTAMP.  ANY REJECT ENDS THE STEP WITH CONDITION      *
003500*  CODE 4.                                                  *
003600*----------------------------------------------------------*
003700*  MODIFICATION HISTORY                                    *
003800*    10/15/26  DOB  INITIAL VERSION.                       *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-ZSERIES.
004300 OBJECT-COMPUTER. IBM-ZSERIES.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MVRELT-FILE ASSIGN TO MVRELT
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT MVRELM-FILE ASSIGN TO MVRELM
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RELM-KEY.
005200     SELECT MVRELA-FILE ASSIGN TO MVRELA
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MVRELT-FILE.
005800     COPY "MVRELT01.cpy".
005900
006000 FD  MVRELM-FILE.
006100     COPY "MVRELM01.cpy".
006200
006300 FD  MVRELA-FILE.
006400     COPY "MVRELA01.cpy".
006500
006600 WORKING-STORAGE SECTION.
006700 01  MVRMNT-SWITCHES.
006800     05  MVRMNT-EOF-SW             PIC X(01) VALUE 'N'.
006900         88  MVRMNT-EOF              VALUE 'Y'.
007000     05  MVRMNT-ROW-FOUND-SW       PIC X(01) VALUE 'N'.
007100         88  MVRMNT-ROW-FOUND        VALUE 'Y'.
007200     05  MVRMNT-VALID-SW           PIC X(01) VALUE 'N'.
007300         88  MVRMNT-VALID            VALUE 'Y'.
007400
007500 77  MVRMNT-TODAY                  PIC 9(8) VALUE ZERO.
007600 77  MVRMNT-NOW                    PIC 9(6) VALUE ZERO.
007700 77  MVRMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
007800 77  MVRMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
007900
008000 PROCEDURE DIVISION.
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008300     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
008400         UNTIL MVRMNT-EOF.
008500     PERFORM 3000-FINISH THRU 3000-EXIT.
008600     STOP RUN.
008700
008800 1000-INITIALIZE.
008900     OPEN INPUT MVRELT-FILE.
009000     OPEN I-O MVRELM-FILE.
009100     OPEN OUTPUT MVRELA-FILE.
009200     ACCEPT MVRMNT-TODAY FROM DATE YYYYMMDD.
009300     ACCEPT MVRMNT-NOW FROM TIME.
009400     PERFORM 8100-READ-MVRELT THRU 8100-EXIT.
009500 1000-EXIT.
009600     EXIT.
009700
009800 2000-PROCESS-TRANSACTION.
009900     MOVE SPACES TO RELATIONSHIP-MAINT-AUDIT-RECORD.
010000     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
010100     PERFORM 2200-VALIDATE THRU 2200-EXIT.
010200     IF MVRMNT-VALID
010300         PERFORM 2300-APPLY THRU 2300-EXIT
010400         SET RELA-APPLIED TO TRUE
010500         ADD 1 TO MVRMNT-APPLIED-COUNT
010600     ELSE
010700         SET RELA-REJECTED TO TRUE
010800         ADD 1 TO MVRMNT-REJECT-COUNT
010900     END-IF.
011000     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
011100     PERFORM 8100-READ-MVRELT THRU 8100-EXIT.
011200 2000-EXIT.
011300     EXIT.
011400
011500 2100-LOOKUP-ROW.
011600     SET MVRMNT-ROW-FOUND-SW TO 'N'.
011700     IF RELT-PRODUCT-NUMBER NOT NUMERIC
011800         GO TO 2100-EXIT
011900     END-IF.
012000     MOVE RELT-PRODUCT-NUMBER TO RELM-PRODUCT-NUMBER.
012100     MOVE RELT-IDENTIFICATION-TYPE TO
012200         RELM-IDENTIFICATION-TYPE.
012300     MOVE RELT-IDENTIFICATION-NUMBER TO
012400         RELM-IDENTIFICATION-NUMBER.
012500     READ MVRELM-FILE
012600         KEY IS RELM-KEY
012700         INVALID KEY
012800             CONTINUE
012900         NOT INVALID KEY
013000             SET MVRMNT-ROW-FOUND TO TRUE
013100     END-READ.
013200 2100-EXIT.
013300     EXIT.
013400
013500 2200-VALIDATE.
013600     SET MVRMNT-VALID-SW TO 'N'.
013700     IF NOT RELT-ADD AND NOT RELT-UPDATE AND NOT RELT-DELETE
013800         SET RELA-BAD-ACTION TO TRUE
013900         GO TO 2200-EXIT
014000     END-IF.
014100     IF RELT-PRODUCT-NUMBER NOT NUMERIC
014200             OR RELT-PRODUCT-NUMBER = ZERO
014300         SET RELA-BAD-ACCOUNT TO TRUE
014400         GO TO 2200-EXIT
014500     END-IF.
014600     IF RELT-IDENTIFICATION-NUMBER = SPACES
014700         SET RELA-BAD-IDENTITY TO TRUE
014800         GO TO 2200-EXIT
014900     END-IF.
015000     IF RELT-ADD AND MVRMNT-ROW-FOUND
015100         SET RELA-ROW-EXISTS TO TRUE
015200         GO TO 2200-EXIT
015300     END-IF.
015400     IF (RELT-UPDATE OR RELT-DELETE)
015500             AND NOT MVRMNT-ROW-FOUND
015600         SET RELA-ROW-NOT-FOUND TO TRUE
015700         GO TO 2200-EXIT
015800     END-IF.
015900     IF RELT-DELETE
016000         SET MVRMNT-VALID TO TRUE
016100         GO TO 2200-EXIT
016200     END-IF.
016300     IF RELT-ROLE NOT = 'P'
016400             AND RELT-ROLE NOT = 'J'
016500             AND RELT-ROLE NOT = 'S'
016600         SET RELA-BAD-ROLE TO TRUE
016700         GO TO 2200-EXIT
016800     END-IF.
016900     IF RELT-OPEN-DATE NOT NUMERIC
017000             OR RELT-OPEN-DATE = ZERO
017100         SET RELA-BAD-OPEN-DATE TO TRUE
017200         GO TO 2200-EXIT
017300     END-IF.
017400     IF RELT-CLOSE-DATE NOT NUMERIC
017500         SET RELA-BAD-CLOSE-DATE TO TRUE
017600         GO TO 2200-EXIT
017700     END-IF.
017800     IF RELT-CLOSE-DATE NOT = ZERO
017900             AND RELT-CLOSE-DATE < RELT-OPEN-DATE
018000         SET RELA-BAD-CLOSE-DATE TO TRUE
018100         GO TO 2200-EXIT
018200     END-IF.
018300     SET MVRMNT-VALID TO TRUE.
018400 2200-EXIT.
018500     EXIT.
018600
018700 2300-APPLY.
018800     IF MVRMNT-ROW-FOUND
018900         MOVE RELM-ROLE       TO RELA-OLD-ROLE
019000         MOVE RELM-OPEN-DATE  TO RELA-OLD-OPEN-DATE
019100         MOVE RELM-CLOSE-DATE TO RELA-OLD-CLOSE-DATE
019200         MOVE RELM-SOURCE     TO RELA-OLD-SOURCE
019300     END-IF.
019400     EVALUATE TRUE
019500         WHEN RELT-DELETE
019600             DELETE MVRELM-FILE
019700         WHEN RELT-ADD
019800             PERFORM 2310-BUILD-ROW THRU 2310-EXIT
019900             WRITE ACCOUNT-RELATIONSHIP-RECORD
020000         WHEN RELT-UPDATE
020100             PERFORM 2310-BUILD-ROW THRU 2310-EXIT
020200             REWRITE ACCOUNT-RELATIONSHIP-RECORD
020300     END-EVALUATE.
020400     IF NOT RELT-DELETE
020500         MOVE RELM-ROLE       TO RELA-NEW-ROLE
020600         MOVE RELM-OPEN-DATE  TO RELA-NEW-OPEN-DATE
020700         MOVE RELM-CLOSE-DATE TO RELA-NEW-CLOSE-DATE
020800         MOVE RELM-SOURCE     TO RELA-NEW-SOURCE
020900     END-IF.
021000 2300-EXIT.
021100     EXIT.
021200
021300 2310-BUILD-ROW.
021400     MOVE SPACES TO ACCOUNT-RELATIONSHIP-RECORD.
021500     MOVE RELT-PRODUCT-NUMBER TO RELM-PRODUCT-NUMBER.
021600     MOVE RELT-IDENTIFICATION-TYPE TO
021700         RELM-IDENTIFICATION-TYPE.
021800     MOVE RELT-IDENTIFICATION-NUMBER TO
021900         RELM-IDENTIFICATION-NUMBER.
022000     MOVE RELT-ROLE       TO RELM-ROLE.
022100     MOVE RELT-OPEN-DATE  TO RELM-OPEN-DATE.
022200     MOVE RELT-CLOSE-DATE TO RELM-CLOSE-DATE.
022300     SET RELM-MAINTAINED TO TRUE.
022400     MOVE MVRMNT-TODAY    TO RELM-MAINT-DATE.
022500 2310-EXIT.
022600     EXIT.
022700
022800 2400-WRITE-AUDIT.
022900     MOVE RELT-ACTION TO RELA-ACTION.
023000     IF RELT-PRODUCT-NUMBER NUMERIC
023100         MOVE RELT-PRODUCT-NUMBER TO RELA-PRODUCT-NUMBER
023200     ELSE
023300         MOVE ZERO TO RELA-PRODUCT-NUMBER
023400     END-IF.
023500     MOVE RELT-IDENTIFICATION-TYPE TO
023600         RELA-IDENTIFICATION-TYPE.
023700     MOVE RELT-IDENTIFICATION-NUMBER TO
023800         RELA-IDENTIFICATION-NUMBER.
023900     MOVE RELT-MAINT-USER TO RELA-MAINT-USER.
024000     MOVE MVRMNT-TODAY    TO RELA-MAINT-DATE.
024100     MOVE MVRMNT-NOW      TO RELA-MAINT-TIME.
024200     WRITE RELATIONSHIP-MAINT-AUDIT-RECORD.
024300 2400-EXIT.
024400     EXIT.
024500
024600 3000-FINISH.
024700     CLOSE MVRELT-FILE.
024800     CLOSE MVRELM-FILE.
024900     CLOSE MVRELA-FILE.
025000     DISPLAY 'MVRMNT01 TRANSACTIONS APPLIED  = '
025100         MVRMNT-APPLIED-COUNT.
025200     DISPLAY 'MVRMNT01 TRANSACTIONS REJECTED = '
025300         MVRMNT-REJECT-COUNT.
025400     IF MVRMNT-REJECT-COUNT NOT = ZERO
025500         MOVE 4 TO RETURN-CODE
025600     END-IF.
025700 3000-EXIT.
025800     EXIT.
025900
026000 8100-READ-MVRELT.
026100     READ MVRELT-FILE
026200         AT END
026300             SET MVRMNT-EOF TO TRUE
026400     END-READ.
026500 8100-EXIT.
026600     EXIT.
