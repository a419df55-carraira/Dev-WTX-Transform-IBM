000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLMNT01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - COUNTRY/BANK CONFIG.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  HOLMNT01 -- HOLIDAY CALENDAR MAINTENANCE.                *
000900*                                                          *
001000*  THE HOLCAL FILE THAT DTBDAY01 READS -- AND WITH IT       *
001100*  VALUE DATING (MVVDT01), REVALIDATION DEADLINES           *
001200*  (ACRVL01) AND REVIEW AGEING -- WAS UNTIL NOW LOADED      *
001300*  WITH A FILE UTILITY.  THIS PROGRAM IS NOW THE ONLY       *
001400*  SUPPORTED WAY TO CHANGE IT.  IT APPLIES A TRANSACTION    *
001500*  FILE (HOLTXN) WITH FULL VALIDATION:                      *
001600*    - ACTION MUST BE 'A' (ADD A SCHEDULED HOLIDAY), 'C'    *
001700*      (AD-HOC CLOSURE) OR 'D' (DELETE);                    *
001800*    - THE SUBMITTING USER MUST BE PRESENT;                 *
001900*    - THE COUNTRY MUST BE ON THE CTRYCFG TABLE;            *
002000*    - THE DATE MUST BE A REAL CALENDAR DATE.  A            *
002100*      SCHEDULED HOLIDAY MUST LIE AFTER TODAY; AN AD-HOC    *
002200*      CLOSURE MAY BE FOR TODAY, FOR AN UNSCHEDULED         *
002300*      SHUTDOWN CALLED AT SHORT NOTICE; A PAST DATE IS      *
002400*      NEVER ADDED OR REMOVED, SINCE DATES ALREADY          *
002500*      ROLLED OVER IT STAND;                                *
002600*    - AN ADD OR CLOSURE NEEDS A DESCRIPTION AND MUST NOT   *
002700*      HIT AN EXISTING ROW, A DELETE MUST.                  *
002800*  AN AD-HOC CLOSURE IS CARRIED ON THE ROW AS HOLIDAY TYPE  *
002900*  'C' SO IT CAN BE TOLD FROM THE PUBLISHED CALENDAR.       *
003000*  EVERY TRANSACTION -- APPLIED OR REJECTED -- WRITES ONE   *
003100*  AUDIT RECORD (HOLAUD) WITH THE BEFORE AND AFTER IMAGES,  *
003200*  THE SUBMITTING USER AND THE TIMESTAMP.  ANY REJECT ENDS  *
003300*  THE STEP WITH CONDITION CODE 4.  SEE HOLCHK01 FOR THE    *
003400*  NIGHTLY FORWARD-COVERAGE CHECK.                          *
003500*----------------------------------------------------------*
003600*  MODIFICATION HISTORY                                    *
003700*    10/15/26  DOB  INITIAL VERSION.                       *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-ZSERIES.
004200 OBJECT-COMPUTER. IBM-ZSERIES.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT HOLTXN-FILE ASSIGN TO HOLTXN
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS HOL-KEY.
005100     SELECT CTRYCFG-FILE ASSIGN TO CTRYCFG
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS COUNTRY-CONFIG-KEY.
005500     SELECT HOLAUD-FILE ASSIGN TO HOLAUD
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  HOLTXN-FILE.
006100     COPY "HOLTXN01.cpy".
006200
006300 FD  HOLCAL-FILE.
006400     COPY "HOLCAL01.cpy".
006500
006600 FD  CTRYCFG-FILE.
006700     COPY "CTRYCFG01.cpy".
006800
006900 FD  HOLAUD-FILE.
007000     COPY "HOLAUD01.cpy".
007100
007200 WORKING-STORAGE SECTION.
007300 01  HOLMNT-SWITCHES.
007400     05  HOLMNT-EOF-SW             PIC X(01) VALUE 'N'.
007500         88  HOLMNT-EOF              VALUE 'Y'.
007600     05  HOLMNT-ROW-FOUND-SW       PIC X(01) VALUE 'N'.
007700         88  HOLMNT-ROW-FOUND        VALUE 'Y'.
007800     05  HOLMNT-CTRY-FOUND-SW      PIC X(01) VALUE 'N'.
007900         88  HOLMNT-CTRY-FOUND       VALUE 'Y'.
008000     05  HOLMNT-VALID-SW           PIC X(01) VALUE 'N'.
008100         88  HOLMNT-VALID            VALUE 'Y'.
008200     05  HOLMNT-DATE-OK-SW         PIC X(01) VALUE 'N'.
008300         88  HOLMNT-DATE-OK          VALUE 'Y'.
008400
008500 77  HOLMNT-TODAY                  PIC 9(8) VALUE ZERO.
008600 77  HOLMNT-NOW                    PIC 9(6) VALUE ZERO.
008700 77  HOLMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
008800 77  HOLMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
008900 77  HOLMNT-CLOSURE-COUNT          PIC 9(7) COMP VALUE ZERO.
009000 77  HOLMNT-MONTH-DAYS             PIC 9(2) VALUE ZERO.
009100 77  HOLMNT-LEAP-QUOTIENT          PIC 9(4) VALUE ZERO.
009200 77  HOLMNT-LEAP-REMAINDER         PIC 9(3) VALUE ZERO.
009300
009400 01  HOLMNT-DATE-WORK.
009500     05  HOLMNT-DATE-YEAR          PIC 9(4).
009600     05  HOLMNT-DATE-MONTH         PIC 9(2).
009700     05  HOLMNT-DATE-DAY           PIC 9(2).
009800
009900*----------------------------------------------------------*
010000*  DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY GAINS A    *
010100*  DAY IN A LEAP YEAR.                                      *
010200*----------------------------------------------------------*
010300 01  HOLMNT-MONTH-LIST.
010400     05  FILLER                    PIC X(24)
010500         VALUE '312831303130313130313031'.
010600 01  HOLMNT-MONTH-TABLE REDEFINES HOLMNT-MONTH-LIST.
010700     05  HOLMNT-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
010800
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
011300         UNTIL HOLMNT-EOF.
011400     PERFORM 3000-FINISH THRU 3000-EXIT.
011500     STOP RUN.
011600
011700 1000-INITIALIZE.
011800     OPEN INPUT HOLTXN-FILE.
011900     OPEN I-O HOLCAL-FILE.
012000     OPEN INPUT CTRYCFG-FILE.
012100     OPEN OUTPUT HOLAUD-FILE.
012200     ACCEPT HOLMNT-TODAY FROM DATE YYYYMMDD.
012300     ACCEPT HOLMNT-NOW FROM TIME.
012400     PERFORM 8100-READ-HOLTXN THRU 8100-EXIT.
012500 1000-EXIT.
012600     EXIT.
012700
012800 2000-PROCESS-TRANSACTION.
012900     MOVE SPACES TO HOLIDAY-MAINT-AUDIT-RECORD.
013000     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
013100     PERFORM 2200-VALIDATE THRU 2200-EXIT.
013200     IF HOLMNT-VALID
013300         PERFORM 2300-APPLY THRU 2300-EXIT
013400         SET HOLA-APPLIED TO TRUE
013500         ADD 1 TO HOLMNT-APPLIED-COUNT
013600     ELSE
013700         SET HOLA-REJECTED TO TRUE
013800         ADD 1 TO HOLMNT-REJECT-COUNT
013900     END-IF.
014000     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
014100     PERFORM 8100-READ-HOLTXN THRU 8100-EXIT.
014200 2000-EXIT.
014300     EXIT.
014400
014500 2100-LOOKUP-ROW.
014600     SET HOLMNT-ROW-FOUND-SW TO 'N'.
014700     MOVE HOLT-COUNTRY-CODE TO HOL-COUNTRY-CODE.
014800     MOVE HOLT-HOLIDAY-DATE TO HOL-HOLIDAY-DATE.
014900     READ HOLCAL-FILE
015000         KEY IS HOL-KEY
015100         INVALID KEY
015200             CONTINUE
015300         NOT INVALID KEY
015400             SET HOLMNT-ROW-FOUND TO TRUE
015500     END-READ.
015600 2100-EXIT.
015700     EXIT.
015800
015900 2200-VALIDATE.
016000     SET HOLMNT-VALID-SW TO 'N'.
016100     IF NOT HOLT-ADD AND NOT HOLT-CLOSURE AND NOT HOLT-DELETE
016200         SET HOLA-BAD-ACTION TO TRUE
016300         GO TO 2200-EXIT
016400     END-IF.
016500     IF HOLT-MAINT-USER = SPACES
016600         SET HOLA-NO-MAKER TO TRUE
016700         GO TO 2200-EXIT
016800     END-IF.
016900     PERFORM 2220-LOOKUP-COUNTRY THRU 2220-EXIT.
017000     IF NOT HOLMNT-CTRY-FOUND
017100         SET HOLA-UNKNOWN-COUNTRY TO TRUE
017200         GO TO 2200-EXIT
017300     END-IF.
017400     PERFORM 2210-CHECK-DATE THRU 2210-EXIT.
017500     IF NOT HOLMNT-DATE-OK
017600         SET HOLA-BAD-DATE TO TRUE
017700         GO TO 2200-EXIT
017800     END-IF.
017900     IF HOLT-HOLIDAY-DATE < HOLMNT-TODAY
018000             OR (HOLT-ADD AND HOLT-HOLIDAY-DATE = HOLMNT-TODAY)
018100         SET HOLA-DATE-PASSED TO TRUE
018200         GO TO 2200-EXIT
018300     END-IF.
018400     IF HOLT-DELETE
018500         IF HOLMNT-ROW-FOUND
018600             SET HOLMNT-VALID TO TRUE
018700         ELSE
018800             SET HOLA-ROW-NOT-FOUND TO TRUE
018900         END-IF
019000         GO TO 2200-EXIT
019100     END-IF.
019200     IF HOLT-DESCRIPTION = SPACES
019300         SET HOLA-NO-DESCRIPTION TO TRUE
019400         GO TO 2200-EXIT
019500     END-IF.
019600     IF HOLMNT-ROW-FOUND
019700         SET HOLA-ROW-EXISTS TO TRUE
019800         GO TO 2200-EXIT
019900     END-IF.
020000     SET HOLMNT-VALID TO TRUE.
020100 2200-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------*
020500*  A REAL CALENDAR DATE: MONTH 1-12 AND A DAY THAT EXISTS   *
020600*  IN THAT MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.          *
020700*----------------------------------------------------------*
020800 2210-CHECK-DATE.
020900     SET HOLMNT-DATE-OK-SW TO 'N'.
021000     IF HOLT-HOLIDAY-DATE NOT NUMERIC
021100         GO TO 2210-EXIT
021200     END-IF.
021300     MOVE HOLT-HOLIDAY-DATE TO HOLMNT-DATE-WORK.
021400     IF HOLMNT-DATE-YEAR < 1601
021500             OR HOLMNT-DATE-MONTH < 1 OR HOLMNT-DATE-MONTH > 12
021600         GO TO 2210-EXIT
021700     END-IF.
021800     MOVE HOLMNT-MONTH-LENGTH (HOLMNT-DATE-MONTH)
021900         TO HOLMNT-MONTH-DAYS.
022000     IF HOLMNT-DATE-MONTH = 2
022100         DIVIDE HOLMNT-DATE-YEAR BY 4 GIVING HOLMNT-LEAP-QUOTIENT
022200             REMAINDER HOLMNT-LEAP-REMAINDER
022300         IF HOLMNT-LEAP-REMAINDER = ZERO
022400             MOVE 29 TO HOLMNT-MONTH-DAYS
022500             DIVIDE HOLMNT-DATE-YEAR BY 100
022600                 GIVING HOLMNT-LEAP-QUOTIENT
022700                 REMAINDER HOLMNT-LEAP-REMAINDER
022800             IF HOLMNT-LEAP-REMAINDER = ZERO
022900                 DIVIDE HOLMNT-DATE-YEAR BY 400
023000                     GIVING HOLMNT-LEAP-QUOTIENT
023100                     REMAINDER HOLMNT-LEAP-REMAINDER
023200                 IF HOLMNT-LEAP-REMAINDER NOT = ZERO
023300                     MOVE 28 TO HOLMNT-MONTH-DAYS
023400                 END-IF
023500             END-IF
023600         END-IF
023700     END-IF.
023800     IF HOLMNT-DATE-DAY < 1
023900             OR HOLMNT-DATE-DAY > HOLMNT-MONTH-DAYS
024000         GO TO 2210-EXIT
024100     END-IF.
024200     SET HOLMNT-DATE-OK TO TRUE.
024300 2210-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------*
024700*  THE COUNTRY IS KNOWN WHEN ANY BANK OF IT IS ON CTRYCFG.  *
024800*----------------------------------------------------------*
024900 2220-LOOKUP-COUNTRY.
025000     SET HOLMNT-CTRY-FOUND-SW TO 'N'.
025100     MOVE HOLT-COUNTRY-CODE TO CTRYCFG-COUNTRY-CODE.
025200     MOVE ZERO TO CTRYCFG-BANK-CODE.
025300     START CTRYCFG-FILE
025400         KEY IS NOT LESS THAN COUNTRY-CONFIG-KEY
025500         INVALID KEY
025600             GO TO 2220-EXIT
025700     END-START.
025800     READ CTRYCFG-FILE NEXT RECORD
025900         AT END
026000             GO TO 2220-EXIT
026100     END-READ.
026200     IF CTRYCFG-COUNTRY-CODE = HOLT-COUNTRY-CODE
026300         SET HOLMNT-CTRY-FOUND TO TRUE
026400     END-IF.
026500 2220-EXIT.
026600     EXIT.
026700
026800 2300-APPLY.
026900     IF HOLMNT-ROW-FOUND
027000         MOVE HOL-DESCRIPTION  TO HOLA-OLD-DESCRIPTION
027100         MOVE HOL-HOLIDAY-TYPE TO HOLA-OLD-HOLIDAY-TYPE
027200     END-IF.
027300     IF HOLT-DELETE
027400         DELETE HOLCAL-FILE
027500         GO TO 2300-EXIT
027600     END-IF.
027700     MOVE SPACES TO HOLIDAY-CALENDAR-RECORD.
027800     MOVE HOLT-COUNTRY-CODE TO HOL-COUNTRY-CODE.
027900     MOVE HOLT-HOLIDAY-DATE TO HOL-HOLIDAY-DATE.
028000     MOVE HOLT-DESCRIPTION  TO HOL-DESCRIPTION.
028100     IF HOLT-CLOSURE
028200         SET HOL-AD-HOC-CLOSURE TO TRUE
028300         ADD 1 TO HOLMNT-CLOSURE-COUNT
028400     ELSE
028500         SET HOL-SCHEDULED TO TRUE
028600     END-IF.
028700     WRITE HOLIDAY-CALENDAR-RECORD.
028800     MOVE HOL-DESCRIPTION  TO HOLA-NEW-DESCRIPTION.
028900     MOVE HOL-HOLIDAY-TYPE TO HOLA-NEW-HOLIDAY-TYPE.
029000 2300-EXIT.
029100     EXIT.
029200
029300 2400-WRITE-AUDIT.
029400     MOVE HOLT-ACTION       TO HOLA-ACTION.
029500     MOVE HOLT-COUNTRY-CODE TO HOLA-COUNTRY-CODE.
029600     MOVE HOLT-HOLIDAY-DATE TO HOLA-HOLIDAY-DATE.
029700     MOVE HOLT-MAINT-USER   TO HOLA-MAINT-USER.
029800     MOVE HOLMNT-TODAY      TO HOLA-MAINT-DATE.
029900     MOVE HOLMNT-NOW        TO HOLA-MAINT-TIME.
030000     WRITE HOLIDAY-MAINT-AUDIT-RECORD.
030100 2400-EXIT.
030200     EXIT.
030300
030400 3000-FINISH.
030500     CLOSE HOLTXN-FILE.
030600     CLOSE HOLCAL-FILE.
030700     CLOSE CTRYCFG-FILE.
030800     CLOSE HOLAUD-FILE.
030900     DISPLAY 'HOLMNT01 TRANSACTIONS APPLIED  = '
031000         HOLMNT-APPLIED-COUNT.
031100     DISPLAY 'HOLMNT01 TRANSACTIONS REJECTED = '
031200         HOLMNT-REJECT-COUNT.
031300     DISPLAY 'HOLMNT01 AD-HOC CLOSURES ADDED = '
031400         HOLMNT-CLOSURE-COUNT.
031500     IF HOLMNT-REJECT-COUNT NOT = ZERO
031600         MOVE 4 TO RETURN-CODE
031700     END-IF.
031800 3000-EXIT.
031900     EXIT.
032000
032100 8100-READ-HOLTXN.
032200     READ HOLTXN-FILE
032300         AT END
032400             SET HOLMNT-EOF TO TRUE
032500     END-READ.
032600 8100-EXIT.
032700     EXIT.
