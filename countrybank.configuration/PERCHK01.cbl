000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCHK01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - COUNTRY/BANK CONFIG.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  PERCHK01 -- SHARED POSTING-PERIOD CHECK SUBROUTINE.      *
000900*                                                          *
001000*  CALLED BY EVERY PROGRAM THAT WRITES GLPOST DETAIL        *
001100*  (MVGLP01, MVACR01, MVFEE01, CSRET01, CSSTL01, CSCOM01,   *
001200*  MVGLA01, MVADJ01) JUST BEFORE THE DETAIL IS WRITTEN.     *
001300*  ONCE FINANCE HAS CLOSED A MONTH FOR A COUNTRY            *
001400*  (PERCLS01) NO ENTRY MAY LAND IN IT: AN ENTRY WHOSE       *
001500*  POSTING DATE FALLS IN A CLOSED PERIOD IS RE-DATED TO     *
001600*  THE FIRST BUSINESS DAY (DTBDAY01) OF THE NEXT PERIOD     *
001700*  THAT IS STILL OPEN.  THE CALLER WRITES THE LATE-POSTING  *
001800*  RECORD.                                                  *
001900*                                                          *
002000*  THE PERIOD-CONTROL FILE (PERCTL) IS KEYED BY COUNTRY /   *
002100*  YYYYMM.  A PERIOD WITH NO ROW HAS NEVER BEEN CLOSED AND  *
002200*  IS OPEN.  THE FILE IS OPENED ON THE FIRST CALL AND LEFT  *
002300*  OPEN FOR THE CALLER'S WHOLE RUN; THE LAST COUNTRY AND    *
002400*  PERIOD LOOKED UP ARE REMEMBERED SO A BATCH OF ENTRIES    *
002500*  FOR ONE MONTH COSTS ONE READ.                            *
002600*                                                          *
002700*  STATUS (SEE PERCHK01.cpy):                               *
002800*    '0'  PERIOD OPEN, RESULT-DATE = POSTING-DATE;          *
002900*    'R'  PERIOD CLOSED, RESULT-DATE = THE NEW DATE;        *
003000*    'D'  POSTING-DATE NOT A VALID YYYYMMDD.                *
003100*    'N'  COUNTRY NOT NUMERIC OR NOT ON CTRYCFG -- THERE    *
003200*         IS NO POSTING CALENDAR TO CHECK AGAINST.  THE     *
003300*         CALLERS MAKE THIS CALL ONCE AT START-UP FOR       *
003400*         THEIR PARM COUNTRY AND END WITH CODE 8 ON IT.     *
003500*----------------------------------------------------------*
003600*  MODIFICATION HISTORY                                    *
003700*    10/15/26  DOB  INITIAL VERSION.                       *
003800*    10/15/26  DOB  ADDED STATUS 'N' FOR A COUNTRY THAT    *
003900*                   IS NOT ON THE CTRYCFG TABLE.           *
004000*----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-ZSERIES.
004400 OBJECT-COMPUTER. IBM-ZSERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PERCTL-FILE ASSIGN TO PERCTL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS PCTL-KEY.
005100     SELECT CTRYCFG-FILE ASSIGN TO CTRYCFG
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS COUNTRY-CONFIG-KEY.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PERCTL-FILE.
005900     COPY "PERCTL01.cpy".
006000 FD  CTRYCFG-FILE.
006100     COPY "CTRYCFG01.cpy".
006200
006300 WORKING-STORAGE SECTION.
006400 01  PERCHK-SWITCHES.
006500     05  PERCHK-OPENED-SW          PIC X(01) VALUE 'N'.
006600         88  PERCHK-OPENED           VALUE 'Y'.
006700     05  PERCHK-CLOSED-SW          PIC X(01) VALUE 'N'.
006800         88  PERCHK-CLOSED           VALUE 'Y'.
006900     05  PERCHK-CALENDAR-SW        PIC X(01) VALUE 'N'.
007000         88  PERCHK-CALENDAR         VALUE 'Y'.
007100
007200*----------------------------------------------------------*
007300*  THE LAST LOOKUP, KEPT BETWEEN CALLS.                     *
007400*----------------------------------------------------------*
007500 77  PERCHK-LAST-COUNTRY           PIC 9(4) VALUE ZERO.
007600 77  PERCHK-LAST-PERIOD            PIC 9(6) VALUE ZERO.
007700 77  PERCHK-LAST-STATUS            PIC X(01) VALUE SPACE.
007800 77  PERCHK-LAST-RESULT-DATE       PIC 9(8) VALUE ZERO.
007900 77  PERCHK-STEP-COUNT             PIC 9(3) COMP VALUE ZERO.
008000 77  PERCHK-CAL-COUNTRY            PIC 9(4) VALUE ZERO.
008100
008200 01  PERCHK-POSTING-DATE.
008300     05  PERCHK-POSTING-PERIOD     PIC 9(6).
008400     05  PERCHK-POSTING-DAY        PIC 9(2).
008500 01  PERCHK-POSTING-PARTS REDEFINES PERCHK-POSTING-DATE.
008600     05  PERCHK-POSTING-YEAR       PIC 9(4).
008700     05  PERCHK-POSTING-MONTH      PIC 9(2).
008800     05  FILLER                    PIC 9(2).
008900
009000 01  PERCHK-WORK-PERIOD.
009100     05  PERCHK-WORK-YEAR          PIC 9(4).
009200     05  PERCHK-WORK-MONTH         PIC 9(2).
009300 01  PERCHK-WORK-PERIOD-N REDEFINES PERCHK-WORK-PERIOD
009400                                   PIC 9(6).
009500
009600 01  PERCHK-FIRST-DAY.
009700     05  PERCHK-FIRST-PERIOD       PIC 9(6).
009800     05  PERCHK-FIRST-DD           PIC 9(2).
009900 01  PERCHK-FIRST-DAY-N REDEFINES PERCHK-FIRST-DAY
010000                                   PIC 9(8).
010100
010200*----------------------------------------------------------*
010300*  BUSINESS-DAY PARAMETER AREA (SEE DTBDAY01).              *
010400*----------------------------------------------------------*
010500     COPY "DTBDAY01.cpy".
010600
010700 LINKAGE SECTION.
010800     COPY "PERCHK01.cpy".
010900
011000 PROCEDURE DIVISION USING PERIOD-CHECK-REQUEST.
011100 0000-MAINLINE.
011200     IF NOT PERCHK-OPENED
011300         OPEN INPUT PERCTL-FILE CTRYCFG-FILE
011400         SET PERCHK-OPENED TO TRUE
011500     END-IF.
011600     SET PCHK-PERIOD-OPEN TO TRUE.
011700     MOVE PCHK-POSTING-DATE TO PCHK-RESULT-DATE.
011800     IF PCHK-COUNTRY-CODE NOT NUMERIC
011900             OR PCHK-COUNTRY-CODE = ZERO
012000         SET PCHK-NO-CALENDAR TO TRUE
012100         GO TO 0000-EXIT
012200     END-IF.
012300     IF PCHK-COUNTRY-CODE NOT = PERCHK-CAL-COUNTRY
012400         PERFORM 1000-FIND-COUNTRY THRU 1000-EXIT
012500     END-IF.
012600     IF NOT PERCHK-CALENDAR
012700         SET PCHK-NO-CALENDAR TO TRUE
012800         GO TO 0000-EXIT
012900     END-IF.
013000     IF PCHK-POSTING-DATE NOT NUMERIC
013100             OR PCHK-POSTING-DATE = ZERO
013200         SET PCHK-BAD-DATE TO TRUE
013300         GO TO 0000-EXIT
013400     END-IF.
013500     MOVE PCHK-POSTING-DATE TO PERCHK-POSTING-DATE.
013600     IF PERCHK-POSTING-MONTH < 1 OR PERCHK-POSTING-MONTH > 12
013700         SET PCHK-BAD-DATE TO TRUE
013800         GO TO 0000-EXIT
013900     END-IF.
014000     IF PCHK-COUNTRY-CODE = PERCHK-LAST-COUNTRY
014100             AND PERCHK-POSTING-PERIOD = PERCHK-LAST-PERIOD
014200         MOVE PERCHK-LAST-STATUS TO PCHK-STATUS
014300         IF PCHK-REDATED
014400             MOVE PERCHK-LAST-RESULT-DATE TO PCHK-RESULT-DATE
014500         END-IF
014600         GO TO 0000-EXIT
014700     END-IF.
014800     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
014900     MOVE PCHK-COUNTRY-CODE     TO PERCHK-LAST-COUNTRY.
015000     MOVE PERCHK-POSTING-PERIOD TO PERCHK-LAST-PERIOD.
015100     MOVE PCHK-STATUS           TO PERCHK-LAST-STATUS.
015200     MOVE PCHK-RESULT-DATE      TO PERCHK-LAST-RESULT-DATE.
015300 0000-EXIT.
015400     GOBACK.
015500
015600*----------------------------------------------------------*
015700*  A COUNTRY HAS A POSTING CALENDAR WHEN IT IS ON CTRYCFG. *
015800*  CTRYCFG IS KEYED COUNTRY / BANK, SO THE FIRST ROW AT OR *
015900*  AFTER COUNTRY / BANK ZERO TELLS.  PERCTL ITSELF HOLDS   *
016000*  ROWS ONLY FOR CLOSED MONTHS, SO A LIVE COUNTRY THAT HAS *
016100*  NEVER CLOSED ONE IS STILL A KNOWN CALENDAR.             *
016200*----------------------------------------------------------*
016300 1000-FIND-COUNTRY.
016400     MOVE 'N' TO PERCHK-CALENDAR-SW.
016500     MOVE PCHK-COUNTRY-CODE TO PERCHK-CAL-COUNTRY.
016600     MOVE PCHK-COUNTRY-CODE TO CTRYCFG-COUNTRY-CODE.
016700     MOVE ZERO              TO CTRYCFG-BANK-CODE.
016800     START CTRYCFG-FILE
016900         KEY IS NOT LESS THAN COUNTRY-CONFIG-KEY
017000         INVALID KEY
017100             GO TO 1000-EXIT
017200     END-START.
017300     READ CTRYCFG-FILE NEXT RECORD
017400         AT END
017500             GO TO 1000-EXIT
017600     END-READ.
017700     IF CTRYCFG-COUNTRY-CODE = PCHK-COUNTRY-CODE
017800         SET PERCHK-CALENDAR TO TRUE
017900     END-IF.
018000 1000-EXIT.
018100     EXIT.
018200
018300*----------------------------------------------------------*
018400*  A CLOSED PERIOD WALKS FORWARD A MONTH AT A TIME TO THE   *
018500*  FIRST ONE STILL OPEN.  PERCLS01 NEVER CLOSES THE         *
018600*  CURRENT OR A FUTURE MONTH, SO THE WALK ALWAYS ENDS; THE  *
018700*  STEP LIMIT IS ONLY A GUARD AGAINST A HAND-EDITED FILE.   *
018800*----------------------------------------------------------*
018900 2000-CHECK-PERIOD.
019000     MOVE PERCHK-POSTING-PERIOD TO PERCHK-WORK-PERIOD-N.
019100     PERFORM 2100-READ-PERIOD THRU 2100-EXIT.
019200     IF NOT PERCHK-CLOSED
019300         GO TO 2000-EXIT
019400     END-IF.
019500     MOVE ZERO TO PERCHK-STEP-COUNT.
019600     PERFORM 2200-NEXT-PERIOD THRU 2200-EXIT
019700         UNTIL NOT PERCHK-CLOSED
019800         OR PERCHK-STEP-COUNT > 120.
019900     MOVE PERCHK-WORK-PERIOD-N TO PERCHK-FIRST-PERIOD.
020000     MOVE 1 TO PERCHK-FIRST-DD.
020100     SET BDAY-ROLL-FORWARD TO TRUE.
020200     MOVE PCHK-COUNTRY-CODE  TO BDAY-COUNTRY-CODE.
020300     MOVE PERCHK-FIRST-DAY-N TO BDAY-DATE-1.
020400     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
020500     IF BDAY-OK
020600         MOVE BDAY-RESULT-DATE TO PCHK-RESULT-DATE
020700     ELSE
020800         MOVE PERCHK-FIRST-DAY-N TO PCHK-RESULT-DATE
020900     END-IF.
021000     SET PCHK-REDATED TO TRUE.
021100 2000-EXIT.
021200     EXIT.
021300
021400 2100-READ-PERIOD.
021500     SET PERCHK-CLOSED-SW TO 'N'.
021600     MOVE PCHK-COUNTRY-CODE    TO PCTL-COUNTRY-CODE.
021700     MOVE PERCHK-WORK-PERIOD-N TO PCTL-PERIOD.
021800     READ PERCTL-FILE
021900         KEY IS PCTL-KEY
022000         INVALID KEY
022100             CONTINUE
022200         NOT INVALID KEY
022300             IF PCTL-CLOSED
022400                 SET PERCHK-CLOSED TO TRUE
022500             END-IF
022600     END-READ.
022700 2100-EXIT.
022800     EXIT.
022900
023000 2200-NEXT-PERIOD.
023100     ADD 1 TO PERCHK-STEP-COUNT.
023200     IF PERCHK-WORK-MONTH = 12
023300         ADD 1 TO PERCHK-WORK-YEAR
023400         MOVE 1 TO PERCHK-WORK-MONTH
023500     ELSE
023600         ADD 1 TO PERCHK-WORK-MONTH
023700     END-IF.
023800     PERFORM 2100-READ-PERIOD THRU 2100-EXIT.
023900 2200-EXIT.
024000     EXIT.
