000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLCHK01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - COUNTRY/BANK CONFIG.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  HOLCHK01 -- HOLIDAY CALENDAR FORWARD-COVERAGE CHECK.     *
000900*                                                          *
001000*  FIRST STEP OF THE OVERNIGHT SUITE.  DTBDAY01 TREATS A    *
001100*  DATE WITH NO HOLCAL ROW AS A BUSINESS DAY, SO A COUNTRY  *
001200*  WHOSE NEXT YEAR OF HOLIDAYS WAS NEVER ENTERED QUIETLY    *
001300*  ROLLS EVERY DATE AS IF IT HAD ONLY WEEKENDS.  FOR EACH   *
001400*  COUNTRY ON THE CTRYCFG TABLE THIS STEP COUNTS THE        *
001500*  HOLIDAYS ON FILE FROM TODAY TO THE HORIZON (TODAY PLUS   *
001600*  N MONTHS, THE EXEC PARM; ZERO MEANS 12).  A COUNTRY      *
001700*  WITH NONE FAILS THE CHECK UNLESS SOMEONE HAS CONFIRMED   *
001800*  ITS CALENDAR ON THE CONFIRMATION FILE (HOLCNF) -- FOR    *
001900*  TODAY ONLY, OR UNTIL THE VALID-UNTIL DATE GIVEN.         *
002000*                                                          *
002100*  ANY FAILED COUNTRY LEAVES THIS STEP HELD ON THE RUN-     *
002200*  CONTROL FILE (RUNCTL01 HOLD) AND ENDS WITH CONDITION     *
002300*  CODE 8; EVERY OTHER STEP OF THE SUITE IS THEN HELD AT    *
002400*  ITS START.  TO RELEASE THE SUITE, ENTER THE MISSING      *
002500*  HOLIDAYS (HOLMNT01) OR A CONFIRMATION, AND RERUN THIS    *
002600*  STEP.  EVERY COUNTRY IS PRINTED ON THE COVERAGE REPORT   *
002700*  (HOLCKR) WITH ITS COUNT AND NEXT HOLIDAY.                *
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
003800     SELECT CTRYCFG-FILE ASSIGN TO CTRYCFG
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS COUNTRY-CONFIG-KEY.
004200     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS HOL-KEY.
004600     SELECT OPTIONAL HOLCNF-FILE ASSIGN TO HOLCNF
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT HOLCKR-FILE ASSIGN TO HOLCKR
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CTRYCFG-FILE.
005400     COPY "CTRYCFG01.cpy".
005500
005600 FD  HOLCAL-FILE.
005700     COPY "HOLCAL01.cpy".
005800
005900 FD  HOLCNF-FILE.
006000     COPY "HOLCNF01.cpy".
006100
006200 FD  HOLCKR-FILE.
006300 01  HOLCKR-PRINT-LINE             PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------*
006700*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
006800*----------------------------------------------------------*
006900     COPY "RUNREG01.cpy".
007000
007100 01  HOLCHK-SWITCHES.
007200     05  HOLCHK-EOF-SW             PIC X(01) VALUE 'N'.
007300         88  HOLCHK-EOF              VALUE 'Y'.
007400     05  HOLCHK-CNF-EOF-SW         PIC X(01) VALUE 'N'.
007500         88  HOLCHK-CNF-EOF          VALUE 'Y'.
007600     05  HOLCHK-HOL-END-SW         PIC X(01) VALUE 'N'.
007700         88  HOLCHK-HOL-END          VALUE 'Y'.
007800     05  HOLCHK-CONFIRMED-SW       PIC X(01) VALUE 'N'.
007900         88  HOLCHK-CONFIRMED        VALUE 'Y'.
008000
008100 77  HOLCHK-TODAY                  PIC 9(8) VALUE ZERO.
008200 77  HOLCHK-MONTHS                 PIC 9(2) VALUE ZERO.
008300 77  HOLCHK-MONTH-TOTAL            PIC 9(4) VALUE ZERO.
008400 77  HOLCHK-YEAR-STEP              PIC 9(4) VALUE ZERO.
008500 77  HOLCHK-PREV-COUNTRY           PIC 9(4) VALUE ZERO.
008600 77  HOLCHK-HOLIDAY-COUNT          PIC 9(5) COMP VALUE ZERO.
008700 77  HOLCHK-NEXT-HOLIDAY           PIC 9(8) VALUE ZERO.
008800 77  HOLCHK-COUNTRY-COUNT          PIC 9(7) COMP VALUE ZERO.
008900 77  HOLCHK-COVERED-COUNT          PIC 9(7) COMP VALUE ZERO.
009000 77  HOLCHK-CONFIRMED-COUNT        PIC 9(7) COMP VALUE ZERO.
009100 77  HOLCHK-FAILED-COUNT           PIC 9(7) COMP VALUE ZERO.
009200 77  HOLCHK-CNF-COUNT              PIC 9(3) COMP VALUE ZERO.
009300 77  HOLCHK-CNF-DROPPED            PIC 9(5) COMP VALUE ZERO.
009400 77  HOLCHK-IDX                    PIC 9(3) COMP VALUE ZERO.
009500 77  HOLCHK-HIT                    PIC 9(3) COMP VALUE ZERO.
009600
009700 01  HOLCHK-HORIZON.
009800     05  HOLCHK-HORIZON-YEAR       PIC 9(4).
009900     05  HOLCHK-HORIZON-MONTH      PIC 9(2).
010000     05  HOLCHK-HORIZON-DAY        PIC 9(2).
010100 01  HOLCHK-HORIZON-DATE REDEFINES HOLCHK-HORIZON PIC 9(8).
010200
010300*----------------------------------------------------------*
010400*  TODAY'S STANDING CONFIRMATIONS, ONE PER COUNTRY (THE     *
010500*  LAST ONE READ WINS).                                     *
010600*----------------------------------------------------------*
010700 01  HOLCHK-CNF-TABLE.
010800     05  HOLCHK-CNF-ENTRY OCCURS 200 TIMES.
010900         10  HOLCHK-CNF-COUNTRY    PIC 9(4).
011000         10  HOLCHK-CNF-USER       PIC X(8).
011100         10  HOLCHK-CNF-UNTIL      PIC 9(8).
011200
011300 01  HOLCHK-HEADING-1.
011400     05  FILLER                    PIC X(36)
011500         VALUE 'HOLCHK01 HOLIDAY CALENDAR COVERAGE  '.
011600     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
011700     05  HOLCHK-H1-TODAY           PIC 9(8).
011800     05  FILLER                    PIC X(10) VALUE '  HORIZON '.
011900     05  HOLCHK-H1-HORIZON         PIC 9(8).
012000     05  FILLER                    PIC X(61) VALUE SPACES.
012100
012200 01  HOLCHK-HEADING-2.
012300     05  FILLER                    PIC X(09) VALUE 'COUNTRY  '.
012400     05  FILLER                    PIC X(13)
012500         VALUE 'STATUS       '.
012600     05  FILLER                    PIC X(10) VALUE '  HOLIDAYS'.
012700     05  FILLER                    PIC X(14)
012800         VALUE '  NEXT HOLIDAY'.
012900     05  FILLER                    PIC X(28)
013000         VALUE '  CONFIRMED BY  VALID UNTIL'.
013100     05  FILLER                    PIC X(58) VALUE SPACES.
013200
013300 01  HOLCHK-DETAIL-LINE.
013400     05  HOLCHK-DT-COUNTRY         PIC 9(4).
013500     05  FILLER                    PIC X(05) VALUE SPACES.
013600     05  HOLCHK-DT-STATUS          PIC X(13).
013700     05  HOLCHK-DT-HOLIDAYS        PIC ZZZ,ZZ9.
013800     05  FILLER                    PIC X(05) VALUE SPACES.
013900     05  HOLCHK-DT-NEXT            PIC 9(8).
014000     05  FILLER                    PIC X(04) VALUE SPACES.
014100     05  HOLCHK-DT-USER            PIC X(08).
014200     05  FILLER                    PIC X(04) VALUE SPACES.
014300     05  HOLCHK-DT-UNTIL           PIC 9(8).
014400     05  FILLER                    PIC X(66) VALUE SPACES.
014500
014600 01  HOLCHK-TOTAL-LINE.
014700     05  FILLER                    PIC X(11) VALUE 'COUNTRIES: '.
014800     05  HOLCHK-TL-COUNTRIES       PIC Z(6)9.
014900     05  FILLER                    PIC X(11) VALUE '  COVERED: '.
015000     05  HOLCHK-TL-COVERED         PIC Z(6)9.
015100     05  FILLER                    PIC X(13)
015200         VALUE '  CONFIRMED: '.
015300     05  HOLCHK-TL-CONFIRMED       PIC Z(6)9.
015400     05  FILLER                    PIC X(15)
015500         VALUE '  NOT COVERED: '.
015600     05  HOLCHK-TL-FAILED          PIC Z(6)9.
015700     05  FILLER                    PIC X(54) VALUE SPACES.
015800
015900 LINKAGE SECTION.
016000 01  HOLCHK01-PARM-CARD.
016100     05  HOLCHK01-PARM-MONTHS      PIC 9(2).
016200
016300 PROCEDURE DIVISION USING HOLCHK01-PARM-CARD.
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 2000-READ-COUNTRY THRU 2000-EXIT
016700         UNTIL HOLCHK-EOF.
016800     PERFORM 3000-FINISH THRU 3000-EXIT.
016900     MOVE HOLCHK-COUNTRY-COUNT TO RREG-RECORD-COUNT.
017000     IF HOLCHK-FAILED-COUNT NOT = ZERO
017100         SET RREG-HOLD TO TRUE
017200         CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST
017300         DISPLAY 'HOLCHK01 SUITE HELD - CALENDAR NOT COVERED'
017400         MOVE 8 TO RETURN-CODE
017500     ELSE
017600         SET RREG-END TO TRUE
017700         CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST
017800         MOVE ZERO TO RETURN-CODE
017900     END-IF.
018000     STOP RUN.
018100
018200 1000-INITIALIZE.
018300     SET RREG-START TO TRUE.
018400     MOVE 'HOLCHK01' TO RREG-PROGRAM-ID.
018500     MOVE SPACES TO RREG-GUARD-FILE.
018600     MOVE ZERO TO RREG-CYCLE-NUMBER.
018700     MOVE ZERO TO RREG-RECORD-COUNT.
018800     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
018900     IF RREG-BLOCKED
019000         DISPLAY 'HOLCHK01 ALREADY COMPLETED FOR THIS DATE'
019100         MOVE 8 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     IF RREG-PREREQ-HOLD
019500         DISPLAY 'HOLCHK01 HELD - PREREQUISITE NOT COMPLETE'
019600         MOVE 8 TO RETURN-CODE
019700         STOP RUN
019800     END-IF.
019900     OPEN INPUT CTRYCFG-FILE.
020000     OPEN INPUT HOLCAL-FILE.
020100     OPEN INPUT HOLCNF-FILE.
020200     OPEN OUTPUT HOLCKR-FILE.
020300     ACCEPT HOLCHK-TODAY FROM DATE YYYYMMDD.
020400     IF HOLCHK01-PARM-MONTHS NUMERIC
020500             AND HOLCHK01-PARM-MONTHS > ZERO
020600         MOVE HOLCHK01-PARM-MONTHS TO HOLCHK-MONTHS
020700     ELSE
020800         MOVE 12 TO HOLCHK-MONTHS
020900     END-IF.
021000     PERFORM 1100-SET-HORIZON THRU 1100-EXIT.
021100     PERFORM 1200-LOAD-CONFIRMATION THRU 1200-EXIT
021200         UNTIL HOLCHK-CNF-EOF.
021300     CLOSE HOLCNF-FILE.
021400     IF HOLCHK-CNF-DROPPED NOT = ZERO
021500         DISPLAY 'HOLCHK01 CONFIRMATIONS IGNORED, TABLE FULL = '
021600             HOLCHK-CNF-DROPPED
021700     END-IF.
021800     MOVE HOLCHK-TODAY TO HOLCHK-H1-TODAY.
021900     MOVE HOLCHK-HORIZON-DATE TO HOLCHK-H1-HORIZON.
022000     WRITE HOLCKR-PRINT-LINE FROM HOLCHK-HEADING-1.
022100     WRITE HOLCKR-PRINT-LINE FROM HOLCHK-HEADING-2.
022200     MOVE LOW-VALUES TO COUNTRY-CONFIG-KEY.
022300     START CTRYCFG-FILE
022400         KEY IS NOT LESS THAN COUNTRY-CONFIG-KEY
022500         INVALID KEY
022600             SET HOLCHK-EOF TO TRUE
022700     END-START.
022800 1000-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------*
023200*  THE HORIZON IS THE SAME DAY N MONTHS AHEAD; A DAY PAST   *
023300*  THE 28TH IS PULLED BACK TO THE 28TH SO IT ALWAYS EXISTS. *
023400*----------------------------------------------------------*
023500 1100-SET-HORIZON.
023600     MOVE HOLCHK-TODAY TO HOLCHK-HORIZON-DATE.
023700     COMPUTE HOLCHK-MONTH-TOTAL =
023800         HOLCHK-HORIZON-MONTH - 1 + HOLCHK-MONTHS.
023900     DIVIDE HOLCHK-MONTH-TOTAL BY 12 GIVING HOLCHK-YEAR-STEP
024000         REMAINDER HOLCHK-HORIZON-MONTH.
024100     ADD 1 TO HOLCHK-HORIZON-MONTH.
024200     ADD HOLCHK-YEAR-STEP TO HOLCHK-HORIZON-YEAR.
024300     IF HOLCHK-HORIZON-DAY > 28
024400         MOVE 28 TO HOLCHK-HORIZON-DAY
024500     END-IF.
024600 1100-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------*
025000*  A CONFIRMATION STANDS WHEN IT NAMES A USER, IS DATED     *
025100*  TODAY OR EARLIER, AND EITHER RUNS TO A VALID-UNTIL DATE  *
025200*  NOT YET PASSED OR, WITH NONE GIVEN, IS DATED TODAY.      *
025300*----------------------------------------------------------*
025400 1200-LOAD-CONFIRMATION.
025500     READ HOLCNF-FILE
025600         AT END
025700             SET HOLCHK-CNF-EOF TO TRUE
025800     END-READ.
025900     IF HOLCHK-CNF-EOF
026000         GO TO 1200-EXIT
026100     END-IF.
026200     IF HOLC-CONFIRM-USER = SPACES
026300             OR HOLC-COUNTRY-CODE NOT NUMERIC
026400             OR HOLC-CONFIRM-DATE NOT NUMERIC
026500             OR HOLC-CONFIRM-DATE > HOLCHK-TODAY
026600         GO TO 1200-EXIT
026700     END-IF.
026800     IF HOLC-VALID-UNTIL NUMERIC AND HOLC-VALID-UNTIL > ZERO
026900         IF HOLC-VALID-UNTIL < HOLCHK-TODAY
027000             GO TO 1200-EXIT
027100         END-IF
027200     ELSE
027300         IF HOLC-CONFIRM-DATE NOT = HOLCHK-TODAY
027400             GO TO 1200-EXIT
027500         END-IF
027600         MOVE HOLCHK-TODAY TO HOLC-VALID-UNTIL
027700     END-IF.
027800     MOVE HOLC-COUNTRY-CODE TO HOLCHK-PREV-COUNTRY.
027900     PERFORM 5000-FIND-CONFIRMATION THRU 5000-EXIT.
028000     IF NOT HOLCHK-CONFIRMED
028100         IF HOLCHK-CNF-COUNT NOT < 200
028200             ADD 1 TO HOLCHK-CNF-DROPPED
028300             GO TO 1200-EXIT
028400         END-IF
028500         ADD 1 TO HOLCHK-CNF-COUNT
028600         MOVE HOLCHK-CNF-COUNT TO HOLCHK-HIT
028700     END-IF.
028800     MOVE HOLC-COUNTRY-CODE TO HOLCHK-CNF-COUNTRY (HOLCHK-HIT).
028900     MOVE HOLC-CONFIRM-USER TO HOLCHK-CNF-USER (HOLCHK-HIT).
029000     MOVE HOLC-VALID-UNTIL  TO HOLCHK-CNF-UNTIL (HOLCHK-HIT).
029100 1200-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------*
029500*  CTRYCFG IS KEYED COUNTRY / BANK, SO A COUNTRY'S BANKS    *
029600*  ARE TOGETHER; THE COUNTRY IS CHECKED ON ITS FIRST ROW.   *
029700*----------------------------------------------------------*
029800 2000-READ-COUNTRY.
029900     READ CTRYCFG-FILE NEXT RECORD
030000         AT END
030100             SET HOLCHK-EOF TO TRUE
030200     END-READ.
030300     IF HOLCHK-EOF
030400         GO TO 2000-EXIT
030500     END-IF.
030600     IF HOLCHK-COUNTRY-COUNT > ZERO
030700             AND CTRYCFG-COUNTRY-CODE = HOLCHK-PREV-COUNTRY
030800         GO TO 2000-EXIT
030900     END-IF.
031000     MOVE CTRYCFG-COUNTRY-CODE TO HOLCHK-PREV-COUNTRY.
031100     ADD 1 TO HOLCHK-COUNTRY-COUNT.
031200     PERFORM 2100-CHECK-COUNTRY THRU 2100-EXIT.
031300 2000-EXIT.
031400     EXIT.
031500
031600 2100-CHECK-COUNTRY.
031700     MOVE ZERO TO HOLCHK-HOLIDAY-COUNT HOLCHK-NEXT-HOLIDAY.
031800     MOVE SPACES TO HOLCHK-DT-USER.
031900     MOVE ZERO TO HOLCHK-DT-UNTIL.
032000     SET HOLCHK-HOL-END-SW TO 'N'.
032100     MOVE HOLCHK-PREV-COUNTRY TO HOL-COUNTRY-CODE.
032200     MOVE HOLCHK-TODAY TO HOL-HOLIDAY-DATE.
032300     START HOLCAL-FILE
032400         KEY IS NOT LESS THAN HOL-KEY
032500         INVALID KEY
032600             SET HOLCHK-HOL-END TO TRUE
032700     END-START.
032800     PERFORM 2110-COUNT-HOLIDAY THRU 2110-EXIT
032900         UNTIL HOLCHK-HOL-END.
033000     MOVE HOLCHK-PREV-COUNTRY TO HOLCHK-DT-COUNTRY.
033100     MOVE HOLCHK-HOLIDAY-COUNT TO HOLCHK-DT-HOLIDAYS.
033200     MOVE HOLCHK-NEXT-HOLIDAY TO HOLCHK-DT-NEXT.
033300     IF HOLCHK-HOLIDAY-COUNT > ZERO
033400         MOVE 'COVERED' TO HOLCHK-DT-STATUS
033500         ADD 1 TO HOLCHK-COVERED-COUNT
033600         GO TO 2100-PRINT
033700     END-IF.
033800     PERFORM 5000-FIND-CONFIRMATION THRU 5000-EXIT.
033900     IF HOLCHK-CONFIRMED
034000         MOVE 'CONFIRMED' TO HOLCHK-DT-STATUS
034100         MOVE HOLCHK-CNF-USER (HOLCHK-HIT) TO HOLCHK-DT-USER
034200         MOVE HOLCHK-CNF-UNTIL (HOLCHK-HIT) TO HOLCHK-DT-UNTIL
034300         ADD 1 TO HOLCHK-CONFIRMED-COUNT
034400     ELSE
034500         MOVE 'NOT COVERED' TO HOLCHK-DT-STATUS
034600         ADD 1 TO HOLCHK-FAILED-COUNT
034700         DISPLAY 'HOLCHK01 NO HOLIDAYS ON FILE TO '
034800             HOLCHK-HORIZON-DATE ' FOR COUNTRY '
034900             HOLCHK-PREV-COUNTRY
035000     END-IF.
035100 2100-PRINT.
035200     WRITE HOLCKR-PRINT-LINE FROM HOLCHK-DETAIL-LINE.
035300 2100-EXIT.
035400     EXIT.
035500
035600 2110-COUNT-HOLIDAY.
035700     READ HOLCAL-FILE NEXT RECORD
035800         AT END
035900             SET HOLCHK-HOL-END TO TRUE
036000     END-READ.
036100     IF HOLCHK-HOL-END
036200         GO TO 2110-EXIT
036300     END-IF.
036400     IF HOL-COUNTRY-CODE NOT = HOLCHK-PREV-COUNTRY
036500             OR HOL-HOLIDAY-DATE > HOLCHK-HORIZON-DATE
036600         SET HOLCHK-HOL-END TO TRUE
036700         GO TO 2110-EXIT
036800     END-IF.
036900     IF HOLCHK-HOLIDAY-COUNT = ZERO
037000         MOVE HOL-HOLIDAY-DATE TO HOLCHK-NEXT-HOLIDAY
037100     END-IF.
037200     ADD 1 TO HOLCHK-HOLIDAY-COUNT.
037300 2110-EXIT.
037400     EXIT.
037500
037600 3000-FINISH.
037700     MOVE HOLCHK-COUNTRY-COUNT   TO HOLCHK-TL-COUNTRIES.
037800     MOVE HOLCHK-COVERED-COUNT   TO HOLCHK-TL-COVERED.
037900     MOVE HOLCHK-CONFIRMED-COUNT TO HOLCHK-TL-CONFIRMED.
038000     MOVE HOLCHK-FAILED-COUNT    TO HOLCHK-TL-FAILED.
038100     MOVE SPACES TO HOLCKR-PRINT-LINE.
038200     WRITE HOLCKR-PRINT-LINE.
038300     WRITE HOLCKR-PRINT-LINE FROM HOLCHK-TOTAL-LINE.
038400     CLOSE CTRYCFG-FILE.
038500     CLOSE HOLCAL-FILE.
038600     CLOSE HOLCKR-FILE.
038700     DISPLAY 'HOLCHK01 COUNTRIES CHECKED   = '
038800         HOLCHK-COUNTRY-COUNT.
038900     DISPLAY 'HOLCHK01 COUNTRIES CONFIRMED = '
039000         HOLCHK-CONFIRMED-COUNT.
039100     DISPLAY 'HOLCHK01 COUNTRIES UNCOVERED = '
039200         HOLCHK-FAILED-COUNT.
039300 3000-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------*
039700*  LOOKS UP HOLCHK-PREV-COUNTRY IN THE CONFIRMATION TABLE;  *
039800*  HOLCHK-HIT POINTS AT THE ENTRY WHEN FOUND.               *
039900*----------------------------------------------------------*
040000 5000-FIND-CONFIRMATION.
040100     SET HOLCHK-CONFIRMED-SW TO 'N'.
040200     MOVE ZERO TO HOLCHK-HIT.
040300     PERFORM 5100-MATCH-ONE THRU 5100-EXIT
040400         VARYING HOLCHK-IDX FROM 1 BY 1
040500         UNTIL HOLCHK-IDX > HOLCHK-CNF-COUNT
040600         OR HOLCHK-CONFIRMED.
040700 5000-EXIT.
040800     EXIT.
040900
041000 5100-MATCH-ONE.
041100     IF HOLCHK-CNF-COUNTRY (HOLCHK-IDX) = HOLCHK-PREV-COUNTRY
041200         SET HOLCHK-CONFIRMED TO TRUE
041300         MOVE HOLCHK-IDX TO HOLCHK-HIT
041400     END-IF.
041500 5100-EXIT.
041600     EXIT.
