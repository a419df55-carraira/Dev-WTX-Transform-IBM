000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACDSR01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. CONSUMER PRODUCTS - DAC AGREEMENTS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ACDSR01 -- DAILY DISPUTE CASE AGEING REPORT.            *
000900*                                                          *
001000*  SWEEPS THE DISPUTE MASTER (ACDSPM, BUILT BY ACDSP01)    *
001100*  AND PRINTS EVERY OPEN OR INVESTIGATING CASE ON THE      *
001200*  AGEING REPORT (ACDSRR) WITH ITS AGE AND THE BUSINESS    *
001300*  DAYS LEFT TO ITS RESPONSE DEADLINE, BOTH COUNTED        *
001400*  THROUGH DTBDAY01.  A CASE WITH N BUSINESS DAYS OR FEWER *
001500*  LEFT IS FLAGGED ESCALATE, ONE PAST ITS DEADLINE         *
001600*  BREACHED.  THE TOTALS GIVE THE CASES DECIDED TODAY AND  *
001700*  THE ACTIVE CASES BY AGE BAND.  THE EXEC PARM CARRIES    *
001800*  THE ESCALATION WINDOW IN BUSINESS DAYS (ZERO TAKES 2)   *
001900*  AND THE COUNTRY-CODE FOR THE HOLIDAY CALENDAR.  ANY     *
002000*  BREACHED CASE ENDS WITH CONDITION CODE 4.               *
002100*----------------------------------------------------------*
002200*  MODIFICATION HISTORY                                    *
002300*    10/15/26  DOB  INITIAL VERSION.                       *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-ZSERIES.
002800 OBJECT-COMPUTER. IBM-ZSERIES.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACDSPM-FILE ASSIGN TO ACDSPM
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS DSPM-KEY.
003500     SELECT ACDSRR-FILE ASSIGN TO ACDSRR
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ACDSPM-FILE.
004100     COPY "ACDSPM01.cpy".
004200
004300 FD  ACDSRR-FILE.
004400 01  ACDSRR-PRINT-LINE             PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------*
004800*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
004900*----------------------------------------------------------*
005000     COPY "RUNREG01.cpy".
005100
005200*----------------------------------------------------------*
005300*  BUSINESS-DAY REQUEST AREA (SEE DTBDAY01).                *
005400*----------------------------------------------------------*
005500     COPY "DTBDAY01.cpy".
005600
005700 77  ACDSR-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
005800
005900 01  ACDSR-SWITCHES.
006000     05  ACDSR-EOF-SW              PIC X(01) VALUE 'N'.
006100         88  ACDSR-EOF               VALUE 'Y'.
006200
006300 77  ACDSR-TODAY                   PIC 9(8) VALUE ZERO.
006400 77  ACDSR-ESCALATE-BDAYS          PIC 9(3) VALUE 2.
006500 77  ACDSR-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
006600 77  ACDSR-AGE-BDAYS               PIC S9(5) VALUE ZERO.
006700 77  ACDSR-LEFT-BDAYS              PIC S9(5) VALUE ZERO.
006800 77  ACDSR-ACTIVE-COUNT            PIC 9(7) COMP VALUE ZERO.
006900 77  ACDSR-ESCALATE-COUNT          PIC 9(7) COMP VALUE ZERO.
007000 77  ACDSR-BREACHED-COUNT          PIC 9(7) COMP VALUE ZERO.
007100 77  ACDSR-DECIDED-COUNT           PIC 9(7) COMP VALUE ZERO.
007200 77  ACDSR-BAND-1-COUNT            PIC 9(7) COMP VALUE ZERO.
007300 77  ACDSR-BAND-2-COUNT            PIC 9(7) COMP VALUE ZERO.
007400 77  ACDSR-BAND-3-COUNT            PIC 9(7) COMP VALUE ZERO.
007500 77  ACDSR-BAND-4-COUNT            PIC 9(7) COMP VALUE ZERO.
007600
007700 01  ACDSR-HEADING-1.
007800     05  FILLER                    PIC X(36)
007900         VALUE 'ACDSR01 DISPUTE CASE AGEING        '.
008000     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
008100     05  ACDSR-H1-TODAY            PIC 9(8).
008200     05  FILLER                    PIC X(20)
008300         VALUE '  ESCALATE WITHIN  '.
008400     05  ACDSR-H1-WINDOW           PIC ZZ9.
008500     05  FILLER                    PIC X(14)
008600         VALUE ' BUSINESS DAYS'.
008700     05  FILLER                    PIC X(42) VALUE SPACES.
008800
008900 01  ACDSR-HEADING-2.
009000     05  FILLER                    PIC X(19)
009100         VALUE 'IDENTIFICATION     '.
009200     05  FILLER                    PIC X(21)
009300         VALUE 'OBLIGATION           '.
009400     05  FILLER                    PIC X(19)
009500         VALUE 'SRC  ST      OPENED'.
009600     05  FILLER                    PIC X(10) VALUE '  DEADLINE'.
009700     05  FILLER                    PIC X(22)
009800         VALUE '    AGE   LEFT  STATUS'.
009900     05  FILLER                    PIC X(19)
010000         VALUE '      AMOUNT       '.
010100     05  FILLER                    PIC X(22) VALUE SPACES.
010200
010300 01  ACDSR-DETAIL-LINE.
010400     05  ACDSR-DT-ID               PIC X(17).
010500     05  FILLER                    PIC X(02) VALUE SPACES.
010600     05  ACDSR-DT-OBLIGATION       PIC X(20).
010700     05  FILLER                    PIC X(01) VALUE SPACES.
010800     05  ACDSR-DT-SOURCE           PIC X(04).
010900     05  FILLER                    PIC X(01) VALUE SPACES.
011000     05  ACDSR-DT-STATUS           PIC X(01).
011100     05  FILLER                    PIC X(05) VALUE SPACES.
011200     05  ACDSR-DT-OPENED           PIC 9(8).
011300     05  FILLER                    PIC X(02) VALUE SPACES.
011400     05  ACDSR-DT-DEADLINE         PIC 9(8).
011500     05  FILLER                    PIC X(02) VALUE SPACES.
011600     05  ACDSR-DT-AGE              PIC ZZZZ9.
011700     05  FILLER                    PIC X(01) VALUE SPACES.
011800     05  ACDSR-DT-LEFT             PIC -ZZZ9.
011900     05  FILLER                    PIC X(02) VALUE SPACES.
012000     05  ACDSR-DT-FLAG             PIC X(08).
012100     05  FILLER                    PIC X(01) VALUE SPACES.
012200     05  ACDSR-DT-AMOUNT           PIC Z(12)9.99.
012300     05  FILLER                    PIC X(23) VALUE SPACES.
012400
012500 01  ACDSR-TOTAL-LINE-1.
012600     05  FILLER                    PIC X(14)
012700         VALUE 'ACTIVE CASES: '.
012800     05  ACDSR-TL-ACTIVE           PIC Z(6)9.
012900     05  FILLER                    PIC X(12) VALUE '  ESCALATE: '.
013000     05  ACDSR-TL-ESCALATE         PIC Z(6)9.
013100     05  FILLER                    PIC X(12) VALUE '  BREACHED: '.
013200     05  ACDSR-TL-BREACHED         PIC Z(6)9.
013300     05  FILLER                    PIC X(17)
013400         VALUE '  DECIDED TODAY: '.
013500     05  ACDSR-TL-DECIDED          PIC Z(6)9.
013600     05  FILLER                    PIC X(49) VALUE SPACES.
013700
013800 01  ACDSR-TOTAL-LINE-2.
013900     05  FILLER                    PIC X(22)
014000         VALUE 'AGE 0-5 BUSINESS DAYS:'.
014100     05  ACDSR-TL-BAND-1           PIC Z(6)9.
014200     05  FILLER                    PIC X(09) VALUE '  6-10: '.
014300     05  ACDSR-TL-BAND-2           PIC Z(6)9.
014400     05  FILLER                    PIC X(09) VALUE '  11-20: '.
014500     05  ACDSR-TL-BAND-3           PIC Z(6)9.
014600     05  FILLER                    PIC X(09) VALUE '  OVER: '.
014700     05  ACDSR-TL-BAND-4           PIC Z(6)9.
014800     05  FILLER                    PIC X(55) VALUE SPACES.
014900
015000 LINKAGE SECTION.
015100 01  ACDSR01-PARM-CARD.
015200     05  ACDSR01-PARM-BDAYS        PIC 9(3).
015300     05  ACDSR01-PARM-COUNTRY      PIC 9(4).
015400
015500 PROCEDURE DIVISION USING ACDSR01-PARM-CARD.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-READ-CASE THRU 2000-EXIT
015900         UNTIL ACDSR-EOF.
016000     PERFORM 3000-FINISH THRU 3000-EXIT.
016100     SET RREG-END TO TRUE.
016200     MOVE ACDSR-ACTIVE-COUNT TO RREG-RECORD-COUNT.
016300     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
016400     MOVE ACDSR-SEVERITY-CODE TO RETURN-CODE.
016500     STOP RUN.
016600
016700 1000-INITIALIZE.
016800     SET RREG-START TO TRUE.
016900     MOVE 'ACDSR01 ' TO RREG-PROGRAM-ID.
017000     MOVE SPACES TO RREG-GUARD-FILE.
017100     MOVE ZERO TO RREG-CYCLE-NUMBER.
017200     MOVE ZERO TO RREG-RECORD-COUNT.
017300     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017400     IF RREG-BLOCKED
017500         DISPLAY 'ACDSR01 ALREADY COMPLETED FOR THIS DATE'
017600         MOVE 8 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     IF RREG-PREREQ-HOLD
018000         DISPLAY 'ACDSR01 HELD - PREREQUISITE NOT COMPLETE'
018100         MOVE 8 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     OPEN INPUT ACDSPM-FILE.
018500     OPEN OUTPUT ACDSRR-FILE.
018600     ACCEPT ACDSR-TODAY FROM DATE YYYYMMDD.
018700     IF ACDSR01-PARM-BDAYS NOT = ZERO
018800         MOVE ACDSR01-PARM-BDAYS TO ACDSR-ESCALATE-BDAYS
018900     END-IF.
019000     MOVE ACDSR01-PARM-COUNTRY TO ACDSR-COUNTRY-CODE.
019100     MOVE ACDSR-TODAY TO ACDSR-H1-TODAY.
019200     MOVE ACDSR-ESCALATE-BDAYS TO ACDSR-H1-WINDOW.
019300     WRITE ACDSRR-PRINT-LINE FROM ACDSR-HEADING-1.
019400     WRITE ACDSRR-PRINT-LINE FROM ACDSR-HEADING-2.
019500     MOVE LOW-VALUES TO DSPM-KEY.
019600     START ACDSPM-FILE
019700         KEY IS NOT LESS THAN DSPM-KEY
019800         INVALID KEY
019900             SET ACDSR-EOF TO TRUE
020000     END-START.
020100 1000-EXIT.
020200     EXIT.
020300
020400 2000-READ-CASE.
020500     READ ACDSPM-FILE NEXT RECORD
020600         AT END
020700             SET ACDSR-EOF TO TRUE
020800             GO TO 2000-EXIT
020900     END-READ.
021000     IF NOT DSPM-ACTIVE
021100         IF DSPM-STATUS-DATE = ACDSR-TODAY
021200             ADD 1 TO ACDSR-DECIDED-COUNT
021300         END-IF
021400         GO TO 2000-EXIT
021500     END-IF.
021600     PERFORM 2100-AGE-ONE-CASE THRU 2100-EXIT.
021700 2000-EXIT.
021800     EXIT.
021900
022000*----------------------------------------------------------*
022100*  AGE IS THE BUSINESS DAYS FROM OPENING TO TODAY; LEFT IS  *
022200*  THE BUSINESS DAYS FROM TODAY TO THE DEADLINE, NEGATIVE   *
022300*  ONCE IT HAS PASSED.  A CASE DUE TODAY HAS NONE LEFT AND  *
022400*  IS ESCALATED, NOT YET BREACHED.                          *
022500*----------------------------------------------------------*
022600 2100-AGE-ONE-CASE.
022700     ADD 1 TO ACDSR-ACTIVE-COUNT.
022800     SET BDAY-COUNT-DAYS TO TRUE.
022900     MOVE ACDSR-COUNTRY-CODE TO BDAY-COUNTRY-CODE.
023000     MOVE DSPM-OPENED-DATE TO BDAY-DATE-1.
023100     MOVE ACDSR-TODAY TO BDAY-DATE-2.
023200     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
023300     MOVE BDAY-RESULT-DAYS TO ACDSR-AGE-BDAYS.
023400     SET BDAY-COUNT-DAYS TO TRUE.
023500     MOVE ACDSR-TODAY TO BDAY-DATE-1.
023600     MOVE DSPM-DEADLINE-DATE TO BDAY-DATE-2.
023700     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
023800     MOVE BDAY-RESULT-DAYS TO ACDSR-LEFT-BDAYS.
023900     MOVE SPACES TO ACDSR-DT-FLAG.
024000     IF ACDSR-LEFT-BDAYS < ZERO
024100         MOVE 'BREACHED' TO ACDSR-DT-FLAG
024200         ADD 1 TO ACDSR-BREACHED-COUNT
024300     ELSE
024400         IF ACDSR-LEFT-BDAYS NOT > ACDSR-ESCALATE-BDAYS
024500             MOVE 'ESCALATE' TO ACDSR-DT-FLAG
024600             ADD 1 TO ACDSR-ESCALATE-COUNT
024700         END-IF
024800     END-IF.
024900     EVALUATE TRUE
025000         WHEN ACDSR-AGE-BDAYS NOT > 5
025100             ADD 1 TO ACDSR-BAND-1-COUNT
025200         WHEN ACDSR-AGE-BDAYS NOT > 10
025300             ADD 1 TO ACDSR-BAND-2-COUNT
025400         WHEN ACDSR-AGE-BDAYS NOT > 20
025500             ADD 1 TO ACDSR-BAND-3-COUNT
025600         WHEN OTHER
025700             ADD 1 TO ACDSR-BAND-4-COUNT
025800     END-EVALUATE.
025900     MOVE DSPM-IDENTIFICATION-NUMBER TO ACDSR-DT-ID.
026000     MOVE DSPM-OBLIGATION-NUMBER TO ACDSR-DT-OBLIGATION.
026100     MOVE DSPM-SOURCE TO ACDSR-DT-SOURCE.
026200     MOVE DSPM-STATUS TO ACDSR-DT-STATUS.
026300     MOVE DSPM-OPENED-DATE TO ACDSR-DT-OPENED.
026400     MOVE DSPM-DEADLINE-DATE TO ACDSR-DT-DEADLINE.
026500     MOVE ACDSR-AGE-BDAYS TO ACDSR-DT-AGE.
026600     MOVE ACDSR-LEFT-BDAYS TO ACDSR-DT-LEFT.
026700     MOVE DSPM-DISPUTED-AMOUNT TO ACDSR-DT-AMOUNT.
026800     WRITE ACDSRR-PRINT-LINE FROM ACDSR-DETAIL-LINE.
026900 2100-EXIT.
027000     EXIT.
027100
027200 3000-FINISH.
027300     MOVE ACDSR-ACTIVE-COUNT TO ACDSR-TL-ACTIVE.
027400     MOVE ACDSR-ESCALATE-COUNT TO ACDSR-TL-ESCALATE.
027500     MOVE ACDSR-BREACHED-COUNT TO ACDSR-TL-BREACHED.
027600     MOVE ACDSR-DECIDED-COUNT TO ACDSR-TL-DECIDED.
027700     WRITE ACDSRR-PRINT-LINE FROM ACDSR-TOTAL-LINE-1.
027800     MOVE ACDSR-BAND-1-COUNT TO ACDSR-TL-BAND-1.
027900     MOVE ACDSR-BAND-2-COUNT TO ACDSR-TL-BAND-2.
028000     MOVE ACDSR-BAND-3-COUNT TO ACDSR-TL-BAND-3.
028100     MOVE ACDSR-BAND-4-COUNT TO ACDSR-TL-BAND-4.
028200     WRITE ACDSRR-PRINT-LINE FROM ACDSR-TOTAL-LINE-2.
028300     CLOSE ACDSPM-FILE.
028400     CLOSE ACDSRR-FILE.
028500     DISPLAY 'ACDSR01 ACTIVE CASES        = '
028600         ACDSR-ACTIVE-COUNT.
028700     DISPLAY 'ACDSR01 CASES TO ESCALATE   = '
028800         ACDSR-ESCALATE-COUNT.
028900     DISPLAY 'ACDSR01 CASES BREACHED      = '
029000         ACDSR-BREACHED-COUNT.
029100     IF ACDSR-BREACHED-COUNT NOT = ZERO
029200         MOVE 4 TO ACDSR-SEVERITY-CODE
029300     END-IF.
029400 3000-EXIT.
029500     EXIT.
