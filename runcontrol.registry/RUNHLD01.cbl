000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNHLD01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - RUN CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  RUNHLD01 -- RUNTIME HISTORY LOAD.                       *
000900*                                                          *
001000*  RUNCTL HOLDS ONE NIGHT AT A TIME AS FAR AS ANY REPORT   *
001100*  IS CONCERNED, SO A STEP THAT GETS A LITTLE SLOWER EVERY *
001200*  MONTH GOES UNNOTICED UNTIL THE NIGHT OVERRUNS.  THIS    *
001300*  STEP COPIES EVERY COMPLETED RUN-CONTROL ROW FOR ONE     *
001400*  RUN DATE TO THE RUNTIME HISTORY MASTER (RUNHST), KEYED  *
001500*  BY PROGRAM-ID, RUN DATE AND CYCLE, WITH THE ELAPSED     *
001600*  SECONDS (ACROSS MIDNIGHT WHERE THE STEP RAN OVER IT)    *
001700*  AND THE RECORDS PER SECOND.  A ROW ALREADY ON FILE IS   *
001800*  REPLACED, SO THE STEP MAY BE RERUN.  RUNTRD01 READS     *
001900*  THE MASTER FOR THE TREND AND THE WINDOW FORECAST.       *
002000*                                                          *
002100*  THE JCL EXEC PARM CARRIES THE RUN DATE TO LOAD; ZERO    *
002200*  MEANS TODAY.                                            *
002300*                                                          *
002400*  RUN-CONTROL ROWS STAMPED BEFORE 10/15/26 CARRY THEIR    *
002500*  START AND END TIMES AS MMSSHH RATHER THAN HHMMSS, SO    *
002600*  HISTORY LOADED FROM THEM DISTORTS THE AVERAGES UNTIL    *
002700*  IT AGES OUT OF THE HISTORY WINDOW.                      *
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
003800     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RUNC-KEY.
004200     SELECT RUNHST-FILE ASSIGN TO RUNHST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS RUNH-KEY.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RUNCTL-FILE.
005000     COPY "RUNCTL01.cpy".
005100
005200 FD  RUNHST-FILE.
005300     COPY "RUNHST01.cpy".
005400
005500 WORKING-STORAGE SECTION.
005600 01  RUNHLD-SWITCHES.
005700     05  RUNHLD-EOF-SW             PIC X(01) VALUE 'N'.
005800         88  RUNHLD-EOF              VALUE 'Y'.
005900     05  RUNHLD-FOUND-SW           PIC X(01) VALUE 'N'.
006000         88  RUNHLD-FOUND            VALUE 'Y'.
006100
006200 77  RUNHLD-RUN-DATE               PIC 9(8) VALUE ZERO.
006300 77  RUNHLD-TODAY                  PIC 9(8) VALUE ZERO.
006400 77  RUNHLD-ELAPSED                PIC S9(9) COMP VALUE ZERO.
006500 77  RUNHLD-DIVISOR                PIC 9(9) COMP VALUE ZERO.
006600 77  RUNHLD-LOADED-COUNT           PIC 9(7) COMP VALUE ZERO.
006700 77  RUNHLD-REPLACED-COUNT         PIC 9(7) COMP VALUE ZERO.
006800 77  RUNHLD-SKIPPED-COUNT          PIC 9(7) COMP VALUE ZERO.
006900
007000 01  RUNHLD-CLOCK.
007100     05  RUNHLD-CLOCK-HH           PIC 9(2).
007200     05  RUNHLD-CLOCK-MM           PIC 9(2).
007300     05  RUNHLD-CLOCK-SS           PIC 9(2).
007400 01  RUNHLD-CLOCK-TIME REDEFINES RUNHLD-CLOCK PIC 9(6).
007500
007600 LINKAGE SECTION.
007700 01  RUNHLD01-PARM-CARD.
007800     05  RUNHLD01-PARM-DATE        PIC 9(8).
007900
008000 PROCEDURE DIVISION USING RUNHLD01-PARM-CARD.
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008300     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
008400         UNTIL RUNHLD-EOF.
008500     PERFORM 3000-FINISH THRU 3000-EXIT.
008600     STOP RUN.
008700
008800 1000-INITIALIZE.
008900     OPEN INPUT RUNCTL-FILE.
009000     OPEN I-O RUNHST-FILE.
009100     ACCEPT RUNHLD-TODAY FROM DATE YYYYMMDD.
009200     IF RUNHLD01-PARM-DATE NOT = ZERO
009300         MOVE RUNHLD01-PARM-DATE TO RUNHLD-RUN-DATE
009400     ELSE
009500         MOVE RUNHLD-TODAY TO RUNHLD-RUN-DATE
009600     END-IF.
009700     MOVE RUNHLD-RUN-DATE TO RUNC-RUN-DATE.
009800     MOVE LOW-VALUES TO RUNC-PROGRAM-ID.
009900     MOVE ZERO TO RUNC-CYCLE-NUMBER.
010000     START RUNCTL-FILE
010100         KEY IS NOT LESS THAN RUNC-KEY
010200         INVALID KEY
010300             SET RUNHLD-EOF TO TRUE
010400     END-START.
010500 1000-EXIT.
010600     EXIT.
010700
010800*----------------------------------------------------------*
010900*  ONLY A COMPLETED STEP HAS A RUNTIME WORTH KEEPING; A     *
011000*  STEP STILL RUNNING, DIED OR HELD IS COUNTED AND LEFT.    *
011100*----------------------------------------------------------*
011200 2000-LOAD-ONE-ROW.
011300     READ RUNCTL-FILE NEXT RECORD
011400         AT END
011500             SET RUNHLD-EOF TO TRUE
011600             GO TO 2000-EXIT
011700     END-READ.
011800     IF RUNC-RUN-DATE NOT = RUNHLD-RUN-DATE
011900         SET RUNHLD-EOF TO TRUE
012000         GO TO 2000-EXIT
012100     END-IF.
012200     IF NOT RUNC-COMPLETED
012300         ADD 1 TO RUNHLD-SKIPPED-COUNT
012400         GO TO 2000-EXIT
012500     END-IF.
012600     MOVE RUNC-PROGRAM-ID TO RUNH-PROGRAM-ID.
012700     MOVE RUNC-RUN-DATE TO RUNH-RUN-DATE.
012800     MOVE RUNC-CYCLE-NUMBER TO RUNH-CYCLE-NUMBER.
012900     MOVE 'N' TO RUNHLD-FOUND-SW.
013000     READ RUNHST-FILE
013100         KEY IS RUNH-KEY
013200         INVALID KEY
013300             CONTINUE
013400         NOT INVALID KEY
013500             SET RUNHLD-FOUND TO TRUE
013600     END-READ.
013700     MOVE RUNC-START-DATE TO RUNH-START-DATE.
013800     MOVE RUNC-START-TIME TO RUNH-START-TIME.
013900     MOVE RUNC-END-DATE TO RUNH-END-DATE.
014000     MOVE RUNC-END-TIME TO RUNH-END-TIME.
014100     MOVE RUNC-RECORD-COUNT TO RUNH-RECORD-COUNT.
014200     PERFORM 2100-COMPUTE-ELAPSED THRU 2100-EXIT.
014300     MOVE RUNHLD-ELAPSED TO RUNH-ELAPSED-SECONDS.
014400     IF RUNHLD-ELAPSED > ZERO
014500         MOVE RUNHLD-ELAPSED TO RUNHLD-DIVISOR
014600     ELSE
014700         MOVE 1 TO RUNHLD-DIVISOR
014800     END-IF.
014900     COMPUTE RUNH-RECORDS-PER-SECOND ROUNDED =
015000         RUNH-RECORD-COUNT / RUNHLD-DIVISOR.
015100     MOVE RUNHLD-TODAY TO RUNH-LOAD-DATE.
015200     IF RUNHLD-FOUND
015300         REWRITE RUN-HISTORY-RECORD
015400         ADD 1 TO RUNHLD-REPLACED-COUNT
015500     ELSE
015600         WRITE RUN-HISTORY-RECORD
015700         ADD 1 TO RUNHLD-LOADED-COUNT
015800     END-IF.
015900 2000-EXIT.
016000     EXIT.
016100
016200*----------------------------------------------------------*
016300*  ELAPSED SECONDS FROM THE START STAMP TO THE END STAMP,   *
016400*  THE DAYS BETWEEN THEM TAKEN FROM THE LILIAN DAY NUMBERS. *
016500*  A CLOCK THAT WENT BACKWARDS GIVES ZERO, NOT A NEGATIVE.  *
016600*----------------------------------------------------------*
016700 2100-COMPUTE-ELAPSED.
016800     COMPUTE RUNHLD-ELAPSED =
016900         (FUNCTION INTEGER-OF-DATE(RUNC-END-DATE)
017000        - FUNCTION INTEGER-OF-DATE(RUNC-START-DATE)) * 86400.
017100     MOVE RUNC-END-TIME TO RUNHLD-CLOCK-TIME.
017200     COMPUTE RUNHLD-ELAPSED = RUNHLD-ELAPSED
017300         + RUNHLD-CLOCK-HH * 3600 + RUNHLD-CLOCK-MM * 60
017400         + RUNHLD-CLOCK-SS.
017500     MOVE RUNC-START-TIME TO RUNHLD-CLOCK-TIME.
017600     COMPUTE RUNHLD-ELAPSED = RUNHLD-ELAPSED
017700         - RUNHLD-CLOCK-HH * 3600 - RUNHLD-CLOCK-MM * 60
017800         - RUNHLD-CLOCK-SS.
017900     IF RUNHLD-ELAPSED < ZERO
018000         MOVE ZERO TO RUNHLD-ELAPSED
018100     END-IF.
018200 2100-EXIT.
018300     EXIT.
018400
018500 3000-FINISH.
018600     CLOSE RUNCTL-FILE.
018700     CLOSE RUNHST-FILE.
018800     DISPLAY 'RUNHLD01 RUN DATE LOADED    = '
018900         RUNHLD-RUN-DATE.
019000     DISPLAY 'RUNHLD01 ROWS ADDED         = '
019100         RUNHLD-LOADED-COUNT.
019200     DISPLAY 'RUNHLD01 ROWS REPLACED      = '
019300         RUNHLD-REPLACED-COUNT.
019400     DISPLAY 'RUNHLD01 ROWS NOT COMPLETED = '
019500         RUNHLD-SKIPPED-COUNT.
019600 3000-EXIT.
019700     EXIT.
