000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNTRD01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - RUN CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  RUNTRD01 -- OVERNIGHT RUNTIME TREND AND WINDOW FORECAST.*
000900*                                                          *
001000*  READS THE RUNTIME HISTORY MASTER (RUNHST, LOADED BY     *
001100*  RUNHLD01) FOR THE N NIGHTS BEFORE THE RUN DATE AND      *
001200*  THE RUN-CONTROL FILE (RUNCTL) FOR THE RUN DATE ITSELF,  *
001300*  AND PRINTS (RUNTRR):                                    *
001400*    1. EVERY STEP OF THE NIGHT AGAINST ITS N-NIGHT        *
001500*       AVERAGE, FLAGGED OVER NORM WHEN IT RAN MORE THAN   *
001600*       THE CONFIGURED PERCENTAGE OVER IT;                 *
001700*    2. THE NIGHT'S CRITICAL PATH THROUGH THE RUNDEP       *
001800*       PREREQUISITE CHAIN -- THE CHAIN OF STEPS THAT      *
001900*       DECIDES WHEN THE LAST ONE FINISHES;                *
002000*    3. THE STEPS STILL TO RUN, EACH WITH ITS PROJECTED    *
002100*       FINISH, AND THE PROJECTED END OF THE NIGHT AGAINST *
002200*       THE WINDOW DEADLINE.                               *
002300*  A STEP EXPECTED TONIGHT IS ONE THAT HAS REGISTERED OR   *
002400*  THAT RAN ON THE LAST NIGHT IN THE HISTORY.  A COMPLETED *
002500*  STEP FINISHES WHEN IT DID; ONE RUNNING FINISHES AT ITS  *
002600*  START PLUS ITS AVERAGE (NOT BEFORE NOW); ONE NOT YET    *
002700*  STARTED BEGINS WHEN ITS LAST PREREQUISITE IS PROJECTED  *
002800*  TO FINISH (NOT BEFORE NOW) AND RUNS FOR ITS AVERAGE.    *
002900*  TIMES ARE PRINTED AS +D HHMMSS, D BEING DAYS AFTER THE  *
003000*  RUN DATE.  A PROJECTED OVERRUN OF THE DEADLINE OR ANY   *
003100*  STEP OVER NORM IS DISPLAYED AS AN ALERT FOR THE         *
003200*  CONSOLE AND ENDS WITH CONDITION CODE 4.                 *
003300*                                                          *
003400*  THE JCL EXEC PARM CARRIES THE RUN DATE (ZERO MEANS      *
003500*  TODAY), THE WINDOW DEADLINE AS HHMMSS (ZERO TAKES       *
003600*  060000; A DEADLINE NOT AFTER THE NIGHT'S FIRST START    *
003700*  FALLS ON THE FOLLOWING DAY), THE OVER-NORM PERCENTAGE   *
003800*  (ZERO TAKES 25) AND THE HISTORY NIGHTS (ZERO TAKES 30). *
003900*                                                          *
004000*  RUN-CONTROL ROWS STAMPED BEFORE 10/15/26 CARRY THEIR    *
004100*  START AND END TIMES AS MMSSHH RATHER THAN HHMMSS, SO    *
004200*  HISTORY LOADED FROM THEM DISTORTS THE AVERAGES UNTIL    *
004300*  IT AGES OUT OF THE HISTORY WINDOW.                      *
004400*----------------------------------------------------------*
004500*  MODIFICATION HISTORY                                    *
004600*    10/15/26  DOB  INITIAL VERSION.                       *
004700*----------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-ZSERIES.
005100 OBJECT-COMPUTER. IBM-ZSERIES.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT RUNHST-FILE ASSIGN TO RUNHST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RUNH-KEY.
005800     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS RUNC-KEY.
006200     SELECT OPTIONAL RUNDEP-FILE ASSIGN TO RUNDEP
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RUNTRR-FILE ASSIGN TO RUNTRR
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  RUNHST-FILE.
007000     COPY "RUNHST01.cpy".
007100
007200 FD  RUNCTL-FILE.
007300     COPY "RUNCTL01.cpy".
007400
007500 FD  RUNDEP-FILE.
007600     COPY "RUNDEP01.cpy".
007700
007800 FD  RUNTRR-FILE.
007900 01  RUNTRR-PRINT-LINE             PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200 77  RUNTRD-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
008300
008400 01  RUNTRD-SWITCHES.
008500     05  RUNTRD-EOF-SW             PIC X(01) VALUE 'N'.
008600         88  RUNTRD-EOF              VALUE 'Y'.
008700     05  RUNTRD-CHANGED-SW         PIC X(01) VALUE 'N'.
008800         88  RUNTRD-CHANGED          VALUE 'Y'.
008900     05  RUNTRD-OVERRUN-SW         PIC X(01) VALUE 'N'.
009000         88  RUNTRD-OVERRUN          VALUE 'Y'.
009100
009200 77  RUNTRD-RUN-DATE               PIC 9(8) VALUE ZERO.
009300 77  RUNTRD-RUN-LILIAN             PIC 9(7) COMP VALUE ZERO.
009400 77  RUNTRD-FROM-DATE              PIC 9(8) VALUE ZERO.
009500 77  RUNTRD-LAST-NIGHT             PIC 9(8) VALUE ZERO.
009600 77  RUNTRD-TODAY                  PIC 9(8) VALUE ZERO.
009700 77  RUNTRD-NOW                    PIC 9(8) VALUE ZERO.
009800 77  RUNTRD-DEADLINE-TIME          PIC 9(6) VALUE 060000.
009900 77  RUNTRD-OVER-PERCENT           PIC 9(3) VALUE 25.
010000 77  RUNTRD-HISTORY-DAYS           PIC 9(3) VALUE 30.
010100 77  RUNTRD-NOW-OFS                PIC S9(7) COMP VALUE ZERO.
010200 77  RUNTRD-WINDOW-OFS             PIC S9(7) COMP VALUE ZERO.
010300 77  RUNTRD-DEADLINE-OFS           PIC S9(7) COMP VALUE ZERO.
010400 77  RUNTRD-LATEST-END-OFS         PIC S9(7) COMP VALUE ZERO.
010500 77  RUNTRD-FINISH-OFS             PIC S9(7) COMP VALUE ZERO.
010600 77  RUNTRD-BEGIN-OFS              PIC S9(7) COMP VALUE ZERO.
010700 77  RUNTRD-PRED-MAX               PIC S9(7) COMP VALUE ZERO.
010800 77  RUNTRD-PRED-IDX               PIC 9(3) COMP VALUE ZERO.
010900 77  RUNTRD-ELAPSED                PIC S9(7) COMP VALUE ZERO.
011000 77  RUNTRD-PERCENT                PIC 9(5) COMP VALUE ZERO.
011100 77  RUNTRD-DIVISOR                PIC 9(7) COMP VALUE ZERO.
011200 77  RUNTRD-IDX                    PIC 9(3) COMP VALUE ZERO.
011300 77  RUNTRD-HIT                    PIC 9(3) COMP VALUE ZERO.
011400 77  RUNTRD-DEP-IDX                PIC 9(3) COMP VALUE ZERO.
011500 77  RUNTRD-PASS                   PIC 9(3) COMP VALUE ZERO.
011600 77  RUNTRD-LAST-IDX               PIC 9(3) COMP VALUE ZERO.
011700 77  RUNTRD-PATH-IDX               PIC 9(3) COMP VALUE ZERO.
011800 77  RUNTRD-STEP-COUNT             PIC 9(7) COMP VALUE ZERO.
011900 77  RUNTRD-OVER-NORM-COUNT        PIC 9(7) COMP VALUE ZERO.
012000 77  RUNTRD-PENDING-COUNT          PIC 9(7) COMP VALUE ZERO.
012100 77  RUNTRD-DROPPED-COUNT          PIC 9(7) COMP VALUE ZERO.
012200
012300*----------------------------------------------------------*
012400*  OFFSET WORK AREA.  AN OFFSET IS SECONDS FROM MIDNIGHT    *
012500*  AT THE START OF THE RUN DATE.                            *
012600*----------------------------------------------------------*
012700 77  RUNTRD-OFS                    PIC S9(7) COMP VALUE ZERO.
012800 77  RUNTRD-OFS-DATE               PIC 9(8) VALUE ZERO.
012900 77  RUNTRD-OFS-DAYS               PIC 9(3) VALUE ZERO.
013000 77  RUNTRD-OFS-SECONDS            PIC 9(5) VALUE ZERO.
013100 01  RUNTRD-CLOCK.
013200     05  RUNTRD-CLOCK-HH           PIC 9(2).
013300     05  RUNTRD-CLOCK-MM           PIC 9(2).
013400     05  RUNTRD-CLOCK-SS           PIC 9(2).
013500 01  RUNTRD-CLOCK-TIME REDEFINES RUNTRD-CLOCK PIC 9(6).
013600
013700*----------------------------------------------------------*
013800*  ONE ENTRY PER PROGRAM SEEN IN THE HISTORY OR TONIGHT.    *
013900*  STATE IS TONIGHT'S: SPACE NOT STARTED, R RUNNING, H      *
014000*  HELD, C COMPLETED (EVERY CYCLE).                         *
014100*----------------------------------------------------------*
014200 77  RUNTRD-PGM-MAX                PIC 9(3) COMP VALUE 300.
014300 77  RUNTRD-PGM-COUNT              PIC 9(3) COMP VALUE ZERO.
014400 01  RUNTRD-PGM-TABLE.
014500     05  RUNTRD-PGM-ENTRY OCCURS 300 TIMES.
014600         10  RUNTRD-PGM-ID         PIC X(8).
014700         10  RUNTRD-PGM-HIST-SECS  PIC 9(9) COMP.
014800         10  RUNTRD-PGM-HIST-RUNS  PIC 9(5) COMP.
014900         10  RUNTRD-PGM-LAST-DATE  PIC 9(8).
015000         10  RUNTRD-PGM-AVG-SECS   PIC 9(7) COMP.
015100         10  RUNTRD-PGM-STATE      PIC X(1).
015200         10  RUNTRD-PGM-START-OFS  PIC S9(7) COMP.
015300         10  RUNTRD-PGM-END-OFS    PIC S9(7) COMP.
015400         10  RUNTRD-PGM-EXPECT-SW  PIC X(1).
015500         10  RUNTRD-PGM-FINISH-OFS PIC S9(7) COMP.
015600         10  RUNTRD-PGM-DRIVER     PIC 9(3) COMP.
015700
015800*----------------------------------------------------------*
015900*  RUNDEP ROWS WHOSE TWO PROGRAMS ARE BOTH IN THE TABLE,    *
016000*  HELD AS TABLE SUBSCRIPTS.                                *
016100*----------------------------------------------------------*
016200 77  RUNTRD-DEP-MAX                PIC 9(3) COMP VALUE 200.
016300 77  RUNTRD-DEP-COUNT              PIC 9(3) COMP VALUE ZERO.
016400 01  RUNTRD-DEP-TABLE.
016500     05  RUNTRD-DEP-ENTRY OCCURS 200 TIMES.
016600         10  RUNTRD-DEP-PGM        PIC 9(3) COMP.
016700         10  RUNTRD-DEP-PREREQ     PIC 9(3) COMP.
016800
016900 77  RUNTRD-PATH-COUNT             PIC 9(3) COMP VALUE ZERO.
017000 01  RUNTRD-PATH-TABLE.
017100     05  RUNTRD-PATH-PGM           PIC 9(3) COMP
017200                                   OCCURS 300 TIMES.
017300
017400 01  RUNTRD-HEADING-1.
017500     05  FILLER                    PIC X(36)
017600         VALUE 'RUNTRD01 OVERNIGHT RUNTIME TREND    '.
017700     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
017800     05  RUNTRD-H1-RUN-DATE        PIC 9(8).
017900     05  FILLER                    PIC X(09) VALUE '  NIGHTS '.
018000     05  RUNTRD-H1-DAYS            PIC ZZ9.
018100     05  FILLER                    PIC X(16)
018200         VALUE '  OVER NORM AT +'.
018300     05  RUNTRD-H1-PERCENT         PIC ZZ9.
018400     05  FILLER                    PIC X(01) VALUE '%'.
018500     05  FILLER                    PIC X(47) VALUE SPACES.
018600
018700 01  RUNTRD-HEADING-2.
018800     05  FILLER                    PIC X(16)
018900         VALUE 'PROGRAM  CYC ST '.
019000     05  FILLER                    PIC X(16)
019100         VALUE ' START     END  '.
019200     05  FILLER                    PIC X(23)
019300         VALUE '  ELAPSED      RECORDS '.
019400     05  FILLER                    PIC X(20)
019500         VALUE '     REC/SEC    NORM'.
019600     05  FILLER                    PIC X(18)
019700         VALUE '    PCT  FLAG     '.
019800     05  FILLER                    PIC X(39) VALUE SPACES.
019900
020000 01  RUNTRD-DETAIL-LINE.
020100     05  RUNTRD-DT-PROGRAM         PIC X(8).
020200     05  FILLER                    PIC X(01) VALUE SPACES.
020300     05  RUNTRD-DT-CYCLE           PIC 9(3).
020400     05  FILLER                    PIC X(01) VALUE SPACES.
020500     05  RUNTRD-DT-STATUS          PIC X(1).
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  RUNTRD-DT-START           PIC 9(6).
020800     05  FILLER                    PIC X(02) VALUE SPACES.
020900     05  RUNTRD-DT-END             PIC 9(6).
021000     05  FILLER                    PIC X(02) VALUE SPACES.
021100     05  RUNTRD-DT-ELAPSED         PIC ZZZZZZ9.
021200     05  FILLER                    PIC X(02) VALUE SPACES.
021300     05  RUNTRD-DT-RECORDS         PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER                    PIC X(02) VALUE SPACES.
021500     05  RUNTRD-DT-RATE            PIC ZZZ,ZZ9.99.
021600     05  FILLER                    PIC X(01) VALUE SPACES.
021700     05  RUNTRD-DT-NORM            PIC ZZZZZZ9.
021800     05  FILLER                    PIC X(02) VALUE SPACES.
021900     05  RUNTRD-DT-PERCENT         PIC ZZZZ9.
022000     05  FILLER                    PIC X(02) VALUE SPACES.
022100     05  RUNTRD-DT-FLAG            PIC X(10).
022200     05  FILLER                    PIC X(41) VALUE SPACES.
022300
022400 01  RUNTRD-TITLE-LINE.
022500     05  RUNTRD-TT-TEXT            PIC X(40).
022600     05  FILLER                    PIC X(92) VALUE SPACES.
022700
022800 01  RUNTRD-PROJ-LINE.
022900     05  RUNTRD-PJ-SEQ             PIC ZZ9.
023000     05  FILLER                    PIC X(02) VALUE SPACES.
023100     05  RUNTRD-PJ-PROGRAM         PIC X(8).
023200     05  FILLER                    PIC X(02) VALUE SPACES.
023300     05  RUNTRD-PJ-STATE           PIC X(11).
023400     05  FILLER                    PIC X(09) VALUE ' FINISH +'.
023500     05  RUNTRD-PJ-DAY             PIC 9(1).
023600     05  FILLER                    PIC X(01) VALUE SPACES.
023700     05  RUNTRD-PJ-TIME            PIC 9(6).
023800     05  FILLER                    PIC X(07) VALUE '  NORM '.
023900     05  RUNTRD-PJ-NORM            PIC ZZZZZZ9.
024000     05  FILLER                    PIC X(75) VALUE SPACES.
024100
024200 01  RUNTRD-SUMMARY-LINE.
024300     05  FILLER                    PIC X(14)
024400         VALUE 'WINDOW START +'.
024500     05  RUNTRD-SM-START-DAY       PIC 9(1).
024600     05  FILLER                    PIC X(01) VALUE SPACES.
024700     05  RUNTRD-SM-START-TIME      PIC 9(6).
024800     05  FILLER                    PIC X(20)
024900         VALUE '  PROJECTED FINISH +'.
025000     05  RUNTRD-SM-FINISH-DAY      PIC 9(1).
025100     05  FILLER                    PIC X(01) VALUE SPACES.
025200     05  RUNTRD-SM-FINISH-TIME     PIC 9(6).
025300     05  FILLER                    PIC X(12)
025400         VALUE '  DEADLINE +'.
025500     05  RUNTRD-SM-DEADLINE-DAY    PIC 9(1).
025600     05  FILLER                    PIC X(01) VALUE SPACES.
025700     05  RUNTRD-SM-DEADLINE-TIME   PIC 9(6).
025800     05  FILLER                    PIC X(02) VALUE SPACES.
025900     05  RUNTRD-SM-STATUS          PIC X(07).
026000     05  FILLER                    PIC X(53) VALUE SPACES.
026100
026200 LINKAGE SECTION.
026300 01  RUNTRD01-PARM-CARD.
026400     05  RUNTRD01-PARM-DATE        PIC 9(8).
026500     05  RUNTRD01-PARM-DEADLINE    PIC 9(6).
026600     05  RUNTRD01-PARM-PERCENT     PIC 9(3).
026700     05  RUNTRD01-PARM-DAYS        PIC 9(3).
026800
026900 PROCEDURE DIVISION USING RUNTRD01-PARM-CARD.
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
027300     PERFORM 3000-REPORT-TONIGHT THRU 3000-EXIT.
027400     PERFORM 4000-LOAD-DEPENDENCIES THRU 4000-EXIT.
027500     PERFORM 5000-PROJECT-NIGHT THRU 5000-EXIT.
027600     PERFORM 6000-REPORT-FORECAST THRU 6000-EXIT.
027700     PERFORM 9000-FINISH THRU 9000-EXIT.
027800     MOVE RUNTRD-SEVERITY-CODE TO RETURN-CODE.
027900     STOP RUN.
028000
028100 1000-INITIALIZE.
028200     OPEN INPUT RUNHST-FILE.
028300     OPEN INPUT RUNCTL-FILE.
028400     OPEN OUTPUT RUNTRR-FILE.
028500     ACCEPT RUNTRD-TODAY FROM DATE YYYYMMDD.
028600     ACCEPT RUNTRD-NOW FROM TIME.
028700     IF RUNTRD01-PARM-DATE NOT = ZERO
028800         MOVE RUNTRD01-PARM-DATE TO RUNTRD-RUN-DATE
028900     ELSE
029000         MOVE RUNTRD-TODAY TO RUNTRD-RUN-DATE
029100     END-IF.
029200     IF RUNTRD01-PARM-DEADLINE NOT = ZERO
029300         MOVE RUNTRD01-PARM-DEADLINE TO RUNTRD-DEADLINE-TIME
029400     END-IF.
029500     IF RUNTRD01-PARM-PERCENT NOT = ZERO
029600         MOVE RUNTRD01-PARM-PERCENT TO RUNTRD-OVER-PERCENT
029700     END-IF.
029800     IF RUNTRD01-PARM-DAYS NOT = ZERO
029900         MOVE RUNTRD01-PARM-DAYS TO RUNTRD-HISTORY-DAYS
030000     END-IF.
030100     COMPUTE RUNTRD-RUN-LILIAN =
030200         FUNCTION INTEGER-OF-DATE(RUNTRD-RUN-DATE).
030300     COMPUTE RUNTRD-FROM-DATE = FUNCTION DATE-OF-INTEGER(
030400         RUNTRD-RUN-LILIAN - RUNTRD-HISTORY-DAYS).
030500     MOVE RUNTRD-TODAY TO RUNTRD-OFS-DATE.
030600     MOVE RUNTRD-NOW (1:6) TO RUNTRD-CLOCK-TIME.
030700     PERFORM 7100-CLOCK-TO-OFS THRU 7100-EXIT.
030800     MOVE RUNTRD-OFS TO RUNTRD-NOW-OFS.
030900     MOVE RUNTRD-RUN-DATE TO RUNTRD-H1-RUN-DATE.
031000     MOVE RUNTRD-HISTORY-DAYS TO RUNTRD-H1-DAYS.
031100     MOVE RUNTRD-OVER-PERCENT TO RUNTRD-H1-PERCENT.
031200     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-HEADING-1.
031300     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-HEADING-2.
031400 1000-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------*
031800*  THE HISTORY IS KEYED BY PROGRAM FIRST, SO IT IS SWEPT    *
031900*  WHOLE AND EACH ROW INSIDE THE N NIGHTS BEFORE THE RUN    *
032000*  DATE IS ADDED TO ITS PROGRAM'S TOTALS.                   *
032100*----------------------------------------------------------*
032200 2000-LOAD-HISTORY.
032300     MOVE 'N' TO RUNTRD-EOF-SW.
032400     MOVE LOW-VALUES TO RUNH-KEY.
032500     START RUNHST-FILE
032600         KEY IS NOT LESS THAN RUNH-KEY
032700         INVALID KEY
032800             SET RUNTRD-EOF TO TRUE
032900     END-START.
033000     PERFORM 2100-LOAD-ONE-HISTORY THRU 2100-EXIT
033100         UNTIL RUNTRD-EOF.
033200     PERFORM 2200-AVERAGE-ONE THRU 2200-EXIT
033300         VARYING RUNTRD-IDX FROM 1 BY 1
033400         UNTIL RUNTRD-IDX > RUNTRD-PGM-COUNT.
033500 2000-EXIT.
033600     EXIT.
033700
033800 2100-LOAD-ONE-HISTORY.
033900     READ RUNHST-FILE NEXT RECORD
034000         AT END
034100             SET RUNTRD-EOF TO TRUE
034200             GO TO 2100-EXIT
034300     END-READ.
034400     IF RUNH-RUN-DATE < RUNTRD-FROM-DATE
034500             OR RUNH-RUN-DATE NOT < RUNTRD-RUN-DATE
034600         GO TO 2100-EXIT
034700     END-IF.
034800     MOVE RUNH-PROGRAM-ID TO RUNTRD-PGM-ID (RUNTRD-PGM-MAX).
034900     PERFORM 7000-FIND-PROGRAM THRU 7000-EXIT.
035000     IF RUNTRD-HIT = ZERO
035100         GO TO 2100-EXIT
035200     END-IF.
035300     ADD RUNH-ELAPSED-SECONDS TO
035400         RUNTRD-PGM-HIST-SECS (RUNTRD-HIT).
035500     ADD 1 TO RUNTRD-PGM-HIST-RUNS (RUNTRD-HIT).
035600     IF RUNH-RUN-DATE > RUNTRD-PGM-LAST-DATE (RUNTRD-HIT)
035700         MOVE RUNH-RUN-DATE TO RUNTRD-PGM-LAST-DATE (RUNTRD-HIT)
035800     END-IF.
035900     IF RUNH-RUN-DATE > RUNTRD-LAST-NIGHT
036000         MOVE RUNH-RUN-DATE TO RUNTRD-LAST-NIGHT
036100     END-IF.
036200 2100-EXIT.
036300     EXIT.
036400
036500 2200-AVERAGE-ONE.
036600     IF RUNTRD-PGM-HIST-RUNS (RUNTRD-IDX) NOT = ZERO
036700         COMPUTE RUNTRD-PGM-AVG-SECS (RUNTRD-IDX) ROUNDED =
036800             RUNTRD-PGM-HIST-SECS (RUNTRD-IDX)
036900           / RUNTRD-PGM-HIST-RUNS (RUNTRD-IDX)
037000     END-IF.
037100 2200-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------*
037500*  TONIGHT'S REGISTRATIONS, ONE DETAIL LINE EACH, JUDGED    *
037600*  AGAINST THE PROGRAM'S NORM WHEN COMPLETED.               *
037700*----------------------------------------------------------*
037800 3000-REPORT-TONIGHT.
037900     MOVE 'N' TO RUNTRD-EOF-SW.
038000     MOVE 9999999 TO RUNTRD-WINDOW-OFS.
038100     MOVE ZERO TO RUNTRD-LATEST-END-OFS.
038200     MOVE RUNTRD-RUN-DATE TO RUNC-RUN-DATE.
038300     MOVE LOW-VALUES TO RUNC-PROGRAM-ID.
038400     MOVE ZERO TO RUNC-CYCLE-NUMBER.
038500     START RUNCTL-FILE
038600         KEY IS NOT LESS THAN RUNC-KEY
038700         INVALID KEY
038800             SET RUNTRD-EOF TO TRUE
038900     END-START.
039000     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
039100         UNTIL RUNTRD-EOF.
039200     IF RUNTRD-WINDOW-OFS = 9999999
039300         MOVE RUNTRD-NOW-OFS TO RUNTRD-WINDOW-OFS
039400     END-IF.
039500 3000-EXIT.
039600     EXIT.
039700
039800 3100-REPORT-ONE-STEP.
039900     READ RUNCTL-FILE NEXT RECORD
040000         AT END
040100             SET RUNTRD-EOF TO TRUE
040200             GO TO 3100-EXIT
040300     END-READ.
040400     IF RUNC-RUN-DATE NOT = RUNTRD-RUN-DATE
040500         SET RUNTRD-EOF TO TRUE
040600         GO TO 3100-EXIT
040700     END-IF.
040800     ADD 1 TO RUNTRD-STEP-COUNT.
040900     MOVE RUNC-PROGRAM-ID TO RUNTRD-PGM-ID (RUNTRD-PGM-MAX).
041000     PERFORM 7000-FIND-PROGRAM THRU 7000-EXIT.
041100     MOVE SPACES TO RUNTRD-DETAIL-LINE.
041200     MOVE RUNC-PROGRAM-ID TO RUNTRD-DT-PROGRAM.
041300     MOVE RUNC-CYCLE-NUMBER TO RUNTRD-DT-CYCLE.
041400     MOVE RUNC-STATUS TO RUNTRD-DT-STATUS.
041500     MOVE RUNC-START-TIME TO RUNTRD-DT-START.
041600     MOVE ZERO TO RUNTRD-DT-END RUNTRD-DT-ELAPSED
041700         RUNTRD-DT-RECORDS RUNTRD-DT-RATE RUNTRD-DT-NORM
041800         RUNTRD-DT-PERCENT.
041900     MOVE RUNC-START-DATE TO RUNTRD-OFS-DATE.
042000     MOVE RUNC-START-TIME TO RUNTRD-CLOCK-TIME.
042100     PERFORM 7100-CLOCK-TO-OFS THRU 7100-EXIT.
042200     MOVE RUNTRD-OFS TO RUNTRD-BEGIN-OFS.
042300     IF RUNTRD-BEGIN-OFS < RUNTRD-WINDOW-OFS
042400         MOVE RUNTRD-BEGIN-OFS TO RUNTRD-WINDOW-OFS
042500     END-IF.
042600     IF RUNTRD-HIT NOT = ZERO
042700         PERFORM 3200-NOTE-STATE THRU 3200-EXIT
042800     END-IF.
042900     IF RUNC-COMPLETED
043000         PERFORM 3300-JUDGE-NORM THRU 3300-EXIT
043100     END-IF.
043200     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-DETAIL-LINE.
043300 3100-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------*
043700*  A PROGRAM WITH SEVERAL CYCLES IS COMPLETED ONLY WHEN     *
043800*  EVERY CYCLE IS; ANY OTHER STATE WINS OVER COMPLETED.     *
043900*----------------------------------------------------------*
044000 3200-NOTE-STATE.
044100     IF RUNTRD-PGM-STATE (RUNTRD-HIT) = SPACE
044200             OR RUNTRD-PGM-STATE (RUNTRD-HIT) = 'C'
044300         MOVE RUNC-STATUS TO RUNTRD-PGM-STATE (RUNTRD-HIT)
044400     END-IF.
044500     IF RUNTRD-BEGIN-OFS < RUNTRD-PGM-START-OFS (RUNTRD-HIT)
044600         MOVE RUNTRD-BEGIN-OFS TO
044700             RUNTRD-PGM-START-OFS (RUNTRD-HIT)
044800     END-IF.
044900     IF RUNC-COMPLETED
045000         MOVE RUNC-END-DATE TO RUNTRD-OFS-DATE
045100         MOVE RUNC-END-TIME TO RUNTRD-CLOCK-TIME
045200         PERFORM 7100-CLOCK-TO-OFS THRU 7100-EXIT
045300         IF RUNTRD-OFS > RUNTRD-PGM-END-OFS (RUNTRD-HIT)
045400             MOVE RUNTRD-OFS TO RUNTRD-PGM-END-OFS (RUNTRD-HIT)
045500         END-IF
045600         IF RUNTRD-OFS > RUNTRD-LATEST-END-OFS
045700             MOVE RUNTRD-OFS TO RUNTRD-LATEST-END-OFS
045800         END-IF
045900     END-IF.
046000 3200-EXIT.
046100     EXIT.
046200
046300 3300-JUDGE-NORM.
046400     MOVE RUNC-END-TIME TO RUNTRD-DT-END.
046500     MOVE RUNC-RECORD-COUNT TO RUNTRD-DT-RECORDS.
046600     MOVE RUNC-END-DATE TO RUNTRD-OFS-DATE.
046700     MOVE RUNC-END-TIME TO RUNTRD-CLOCK-TIME.
046800     PERFORM 7100-CLOCK-TO-OFS THRU 7100-EXIT.
046900     COMPUTE RUNTRD-ELAPSED = RUNTRD-OFS - RUNTRD-BEGIN-OFS.
047000     IF RUNTRD-ELAPSED < ZERO
047100         MOVE ZERO TO RUNTRD-ELAPSED
047200     END-IF.
047300     MOVE RUNTRD-ELAPSED TO RUNTRD-DT-ELAPSED.
047400     IF RUNTRD-ELAPSED > ZERO
047500         MOVE RUNTRD-ELAPSED TO RUNTRD-DIVISOR
047600     ELSE
047700         MOVE 1 TO RUNTRD-DIVISOR
047800     END-IF.
047900     COMPUTE RUNTRD-DT-RATE ROUNDED =
048000         RUNC-RECORD-COUNT / RUNTRD-DIVISOR.
048100     IF RUNTRD-HIT = ZERO
048200         GO TO 3300-EXIT
048300     END-IF.
048400     IF RUNTRD-PGM-HIST-RUNS (RUNTRD-HIT) = ZERO
048500         MOVE 'NO HISTORY' TO RUNTRD-DT-FLAG
048600         GO TO 3300-EXIT
048700     END-IF.
048800     MOVE RUNTRD-PGM-AVG-SECS (RUNTRD-HIT) TO RUNTRD-DT-NORM.
048900     IF RUNTRD-PGM-AVG-SECS (RUNTRD-HIT) = ZERO
049000         GO TO 3300-EXIT
049100     END-IF.
049200     COMPUTE RUNTRD-PERCENT ROUNDED = RUNTRD-ELAPSED * 100
049300         / RUNTRD-PGM-AVG-SECS (RUNTRD-HIT).
049400     MOVE RUNTRD-PERCENT TO RUNTRD-DT-PERCENT.
049500     IF RUNTRD-PERCENT > 100 + RUNTRD-OVER-PERCENT
049600         MOVE 'OVER NORM' TO RUNTRD-DT-FLAG
049700         ADD 1 TO RUNTRD-OVER-NORM-COUNT
049800         DISPLAY 'RUNTRD01 ALERT - ' RUNC-PROGRAM-ID
049900             ' RAN ' RUNTRD-PERCENT ' PCT OF NORM'
050000     END-IF.
050100 3300-EXIT.
050200     EXIT.
050300
050400 4000-LOAD-DEPENDENCIES.
050500     MOVE 'N' TO RUNTRD-EOF-SW.
050600     OPEN INPUT RUNDEP-FILE.
050700     PERFORM 4100-LOAD-ONE-DEPENDENCY THRU 4100-EXIT
050800         UNTIL RUNTRD-EOF.
050900     CLOSE RUNDEP-FILE.
051000 4000-EXIT.
051100     EXIT.
051200
051300 4100-LOAD-ONE-DEPENDENCY.
051400     READ RUNDEP-FILE
051500         AT END
051600             SET RUNTRD-EOF TO TRUE
051700             GO TO 4100-EXIT
051800     END-READ.
051900     IF RUNTRD-DEP-COUNT NOT < RUNTRD-DEP-MAX
052000         ADD 1 TO RUNTRD-DROPPED-COUNT
052100         GO TO 4100-EXIT
052200     END-IF.
052300     MOVE RDEP-PROGRAM-ID TO RUNTRD-PGM-ID (RUNTRD-PGM-MAX).
052400     PERFORM 7050-LOOKUP-PROGRAM THRU 7050-EXIT.
052500     IF RUNTRD-HIT = ZERO
052600         GO TO 4100-EXIT
052700     END-IF.
052800     MOVE RUNTRD-HIT TO RUNTRD-PRED-IDX.
052900     MOVE RDEP-PREREQ-PROGRAM TO RUNTRD-PGM-ID (RUNTRD-PGM-MAX).
053000     PERFORM 7050-LOOKUP-PROGRAM THRU 7050-EXIT.
053100     IF RUNTRD-HIT = ZERO
053200         GO TO 4100-EXIT
053300     END-IF.
053400     ADD 1 TO RUNTRD-DEP-COUNT.
053500     MOVE RUNTRD-PRED-IDX TO RUNTRD-DEP-PGM (RUNTRD-DEP-COUNT).
053600     MOVE RUNTRD-HIT TO RUNTRD-DEP-PREREQ (RUNTRD-DEP-COUNT).
053700 4100-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------*
054100*  PROJECT EVERY EXPECTED STEP'S FINISH.  THE TABLE IS IN   *
054200*  NO PARTICULAR ORDER, SO IT IS RELAXED PASS BY PASS UNTIL *
054300*  NOTHING MOVES (A LOOP IN RUNDEP STOPS AT THE PASS LIMIT).*
054400*  A RUN DATE ALREADY PAST IS PROJECTED AS AT ITS LAST      *
054500*  COMPLETION, NOT AS AT NOW.                               *
054600*----------------------------------------------------------*
054700 5000-PROJECT-NIGHT.
054800     IF RUNTRD-NOW-OFS > 172800
054900         MOVE RUNTRD-LATEST-END-OFS TO RUNTRD-NOW-OFS
055000     END-IF.
055100     PERFORM 5100-MARK-EXPECTED THRU 5100-EXIT
055200         VARYING RUNTRD-IDX FROM 1 BY 1
055300         UNTIL RUNTRD-IDX > RUNTRD-PGM-COUNT.
055400     SET RUNTRD-CHANGED TO TRUE.
055500     PERFORM 5200-ONE-PASS THRU 5200-EXIT
055600         VARYING RUNTRD-PASS FROM 1 BY 1
055700         UNTIL NOT RUNTRD-CHANGED
055800            OR RUNTRD-PASS > RUNTRD-PGM-COUNT.
055900     MOVE ZERO TO RUNTRD-LAST-IDX.
056000     MOVE RUNTRD-WINDOW-OFS TO RUNTRD-FINISH-OFS.
056100     PERFORM 5400-FIND-LAST THRU 5400-EXIT
056200         VARYING RUNTRD-IDX FROM 1 BY 1
056300         UNTIL RUNTRD-IDX > RUNTRD-PGM-COUNT.
056400     MOVE RUNTRD-DEADLINE-TIME TO RUNTRD-CLOCK-TIME.
056500     COMPUTE RUNTRD-DEADLINE-OFS = RUNTRD-CLOCK-HH * 3600
056600         + RUNTRD-CLOCK-MM * 60 + RUNTRD-CLOCK-SS.
056700     IF RUNTRD-DEADLINE-OFS NOT > RUNTRD-WINDOW-OFS
056800         ADD 86400 TO RUNTRD-DEADLINE-OFS
056900     END-IF.
057000     IF RUNTRD-FINISH-OFS > RUNTRD-DEADLINE-OFS
057100         SET RUNTRD-OVERRUN TO TRUE
057200     END-IF.
057300 5000-EXIT.
057400     EXIT.
057500
057600 5100-MARK-EXPECTED.
057700     MOVE 'N' TO RUNTRD-PGM-EXPECT-SW (RUNTRD-IDX).
057800     IF RUNTRD-PGM-STATE (RUNTRD-IDX) NOT = SPACE
057900             OR (RUNTRD-LAST-NIGHT NOT = ZERO
058000             AND RUNTRD-PGM-LAST-DATE (RUNTRD-IDX) =
058100                 RUNTRD-LAST-NIGHT)
058200         MOVE 'Y' TO RUNTRD-PGM-EXPECT-SW (RUNTRD-IDX)
058300     END-IF.
058400     MOVE ZERO TO RUNTRD-PGM-FINISH-OFS (RUNTRD-IDX).
058500     MOVE ZERO TO RUNTRD-PGM-DRIVER (RUNTRD-IDX).
058600 5100-EXIT.
058700     EXIT.
058800
058900 5200-ONE-PASS.
059000     MOVE 'N' TO RUNTRD-CHANGED-SW.
059100     PERFORM 5300-PROJECT-ONE THRU 5300-EXIT
059200         VARYING RUNTRD-IDX FROM 1 BY 1
059300         UNTIL RUNTRD-IDX > RUNTRD-PGM-COUNT.
059400 5200-EXIT.
059500     EXIT.
059600
059700 5300-PROJECT-ONE.
059800     IF RUNTRD-PGM-EXPECT-SW (RUNTRD-IDX) NOT = 'Y'
059900         GO TO 5300-EXIT
060000     END-IF.
060100     MOVE -1 TO RUNTRD-PRED-MAX.
060200     MOVE ZERO TO RUNTRD-PRED-IDX.
060300     PERFORM 5310-CHECK-ONE-PREREQ THRU 5310-EXIT
060400         VARYING RUNTRD-DEP-IDX FROM 1 BY 1
060500         UNTIL RUNTRD-DEP-IDX > RUNTRD-DEP-COUNT.
060600     EVALUATE RUNTRD-PGM-STATE (RUNTRD-IDX)
060700         WHEN 'C'
060800             MOVE RUNTRD-PGM-END-OFS (RUNTRD-IDX) TO
060900                 RUNTRD-FINISH-OFS
061000         WHEN SPACE
061100             MOVE RUNTRD-NOW-OFS TO RUNTRD-BEGIN-OFS
061200             IF RUNTRD-WINDOW-OFS > RUNTRD-BEGIN-OFS
061300                 MOVE RUNTRD-WINDOW-OFS TO RUNTRD-BEGIN-OFS
061400             END-IF
061500             IF RUNTRD-PRED-MAX > RUNTRD-BEGIN-OFS
061600                 MOVE RUNTRD-PRED-MAX TO RUNTRD-BEGIN-OFS
061700             END-IF
061800             COMPUTE RUNTRD-FINISH-OFS = RUNTRD-BEGIN-OFS
061900                 + RUNTRD-PGM-AVG-SECS (RUNTRD-IDX)
062000         WHEN OTHER
062100             COMPUTE RUNTRD-FINISH-OFS =
062200                 RUNTRD-PGM-START-OFS (RUNTRD-IDX)
062300               + RUNTRD-PGM-AVG-SECS (RUNTRD-IDX)
062400             IF RUNTRD-NOW-OFS > RUNTRD-FINISH-OFS
062500                 MOVE RUNTRD-NOW-OFS TO RUNTRD-FINISH-OFS
062600             END-IF
062700     END-EVALUATE.
062800     IF RUNTRD-FINISH-OFS NOT =
062900             RUNTRD-PGM-FINISH-OFS (RUNTRD-IDX)
063000             OR RUNTRD-PRED-IDX NOT =
063100             RUNTRD-PGM-DRIVER (RUNTRD-IDX)
063200         MOVE RUNTRD-FINISH-OFS TO
063300             RUNTRD-PGM-FINISH-OFS (RUNTRD-IDX)
063400         MOVE RUNTRD-PRED-IDX TO RUNTRD-PGM-DRIVER (RUNTRD-IDX)
063500         SET RUNTRD-CHANGED TO TRUE
063600     END-IF.
063700 5300-EXIT.
063800     EXIT.
063900
064000 5310-CHECK-ONE-PREREQ.
064100     IF RUNTRD-DEP-PGM (RUNTRD-DEP-IDX) NOT = RUNTRD-IDX
064200         GO TO 5310-EXIT
064300     END-IF.
064400     MOVE RUNTRD-DEP-PREREQ (RUNTRD-DEP-IDX) TO RUNTRD-HIT.
064500     IF RUNTRD-PGM-EXPECT-SW (RUNTRD-HIT) = 'Y'
064600             AND RUNTRD-PGM-FINISH-OFS (RUNTRD-HIT) >
064700                 RUNTRD-PRED-MAX
064800         MOVE RUNTRD-PGM-FINISH-OFS (RUNTRD-HIT) TO
064900             RUNTRD-PRED-MAX
065000         MOVE RUNTRD-HIT TO RUNTRD-PRED-IDX
065100     END-IF.
065200 5310-EXIT.
065300     EXIT.
065400
065500 5400-FIND-LAST.
065600     IF RUNTRD-PGM-EXPECT-SW (RUNTRD-IDX) = 'Y'
065700             AND RUNTRD-PGM-FINISH-OFS (RUNTRD-IDX) >
065800                 RUNTRD-FINISH-OFS
065900         MOVE RUNTRD-PGM-FINISH-OFS (RUNTRD-IDX) TO
066000             RUNTRD-FINISH-OFS
066100         MOVE RUNTRD-IDX TO RUNTRD-LAST-IDX
066200     END-IF.
066300 5400-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------*
066700*  THE CRITICAL PATH IS WALKED BACK FROM THE LAST STEP TO   *
066800*  FINISH THROUGH EACH STEP'S LATEST PREREQUISITE, THEN     *
066900*  PRINTED IN RUNNING ORDER.                                *
067000*----------------------------------------------------------*
067100 6000-REPORT-FORECAST.
067200     MOVE 'CRITICAL PATH' TO RUNTRD-TT-TEXT.
067300     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-TITLE-LINE.
067400     MOVE ZERO TO RUNTRD-PATH-COUNT.
067500     MOVE RUNTRD-LAST-IDX TO RUNTRD-HIT.
067600     PERFORM 6100-WALK-BACK THRU 6100-EXIT
067700         UNTIL RUNTRD-HIT = ZERO
067800            OR RUNTRD-PATH-COUNT NOT < RUNTRD-PGM-MAX.
067900     PERFORM 6200-PRINT-PATH-STEP THRU 6200-EXIT
068000         VARYING RUNTRD-PATH-IDX FROM RUNTRD-PATH-COUNT BY -1
068100         UNTIL RUNTRD-PATH-IDX < 1.
068200     MOVE 'STEPS STILL TO FINISH' TO RUNTRD-TT-TEXT.
068300     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-TITLE-LINE.
068400     MOVE ZERO TO RUNTRD-PATH-IDX.
068500     PERFORM 6300-PRINT-PENDING THRU 6300-EXIT
068600         VARYING RUNTRD-IDX FROM 1 BY 1
068700         UNTIL RUNTRD-IDX > RUNTRD-PGM-COUNT.
068800     MOVE RUNTRD-WINDOW-OFS TO RUNTRD-OFS.
068900     PERFORM 7200-OFS-TO-CLOCK THRU 7200-EXIT.
069000     MOVE RUNTRD-OFS-DAYS TO RUNTRD-SM-START-DAY.
069100     MOVE RUNTRD-CLOCK-TIME TO RUNTRD-SM-START-TIME.
069200     MOVE RUNTRD-FINISH-OFS TO RUNTRD-OFS.
069300     PERFORM 7200-OFS-TO-CLOCK THRU 7200-EXIT.
069400     MOVE RUNTRD-OFS-DAYS TO RUNTRD-SM-FINISH-DAY.
069500     MOVE RUNTRD-CLOCK-TIME TO RUNTRD-SM-FINISH-TIME.
069600     MOVE RUNTRD-DEADLINE-OFS TO RUNTRD-OFS.
069700     PERFORM 7200-OFS-TO-CLOCK THRU 7200-EXIT.
069800     MOVE RUNTRD-OFS-DAYS TO RUNTRD-SM-DEADLINE-DAY.
069900     MOVE RUNTRD-CLOCK-TIME TO RUNTRD-SM-DEADLINE-TIME.
070000     IF RUNTRD-OVERRUN
070100         MOVE 'OVERRUN' TO RUNTRD-SM-STATUS
070200         DISPLAY 'RUNTRD01 ALERT - NIGHT PROJECTED TO FINISH +'
070300             RUNTRD-SM-FINISH-DAY ' ' RUNTRD-SM-FINISH-TIME
070400             ' PAST DEADLINE ' RUNTRD-SM-DEADLINE-TIME
070500     ELSE
070600         MOVE 'ON TIME' TO RUNTRD-SM-STATUS
070700     END-IF.
070800     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-SUMMARY-LINE.
070900 6000-EXIT.
071000     EXIT.
071100
071200 6100-WALK-BACK.
071300     ADD 1 TO RUNTRD-PATH-COUNT.
071400     MOVE RUNTRD-HIT TO RUNTRD-PATH-PGM (RUNTRD-PATH-COUNT).
071500     MOVE RUNTRD-PGM-DRIVER (RUNTRD-HIT) TO RUNTRD-HIT.
071600 6100-EXIT.
071700     EXIT.
071800
071900 6200-PRINT-PATH-STEP.
072000     MOVE RUNTRD-PATH-PGM (RUNTRD-PATH-IDX) TO RUNTRD-HIT.
072100     COMPUTE RUNTRD-PJ-SEQ =
072200         RUNTRD-PATH-COUNT - RUNTRD-PATH-IDX + 1.
072300     PERFORM 7300-FORMAT-PROJECTION THRU 7300-EXIT.
072400 6200-EXIT.
072500     EXIT.
072600
072700 6300-PRINT-PENDING.
072800     IF RUNTRD-PGM-EXPECT-SW (RUNTRD-IDX) NOT = 'Y'
072900             OR RUNTRD-PGM-STATE (RUNTRD-IDX) = 'C'
073000         GO TO 6300-EXIT
073100     END-IF.
073200     ADD 1 TO RUNTRD-PENDING-COUNT.
073300     ADD 1 TO RUNTRD-PATH-IDX.
073400     MOVE RUNTRD-PATH-IDX TO RUNTRD-PJ-SEQ.
073500     MOVE RUNTRD-IDX TO RUNTRD-HIT.
073600     PERFORM 7300-FORMAT-PROJECTION THRU 7300-EXIT.
073700 6300-EXIT.
073800     EXIT.
073900
074000*----------------------------------------------------------*
074100*  FINDS THE PROGRAM NAMED IN THE SPARE LAST ENTRY, ADDING  *
074200*  IT WHEN NEW.  A FULL TABLE RETURNS ZERO.                 *
074300*----------------------------------------------------------*
074400 7000-FIND-PROGRAM.
074500     PERFORM 7050-LOOKUP-PROGRAM THRU 7050-EXIT.
074600     IF RUNTRD-HIT NOT = ZERO
074700         GO TO 7000-EXIT
074800     END-IF.
074900     IF RUNTRD-PGM-COUNT NOT < RUNTRD-PGM-MAX - 1
075000         ADD 1 TO RUNTRD-DROPPED-COUNT
075100         GO TO 7000-EXIT
075200     END-IF.
075300     ADD 1 TO RUNTRD-PGM-COUNT.
075400     MOVE RUNTRD-PGM-COUNT TO RUNTRD-HIT.
075500     MOVE RUNTRD-PGM-ID (RUNTRD-PGM-MAX) TO
075600         RUNTRD-PGM-ID (RUNTRD-HIT).
075700     MOVE ZERO TO RUNTRD-PGM-HIST-SECS (RUNTRD-HIT)
075800         RUNTRD-PGM-HIST-RUNS (RUNTRD-HIT)
075900         RUNTRD-PGM-LAST-DATE (RUNTRD-HIT)
076000         RUNTRD-PGM-AVG-SECS (RUNTRD-HIT)
076100         RUNTRD-PGM-END-OFS (RUNTRD-HIT)
076200         RUNTRD-PGM-FINISH-OFS (RUNTRD-HIT)
076300         RUNTRD-PGM-DRIVER (RUNTRD-HIT).
076400     MOVE 9999999 TO RUNTRD-PGM-START-OFS (RUNTRD-HIT).
076500     MOVE SPACE TO RUNTRD-PGM-STATE (RUNTRD-HIT).
076600     MOVE 'N' TO RUNTRD-PGM-EXPECT-SW (RUNTRD-HIT).
076700 7000-EXIT.
076800     EXIT.
076900
077000 7050-LOOKUP-PROGRAM.
077100     MOVE ZERO TO RUNTRD-HIT.
077200     PERFORM 7060-COMPARE-ONE THRU 7060-EXIT
077300         VARYING RUNTRD-IDX FROM 1 BY 1
077400         UNTIL RUNTRD-IDX > RUNTRD-PGM-COUNT
077500            OR RUNTRD-HIT NOT = ZERO.
077600 7050-EXIT.
077700     EXIT.
077800
077900 7060-COMPARE-ONE.
078000     IF RUNTRD-PGM-ID (RUNTRD-IDX) =
078100             RUNTRD-PGM-ID (RUNTRD-PGM-MAX)
078200         MOVE RUNTRD-IDX TO RUNTRD-HIT
078300     END-IF.
078400 7060-EXIT.
078500     EXIT.
078600
078700 7100-CLOCK-TO-OFS.
078800     COMPUTE RUNTRD-OFS =
078900         (FUNCTION INTEGER-OF-DATE(RUNTRD-OFS-DATE)
079000        - RUNTRD-RUN-LILIAN) * 86400
079100        + RUNTRD-CLOCK-HH * 3600 + RUNTRD-CLOCK-MM * 60
079200        + RUNTRD-CLOCK-SS.
079300 7100-EXIT.
079400     EXIT.
079500
079600 7200-OFS-TO-CLOCK.
079700     IF RUNTRD-OFS < ZERO
079800         MOVE ZERO TO RUNTRD-OFS
079900     END-IF.
080000     DIVIDE RUNTRD-OFS BY 86400 GIVING RUNTRD-OFS-DAYS
080100         REMAINDER RUNTRD-OFS-SECONDS.
080200     DIVIDE RUNTRD-OFS-SECONDS BY 3600 GIVING RUNTRD-CLOCK-HH
080300         REMAINDER RUNTRD-OFS-SECONDS.
080400     DIVIDE RUNTRD-OFS-SECONDS BY 60 GIVING RUNTRD-CLOCK-MM
080500         REMAINDER RUNTRD-CLOCK-SS.
080600 7200-EXIT.
080700     EXIT.
080800
080900 7300-FORMAT-PROJECTION.
081000     MOVE RUNTRD-PGM-ID (RUNTRD-HIT) TO RUNTRD-PJ-PROGRAM.
081100     EVALUATE RUNTRD-PGM-STATE (RUNTRD-HIT)
081200         WHEN 'C'
081300             MOVE 'COMPLETED  ' TO RUNTRD-PJ-STATE
081400         WHEN 'R'
081500             MOVE 'RUNNING    ' TO RUNTRD-PJ-STATE
081600         WHEN 'H'
081700             MOVE 'HELD       ' TO RUNTRD-PJ-STATE
081800         WHEN OTHER
081900             MOVE 'NOT STARTED' TO RUNTRD-PJ-STATE
082000     END-EVALUATE.
082100     MOVE RUNTRD-PGM-FINISH-OFS (RUNTRD-HIT) TO RUNTRD-OFS.
082200     PERFORM 7200-OFS-TO-CLOCK THRU 7200-EXIT.
082300     MOVE RUNTRD-OFS-DAYS TO RUNTRD-PJ-DAY.
082400     MOVE RUNTRD-CLOCK-TIME TO RUNTRD-PJ-TIME.
082500     MOVE RUNTRD-PGM-AVG-SECS (RUNTRD-HIT) TO RUNTRD-PJ-NORM.
082600     WRITE RUNTRR-PRINT-LINE FROM RUNTRD-PROJ-LINE.
082700 7300-EXIT.
082800     EXIT.
082900
083000 9000-FINISH.
083100     CLOSE RUNHST-FILE.
083200     CLOSE RUNCTL-FILE.
083300     CLOSE RUNTRR-FILE.
083400     DISPLAY 'RUNTRD01 STEPS REGISTERED   = '
083500         RUNTRD-STEP-COUNT.
083600     DISPLAY 'RUNTRD01 STEPS OVER NORM    = '
083700         RUNTRD-OVER-NORM-COUNT.
083800     DISPLAY 'RUNTRD01 STEPS STILL TO RUN = '
083900         RUNTRD-PENDING-COUNT.
084000     DISPLAY 'RUNTRD01 CRITICAL PATH STEPS= '
084100         RUNTRD-PATH-COUNT.
084200     IF RUNTRD-DROPPED-COUNT NOT = ZERO
084300         DISPLAY 'RUNTRD01 TABLE OVERFLOW ROWS= '
084400             RUNTRD-DROPPED-COUNT
084500     END-IF.
084600     IF RUNTRD-OVERRUN OR RUNTRD-OVER-NORM-COUNT NOT = ZERO
084700         MOVE 4 TO RUNTRD-SEVERITY-CODE
084800     END-IF.
084900 9000-EXIT.
085000     EXIT.
