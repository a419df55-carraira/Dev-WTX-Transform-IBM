000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNKPI01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - RUN CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  RUNKPI01 -- DAILY OPERATIONS KPI EXTRACT FOR THE BI     *
000900*              WAREHOUSE.                                  *
001000*                                                          *
001100*  RUNS AT THE END OF THE SUITE AND GATHERS THE DAY'S      *
001200*  OPERATING FIGURES FROM THE FILES THE OTHER STEPS HAVE   *
001300*  ALREADY WRITTEN INTO ONE PIPE-DELIMITED EXTRACT         *
001400*  (RUNKPIX, LAYOUT RUNKPI01.CPY), ONE DETAIL ROW PER      *
001500*  METRIC / SERVICE / COUNTRY-CODE / BANK-CODE:            *
001600*    EODSUM01  CAPTURE-VOLUME AND VALUE-TOTAL PER SOURCE   *
001700*              SERVICE AND CONTROL TYPE;                   *
001800*    AUDSLS    TRANSACTION-COUNT, RESPONSE-AVG-SEC AND     *
001900*              SLA-BREACH-COUNT PER SERVICE CODE, SUMMED   *
002000*              OVER THE REQUESTER SYSTEMS;                 *
002100*    ERRTRR    FAILURE-COUNT AND FAILURE-RATE-PCT PER      *
002200*              SEVERITY (SERVICE SEVERITY-<NAME>), THE RATE*
002300*              BEING FAILURES PER HUNDRED TRANSACTIONS ON  *
002400*              AUDSLS;                                     *
002500*    XCPOPN    OPEN EXCEPTIONS PER SOURCE PROGRAM IN AGE   *
002600*              BUCKETS 0-7, 8-30, 31-90 AND OVER 90 DAYS   *
002700*              SINCE THEY WERE OPENED;                     *
002800*    NTSTAT    NOTIFY-COUNT, NOTIFY-DELIVERED AND          *
002900*              NOTIFY-DELIVERY-PCT PER CHANNEL, COUNTRY    *
003000*              AND DEBIT BANK FOR THE DAY'S NOTIFICATIONS; *
003100*    RUNCTL    STEP-ELAPSED-SEC PER COMPLETED STEP (ALL    *
003200*              CYCLES), AND SUITE-STEP-COUNT AND           *
003300*              SUITE-ELAPSED-SEC FROM THE FIRST START TO   *
003400*              THE LAST END (SERVICE SUITE).               *
003500*  ONLY NTSTAT CARRIES A COUNTRY AND BANK; THE OTHER       *
003600*  SOURCES ARE NOT HELD AT THAT LEVEL AND THEIR ROWS GO    *
003700*  OUT WITH COUNTRY 0000 AND BANK 000 (ALL).               *
003800*                                                          *
003900*  THE HEADER ROW CARRIES THE RUN DATE AND CYCLE; THE      *
004000*  TRAILER CARRIES THE DETAIL ROW COUNT AND THE SUM OF THE *
004100*  DETAIL VALUES AS A HASH TOTAL, SO THE WAREHOUSE CAN     *
004200*  REJECT A FILE THAT ARRIVES SHORT.  THE EXTRACT IS       *
004300*  ALWAYS OPENED OUTPUT AND REBUILT WHOLE FROM THE SOURCES,*
004400*  SO A RERUN FOR THE SAME DATE REPLACES THAT DAY'S FILE   *
004500*  AND NEVER ADDS TO IT.  THE STEP ONLY READS THE RUN-     *
004600*  CONTROL FILE AND DOES NOT REGISTER ON IT (AS RUNTRD01), *
004700*  SO A RERUN NEEDS NO RUN-CONTROL ROW DELETED.            *
004800*  A SOURCE WITH NO ROWS FOR THE RUN DATE, OR A TABLE      *
004900*  OVERFLOW, IS DISPLAYED FOR THE CONSOLE AND ENDS THE     *
005000*  STEP WITH CONDITION CODE 4; THE EXTRACT IS STILL        *
005100*  WRITTEN.                                                *
005200*                                                          *
005300*  THE JCL EXEC PARM CARRIES THE RUN DATE (ZERO MEANS      *
005400*  TODAY) AND THE CYCLE NUMBER FOR THE HEADER (BLANK OR    *
005500*  NOT NUMERIC MEANS CYCLE ZERO).  A RUN DATE THAT IS      *
005600*  NOT NUMERIC OR NOT A VALID DATE ENDS THE STEP WITH      *
005700*  CONDITION CODE 8 BEFORE ANY FILE IS OPENED.             *
005800*----------------------------------------------------------*
005900*  MODIFICATION HISTORY                                    *
006000*    10/15/26  DOB  INITIAL VERSION.                       *
006100*----------------------------------------------------------*
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. IBM-ZSERIES.
006500 OBJECT-COMPUTER. IBM-ZSERIES.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT OPTIONAL EODSUM-FILE ASSIGN TO EODSUM01
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT OPTIONAL AUDSLS-FILE ASSIGN TO AUDSLS
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT OPTIONAL ERRTRR-FILE ASSIGN TO ERRTRR
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT OPTIONAL XCPOPN-FILE ASSIGN TO XCPOPN
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS XCPO-KEY.
007800     SELECT OPTIONAL NTSTAT-FILE ASSIGN TO NTSTAT
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS NTST-KEY.
008200     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS RUNC-KEY.
008600     SELECT RUNKPIX-FILE ASSIGN TO RUNKPIX
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  EODSUM-FILE.
009200     COPY "EODSUM01.cpy".
009300
009400 FD  AUDSLS-FILE.
009500     COPY "AUDSLS01.cpy".
009600
009700 FD  ERRTRR-FILE.
009800     COPY "ERRTRR01.cpy".
009900
010000 FD  XCPOPN-FILE.
010100     COPY "XCPOPN01.cpy".
010200
010300 FD  NTSTAT-FILE.
010400     COPY "NTSTAT01.cpy".
010500
010600 FD  RUNCTL-FILE.
010700     COPY "RUNCTL01.cpy".
010800
010900 FD  RUNKPIX-FILE.
011000 01  RUNKPIX-EXTRACT-LINE          PIC X(90).
011100
011200 WORKING-STORAGE SECTION.
011300 77  RUNKPI-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
011400
011500 01  RUNKPI-SWITCHES.
011600     05  RUNKPI-EOF-SW             PIC X(01) VALUE 'N'.
011700         88  RUNKPI-EOF              VALUE 'Y'.
011800
011900 77  RUNKPI-RUN-DATE               PIC 9(8) VALUE ZERO.
012000 77  RUNKPI-RUN-LILIAN             PIC 9(7) COMP VALUE ZERO.
012100 77  RUNKPI-CYCLE-NUMBER           PIC 9(3) VALUE ZERO.
012200 77  RUNKPI-TODAY                  PIC 9(8) VALUE ZERO.
012300 77  RUNKPI-NOW                    PIC 9(8) VALUE ZERO.
012400 77  RUNKPI-IDX                    PIC 9(3) COMP VALUE ZERO.
012500 77  RUNKPI-HIT                    PIC 9(3) COMP VALUE ZERO.
012600 77  RUNKPI-AGE-DAYS               PIC S9(7) COMP VALUE ZERO.
012700 77  RUNKPI-SOURCE-ROWS            PIC 9(7) COMP VALUE ZERO.
012800 77  RUNKPI-TRANS-TOTAL            PIC 9(9) COMP VALUE ZERO.
012900 77  RUNKPI-ROW-COUNT              PIC 9(9) COMP VALUE ZERO.
013000 77  RUNKPI-DROPPED-COUNT          PIC 9(7) COMP VALUE ZERO.
013100 77  RUNKPI-MISSING-COUNT          PIC 9(7) COMP VALUE ZERO.
013200 77  RUNKPI-HASH-TOTAL             PIC 9(18)V9(4) VALUE ZERO.
013300
013400*----------------------------------------------------------*
013500*  ONE DETAIL ROW, FILLED BY EACH SOURCE PARAGRAPH AND     *
013600*  WRITTEN BY 8000-WRITE-DETAIL.                           *
013700*----------------------------------------------------------*
013800 77  RUNKPI-METRIC                 PIC X(20) VALUE SPACES.
013900 77  RUNKPI-SERVICE                PIC X(22) VALUE SPACES.
014000 77  RUNKPI-COUNTRY-CODE           PIC 9(4) VALUE ZERO.
014100 77  RUNKPI-BANK-CODE              PIC 9(3) VALUE ZERO.
014200 77  RUNKPI-VALUE                  PIC 9(17)V9(4) VALUE ZERO.
014300
014400*----------------------------------------------------------*
014500*  STEP TIMINGS.  AN OFFSET IS SECONDS FROM MIDNIGHT AT    *
014600*  THE START OF THE RUN DATE.                              *
014700*----------------------------------------------------------*
014800 77  RUNKPI-OFS                    PIC S9(9) COMP VALUE ZERO.
014900 77  RUNKPI-OFS-DATE               PIC 9(8) VALUE ZERO.
015000 77  RUNKPI-BEGIN-OFS              PIC S9(9) COMP VALUE ZERO.
015100 77  RUNKPI-FIRST-START-OFS        PIC S9(9) COMP VALUE ZERO.
015200 77  RUNKPI-LAST-END-OFS           PIC S9(9) COMP VALUE ZERO.
015300 77  RUNKPI-STEP-SECS              PIC S9(9) COMP VALUE ZERO.
015400 77  RUNKPI-STEP-COUNT             PIC 9(7) COMP VALUE ZERO.
015500 77  RUNKPI-CURRENT-PGM            PIC X(8) VALUE SPACES.
015600 01  RUNKPI-CLOCK.
015700     05  RUNKPI-CLOCK-HH           PIC 9(2).
015800     05  RUNKPI-CLOCK-MM           PIC 9(2).
015900     05  RUNKPI-CLOCK-SS           PIC 9(2).
016000 01  RUNKPI-CLOCK-TIME REDEFINES RUNKPI-CLOCK PIC 9(6).
016100
016200*----------------------------------------------------------*
016300*  AUDSLS ROLLED UP BY SERVICE CODE.  THE ELAPSED TOTAL IS *
016400*  EACH ROW'S AVERAGE TIMES ITS COUNT, SO THE SERVICE      *
016500*  AVERAGE IS WEIGHTED BY VOLUME.                          *
016600*----------------------------------------------------------*
016700 77  RUNKPI-SLA-MAX                PIC 9(3) COMP VALUE 200.
016800 77  RUNKPI-SLA-COUNT              PIC 9(3) COMP VALUE ZERO.
016900 01  RUNKPI-SLA-TABLE.
017000     05  RUNKPI-SLA-ENTRY OCCURS 200 TIMES.
017100         10  RUNKPI-SLA-SERVICE    PIC X(22).
017200         10  RUNKPI-SLA-TRANS      PIC 9(9) COMP.
017300         10  RUNKPI-SLA-SECS       PIC 9(15) COMP.
017400         10  RUNKPI-SLA-BREACHES   PIC 9(9) COMP.
017500
017600*----------------------------------------------------------*
017700*  SEVERITIES OF THE ERROR TAXONOMY (SEE ERRXLT01).  THE   *
017800*  LAST ENTRY TAKES ANY OTHER SEVERITY BYTE.               *
017900*----------------------------------------------------------*
018000 01  RUNKPI-SEV-VALUES.
018100     05  FILLER                    PIC X(13)
018200         VALUE 'CCRITICAL    '.
018300     05  FILLER                    PIC X(13)
018400         VALUE 'EERROR       '.
018500     05  FILLER                    PIC X(13)
018600         VALUE 'WWARNING     '.
018700     05  FILLER                    PIC X(13)
018800         VALUE 'IINFO        '.
018900     05  FILLER                    PIC X(13)
019000         VALUE ' UNCLASSIFIED'.
019100 01  RUNKPI-SEV-TABLE REDEFINES RUNKPI-SEV-VALUES.
019200     05  RUNKPI-SEV-ENTRY OCCURS 5 TIMES.
019300         10  RUNKPI-SEV-CODE       PIC X(1).
019400         10  RUNKPI-SEV-NAME       PIC X(12).
019500 01  RUNKPI-SEV-COUNTS.
019600     05  RUNKPI-SEV-FAILURES       PIC 9(9) COMP
019700                                   OCCURS 5 TIMES.
019800
019900*----------------------------------------------------------*
020000*  OPEN-EXCEPTION AGE BUCKETS.  AN EXCEPTION FALLS IN THE  *
020100*  FIRST BUCKET WHOSE UPPER LIMIT (DAYS) IT DOES NOT PASS. *
020200*----------------------------------------------------------*
020300 01  RUNKPI-AGE-VALUES.
020400     05  FILLER                    PIC X(24)
020500         VALUE '0007OPEN-EXC-0-7D       '.
020600     05  FILLER                    PIC X(24)
020700         VALUE '0030OPEN-EXC-8-30D      '.
020800     05  FILLER                    PIC X(24)
020900         VALUE '0090OPEN-EXC-31-90D     '.
021000     05  FILLER                    PIC X(24)
021100         VALUE '9999OPEN-EXC-OVER-90D   '.
021200 01  RUNKPI-AGE-TABLE REDEFINES RUNKPI-AGE-VALUES.
021300     05  RUNKPI-AGE-ENTRY OCCURS 4 TIMES.
021400         10  RUNKPI-AGE-LIMIT      PIC 9(4).
021500         10  RUNKPI-AGE-METRIC     PIC X(20).
021600 01  RUNKPI-AGE-COUNTS.
021700     05  RUNKPI-AGE-OPEN           PIC 9(7) COMP
021800                                   OCCURS 4 TIMES.
021900
022000*----------------------------------------------------------*
022100*  THE DAY'S NOTIFICATIONS BY CHANNEL / COUNTRY / BANK.    *
022200*----------------------------------------------------------*
022300 77  RUNKPI-NTF-MAX                PIC 9(3) COMP VALUE 500.
022400 77  RUNKPI-NTF-COUNT              PIC 9(3) COMP VALUE ZERO.
022500 01  RUNKPI-NTF-TABLE.
022600     05  RUNKPI-NTF-ENTRY OCCURS 500 TIMES.
022700         10  RUNKPI-NTF-CHANNEL    PIC X(1).
022800         10  RUNKPI-NTF-COUNTRY    PIC 9(4).
022900         10  RUNKPI-NTF-BANK       PIC 9(3).
023000         10  RUNKPI-NTF-TOTAL      PIC 9(7) COMP.
023100         10  RUNKPI-NTF-DELIVERED  PIC 9(7) COMP.
023200
023300*----------------------------------------------------------*
023400*  EXTRACT HEADER, DETAIL AND TRAILER ROWS.                *
023500*----------------------------------------------------------*
023600     COPY "RUNKPI01.cpy".
023700
023800 LINKAGE SECTION.
023900 01  RUNKPI01-PARM-CARD.
024000     05  RUNKPI01-PARM-DATE        PIC 9(8).
024100     05  RUNKPI01-PARM-CYCLE       PIC 9(3).
024200
024300 PROCEDURE DIVISION USING RUNKPI01-PARM-CARD.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-CONTROL-TOTALS THRU 2000-EXIT.
024700     PERFORM 3000-SERVICE-LEVELS THRU 3000-EXIT.
024800     PERFORM 4000-FAILURES THRU 4000-EXIT.
024900     PERFORM 5000-OPEN-EXCEPTIONS THRU 5000-EXIT.
025000     PERFORM 6000-NOTIFICATIONS THRU 6000-EXIT.
025100     PERFORM 7000-STEP-TIMINGS THRU 7000-EXIT.
025200     PERFORM 9000-FINISH THRU 9000-EXIT.
025300     MOVE RUNKPI-SEVERITY-CODE TO RETURN-CODE.
025400     STOP RUN.
025500
025600 1000-INITIALIZE.
025700     ACCEPT RUNKPI-TODAY FROM DATE YYYYMMDD.
025800     ACCEPT RUNKPI-NOW FROM TIME.
025900     IF RUNKPI01-PARM-DATE NOT NUMERIC
026000         DISPLAY 'RUNKPI01 PARM RUN DATE NOT NUMERIC - '
026100             'NO EXTRACT WRITTEN'
026200         MOVE 8 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     IF RUNKPI01-PARM-DATE NOT = ZERO
026600         MOVE RUNKPI01-PARM-DATE TO RUNKPI-RUN-DATE
026700     ELSE
026800         MOVE RUNKPI-TODAY TO RUNKPI-RUN-DATE
026900     END-IF.
027000     IF FUNCTION TEST-DATE-YYYYMMDD(RUNKPI-RUN-DATE) NOT = ZERO
027100         DISPLAY 'RUNKPI01 PARM RUN DATE INVALID = '
027200             RUNKPI-RUN-DATE ' - NO EXTRACT WRITTEN'
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     IF RUNKPI01-PARM-CYCLE NUMERIC
027700         MOVE RUNKPI01-PARM-CYCLE TO RUNKPI-CYCLE-NUMBER
027800     ELSE
027900         MOVE ZERO TO RUNKPI-CYCLE-NUMBER
028000     END-IF.
028100     OPEN INPUT EODSUM-FILE.
028200     OPEN INPUT AUDSLS-FILE.
028300     OPEN INPUT ERRTRR-FILE.
028400     OPEN INPUT XCPOPN-FILE.
028500     OPEN INPUT NTSTAT-FILE.
028600     OPEN INPUT RUNCTL-FILE.
028700     OPEN OUTPUT RUNKPIX-FILE.
028800     COMPUTE RUNKPI-RUN-LILIAN =
028900         FUNCTION INTEGER-OF-DATE(RUNKPI-RUN-DATE).
029000     MOVE RUNKPI-RUN-DATE TO KPIH-RUN-DATE KPID-RUN-DATE
029100         KPIT-RUN-DATE.
029200     MOVE RUNKPI-CYCLE-NUMBER TO KPIH-CYCLE-NUMBER
029300         KPID-CYCLE-NUMBER KPIT-CYCLE-NUMBER.
029400     MOVE RUNKPI-TODAY TO KPIH-CREATED-DATE.
029500     MOVE RUNKPI-NOW (1:6) TO KPIH-CREATED-TIME.
029600     WRITE RUNKPIX-EXTRACT-LINE FROM KPI-EXTRACT-HEADER.
029700 1000-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------*
030100*  END-OF-DAY CONTROL TOTALS, ONE PAIR OF ROWS PER SOURCE  *
030200*  SERVICE AND CONTROL TYPE.                               *
030300*----------------------------------------------------------*
030400 2000-CONTROL-TOTALS.
030500     MOVE 'N' TO RUNKPI-EOF-SW.
030600     MOVE ZERO TO RUNKPI-SOURCE-ROWS.
030700     PERFORM 2100-CONTROL-TOTAL-ONE THRU 2100-EXIT
030800         UNTIL RUNKPI-EOF.
030900     IF RUNKPI-SOURCE-ROWS = ZERO
031000         DISPLAY 'RUNKPI01 NO EODSUM01 ROWS FOR '
031100             RUNKPI-RUN-DATE
031200         ADD 1 TO RUNKPI-MISSING-COUNT
031300     END-IF.
031400 2000-EXIT.
031500     EXIT.
031600
031700 2100-CONTROL-TOTAL-ONE.
031800     READ EODSUM-FILE
031900         AT END
032000             SET RUNKPI-EOF TO TRUE
032100             GO TO 2100-EXIT
032200     END-READ.
032300     IF EODSUM-REPORT-DATE NOT = RUNKPI-RUN-DATE
032400         GO TO 2100-EXIT
032500     END-IF.
032600     ADD 1 TO RUNKPI-SOURCE-ROWS.
032700     MOVE SPACES TO RUNKPI-SERVICE.
032800     STRING EODSUM-SOURCE-SERVICE DELIMITED BY SPACE
032900            '-' DELIMITED BY SIZE
033000            EODSUM-CONTROL-TYPE DELIMITED BY SPACE
033100         INTO RUNKPI-SERVICE
033200     END-STRING.
033300     MOVE ZERO TO RUNKPI-COUNTRY-CODE RUNKPI-BANK-CODE.
033400     MOVE 'CAPTURE-VOLUME' TO RUNKPI-METRIC.
033500     MOVE EODSUM-RECORD-COUNT TO RUNKPI-VALUE.
033600     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
033700     MOVE 'VALUE-TOTAL' TO RUNKPI-METRIC.
033800     MOVE EODSUM-DOLLAR-TOTAL TO RUNKPI-VALUE.
033900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
034000 2100-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------*
034400*  SERVICE-LEVEL SUMMARY.  THE DAY'S TRANSACTION TOTAL IS  *
034500*  ALSO KEPT AS THE BASE OF THE FAILURE RATES.             *
034600*----------------------------------------------------------*
034700 3000-SERVICE-LEVELS.
034800     MOVE 'N' TO RUNKPI-EOF-SW.
034900     MOVE ZERO TO RUNKPI-SOURCE-ROWS.
035000     PERFORM 3100-LOAD-ONE-SLA THRU 3100-EXIT
035100         UNTIL RUNKPI-EOF.
035200     IF RUNKPI-SOURCE-ROWS = ZERO
035300         DISPLAY 'RUNKPI01 NO AUDSLS ROWS FOR '
035400             RUNKPI-RUN-DATE
035500         ADD 1 TO RUNKPI-MISSING-COUNT
035600     END-IF.
035700     MOVE ZERO TO RUNKPI-COUNTRY-CODE RUNKPI-BANK-CODE.
035800     PERFORM 3300-WRITE-ONE-SLA THRU 3300-EXIT
035900         VARYING RUNKPI-IDX FROM 1 BY 1
036000         UNTIL RUNKPI-IDX > RUNKPI-SLA-COUNT.
036100 3000-EXIT.
036200     EXIT.
036300
036400 3100-LOAD-ONE-SLA.
036500     READ AUDSLS-FILE
036600         AT END
036700             SET RUNKPI-EOF TO TRUE
036800             GO TO 3100-EXIT
036900     END-READ.
037000     IF SLS-REPORT-DATE NOT = RUNKPI-RUN-DATE
037100         GO TO 3100-EXIT
037200     END-IF.
037300     ADD 1 TO RUNKPI-SOURCE-ROWS.
037400     ADD SLS-TRANSACTION-COUNT TO RUNKPI-TRANS-TOTAL.
037500     PERFORM 3200-FIND-SERVICE THRU 3200-EXIT.
037600     IF RUNKPI-HIT = ZERO
037700         GO TO 3100-EXIT
037800     END-IF.
037900     ADD SLS-TRANSACTION-COUNT TO RUNKPI-SLA-TRANS (RUNKPI-HIT).
038000     COMPUTE RUNKPI-SLA-SECS (RUNKPI-HIT) =
038100         RUNKPI-SLA-SECS (RUNKPI-HIT)
038200       + SLS-AVG-ELAPSED-SECONDS * SLS-TRANSACTION-COUNT.
038300     ADD SLS-OVER-THRESHOLD-COUNT TO
038400         RUNKPI-SLA-BREACHES (RUNKPI-HIT).
038500 3100-EXIT.
038600     EXIT.
038700
038800 3200-FIND-SERVICE.
038900     MOVE ZERO TO RUNKPI-HIT.
039000     PERFORM 3250-COMPARE-SERVICE THRU 3250-EXIT
039100         VARYING RUNKPI-IDX FROM 1 BY 1
039200         UNTIL RUNKPI-IDX > RUNKPI-SLA-COUNT
039300            OR RUNKPI-HIT NOT = ZERO.
039400     IF RUNKPI-HIT NOT = ZERO
039500         GO TO 3200-EXIT
039600     END-IF.
039700     IF RUNKPI-SLA-COUNT NOT < RUNKPI-SLA-MAX
039800         ADD 1 TO RUNKPI-DROPPED-COUNT
039900         GO TO 3200-EXIT
040000     END-IF.
040100     ADD 1 TO RUNKPI-SLA-COUNT.
040200     MOVE RUNKPI-SLA-COUNT TO RUNKPI-HIT.
040300     MOVE SLS-SERVICE-CODE TO RUNKPI-SLA-SERVICE (RUNKPI-HIT).
040400     MOVE ZERO TO RUNKPI-SLA-TRANS (RUNKPI-HIT)
040500         RUNKPI-SLA-SECS (RUNKPI-HIT)
040600         RUNKPI-SLA-BREACHES (RUNKPI-HIT).
040700 3200-EXIT.
040800     EXIT.
040900
041000 3250-COMPARE-SERVICE.
041100     IF RUNKPI-SLA-SERVICE (RUNKPI-IDX) = SLS-SERVICE-CODE
041200         MOVE RUNKPI-IDX TO RUNKPI-HIT
041300     END-IF.
041400 3250-EXIT.
041500     EXIT.
041600
041700 3300-WRITE-ONE-SLA.
041800     MOVE RUNKPI-SLA-SERVICE (RUNKPI-IDX) TO RUNKPI-SERVICE.
041900     MOVE 'TRANSACTION-COUNT' TO RUNKPI-METRIC.
042000     MOVE RUNKPI-SLA-TRANS (RUNKPI-IDX) TO RUNKPI-VALUE.
042100     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
042200     MOVE 'RESPONSE-AVG-SEC' TO RUNKPI-METRIC.
042300     MOVE ZERO TO RUNKPI-VALUE.
042400     IF RUNKPI-SLA-TRANS (RUNKPI-IDX) NOT = ZERO
042500         COMPUTE RUNKPI-VALUE ROUNDED =
042600             RUNKPI-SLA-SECS (RUNKPI-IDX)
042700           / RUNKPI-SLA-TRANS (RUNKPI-IDX)
042800     END-IF.
042900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
043000     MOVE 'SLA-BREACH-COUNT' TO RUNKPI-METRIC.
043100     MOVE RUNKPI-SLA-BREACHES (RUNKPI-IDX) TO RUNKPI-VALUE.
043200     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
043300 3300-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------*
043700*  THE DAY'S NORMALIZED ERRORS BY SEVERITY.                *
043800*----------------------------------------------------------*
043900 4000-FAILURES.
044000     MOVE 'N' TO RUNKPI-EOF-SW.
044100     MOVE ZERO TO RUNKPI-SOURCE-ROWS.
044200     INITIALIZE RUNKPI-SEV-COUNTS.
044300     PERFORM 4100-COUNT-ONE-ERROR THRU 4100-EXIT
044400         UNTIL RUNKPI-EOF.
044500     IF RUNKPI-SOURCE-ROWS = ZERO
044600         DISPLAY 'RUNKPI01 NO ERRTRR ROWS FOR '
044700             RUNKPI-RUN-DATE
044800         ADD 1 TO RUNKPI-MISSING-COUNT
044900     END-IF.
045000     MOVE ZERO TO RUNKPI-COUNTRY-CODE RUNKPI-BANK-CODE.
045100     PERFORM 4300-WRITE-ONE-SEVERITY THRU 4300-EXIT
045200         VARYING RUNKPI-IDX FROM 1 BY 1
045300         UNTIL RUNKPI-IDX > 5.
045400 4000-EXIT.
045500     EXIT.
045600
045700 4100-COUNT-ONE-ERROR.
045800     READ ERRTRR-FILE
045900         AT END
046000             SET RUNKPI-EOF TO TRUE
046100             GO TO 4100-EXIT
046200     END-READ.
046300     IF TRND-REPORT-DATE NOT = RUNKPI-RUN-DATE
046400         GO TO 4100-EXIT
046500     END-IF.
046600     ADD 1 TO RUNKPI-SOURCE-ROWS.
046700     MOVE 5 TO RUNKPI-HIT.
046800     PERFORM 4200-MATCH-SEVERITY THRU 4200-EXIT
046900         VARYING RUNKPI-IDX FROM 1 BY 1
047000         UNTIL RUNKPI-IDX > 4.
047100     ADD TRND-TODAY-COUNT TO RUNKPI-SEV-FAILURES (RUNKPI-HIT).
047200 4100-EXIT.
047300     EXIT.
047400
047500 4200-MATCH-SEVERITY.
047600     IF RUNKPI-SEV-CODE (RUNKPI-IDX) = TRND-SEVERITY
047700         MOVE RUNKPI-IDX TO RUNKPI-HIT
047800     END-IF.
047900 4200-EXIT.
048000     EXIT.
048100
048200 4300-WRITE-ONE-SEVERITY.
048300     MOVE SPACES TO RUNKPI-SERVICE.
048400     STRING 'SEVERITY-' DELIMITED BY SIZE
048500            RUNKPI-SEV-NAME (RUNKPI-IDX) DELIMITED BY SPACE
048600         INTO RUNKPI-SERVICE
048700     END-STRING.
048800     MOVE 'FAILURE-COUNT' TO RUNKPI-METRIC.
048900     MOVE RUNKPI-SEV-FAILURES (RUNKPI-IDX) TO RUNKPI-VALUE.
049000     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
049100     MOVE 'FAILURE-RATE-PCT' TO RUNKPI-METRIC.
049200     MOVE ZERO TO RUNKPI-VALUE.
049300     IF RUNKPI-TRANS-TOTAL NOT = ZERO
049400         COMPUTE RUNKPI-VALUE ROUNDED =
049500             RUNKPI-SEV-FAILURES (RUNKPI-IDX) * 100
049600           / RUNKPI-TRANS-TOTAL
049700     END-IF.
049800     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
049900 4300-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------*
050300*  THE OPEN-EXCEPTION MASTER IS KEYED BY SOURCE PROGRAM    *
050400*  FIRST, SO ONE SWEEP BREAKS ON THE PROGRAM AND WRITES    *
050500*  ITS FOUR AGE BUCKETS.                                   *
050600*----------------------------------------------------------*
050700 5000-OPEN-EXCEPTIONS.
050800     MOVE 'N' TO RUNKPI-EOF-SW.
050900     MOVE SPACES TO RUNKPI-CURRENT-PGM.
051000     MOVE ZERO TO RUNKPI-COUNTRY-CODE RUNKPI-BANK-CODE.
051100     INITIALIZE RUNKPI-AGE-COUNTS.
051200     MOVE LOW-VALUES TO XCPO-KEY.
051300     START XCPOPN-FILE
051400         KEY IS NOT LESS THAN XCPO-KEY
051500         INVALID KEY
051600             SET RUNKPI-EOF TO TRUE
051700     END-START.
051800     PERFORM 5100-AGE-ONE-EXCEPTION THRU 5100-EXIT
051900         UNTIL RUNKPI-EOF.
052000     IF RUNKPI-CURRENT-PGM NOT = SPACES
052100         PERFORM 5300-WRITE-PROGRAM THRU 5300-EXIT
052200     END-IF.
052300 5000-EXIT.
052400     EXIT.
052500
052600 5100-AGE-ONE-EXCEPTION.
052700     READ XCPOPN-FILE NEXT RECORD
052800         AT END
052900             SET RUNKPI-EOF TO TRUE
053000             GO TO 5100-EXIT
053100     END-READ.
053200     IF XCPO-SOURCE-PROGRAM NOT = RUNKPI-CURRENT-PGM
053300         IF RUNKPI-CURRENT-PGM NOT = SPACES
053400             PERFORM 5300-WRITE-PROGRAM THRU 5300-EXIT
053500         END-IF
053600         MOVE XCPO-SOURCE-PROGRAM TO RUNKPI-CURRENT-PGM
053700         INITIALIZE RUNKPI-AGE-COUNTS
053800     END-IF.
053900     COMPUTE RUNKPI-AGE-DAYS = RUNKPI-RUN-LILIAN
054000         - FUNCTION INTEGER-OF-DATE(XCPO-OPENED-DATE).
054100     IF RUNKPI-AGE-DAYS < ZERO
054200         MOVE ZERO TO RUNKPI-AGE-DAYS
054300     END-IF.
054400     MOVE 4 TO RUNKPI-HIT.
054500     PERFORM 5200-MATCH-BUCKET THRU 5200-EXIT
054600         VARYING RUNKPI-IDX FROM 3 BY -1
054700         UNTIL RUNKPI-IDX < 1.
054800     ADD 1 TO RUNKPI-AGE-OPEN (RUNKPI-HIT).
054900 5100-EXIT.
055000     EXIT.
055100
055200 5200-MATCH-BUCKET.
055300     IF RUNKPI-AGE-DAYS NOT > RUNKPI-AGE-LIMIT (RUNKPI-IDX)
055400         MOVE RUNKPI-IDX TO RUNKPI-HIT
055500     END-IF.
055600 5200-EXIT.
055700     EXIT.
055800
055900 5300-WRITE-PROGRAM.
056000     MOVE RUNKPI-CURRENT-PGM TO RUNKPI-SERVICE.
056100     PERFORM 5400-WRITE-ONE-BUCKET THRU 5400-EXIT
056200         VARYING RUNKPI-IDX FROM 1 BY 1
056300         UNTIL RUNKPI-IDX > 4.
056400 5300-EXIT.
056500     EXIT.
056600
056700 5400-WRITE-ONE-BUCKET.
056800     MOVE RUNKPI-AGE-METRIC (RUNKPI-IDX) TO RUNKPI-METRIC.
056900     MOVE RUNKPI-AGE-OPEN (RUNKPI-IDX) TO RUNKPI-VALUE.
057000     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
057100 5400-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------*
057500*  NOTIFICATION STATUS IS KEYED BY SOURCE SERVICE, SO IT IS*
057600*  SWEPT WHOLE FOR THE ROWS OF THE RUN DATE.  A ROW COUNTS *
057700*  AS DELIVERED ONLY IN STATUS D; PENDING, FAILED AND HELD *
057800*  ROWS COUNT AGAINST THE RATE.                            *
057900*----------------------------------------------------------*
058000 6000-NOTIFICATIONS.
058100     MOVE 'N' TO RUNKPI-EOF-SW.
058200     MOVE ZERO TO RUNKPI-SOURCE-ROWS.
058300     MOVE LOW-VALUES TO NTST-KEY.
058400     START NTSTAT-FILE
058500         KEY IS NOT LESS THAN NTST-KEY
058600         INVALID KEY
058700             SET RUNKPI-EOF TO TRUE
058800     END-START.
058900     PERFORM 6100-COUNT-ONE-NOTICE THRU 6100-EXIT
059000         UNTIL RUNKPI-EOF.
059100     IF RUNKPI-SOURCE-ROWS = ZERO
059200         DISPLAY 'RUNKPI01 NO NTSTAT ROWS FOR '
059300             RUNKPI-RUN-DATE
059400         ADD 1 TO RUNKPI-MISSING-COUNT
059500     END-IF.
059600     PERFORM 6300-WRITE-ONE-CHANNEL THRU 6300-EXIT
059700         VARYING RUNKPI-IDX FROM 1 BY 1
059800         UNTIL RUNKPI-IDX > RUNKPI-NTF-COUNT.
059900 6000-EXIT.
060000     EXIT.
060100
060200 6100-COUNT-ONE-NOTICE.
060300     READ NTSTAT-FILE NEXT RECORD
060400         AT END
060500             SET RUNKPI-EOF TO TRUE
060600             GO TO 6100-EXIT
060700     END-READ.
060800     IF NTST-NOTIFY-DATE NOT = RUNKPI-RUN-DATE
060900         GO TO 6100-EXIT
061000     END-IF.
061100     ADD 1 TO RUNKPI-SOURCE-ROWS.
061200     PERFORM 6200-FIND-CHANNEL THRU 6200-EXIT.
061300     IF RUNKPI-HIT = ZERO
061400         GO TO 6100-EXIT
061500     END-IF.
061600     ADD 1 TO RUNKPI-NTF-TOTAL (RUNKPI-HIT).
061700     IF NTST-DELIVERED
061800         ADD 1 TO RUNKPI-NTF-DELIVERED (RUNKPI-HIT)
061900     END-IF.
062000 6100-EXIT.
062100     EXIT.
062200
062300 6200-FIND-CHANNEL.
062400     MOVE ZERO TO RUNKPI-HIT.
062500     PERFORM 6250-COMPARE-CHANNEL THRU 6250-EXIT
062600         VARYING RUNKPI-IDX FROM 1 BY 1
062700         UNTIL RUNKPI-IDX > RUNKPI-NTF-COUNT
062800            OR RUNKPI-HIT NOT = ZERO.
062900     IF RUNKPI-HIT NOT = ZERO
063000         GO TO 6200-EXIT
063100     END-IF.
063200     IF RUNKPI-NTF-COUNT NOT < RUNKPI-NTF-MAX
063300         ADD 1 TO RUNKPI-DROPPED-COUNT
063400         GO TO 6200-EXIT
063500     END-IF.
063600     ADD 1 TO RUNKPI-NTF-COUNT.
063700     MOVE RUNKPI-NTF-COUNT TO RUNKPI-HIT.
063800     MOVE NTST-CHANNEL TO RUNKPI-NTF-CHANNEL (RUNKPI-HIT).
063900     MOVE NTST-COUNTRY-CODE TO RUNKPI-NTF-COUNTRY (RUNKPI-HIT).
064000     MOVE NTST-DEBIT-BANK TO RUNKPI-NTF-BANK (RUNKPI-HIT).
064100     MOVE ZERO TO RUNKPI-NTF-TOTAL (RUNKPI-HIT)
064200         RUNKPI-NTF-DELIVERED (RUNKPI-HIT).
064300 6200-EXIT.
064400     EXIT.
064500
064600 6250-COMPARE-CHANNEL.
064700     IF RUNKPI-NTF-CHANNEL (RUNKPI-IDX) = NTST-CHANNEL
064800             AND RUNKPI-NTF-COUNTRY (RUNKPI-IDX) =
064900                 NTST-COUNTRY-CODE
065000             AND RUNKPI-NTF-BANK (RUNKPI-IDX) = NTST-DEBIT-BANK
065100         MOVE RUNKPI-IDX TO RUNKPI-HIT
065200     END-IF.
065300 6250-EXIT.
065400     EXIT.
065500
065600 6300-WRITE-ONE-CHANNEL.
065700     EVALUATE RUNKPI-NTF-CHANNEL (RUNKPI-IDX)
065800         WHEN 'E'
065900             MOVE 'EMAIL' TO RUNKPI-SERVICE
066000         WHEN 'S'
066100             MOVE 'SMS' TO RUNKPI-SERVICE
066200         WHEN 'B'
066300             MOVE 'BANK-NOTICE' TO RUNKPI-SERVICE
066400         WHEN OTHER
066500             MOVE SPACES TO RUNKPI-SERVICE
066600             STRING 'CHANNEL-' DELIMITED BY SIZE
066700                    RUNKPI-NTF-CHANNEL (RUNKPI-IDX)
066800                        DELIMITED BY SIZE
066900                 INTO RUNKPI-SERVICE
067000             END-STRING
067100     END-EVALUATE.
067200     MOVE RUNKPI-NTF-COUNTRY (RUNKPI-IDX) TO RUNKPI-COUNTRY-CODE.
067300     MOVE RUNKPI-NTF-BANK (RUNKPI-IDX) TO RUNKPI-BANK-CODE.
067400     MOVE 'NOTIFY-COUNT' TO RUNKPI-METRIC.
067500     MOVE RUNKPI-NTF-TOTAL (RUNKPI-IDX) TO RUNKPI-VALUE.
067600     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
067700     MOVE 'NOTIFY-DELIVERED' TO RUNKPI-METRIC.
067800     MOVE RUNKPI-NTF-DELIVERED (RUNKPI-IDX) TO RUNKPI-VALUE.
067900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
068000     MOVE 'NOTIFY-DELIVERY-PCT' TO RUNKPI-METRIC.
068100     COMPUTE RUNKPI-VALUE ROUNDED =
068200         RUNKPI-NTF-DELIVERED (RUNKPI-IDX) * 100
068300       / RUNKPI-NTF-TOTAL (RUNKPI-IDX).
068400     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
068500 6300-EXIT.
068600     EXIT.
068700
068800*----------------------------------------------------------*
068900*  THE RUN-CONTROL ROWS OF THE RUN DATE ARRIVE IN PROGRAM /*
069000*  CYCLE ORDER, SO EACH PROGRAM'S COMPLETED CYCLES ARE     *
069100*  SUMMED ON A BREAK.  STEPS STILL RUNNING OR HELD ADD NO  *
069200*  TIME.  THE SUITE RUNS FROM THE EARLIEST START TO THE    *
069300*  LATEST END OF THE COMPLETED STEPS.                      *
069400*----------------------------------------------------------*
069500 7000-STEP-TIMINGS.
069600     MOVE 'N' TO RUNKPI-EOF-SW.
069700     MOVE SPACES TO RUNKPI-CURRENT-PGM.
069800     MOVE ZERO TO RUNKPI-STEP-SECS RUNKPI-LAST-END-OFS
069900         RUNKPI-COUNTRY-CODE RUNKPI-BANK-CODE.
070000     MOVE 999999999 TO RUNKPI-FIRST-START-OFS.
070100     MOVE RUNKPI-RUN-DATE TO RUNC-RUN-DATE.
070200     MOVE LOW-VALUES TO RUNC-PROGRAM-ID.
070300     MOVE ZERO TO RUNC-CYCLE-NUMBER.
070400     START RUNCTL-FILE
070500         KEY IS NOT LESS THAN RUNC-KEY
070600         INVALID KEY
070700             SET RUNKPI-EOF TO TRUE
070800     END-START.
070900     PERFORM 7100-TIME-ONE-STEP THRU 7100-EXIT
071000         UNTIL RUNKPI-EOF.
071100     IF RUNKPI-CURRENT-PGM NOT = SPACES
071200         PERFORM 7200-WRITE-STEP THRU 7200-EXIT
071300     END-IF.
071400     IF RUNKPI-STEP-COUNT = ZERO
071500         DISPLAY 'RUNKPI01 NO COMPLETED STEPS FOR '
071600             RUNKPI-RUN-DATE
071700         ADD 1 TO RUNKPI-MISSING-COUNT
071800         MOVE ZERO TO RUNKPI-FIRST-START-OFS
071900     END-IF.
072000     MOVE 'SUITE' TO RUNKPI-SERVICE.
072100     MOVE 'SUITE-STEP-COUNT' TO RUNKPI-METRIC.
072200     MOVE RUNKPI-STEP-COUNT TO RUNKPI-VALUE.
072300     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
072400     MOVE 'SUITE-ELAPSED-SEC' TO RUNKPI-METRIC.
072500     MOVE ZERO TO RUNKPI-VALUE.
072600     IF RUNKPI-LAST-END-OFS > RUNKPI-FIRST-START-OFS
072700         COMPUTE RUNKPI-VALUE =
072800             RUNKPI-LAST-END-OFS - RUNKPI-FIRST-START-OFS
072900     END-IF.
073000     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
073100 7000-EXIT.
073200     EXIT.
073300
073400 7100-TIME-ONE-STEP.
073500     READ RUNCTL-FILE NEXT RECORD
073600         AT END
073700             SET RUNKPI-EOF TO TRUE
073800             GO TO 7100-EXIT
073900     END-READ.
074000     IF RUNC-RUN-DATE NOT = RUNKPI-RUN-DATE
074100         SET RUNKPI-EOF TO TRUE
074200         GO TO 7100-EXIT
074300     END-IF.
074400     IF NOT RUNC-COMPLETED
074500         GO TO 7100-EXIT
074600     END-IF.
074700     IF RUNC-PROGRAM-ID NOT = RUNKPI-CURRENT-PGM
074800         IF RUNKPI-CURRENT-PGM NOT = SPACES
074900             PERFORM 7200-WRITE-STEP THRU 7200-EXIT
075000         END-IF
075100         MOVE RUNC-PROGRAM-ID TO RUNKPI-CURRENT-PGM
075200         MOVE ZERO TO RUNKPI-STEP-SECS
075300         ADD 1 TO RUNKPI-STEP-COUNT
075400     END-IF.
075500     MOVE RUNC-START-DATE TO RUNKPI-OFS-DATE.
075600     MOVE RUNC-START-TIME TO RUNKPI-CLOCK-TIME.
075700     PERFORM 8100-CLOCK-TO-OFS THRU 8100-EXIT.
075800     MOVE RUNKPI-OFS TO RUNKPI-BEGIN-OFS.
075900     IF RUNKPI-BEGIN-OFS < RUNKPI-FIRST-START-OFS
076000         MOVE RUNKPI-BEGIN-OFS TO RUNKPI-FIRST-START-OFS
076100     END-IF.
076200     MOVE RUNC-END-DATE TO RUNKPI-OFS-DATE.
076300     MOVE RUNC-END-TIME TO RUNKPI-CLOCK-TIME.
076400     PERFORM 8100-CLOCK-TO-OFS THRU 8100-EXIT.
076500     IF RUNKPI-OFS > RUNKPI-LAST-END-OFS
076600         MOVE RUNKPI-OFS TO RUNKPI-LAST-END-OFS
076700     END-IF.
076800     IF RUNKPI-OFS > RUNKPI-BEGIN-OFS
076900         COMPUTE RUNKPI-STEP-SECS = RUNKPI-STEP-SECS
077000             + RUNKPI-OFS - RUNKPI-BEGIN-OFS
077100     END-IF.
077200 7100-EXIT.
077300     EXIT.
077400
077500 7200-WRITE-STEP.
077600     MOVE RUNKPI-CURRENT-PGM TO RUNKPI-SERVICE.
077700     MOVE 'STEP-ELAPSED-SEC' TO RUNKPI-METRIC.
077800     MOVE RUNKPI-STEP-SECS TO RUNKPI-VALUE.
077900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
078000 7200-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------*
078400*  ONE DETAIL ROW OUT, COUNTED AND ADDED TO THE HASH TOTAL.*
078500*----------------------------------------------------------*
078600 8000-WRITE-DETAIL.
078700     MOVE RUNKPI-METRIC TO KPID-METRIC.
078800     MOVE RUNKPI-SERVICE TO KPID-SERVICE.
078900     MOVE RUNKPI-COUNTRY-CODE TO KPID-COUNTRY-CODE.
079000     MOVE RUNKPI-BANK-CODE TO KPID-BANK-CODE.
079100     MOVE RUNKPI-VALUE TO KPID-VALUE.
079200     WRITE RUNKPIX-EXTRACT-LINE FROM KPI-EXTRACT-DETAIL.
079300     ADD 1 TO RUNKPI-ROW-COUNT.
079400     ADD RUNKPI-VALUE TO RUNKPI-HASH-TOTAL.
079500 8000-EXIT.
079600     EXIT.
079700
079800 8100-CLOCK-TO-OFS.
079900     COMPUTE RUNKPI-OFS =
080000         (FUNCTION INTEGER-OF-DATE(RUNKPI-OFS-DATE)
080100        - RUNKPI-RUN-LILIAN) * 86400
080200        + RUNKPI-CLOCK-HH * 3600 + RUNKPI-CLOCK-MM * 60
080300        + RUNKPI-CLOCK-SS.
080400 8100-EXIT.
080500     EXIT.
080600
080700 9000-FINISH.
080800     MOVE RUNKPI-ROW-COUNT TO KPIT-ROW-COUNT.
080900     MOVE RUNKPI-HASH-TOTAL TO KPIT-HASH-TOTAL.
081000     WRITE RUNKPIX-EXTRACT-LINE FROM KPI-EXTRACT-TRAILER.
081100     CLOSE EODSUM-FILE.
081200     CLOSE AUDSLS-FILE.
081300     CLOSE ERRTRR-FILE.
081400     CLOSE XCPOPN-FILE.
081500     CLOSE NTSTAT-FILE.
081600     CLOSE RUNCTL-FILE.
081700     CLOSE RUNKPIX-FILE.
081800     DISPLAY 'RUNKPI01 RUN DATE            = ' RUNKPI-RUN-DATE.
081900     DISPLAY 'RUNKPI01 KPI ROWS WRITTEN    = ' RUNKPI-ROW-COUNT.
082000     DISPLAY 'RUNKPI01 SOURCES WITHOUT ROWS= '
082100         RUNKPI-MISSING-COUNT.
082200     IF RUNKPI-DROPPED-COUNT NOT = ZERO
082300         DISPLAY 'RUNKPI01 TABLE OVERFLOW ROWS = '
082400             RUNKPI-DROPPED-COUNT
082500     END-IF.
082600     IF RUNKPI-MISSING-COUNT NOT = ZERO
082700             OR RUNKPI-DROPPED-COUNT NOT = ZERO
082800         MOVE 4 TO RUNKPI-SEVERITY-CODE
082900     END-IF.
083000 9000-EXIT.
083100     EXIT.
