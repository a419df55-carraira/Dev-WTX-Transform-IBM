000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARFXV01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - ARCHIVE RETENTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ARFXV01 -- ARCHIVE FIXITY VERIFICATION AND COVERAGE     *
000900*             REPORT.                                      *
001000*                                                          *
001100*  RUNS AFTER ARFXS01 HAS CUT THE FIXITY MANIFEST AND THE  *
001200*  STAGING STEP HAS STAGED THE LOCATED GENERATIONS.  THE   *
001300*  STAGING STEP PASSES ON THE MANIFEST IT ACTUALLY WORKED  *
001400*  FROM (ARFXMS) AND THE STAGED GENERATION RECORDS         *
001500*  (ARFXGN, ALL SERVICES CONCATENATED).  THIS STEP:        *
001600*    1. LOADS THE STAGED MANIFEST INTO A WORK INDEX        *
001700*       (ARFXWK) KEYED BY TRANSACTION-ID;                  *
001800*    2. SWEEPS THE STAGED GENERATIONS ONCE, AND FOR EVERY  *
001900*       RECORD WHOSE HEADER TRANSACTION-ID IS ON THE       *
002000*       MANIFEST RECOMPUTES THE RECORD COUNT AND CONTENT   *
002100*       HASH TOTAL WITH ARHSH01, THE ROUTINE THE ARCHIVE   *
002200*       EXTRACTS USED WHEN THEY STAMPED THE ROW;           *
002300*    3. COMPARES EACH MANIFEST ROW WITH WHAT WAS FOUND.    *
002400*       NOTHING FOUND IS A MISSING GENERATION ('MISS'); A  *
002500*       DIFFERENT COUNT ('CNT') OR HASH ('HASH') IS A      *
002600*       CHANGED CAPTURE.  EACH GOES TO THE FIXITY          *
002700*       EXCEPTION FILE (ARFXEX) AND THE REPORT (ARFXRP).   *
002800*       A ROW ARCHIVED BEFORE THE CONTROLS WERE RECORDED   *
002900*       CAN ONLY BE PROVEN PRESENT AND IS COUNTED APART;   *
003000*    4. POSTS THE RESULTS BY ARCHIVE YEAR TO THE COVERAGE  *
003100*       MASTER (ARFXCV) AND PRINTS THE COVERAGE REPORT:    *
003200*       PER YEAR, THE ROWS ON FILE, WHEN THE YEAR WAS LAST *
003300*       VERIFIED, HOW MANY ROWS HAVE BEEN PROVEN AND HOW   *
003400*       MANY EXCEPTIONS RAISED.  A YEAR WITH ROWS ON FILE  *
003500*       NEVER VERIFIED, OR NOT VERIFIED WITHIN THE EXEC    *
003600*       PARM DAYS (ZERO TAKES 31), IS FLAGGED.             *
003700*  ANY EXCEPTION OR FLAGGED YEAR ENDS THE STEP WITH        *
003800*  CONDITION CODE 4.                                       *
003900*----------------------------------------------------------*
004000*  MODIFICATION HISTORY                                    *
004100*    10/15/26  DOB  INITIAL VERSION.                       *
004200*----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-ZSERIES.
004600 OBJECT-COMPUTER. IBM-ZSERIES.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ARFXMS-FILE ASSIGN TO ARFXMS
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT ARFXGN-FILE ASSIGN TO ARFXGN
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT ARFXWK-FILE ASSIGN TO ARFXWK
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS FXW-TRANSACTION-ID.
005700     SELECT ARFXCV-FILE ASSIGN TO ARFXCV
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS FXC-ARCHIVE-YEAR.
006100     SELECT ARFXEX-FILE ASSIGN TO ARFXEX
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT ARFXRP-FILE ASSIGN TO ARFXRP
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ARFXMS-FILE.
006900     COPY "ARFXM01.cpy".
007000
007100 FD  ARFXGN-FILE
007200     RECORD IS VARYING IN SIZE FROM 1 TO 11564
007300         DEPENDING ON ARFXV-RECLEN.
007400 01  ARFXGN-IMAGE                  PIC X(11564).
007500
007600 FD  ARFXWK-FILE.
007700     COPY "ARFXW01.cpy".
007800
007900 FD  ARFXCV-FILE.
008000     COPY "ARFXC01.cpy".
008100
008200 FD  ARFXEX-FILE.
008300     COPY "ARFXE01.cpy".
008400
008500 FD  ARFXRP-FILE.
008600 01  ARFXRP-PRINT-LINE             PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------*
009000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
009100*----------------------------------------------------------*
009200     COPY "RUNREG01.cpy".
009300
009400*----------------------------------------------------------*
009500*  CONTENT-HASH REQUEST AREA (SEE ARHSH01).  THE SHARED    *
009600*  400-BYTE CAPTURE HEADER ENDS WITH THE TRANSACTION-ID,   *
009700*  AT OFFSET 353 FOR 48 (AS AUDRTV01 MAPS IT).             *
009800*----------------------------------------------------------*
009900     COPY "ARHSH01.cpy".
010000
010100 77  ARFXV-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
010200
010300 01  ARFXV-SWITCHES.
010400     05  ARFXV-MAN-EOF-SW          PIC X(01) VALUE 'N'.
010500         88  ARFXV-MAN-EOF           VALUE 'Y'.
010600     05  ARFXV-GEN-EOF-SW          PIC X(01) VALUE 'N'.
010700         88  ARFXV-GEN-EOF           VALUE 'Y'.
010800     05  ARFXV-WK-EOF-SW           PIC X(01) VALUE 'N'.
010900         88  ARFXV-WK-EOF            VALUE 'Y'.
011000     05  ARFXV-CV-EOF-SW           PIC X(01) VALUE 'N'.
011100         88  ARFXV-CV-EOF            VALUE 'Y'.
011200     05  ARFXV-YEAR-FOUND-SW       PIC X(01) VALUE 'N'.
011300         88  ARFXV-YEAR-FOUND        VALUE 'Y'.
011400     05  ARFXV-EXCEPTION-SW        PIC X(01) VALUE 'N'.
011500         88  ARFXV-EXCEPTION         VALUE 'Y'.
011600
011700 77  ARFXV-RECLEN                  PIC 9(5) COMP VALUE ZERO.
011800 77  ARFXV-TODAY                   PIC 9(8) VALUE ZERO.
011900 77  ARFXV-TODAY-INT               PIC 9(7) VALUE ZERO.
012000 77  ARFXV-STALE-DAYS              PIC 9(3) VALUE 31.
012100 77  ARFXV-DAYS-SINCE              PIC 9(5) VALUE ZERO.
012200 77  ARFXV-ROW-YEAR                PIC 9(4) VALUE ZERO.
012300 77  ARFXV-MANIFEST-COUNT          PIC 9(7) COMP VALUE ZERO.
012400 77  ARFXV-DUPLICATE-COUNT         PIC 9(7) COMP VALUE ZERO.
012500 77  ARFXV-GEN-RECORDS             PIC 9(7) COMP VALUE ZERO.
012600 77  ARFXV-GEN-UNSAMPLED           PIC 9(7) COMP VALUE ZERO.
012700 77  ARFXV-INTACT-COUNT            PIC 9(7) COMP VALUE ZERO.
012800 77  ARFXV-PRESENT-ONLY-COUNT      PIC 9(7) COMP VALUE ZERO.
012900 77  ARFXV-MISSING-COUNT           PIC 9(7) COMP VALUE ZERO.
013000 77  ARFXV-COUNT-MISMATCH          PIC 9(7) COMP VALUE ZERO.
013100 77  ARFXV-HASH-MISMATCH           PIC 9(7) COMP VALUE ZERO.
013200 77  ARFXV-EXCEPTION-COUNT         PIC 9(7) COMP VALUE ZERO.
013300 77  ARFXV-FLAGGED-YEARS           PIC 9(5) COMP VALUE ZERO.
013400 77  ARFXV-YEAR-COUNT              PIC 9(3) COMP VALUE ZERO.
013500 77  ARFXV-YEARS-DROPPED           PIC 9(7) COMP VALUE ZERO.
013600 77  ARFXV-YR-IDX                  PIC 9(3) COMP VALUE ZERO.
013700 77  ARFXV-ED-DAYS                 PIC ZZZZ9.
013800
013900*----------------------------------------------------------*
014000*  THIS RUN'S RESULTS PER ARCHIVE YEAR, POSTED TO THE      *
014100*  COVERAGE MASTER BEFORE IT IS PRINTED.                   *
014200*----------------------------------------------------------*
014300 01  ARFXV-YEAR-TABLE.
014400     05  ARFXV-YEAR-ENTRY OCCURS 100 TIMES.
014500         10  ARFXV-YR-YEAR         PIC 9(4).
014600         10  ARFXV-YR-VERIFIED     PIC 9(7) COMP.
014700         10  ARFXV-YR-EXCEPTIONS   PIC 9(7) COMP.
014800
014900 01  ARFXV-HEADING-1.
015000     05  FILLER                    PIC X(44)
015100         VALUE 'ARFXV01 ARCHIVE FIXITY VERIFICATION REPORT -'.
015200     05  FILLER                    PIC X(01) VALUE SPACE.
015300     05  ARFXV-H1-DATE             PIC 9(8).
015400     05  FILLER                    PIC X(79) VALUE SPACES.
015500
015600 01  ARFXV-SECTION-LINE.
015700     05  ARFXV-SC-CAPTION          PIC X(60).
015800     05  FILLER                    PIC X(72) VALUE SPACES.
015900
016000 01  ARFXV-EXC-HEADING.
016100     05  FILLER                    PIC X(10) VALUE 'SOURCE    '.
016200     05  FILLER                    PIC X(50)
016300         VALUE 'TRANSACTION-ID'.
016400     05  FILLER                    PIC X(10) VALUE 'ARCHIVED  '.
016500     05  FILLER                    PIC X(03) VALUE 'SEL'.
016600     05  FILLER                    PIC X(06) VALUE ' WHY  '.
016700     05  FILLER                    PIC X(07) VALUE '  COUNT'.
016800     05  FILLER                    PIC X(07) VALUE '  FOUND'.
016900     05  FILLER                    PIC X(17)
017000         VALUE '    EXPECTED HASH'.
017100     05  FILLER                    PIC X(17)
017200         VALUE '       FOUND HASH'.
017300     05  FILLER                    PIC X(05) VALUE SPACES.
017400
017500 01  ARFXV-EXC-LINE.
017600     05  ARFXV-EX-SOURCE           PIC X(8).
017700     05  FILLER                    PIC X(02) VALUE SPACES.
017800     05  ARFXV-EX-TRANID           PIC X(48).
017900     05  FILLER                    PIC X(02) VALUE SPACES.
018000     05  ARFXV-EX-ARCHIVED         PIC 9(8).
018100     05  FILLER                    PIC X(02) VALUE SPACES.
018200     05  ARFXV-EX-SELECTED         PIC X(1).
018300     05  FILLER                    PIC X(03) VALUE SPACES.
018400     05  ARFXV-EX-REASON           PIC X(4).
018500     05  FILLER                    PIC X(02) VALUE SPACES.
018600     05  ARFXV-EX-COUNT            PIC Z(4)9.
018700     05  FILLER                    PIC X(02) VALUE SPACES.
018800     05  ARFXV-EX-FOUND            PIC Z(4)9.
018900     05  FILLER                    PIC X(02) VALUE SPACES.
019000     05  ARFXV-EX-EXP-HASH         PIC Z(14)9.
019100     05  FILLER                    PIC X(02) VALUE SPACES.
019200     05  ARFXV-EX-FND-HASH         PIC Z(14)9.
019300     05  FILLER                    PIC X(06) VALUE SPACES.
019400
019500 01  ARFXV-TOTAL-LINE.
019600     05  ARFXV-TL-CAPTION          PIC X(40).
019700     05  ARFXV-TL-COUNT            PIC Z(8)9.
019800     05  FILLER                    PIC X(83) VALUE SPACES.
019900
020000 01  ARFXV-COV-HEADING.
020100     05  FILLER                    PIC X(07) VALUE 'YEAR   '.
020200     05  FILLER                    PIC X(12) VALUE
020300         '     ON FILE'.
020400     05  FILLER                    PIC X(12) VALUE
020500         '  CONTROLLED'.
020600     05  FILLER                    PIC X(10) VALUE
020700         '  THIS RUN'.
020800     05  FILLER                    PIC X(12) VALUE
020900         '     TO DATE'.
021000     05  FILLER                    PIC X(11) VALUE
021100         '   LAST VFY'.
021200     05  FILLER                    PIC X(08) VALUE
021300         '    DAYS'.
021400     05  FILLER                    PIC X(10) VALUE
021500         '    EXCEPT'.
021600     05  FILLER                    PIC X(11) VALUE
021700         '   LAST EXC'.
021800     05  FILLER                    PIC X(08) VALUE
021900         '   FLAG '.
022000     05  FILLER                    PIC X(31) VALUE SPACES.
022100
022200 01  ARFXV-COV-LINE.
022300     05  ARFXV-CV-YEAR             PIC 9(4).
022400     05  FILLER                    PIC X(03) VALUE SPACES.
022500     05  ARFXV-CV-ON-FILE          PIC Z(8)9.
022600     05  FILLER                    PIC X(03) VALUE SPACES.
022700     05  ARFXV-CV-CONTROLLED       PIC Z(8)9.
022800     05  FILLER                    PIC X(03) VALUE SPACES.
022900     05  ARFXV-CV-THIS-RUN         PIC Z(6)9.
023000     05  FILLER                    PIC X(03) VALUE SPACES.
023100     05  ARFXV-CV-TO-DATE          PIC Z(8)9.
023200     05  FILLER                    PIC X(03) VALUE SPACES.
023300     05  ARFXV-CV-LAST-VERIFIED    PIC X(8).
023400     05  FILLER                    PIC X(03) VALUE SPACES.
023500     05  ARFXV-CV-DAYS             PIC X(5).
023600     05  FILLER                    PIC X(03) VALUE SPACES.
023700     05  ARFXV-CV-EXCEPTIONS       PIC Z(6)9.
023800     05  FILLER                    PIC X(03) VALUE SPACES.
023900     05  ARFXV-CV-LAST-EXCEPTION   PIC X(8).
024000     05  FILLER                    PIC X(03) VALUE SPACES.
024100     05  ARFXV-CV-FLAG             PIC X(5).
024200     05  FILLER                    PIC X(32) VALUE SPACES.
024300
024400 LINKAGE SECTION.
024500 01  ARFXV01-PARM-CARD.
024600     05  ARFXV01-PARM-STALE-DAYS   PIC 9(3).
024700
024800 PROCEDURE DIVISION USING ARFXV01-PARM-CARD.
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     PERFORM 2000-SCAN-GENERATION THRU 2000-EXIT
025200         UNTIL ARFXV-GEN-EOF.
025300     PERFORM 3000-CLASSIFY-ROWS THRU 3000-EXIT.
025400     PERFORM 4000-POST-COVERAGE THRU 4000-EXIT
025500         VARYING ARFXV-YR-IDX FROM 1 BY 1
025600         UNTIL ARFXV-YR-IDX > ARFXV-YEAR-COUNT.
025700     PERFORM 5000-COVERAGE-REPORT THRU 5000-EXIT.
025800     PERFORM 6000-FINISH THRU 6000-EXIT.
025900     SET RREG-END TO TRUE.
026000     MOVE ARFXV-MANIFEST-COUNT TO RREG-RECORD-COUNT.
026100     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
026200     MOVE ARFXV-SEVERITY-CODE TO RETURN-CODE.
026300     STOP RUN.
026400
026500 1000-INITIALIZE.
026600     SET RREG-START TO TRUE.
026700     MOVE 'ARFXV01 ' TO RREG-PROGRAM-ID.
026800     MOVE SPACES TO RREG-GUARD-FILE.
026900     MOVE ZERO TO RREG-CYCLE-NUMBER.
027000     MOVE ZERO TO RREG-RECORD-COUNT.
027100     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
027200     IF RREG-BLOCKED
027300         DISPLAY 'ARFXV01 ALREADY COMPLETED FOR THIS DATE'
027400         MOVE 8 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     IF RREG-PREREQ-HOLD
027800         DISPLAY 'ARFXV01 HELD - PREREQUISITE NOT COMPLETE'
027900         MOVE 8 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     IF ARFXV01-PARM-STALE-DAYS NUMERIC
028300             AND ARFXV01-PARM-STALE-DAYS NOT = ZERO
028400         MOVE ARFXV01-PARM-STALE-DAYS TO ARFXV-STALE-DAYS
028500     END-IF.
028600     ACCEPT ARFXV-TODAY FROM DATE YYYYMMDD.
028700     COMPUTE ARFXV-TODAY-INT =
028800         FUNCTION INTEGER-OF-DATE (ARFXV-TODAY).
028900     OPEN INPUT ARFXMS-FILE.
029000     OPEN OUTPUT ARFXWK-FILE.
029100     PERFORM 1100-LOAD-MANIFEST THRU 1100-EXIT
029200         UNTIL ARFXV-MAN-EOF.
029300     CLOSE ARFXMS-FILE.
029400     CLOSE ARFXWK-FILE.
029500     OPEN I-O ARFXWK-FILE.
029600     OPEN INPUT ARFXGN-FILE.
029700     OPEN I-O ARFXCV-FILE.
029800     OPEN OUTPUT ARFXEX-FILE.
029900     OPEN OUTPUT ARFXRP-FILE.
030000     MOVE ARFXV-TODAY TO ARFXV-H1-DATE.
030100     WRITE ARFXRP-PRINT-LINE FROM ARFXV-HEADING-1.
030200     MOVE SPACES TO ARFXRP-PRINT-LINE.
030300     WRITE ARFXRP-PRINT-LINE.
030400     MOVE 'FIXITY EXCEPTIONS' TO ARFXV-SC-CAPTION.
030500     WRITE ARFXRP-PRINT-LINE FROM ARFXV-SECTION-LINE.
030600     WRITE ARFXRP-PRINT-LINE FROM ARFXV-EXC-HEADING.
030700     PERFORM 8100-READ-GENERATION THRU 8100-EXIT.
030800 1000-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------*
031200*  A TRANSACTION LISTED TWICE (THE SAME CAPTURE ARCHIVED   *
031300*  ON TWO DAYS) IS VERIFIED ONCE AND COUNTED.              *
031400*----------------------------------------------------------*
031500 1100-LOAD-MANIFEST.
031600     READ ARFXMS-FILE
031700         AT END
031800             SET ARFXV-MAN-EOF TO TRUE
031900             GO TO 1100-EXIT
032000     END-READ.
032100     MOVE FXM-TRANSACTION-ID TO FXW-TRANSACTION-ID.
032200     MOVE FXM-SOURCE-SERVICE TO FXW-SOURCE-SERVICE.
032300     MOVE FXM-COUNTRY-CODE   TO FXW-COUNTRY-CODE.
032400     MOVE FXM-BANK-CODE      TO FXW-BANK-CODE.
032500     MOVE FXM-ARCHIVED-DATE  TO FXW-ARCHIVED-DATE.
032600     MOVE FXM-CONTROL-SW     TO FXW-CONTROL-SW.
032700     MOVE FXM-RECORD-COUNT   TO FXW-RECORD-COUNT.
032800     MOVE FXM-HASH-TOTAL     TO FXW-HASH-TOTAL.
032900     MOVE FXM-SELECTED-BY    TO FXW-SELECTED-BY.
033000     MOVE ZERO TO FXW-FOUND-COUNT.
033100     MOVE ZERO TO FXW-FOUND-HASH.
033200     WRITE FIXITY-WORK-RECORD
033300         INVALID KEY
033400             ADD 1 TO ARFXV-DUPLICATE-COUNT
033500             GO TO 1100-EXIT
033600     END-WRITE.
033700     ADD 1 TO ARFXV-MANIFEST-COUNT.
033800 1100-EXIT.
033900     EXIT.
034000
034100 2000-SCAN-GENERATION.
034200     ADD 1 TO ARFXV-GEN-RECORDS.
034300     MOVE ARFXGN-IMAGE (1:ARFXV-RECLEN) TO ARHS-IMAGE.
034400     MOVE ARHS-IMAGE (353:48) TO FXW-TRANSACTION-ID.
034500     READ ARFXWK-FILE
034600         INVALID KEY
034700             ADD 1 TO ARFXV-GEN-UNSAMPLED
034800             GO TO 2000-READ-NEXT
034900     END-READ.
035000     MOVE FXW-FOUND-COUNT TO ARHS-RECORD-COUNT.
035100     MOVE FXW-FOUND-HASH  TO ARHS-HASH-TOTAL.
035200     CALL 'ARHSH01' USING ARCHIVE-HASH-REQUEST.
035300     MOVE ARHS-RECORD-COUNT TO FXW-FOUND-COUNT.
035400     MOVE ARHS-HASH-TOTAL   TO FXW-FOUND-HASH.
035500     REWRITE FIXITY-WORK-RECORD.
035600 2000-READ-NEXT.
035700     PERFORM 8100-READ-GENERATION THRU 8100-EXIT.
035800 2000-EXIT.
035900     EXIT.
036000
036100 3000-CLASSIFY-ROWS.
036200     MOVE LOW-VALUES TO FXW-TRANSACTION-ID.
036300     START ARFXWK-FILE KEY IS NOT LESS THAN FXW-TRANSACTION-ID
036400         INVALID KEY
036500             SET ARFXV-WK-EOF TO TRUE
036600     END-START.
036700     PERFORM 3100-CLASSIFY-ONE THRU 3100-EXIT
036800         UNTIL ARFXV-WK-EOF.
036900     IF ARFXV-EXCEPTION-COUNT = ZERO
037000         MOVE '  NONE' TO ARFXRP-PRINT-LINE
037100         WRITE ARFXRP-PRINT-LINE
037200     END-IF.
037300 3000-EXIT.
037400     EXIT.
037500
037600 3100-CLASSIFY-ONE.
037700     READ ARFXWK-FILE NEXT RECORD
037800         AT END
037900             SET ARFXV-WK-EOF TO TRUE
038000             GO TO 3100-EXIT
038100     END-READ.
038200     SET ARFXV-EXCEPTION-SW TO 'N'.
038300     EVALUATE TRUE
038400         WHEN FXW-FOUND-COUNT = ZERO
038500             SET FXE-GENERATION-MISSING TO TRUE
038600             ADD 1 TO ARFXV-MISSING-COUNT
038700             SET ARFXV-EXCEPTION TO TRUE
038800         WHEN FXW-NO-CONTROL
038900             ADD 1 TO ARFXV-PRESENT-ONLY-COUNT
039000         WHEN FXW-FOUND-COUNT NOT = FXW-RECORD-COUNT
039100             SET FXE-COUNT-MISMATCH TO TRUE
039200             ADD 1 TO ARFXV-COUNT-MISMATCH
039300             SET ARFXV-EXCEPTION TO TRUE
039400         WHEN FXW-FOUND-HASH NOT = FXW-HASH-TOTAL
039500             SET FXE-HASH-MISMATCH TO TRUE
039600             ADD 1 TO ARFXV-HASH-MISMATCH
039700             SET ARFXV-EXCEPTION TO TRUE
039800         WHEN OTHER
039900             ADD 1 TO ARFXV-INTACT-COUNT
040000     END-EVALUATE.
040100     IF ARFXV-EXCEPTION
040200         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
040300     END-IF.
040400     PERFORM 3300-TALLY-YEAR THRU 3300-EXIT.
040500 3100-EXIT.
040600     EXIT.
040700
040800 3200-WRITE-EXCEPTION.
040900     MOVE FXW-SOURCE-SERVICE TO FXE-SOURCE-SERVICE.
041000     MOVE FXW-TRANSACTION-ID TO FXE-TRANSACTION-ID.
041100     MOVE FXW-COUNTRY-CODE   TO FXE-COUNTRY-CODE.
041200     MOVE FXW-BANK-CODE      TO FXE-BANK-CODE.
041300     MOVE FXW-ARCHIVED-DATE  TO FXE-ARCHIVED-DATE.
041400     MOVE FXW-RECORD-COUNT   TO FXE-EXPECTED-COUNT.
041500     MOVE FXW-FOUND-COUNT    TO FXE-FOUND-COUNT.
041600     MOVE FXW-HASH-TOTAL     TO FXE-EXPECTED-HASH.
041700     MOVE FXW-FOUND-HASH     TO FXE-FOUND-HASH.
041800     MOVE FXW-SELECTED-BY    TO FXE-SELECTED-BY.
041900     MOVE ARFXV-TODAY        TO FXE-VERIFIED-DATE.
042000     WRITE FIXITY-EXCEPTION-RECORD.
042100     ADD 1 TO ARFXV-EXCEPTION-COUNT.
042200     MOVE FXE-SOURCE-SERVICE TO ARFXV-EX-SOURCE.
042300     MOVE FXE-TRANSACTION-ID TO ARFXV-EX-TRANID.
042400     MOVE FXE-ARCHIVED-DATE  TO ARFXV-EX-ARCHIVED.
042500     MOVE FXE-SELECTED-BY    TO ARFXV-EX-SELECTED.
042600     MOVE FXE-REASON-CODE    TO ARFXV-EX-REASON.
042700     MOVE FXE-EXPECTED-COUNT TO ARFXV-EX-COUNT.
042800     MOVE FXE-FOUND-COUNT    TO ARFXV-EX-FOUND.
042900     MOVE FXE-EXPECTED-HASH  TO ARFXV-EX-EXP-HASH.
043000     MOVE FXE-FOUND-HASH     TO ARFXV-EX-FND-HASH.
043100     WRITE ARFXRP-PRINT-LINE FROM ARFXV-EXC-LINE.
043200 3200-EXIT.
043300     EXIT.
043400
043500 3300-TALLY-YEAR.
043600     MOVE FXW-ARCHIVED-DATE (1:4) TO ARFXV-ROW-YEAR.
043700     SET ARFXV-YEAR-FOUND-SW TO 'N'.
043800     PERFORM 3310-FIND-YEAR THRU 3310-EXIT
043900         VARYING ARFXV-YR-IDX FROM 1 BY 1
044000         UNTIL ARFXV-YR-IDX > ARFXV-YEAR-COUNT
044100         OR ARFXV-YEAR-FOUND.
044200     IF NOT ARFXV-YEAR-FOUND
044300         IF ARFXV-YEAR-COUNT < 100
044400             ADD 1 TO ARFXV-YEAR-COUNT
044500             MOVE ARFXV-YEAR-COUNT TO ARFXV-YR-IDX
044600             MOVE ARFXV-ROW-YEAR TO ARFXV-YR-YEAR (ARFXV-YR-IDX)
044700             MOVE ZERO TO ARFXV-YR-VERIFIED (ARFXV-YR-IDX)
044800             MOVE ZERO TO ARFXV-YR-EXCEPTIONS (ARFXV-YR-IDX)
044900         ELSE
045000             ADD 1 TO ARFXV-YEARS-DROPPED
045100             GO TO 3300-EXIT
045200         END-IF
045300     ELSE
045400         SUBTRACT 1 FROM ARFXV-YR-IDX
045500     END-IF.
045600     ADD 1 TO ARFXV-YR-VERIFIED (ARFXV-YR-IDX).
045700     IF ARFXV-EXCEPTION
045800         ADD 1 TO ARFXV-YR-EXCEPTIONS (ARFXV-YR-IDX)
045900     END-IF.
046000 3300-EXIT.
046100     EXIT.
046200
046300 3310-FIND-YEAR.
046400     IF ARFXV-YR-YEAR (ARFXV-YR-IDX) = ARFXV-ROW-YEAR
046500         SET ARFXV-YEAR-FOUND TO TRUE
046600     END-IF.
046700 3310-EXIT.
046800     EXIT.
046900
047000*----------------------------------------------------------*
047100*  A YEAR ARFXS01 HAS NOT YET COUNTED IS ADDED WITH NO     *
047200*  ROWS ON FILE; THE NEXT SELECTION RUN FILLS IT IN.       *
047300*----------------------------------------------------------*
047400 4000-POST-COVERAGE.
047500     MOVE ARFXV-YR-YEAR (ARFXV-YR-IDX) TO FXC-ARCHIVE-YEAR.
047600     READ ARFXCV-FILE
047700         INVALID KEY
047800             MOVE SPACES TO FIXITY-COVERAGE-RECORD
047900             MOVE ARFXV-YR-YEAR (ARFXV-YR-IDX) TO
048000                 FXC-ARCHIVE-YEAR
048100             MOVE ZERO TO FXC-ROWS-ON-FILE
048200             MOVE ZERO TO FXC-ROWS-CONTROLLED
048300             MOVE ZERO TO FXC-COUNTED-DATE
048400             MOVE ZERO TO FXC-ROWS-VERIFIED
048500             MOVE ZERO TO FXC-EXCEPTIONS
048600             MOVE ZERO TO FXC-LAST-EXCEPTION-DATE
048700             PERFORM 4100-APPLY-RESULTS THRU 4100-EXIT
048800             WRITE FIXITY-COVERAGE-RECORD
048900             GO TO 4000-EXIT
049000     END-READ.
049100     PERFORM 4100-APPLY-RESULTS THRU 4100-EXIT.
049200     REWRITE FIXITY-COVERAGE-RECORD.
049300 4000-EXIT.
049400     EXIT.
049500
049600 4100-APPLY-RESULTS.
049700     MOVE ARFXV-TODAY TO FXC-LAST-VERIFIED-DATE.
049800     MOVE ARFXV-YR-VERIFIED (ARFXV-YR-IDX) TO
049900         FXC-LAST-RUN-VERIFIED.
050000     ADD ARFXV-YR-VERIFIED (ARFXV-YR-IDX) TO FXC-ROWS-VERIFIED.
050100     IF ARFXV-YR-EXCEPTIONS (ARFXV-YR-IDX) NOT = ZERO
050200         ADD ARFXV-YR-EXCEPTIONS (ARFXV-YR-IDX) TO
050300             FXC-EXCEPTIONS
050400         MOVE ARFXV-TODAY TO FXC-LAST-EXCEPTION-DATE
050500     END-IF.
050600 4100-EXIT.
050700     EXIT.
050800
050900 5000-COVERAGE-REPORT.
051000     MOVE SPACES TO ARFXRP-PRINT-LINE.
051100     WRITE ARFXRP-PRINT-LINE.
051200     MOVE 'COVERAGE BY ARCHIVE YEAR' TO ARFXV-SC-CAPTION.
051300     WRITE ARFXRP-PRINT-LINE FROM ARFXV-SECTION-LINE.
051400     WRITE ARFXRP-PRINT-LINE FROM ARFXV-COV-HEADING.
051500     MOVE LOW-VALUES TO FXC-ARCHIVE-YEAR.
051600     START ARFXCV-FILE KEY IS NOT LESS THAN FXC-ARCHIVE-YEAR
051700         INVALID KEY
051800             SET ARFXV-CV-EOF TO TRUE
051900     END-START.
052000     PERFORM 5100-PRINT-ONE-YEAR THRU 5100-EXIT
052100         UNTIL ARFXV-CV-EOF.
052200     MOVE SPACES TO ARFXRP-PRINT-LINE.
052300     WRITE ARFXRP-PRINT-LINE.
052400     MOVE 'ROWS ON STAGED MANIFEST' TO ARFXV-TL-CAPTION.
052500     MOVE ARFXV-MANIFEST-COUNT TO ARFXV-TL-COUNT.
052600     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
052700     MOVE 'VERIFIED INTACT' TO ARFXV-TL-CAPTION.
052800     MOVE ARFXV-INTACT-COUNT TO ARFXV-TL-COUNT.
052900     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
053000     MOVE 'PRESENT, NO CONTROL RECORDED' TO ARFXV-TL-CAPTION.
053100     MOVE ARFXV-PRESENT-ONLY-COUNT TO ARFXV-TL-COUNT.
053200     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
053300     MOVE 'GENERATION MISSING' TO ARFXV-TL-CAPTION.
053400     MOVE ARFXV-MISSING-COUNT TO ARFXV-TL-COUNT.
053500     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
053600     MOVE 'RECORD COUNT MISMATCH' TO ARFXV-TL-CAPTION.
053700     MOVE ARFXV-COUNT-MISMATCH TO ARFXV-TL-COUNT.
053800     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
053900     MOVE 'HASH TOTAL MISMATCH' TO ARFXV-TL-CAPTION.
054000     MOVE ARFXV-HASH-MISMATCH TO ARFXV-TL-COUNT.
054100     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
054200     MOVE 'DUPLICATE MANIFEST ROWS' TO ARFXV-TL-CAPTION.
054300     MOVE ARFXV-DUPLICATE-COUNT TO ARFXV-TL-COUNT.
054400     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
054500     MOVE 'STAGED RECORDS NOT ON MANIFEST' TO ARFXV-TL-CAPTION.
054600     MOVE ARFXV-GEN-UNSAMPLED TO ARFXV-TL-COUNT.
054700     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
054800     MOVE 'ARCHIVE YEARS FLAGGED' TO ARFXV-TL-CAPTION.
054900     MOVE ARFXV-FLAGGED-YEARS TO ARFXV-TL-COUNT.
055000     WRITE ARFXRP-PRINT-LINE FROM ARFXV-TOTAL-LINE.
055100 5000-EXIT.
055200     EXIT.
055300
055400 5100-PRINT-ONE-YEAR.
055500     READ ARFXCV-FILE NEXT RECORD
055600         AT END
055700             SET ARFXV-CV-EOF TO TRUE
055800             GO TO 5100-EXIT
055900     END-READ.
056000     IF FXC-ROWS-ON-FILE = ZERO
056100             AND FXC-LAST-VERIFIED-DATE = ZERO
056200         GO TO 5100-EXIT
056300     END-IF.
056400     MOVE FXC-ARCHIVE-YEAR    TO ARFXV-CV-YEAR.
056500     MOVE FXC-ROWS-ON-FILE    TO ARFXV-CV-ON-FILE.
056600     MOVE FXC-ROWS-CONTROLLED TO ARFXV-CV-CONTROLLED.
056700     MOVE FXC-ROWS-VERIFIED   TO ARFXV-CV-TO-DATE.
056800     MOVE FXC-EXCEPTIONS      TO ARFXV-CV-EXCEPTIONS.
056900     MOVE ZERO TO ARFXV-CV-THIS-RUN.
057000     IF FXC-LAST-VERIFIED-DATE = ARFXV-TODAY
057100         MOVE FXC-LAST-RUN-VERIFIED TO ARFXV-CV-THIS-RUN
057200     END-IF.
057300     IF FXC-LAST-EXCEPTION-DATE = ZERO
057400         MOVE SPACES TO ARFXV-CV-LAST-EXCEPTION
057500     ELSE
057600         MOVE FXC-LAST-EXCEPTION-DATE TO
057700             ARFXV-CV-LAST-EXCEPTION
057800     END-IF.
057900     MOVE SPACES TO ARFXV-CV-FLAG.
058000     IF FXC-LAST-VERIFIED-DATE = ZERO
058100         MOVE SPACES TO ARFXV-CV-LAST-VERIFIED
058200         MOVE SPACES TO ARFXV-CV-DAYS
058300         IF FXC-ROWS-ON-FILE NOT = ZERO
058400             MOVE 'NEVER' TO ARFXV-CV-FLAG
058500             ADD 1 TO ARFXV-FLAGGED-YEARS
058600         END-IF
058700     ELSE
058800         MOVE FXC-LAST-VERIFIED-DATE TO ARFXV-CV-LAST-VERIFIED
058900         COMPUTE ARFXV-DAYS-SINCE = ARFXV-TODAY-INT
059000             - FUNCTION INTEGER-OF-DATE (FXC-LAST-VERIFIED-DATE)
059100         MOVE ARFXV-DAYS-SINCE TO ARFXV-ED-DAYS
059200         MOVE ARFXV-ED-DAYS TO ARFXV-CV-DAYS
059300         IF ARFXV-DAYS-SINCE > ARFXV-STALE-DAYS
059400                 AND FXC-ROWS-ON-FILE NOT = ZERO
059500             MOVE 'STALE' TO ARFXV-CV-FLAG
059600             ADD 1 TO ARFXV-FLAGGED-YEARS
059700         END-IF
059800     END-IF.
059900     WRITE ARFXRP-PRINT-LINE FROM ARFXV-COV-LINE.
060000 5100-EXIT.
060100     EXIT.
060200
060300 6000-FINISH.
060400     CLOSE ARFXGN-FILE.
060500     CLOSE ARFXWK-FILE.
060600     CLOSE ARFXCV-FILE.
060700     CLOSE ARFXEX-FILE.
060800     CLOSE ARFXRP-FILE.
060900     DISPLAY 'ARFXV01 ROWS ON STAGED MANIFEST = '
061000         ARFXV-MANIFEST-COUNT.
061100     DISPLAY 'ARFXV01 STAGED RECORDS READ     = '
061200         ARFXV-GEN-RECORDS.
061300     DISPLAY 'ARFXV01 VERIFIED INTACT         = '
061400         ARFXV-INTACT-COUNT.
061500     DISPLAY 'ARFXV01 PRESENT, NO CONTROL     = '
061600         ARFXV-PRESENT-ONLY-COUNT.
061700     DISPLAY 'ARFXV01 FIXITY EXCEPTIONS       = '
061800         ARFXV-EXCEPTION-COUNT.
061900     DISPLAY 'ARFXV01 ARCHIVE YEARS FLAGGED   = '
062000         ARFXV-FLAGGED-YEARS.
062100     IF ARFXV-EXCEPTION-COUNT NOT = ZERO
062200             OR ARFXV-FLAGGED-YEARS NOT = ZERO
062300         MOVE 4 TO ARFXV-SEVERITY-CODE
062400     END-IF.
062500     IF ARFXV-YEARS-DROPPED NOT = ZERO
062600         DISPLAY 'ARFXV01 YEAR TABLE FULL, ROWS NOT POSTED = '
062700             ARFXV-YEARS-DROPPED
062800         MOVE 8 TO ARFXV-SEVERITY-CODE
062900     END-IF.
063000 6000-EXIT.
063100     EXIT.
063200
063300 8100-READ-GENERATION.
063400     READ ARFXGN-FILE
063500         AT END
063600             SET ARFXV-GEN-EOF TO TRUE
063700     END-READ.
063800 8100-EXIT.
063900     EXIT.
