000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARFXS01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - ARCHIVE RETENTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ARFXS01 -- ARCHIVE FIXITY SAMPLE SELECTION.             *
000900*                                                          *
001000*  NOTHING HAS EVER PROVEN THAT AN ARCHIVED CAPTURE IS     *
001100*  STILL READABLE AND UNCHANGED UNTIL SOMEBODY NEEDS IT.   *
001200*  THE ARCHIVE EXTRACTS NOW STAMP EACH ARCHV ROW WITH THE  *
001300*  CAPTURE'S RECORD COUNT AND CONTENT HASH TOTAL (SEE      *
001400*  ARHSH01); THIS STEP CHOOSES WHICH ROWS TO PROVE AND     *
001500*  CUTS THE STAGING MANIFEST (ARFXMN) SO THE FOLLOWING     *
001600*  JCL STEP CAN STAGE THE LOCATED GENERATIONS FOR ARFXV01, *
001700*  THE SAME MANIFEST-THEN-STAGE ROUTE MVSTR01 TAKES.       *
001800*                                                          *
001900*  TWO SELECTIONS, BY EXEC PARM:                           *
002000*    ROTATION (THE WEEKLY DEFAULT) -- EACH ROW'S           *
002100*      TRANSACTION-ID IS HASHED TO ONE OF N WEEKLY SLOTS   *
002200*      (PARM, ZERO TAKES 13) AND THE ROWS IN THIS WEEK'S   *
002300*      SLOT ARE TAKEN, SO EVERY ROW ON FILE IS PROVEN      *
002400*      ONCE IN EVERY N WEEKS WITHOUT ANY SELECTION STATE;  *
002500*    'H' -- EVERY ROW UNDER AN ACTIVE ARHOLD LEGAL HOLD    *
002600*      (EXPIRED HOLDS SKIPPED AS ARPURG01 SKIPS THEM), RUN *
002700*      WHEN COUNSEL PLACES A HOLD OR ASKS FOR PROOF.       *
002800*  PURGED ROWS ARE NEVER SELECTED.  ROWS ARCHIVED BEFORE   *
002900*  THE CONTROLS WERE RECORDED ARE SELECTED ALL THE SAME    *
003000*  AND FLAGGED, SO THEIR GENERATIONS ARE AT LEAST PROVEN   *
003100*  PRESENT.                                                *
003200*                                                          *
003300*  THE SAME SWEEP COUNTS THE UNPURGED ROWS ON FILE PER     *
003400*  ARCHIVE YEAR INTO THE FIXITY COVERAGE MASTER (ARFXCV),  *
003500*  WHICH ARFXV01 REPORTS AGAINST.                          *
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
004600     SELECT ARCHV-FILE ASSIGN TO ARCHV
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT ARHOLD-FILE ASSIGN TO ARHOLD
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT ARFXMN-FILE ASSIGN TO ARFXMN
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT ARFXCV-FILE ASSIGN TO ARFXCV
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS FXC-ARCHIVE-YEAR.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ARCHV-FILE.
006000     COPY "ARCHV01.cpy".
006100
006200 FD  ARHOLD-FILE.
006300     COPY "ARHOLD01.cpy".
006400
006500 FD  ARFXMN-FILE.
006600     COPY "ARFXM01.cpy".
006700
006800 FD  ARFXCV-FILE.
006900     COPY "ARFXC01.cpy".
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------*
007300*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007400*----------------------------------------------------------*
007500     COPY "RUNREG01.cpy".
007600
007700*----------------------------------------------------------*
007800*  CONTENT-HASH REQUEST AREA (SEE ARHSH01), USED HERE TO   *
007900*  SPREAD THE TRANSACTION-IDS OVER THE WEEKLY SLOTS.       *
008000*----------------------------------------------------------*
008100     COPY "ARHSH01.cpy".
008200
008300 77  ARFXS-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
008400
008500 01  ARFXS-SWITCHES.
008600     05  ARFXS-EOF-SW              PIC X(01) VALUE 'N'.
008700         88  ARFXS-EOF               VALUE 'Y'.
008800     05  ARFXS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
008900         88  ARFXS-HOLD-EOF          VALUE 'Y'.
009000     05  ARFXS-HELD-SW             PIC X(01) VALUE 'N'.
009100         88  ARFXS-HELD              VALUE 'Y'.
009200     05  ARFXS-YEAR-FOUND-SW       PIC X(01) VALUE 'N'.
009300         88  ARFXS-YEAR-FOUND        VALUE 'Y'.
009400     05  ARFXS-CV-EOF-SW           PIC X(01) VALUE 'N'.
009500         88  ARFXS-CV-EOF            VALUE 'Y'.
009600
009700 77  ARFXS-TODAY                   PIC 9(8) VALUE ZERO.
009800 77  ARFXS-WEEKS                   PIC 9(3) VALUE 13.
009900 77  ARFXS-WEEK-SLOT               PIC 9(3) VALUE ZERO.
010000 77  ARFXS-WEEK-NUMBER             PIC 9(7) VALUE ZERO.
010100 77  ARFXS-ROW-SLOT                PIC 9(3) VALUE ZERO.
010200 77  ARFXS-ROW-YEAR                PIC 9(4) VALUE ZERO.
010300 77  ARFXS-SELECTED-COUNT          PIC 9(7) COMP VALUE ZERO.
010400 77  ARFXS-UNCONTROLLED-COUNT      PIC 9(7) COMP VALUE ZERO.
010500 77  ARFXS-ON-FILE-COUNT           PIC 9(7) COMP VALUE ZERO.
010600 77  ARFXS-PURGED-COUNT            PIC 9(7) COMP VALUE ZERO.
010700 77  ARFXS-HOLD-COUNT              PIC 9(3) COMP VALUE ZERO.
010800 77  ARFXS-HOLD-DROPPED            PIC 9(5) COMP VALUE ZERO.
010900 77  ARFXS-HOLD-EXPIRED            PIC 9(5) COMP VALUE ZERO.
011000 77  ARFXS-YEAR-COUNT              PIC 9(3) COMP VALUE ZERO.
011100 77  ARFXS-YEARS-DROPPED           PIC 9(7) COMP VALUE ZERO.
011200 77  ARFXS-IDX                     PIC 9(3) COMP VALUE ZERO.
011300 77  ARFXS-YR-IDX                  PIC 9(3) COMP VALUE ZERO.
011400
011500 01  ARFXS-HOLD-TABLE.
011600     05  ARFXS-HOLD-ENTRY OCCURS 200 TIMES.
011700         10  ARFXS-HOLD-TYPE       PIC X(1).
011800         10  ARFXS-HOLD-TRANID     PIC X(48).
011900         10  ARFXS-HOLD-COUNTRY    PIC 9(4).
012000         10  ARFXS-HOLD-BANK-LOW   PIC 9(3).
012100         10  ARFXS-HOLD-BANK-HIGH  PIC 9(3).
012200
012300*----------------------------------------------------------*
012400*  UNPURGED ROWS ON FILE PER ARCHIVE YEAR, POSTED TO THE   *
012500*  COVERAGE MASTER AT THE END OF THE SWEEP.                *
012600*----------------------------------------------------------*
012700 01  ARFXS-YEAR-TABLE.
012800     05  ARFXS-YEAR-ENTRY OCCURS 100 TIMES.
012900         10  ARFXS-YR-YEAR         PIC 9(4).
013000         10  ARFXS-YR-ROWS         PIC 9(9) COMP.
013100         10  ARFXS-YR-CONTROLLED   PIC 9(9) COMP.
013200
013300 LINKAGE SECTION.
013400 01  ARFXS01-PARM-CARD.
013500     05  ARFXS01-PARM-SELECT       PIC X(1).
013600         88  ARFXS01-HOLD-SWEEP      VALUE 'H'.
013700     05  ARFXS01-PARM-WEEKS        PIC 9(3).
013800
013900 PROCEDURE DIVISION USING ARFXS01-PARM-CARD.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     PERFORM 2000-PROCESS-INDEX-ROW THRU 2000-EXIT
014300         UNTIL ARFXS-EOF.
014400     PERFORM 3000-POST-COVERAGE THRU 3000-EXIT.
014500     PERFORM 4000-FINISH THRU 4000-EXIT.
014600     SET RREG-END TO TRUE.
014700     MOVE ARFXS-SELECTED-COUNT TO RREG-RECORD-COUNT.
014800     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
014900     MOVE ARFXS-SEVERITY-CODE TO RETURN-CODE.
015000     STOP RUN.
015100
015200 1000-INITIALIZE.
015300     SET RREG-START TO TRUE.
015400     MOVE 'ARFXS01 ' TO RREG-PROGRAM-ID.
015500     MOVE SPACES TO RREG-GUARD-FILE.
015600     MOVE ZERO TO RREG-CYCLE-NUMBER.
015700     MOVE ZERO TO RREG-RECORD-COUNT.
015800     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
015900     IF RREG-BLOCKED
016000         DISPLAY 'ARFXS01 ALREADY COMPLETED FOR THIS DATE'
016100         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016400     IF RREG-PREREQ-HOLD
016500         DISPLAY 'ARFXS01 HELD - PREREQUISITE NOT COMPLETE'
016600         MOVE 8 TO RETURN-CODE
016700         STOP RUN
016800     END-IF.
016900     IF ARFXS01-PARM-WEEKS NUMERIC
017000             AND ARFXS01-PARM-WEEKS NOT = ZERO
017100         MOVE ARFXS01-PARM-WEEKS TO ARFXS-WEEKS
017200     END-IF.
017300     OPEN INPUT ARCHV-FILE.
017400     OPEN INPUT ARHOLD-FILE.
017500     OPEN OUTPUT ARFXMN-FILE.
017600     OPEN I-O ARFXCV-FILE.
017700     ACCEPT ARFXS-TODAY FROM DATE YYYYMMDD.
017800     COMPUTE ARFXS-WEEK-NUMBER =
017900         FUNCTION INTEGER-OF-DATE (ARFXS-TODAY) / 7.
018000     COMPUTE ARFXS-WEEK-SLOT = FUNCTION MOD(
018100         ARFXS-WEEK-NUMBER ARFXS-WEEKS).
018200     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
018300         UNTIL ARFXS-HOLD-EOF.
018400     CLOSE ARHOLD-FILE.
018500     IF ARFXS01-HOLD-SWEEP
018600         DISPLAY 'ARFXS01 SELECTING ROWS UNDER LEGAL HOLD'
018700     ELSE
018800         DISPLAY 'ARFXS01 SELECTING ROTATION SLOT '
018900             ARFXS-WEEK-SLOT ' OF ' ARFXS-WEEKS
019000     END-IF.
019100     PERFORM 8100-READ-ARCHV THRU 8100-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400
019500 1100-LOAD-HOLDS.
019600     READ ARHOLD-FILE
019700         AT END
019800             SET ARFXS-HOLD-EOF TO TRUE
019900     END-READ.
020000     IF NOT ARFXS-HOLD-EOF
020100         AND HOLD-EXPIRY-DATE NUMERIC
020200         AND HOLD-EXPIRY-DATE NOT = ZERO
020300         AND HOLD-EXPIRY-DATE < ARFXS-TODAY
020400         ADD 1 TO ARFXS-HOLD-EXPIRED
020500     ELSE
020600     IF NOT ARFXS-HOLD-EOF
020700         IF ARFXS-HOLD-COUNT < 200
020800             ADD 1 TO ARFXS-HOLD-COUNT
020900             MOVE HOLD-TYPE TO
021000                 ARFXS-HOLD-TYPE (ARFXS-HOLD-COUNT)
021100             MOVE HOLD-TRANSACTION-ID TO
021200                 ARFXS-HOLD-TRANID (ARFXS-HOLD-COUNT)
021300             MOVE HOLD-COUNTRY-CODE TO
021400                 ARFXS-HOLD-COUNTRY (ARFXS-HOLD-COUNT)
021500             MOVE HOLD-BANK-CODE-LOW TO
021600                 ARFXS-HOLD-BANK-LOW (ARFXS-HOLD-COUNT)
021700             MOVE HOLD-BANK-CODE-HIGH TO
021800                 ARFXS-HOLD-BANK-HIGH (ARFXS-HOLD-COUNT)
021900         ELSE
022000             ADD 1 TO ARFXS-HOLD-DROPPED
022100         END-IF
022200     END-IF.
022300 1100-EXIT.
022400     EXIT.
022500
022600 2000-PROCESS-INDEX-ROW.
022700     IF ARCHIVE-PURGED
022800         ADD 1 TO ARFXS-PURGED-COUNT
022900         GO TO 2000-READ-NEXT
023000     END-IF.
023100     ADD 1 TO ARFXS-ON-FILE-COUNT.
023200     PERFORM 2100-TALLY-YEAR THRU 2100-EXIT.
023300     IF ARFXS01-HOLD-SWEEP
023400         PERFORM 2200-CHECK-HOLDS THRU 2200-EXIT
023500         IF ARFXS-HELD
023600             MOVE 'H' TO FXM-SELECTED-BY
023700             PERFORM 2400-WRITE-MANIFEST THRU 2400-EXIT
023800         END-IF
023900     ELSE
024000         PERFORM 2300-ROW-SLOT THRU 2300-EXIT
024100         IF ARFXS-ROW-SLOT = ARFXS-WEEK-SLOT
024200             MOVE 'S' TO FXM-SELECTED-BY
024300             PERFORM 2400-WRITE-MANIFEST THRU 2400-EXIT
024400         END-IF
024500     END-IF.
024600 2000-READ-NEXT.
024700     PERFORM 8100-READ-ARCHV THRU 8100-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000
025100 2100-TALLY-YEAR.
025200     MOVE ARCHIVE-ARCHIVED-DATE (1:4) TO ARFXS-ROW-YEAR.
025300     SET ARFXS-YEAR-FOUND-SW TO 'N'.
025400     PERFORM 2110-FIND-YEAR THRU 2110-EXIT
025500         VARYING ARFXS-YR-IDX FROM 1 BY 1
025600         UNTIL ARFXS-YR-IDX > ARFXS-YEAR-COUNT
025700         OR ARFXS-YEAR-FOUND.
025800     IF NOT ARFXS-YEAR-FOUND
025900         IF ARFXS-YEAR-COUNT < 100
026000             ADD 1 TO ARFXS-YEAR-COUNT
026100             MOVE ARFXS-YEAR-COUNT TO ARFXS-YR-IDX
026200             MOVE ARFXS-ROW-YEAR TO ARFXS-YR-YEAR (ARFXS-YR-IDX)
026300             MOVE ZERO TO ARFXS-YR-ROWS (ARFXS-YR-IDX)
026400             MOVE ZERO TO ARFXS-YR-CONTROLLED (ARFXS-YR-IDX)
026500         ELSE
026600             ADD 1 TO ARFXS-YEARS-DROPPED
026700             GO TO 2100-EXIT
026800         END-IF
026900     ELSE
027000         SUBTRACT 1 FROM ARFXS-YR-IDX
027100     END-IF.
027200     ADD 1 TO ARFXS-YR-ROWS (ARFXS-YR-IDX).
027300     IF ARCHIVE-RECORD-COUNT NUMERIC
027400             AND ARCHIVE-HASH-TOTAL NUMERIC
027500             AND ARCHIVE-RECORD-COUNT NOT = ZERO
027600         ADD 1 TO ARFXS-YR-CONTROLLED (ARFXS-YR-IDX)
027700     END-IF.
027800 2100-EXIT.
027900     EXIT.
028000
028100 2110-FIND-YEAR.
028200     IF ARFXS-YR-YEAR (ARFXS-YR-IDX) = ARFXS-ROW-YEAR
028300         SET ARFXS-YEAR-FOUND TO TRUE
028400     END-IF.
028500 2110-EXIT.
028600     EXIT.
028700
028800 2200-CHECK-HOLDS.
028900     SET ARFXS-HELD-SW TO 'N'.
029000     PERFORM 2210-MATCH-HOLD THRU 2210-EXIT
029100         VARYING ARFXS-IDX FROM 1 BY 1
029200         UNTIL ARFXS-IDX > ARFXS-HOLD-COUNT
029300         OR ARFXS-HELD.
029400 2200-EXIT.
029500     EXIT.
029600
029700 2210-MATCH-HOLD.
029800     EVALUATE TRUE
029900         WHEN ARFXS-HOLD-TYPE (ARFXS-IDX) = 'T'
030000             IF ARFXS-HOLD-TRANID (ARFXS-IDX) =
030100                     ARCHIVE-TRANSACTION-ID
030200                 SET ARFXS-HELD TO TRUE
030300             END-IF
030400         WHEN ARFXS-HOLD-TYPE (ARFXS-IDX) = 'C'
030500             IF ARFXS-HOLD-COUNTRY (ARFXS-IDX) =
030600                     ARCHIVE-COUNTRY-CODE
030700                 AND ARCHIVE-BANK-CODE NOT <
030800                     ARFXS-HOLD-BANK-LOW (ARFXS-IDX)
030900                 AND ARCHIVE-BANK-CODE NOT >
031000                     ARFXS-HOLD-BANK-HIGH (ARFXS-IDX)
031100                 SET ARFXS-HELD TO TRUE
031200             END-IF
031300     END-EVALUATE.
031400 2210-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------*
031800*  THE ROW'S SLOT IS ITS TRANSACTION-ID HASH MODULO THE    *
031900*  ROTATION LENGTH -- STABLE FROM WEEK TO WEEK, SO THE     *
032000*  ROTATION COVERS EVERY ROW WITHOUT REMEMBERING WHICH     *
032100*  ROWS HAVE HAD THEIR TURN.                               *
032200*----------------------------------------------------------*
032300 2300-ROW-SLOT.
032400     MOVE SPACES TO ARHS-IMAGE.
032500     MOVE ARCHIVE-TRANSACTION-ID TO ARHS-IMAGE.
032600     MOVE ZERO TO ARHS-RECORD-COUNT.
032700     MOVE ZERO TO ARHS-HASH-TOTAL.
032800     CALL 'ARHSH01' USING ARCHIVE-HASH-REQUEST.
032900     COMPUTE ARFXS-ROW-SLOT = FUNCTION MOD(
033000         ARHS-RECORD-HASH ARFXS-WEEKS).
033100 2300-EXIT.
033200     EXIT.
033300
033400 2400-WRITE-MANIFEST.
033500     MOVE ARCHIVE-SOURCE-SERVICE TO FXM-SOURCE-SERVICE.
033600     MOVE ARCHIVE-TRANSACTION-ID TO FXM-TRANSACTION-ID.
033700     MOVE ARCHIVE-COUNTRY-CODE   TO FXM-COUNTRY-CODE.
033800     MOVE ARCHIVE-BANK-CODE      TO FXM-BANK-CODE.
033900     MOVE ARCHIVE-ARCHIVED-DATE  TO FXM-ARCHIVED-DATE.
034000     IF ARCHIVE-RECORD-COUNT NUMERIC
034100             AND ARCHIVE-HASH-TOTAL NUMERIC
034200             AND ARCHIVE-RECORD-COUNT NOT = ZERO
034300         SET FXM-CONTROLLED TO TRUE
034400         MOVE ARCHIVE-RECORD-COUNT TO FXM-RECORD-COUNT
034500         MOVE ARCHIVE-HASH-TOTAL   TO FXM-HASH-TOTAL
034600     ELSE
034700         SET FXM-NO-CONTROL TO TRUE
034800         MOVE ZERO TO FXM-RECORD-COUNT
034900         MOVE ZERO TO FXM-HASH-TOTAL
035000         ADD 1 TO ARFXS-UNCONTROLLED-COUNT
035100     END-IF.
035200     MOVE ARFXS-TODAY TO FXM-CUT-DATE.
035300     WRITE FIXITY-MANIFEST-RECORD.
035400     ADD 1 TO ARFXS-SELECTED-COUNT.
035500 2400-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------*
035900*  EVERY YEAR COUNTED TONIGHT IS POSTED; A YEAR ON THE     *
036000*  MASTER WITH NO UNPURGED ROWS LEFT IS SET TO ZERO ON     *
036100*  FILE SO THE COVERAGE REPORT DOES NOT CARRY STALE        *
036200*  COUNTS.                                                 *
036300*----------------------------------------------------------*
036400 3000-POST-COVERAGE.
036500     PERFORM 3100-POST-ONE-YEAR THRU 3100-EXIT
036600         VARYING ARFXS-YR-IDX FROM 1 BY 1
036700         UNTIL ARFXS-YR-IDX > ARFXS-YEAR-COUNT.
036800     MOVE LOW-VALUES TO FXC-ARCHIVE-YEAR.
036900     START ARFXCV-FILE KEY IS NOT LESS THAN FXC-ARCHIVE-YEAR
037000         INVALID KEY
037100             SET ARFXS-CV-EOF TO TRUE
037200     END-START.
037300     PERFORM 3200-CLEAR-EMPTY-YEAR THRU 3200-EXIT
037400         UNTIL ARFXS-CV-EOF.
037500 3000-EXIT.
037600     EXIT.
037700
037800 3100-POST-ONE-YEAR.
037900     MOVE ARFXS-YR-YEAR (ARFXS-YR-IDX) TO FXC-ARCHIVE-YEAR.
038000     READ ARFXCV-FILE
038100         INVALID KEY
038200             MOVE SPACES TO FIXITY-COVERAGE-RECORD
038300             MOVE ARFXS-YR-YEAR (ARFXS-YR-IDX) TO
038400                 FXC-ARCHIVE-YEAR
038500             MOVE ZERO TO FXC-LAST-VERIFIED-DATE
038600             MOVE ZERO TO FXC-LAST-RUN-VERIFIED
038700             MOVE ZERO TO FXC-ROWS-VERIFIED
038800             MOVE ZERO TO FXC-EXCEPTIONS
038900             MOVE ZERO TO FXC-LAST-EXCEPTION-DATE
039000             MOVE ARFXS-YR-ROWS (ARFXS-YR-IDX) TO
039100                 FXC-ROWS-ON-FILE
039200             MOVE ARFXS-YR-CONTROLLED (ARFXS-YR-IDX) TO
039300                 FXC-ROWS-CONTROLLED
039400             MOVE ARFXS-TODAY TO FXC-COUNTED-DATE
039500             WRITE FIXITY-COVERAGE-RECORD
039600             GO TO 3100-EXIT
039700     END-READ.
039800     MOVE ARFXS-YR-ROWS (ARFXS-YR-IDX) TO FXC-ROWS-ON-FILE.
039900     MOVE ARFXS-YR-CONTROLLED (ARFXS-YR-IDX) TO
040000         FXC-ROWS-CONTROLLED.
040100     MOVE ARFXS-TODAY TO FXC-COUNTED-DATE.
040200     REWRITE FIXITY-COVERAGE-RECORD.
040300 3100-EXIT.
040400     EXIT.
040500
040600 3200-CLEAR-EMPTY-YEAR.
040700     READ ARFXCV-FILE NEXT RECORD
040800         AT END
040900             SET ARFXS-CV-EOF TO TRUE
041000     END-READ.
041100     IF NOT ARFXS-CV-EOF
041200             AND FXC-COUNTED-DATE NOT = ARFXS-TODAY
041300         MOVE ZERO TO FXC-ROWS-ON-FILE
041400         MOVE ZERO TO FXC-ROWS-CONTROLLED
041500         MOVE ARFXS-TODAY TO FXC-COUNTED-DATE
041600         REWRITE FIXITY-COVERAGE-RECORD
041700     END-IF.
041800 3200-EXIT.
041900     EXIT.
042000
042100 4000-FINISH.
042200     CLOSE ARCHV-FILE.
042300     CLOSE ARFXMN-FILE.
042400     CLOSE ARFXCV-FILE.
042500     DISPLAY 'ARFXS01 ROWS ON FILE          = '
042600         ARFXS-ON-FILE-COUNT.
042700     DISPLAY 'ARFXS01 ROWS PURGED (SKIPPED) = '
042800         ARFXS-PURGED-COUNT.
042900     DISPLAY 'ARFXS01 ROWS SELECTED         = '
043000         ARFXS-SELECTED-COUNT.
043100     DISPLAY 'ARFXS01 SELECTED, NO CONTROL  = '
043200         ARFXS-UNCONTROLLED-COUNT.
043300     DISPLAY 'ARFXS01 HOLDS EXPIRED         = '
043400         ARFXS-HOLD-EXPIRED.
043500     IF ARFXS-HOLD-DROPPED NOT = ZERO
043600         DISPLAY 'ARFXS01 HOLD TABLE FULL, DROPPED = '
043700             ARFXS-HOLD-DROPPED
043800         MOVE 8 TO ARFXS-SEVERITY-CODE
043900     END-IF.
044000     IF ARFXS-YEARS-DROPPED NOT = ZERO
044100         DISPLAY 'ARFXS01 YEAR TABLE FULL, ROWS NOT COUNTED = '
044200             ARFXS-YEARS-DROPPED
044300         MOVE 8 TO ARFXS-SEVERITY-CODE
044400     END-IF.
044500 4000-EXIT.
044600     EXIT.
044700
044800 8100-READ-ARCHV.
044900     READ ARCHV-FILE
045000         AT END
045100             SET ARFXS-EOF TO TRUE
045200     END-READ.
045300 8100-EXIT.
045400     EXIT.
