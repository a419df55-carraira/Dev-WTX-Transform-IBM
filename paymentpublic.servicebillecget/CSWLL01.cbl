000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSWLL01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSWLL01 -- WATCHLIST LOAD.                              *
000900*                                                          *
001000*  LOADS THE SANCTIONS AND INTERNAL WATCHLIST THAT         *
001100*  COMPLIANCE MAINTAINS (CSWLF -- A HEADER WITH THE LIST   *
001200*  DATE AND VERSION, ONE ENTRY PER RECORD AND A CONTROL    *
001300*  TRAILER) INTO THE WATCHLIST MASTER (CSWLM) THAT THE     *
001400*  SCREENING STEP CSWLS01 READS.  AN ENTRY NAMES A PAYER   *
001500*  IDENTIFICATION (TYPE / NUMBER), A DEBIT ACCOUNT (BANK / *
001600*  ACCOUNT) OR A NAME.  NAMES ARE STORED NORMALIZED        *
001700*  THROUGH CSWNM01 SO THEY MATCH HOWEVER THEY WERE KEYED.  *
001800*                                                          *
001900*  THE FILE IS READ TWICE.  THE FIRST PASS EDITS EVERY     *
002000*  ENTRY AND COUNTS THE GOOD ONES; THE LIST IS REFUSED     *
002100*  AND THE MASTER LEFT EXACTLY AS IT WAS WHEN:             *
002200*    1. THE HEADER OR TRAILER IS MISSING, OR THE TRAILER   *
002300*       COUNT DOES NOT AGREE WITH THE ENTRIES ON FILE;     *
002400*    2. THE LIST IS OLDER THAN THE VERSION ALREADY LOADED; *
002500*    3. THE GOOD ENTRIES FALL SHARPLY AGAINST THE COUNT    *
002600*       LOADED LAST TIME -- A TRUNCATED EXTRACT MUST NOT   *
002700*       QUIETLY EMPTY THE LIST.  THE EXEC PARM CARRIES THE *
002800*       LARGEST DROP ALLOWED AS A PERCENTAGE (ZERO TAKES   *
002900*       20).                                               *
003000*  OTHERWISE THE SECOND PASS REBUILDS THE MASTER FROM THE  *
003100*  GOOD ENTRIES AND WRITES THE CONTROL ROW (ENTRY-TYPE     *
003200*  'C') CARRYING THE VERSION, DATE AND ENTRY COUNT THE     *
003300*  NEXT LOAD IS MEASURED AGAINST.  THE LOAD REPORT         *
003400*  (CSWLLR) LISTS EVERY REJECTED ENTRY AND THE COUNTS.  A  *
003500*  REFUSED LIST OR A REJECTED ENTRY ENDS THE STEP WITH     *
003600*  CONDITION CODE 4.                                       *
003700*----------------------------------------------------------*
003800*  MODIFICATION HISTORY                                    *
003900*    10/15/26  DOB  INITIAL VERSION.                       *
004000*----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-ZSERIES.
004400 OBJECT-COMPUTER. IBM-ZSERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CSWLF-FILE ASSIGN TO CSWLF
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL CSWLM-FILE ASSIGN TO CSWLM
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS WLM-KEY.
005300     SELECT CSWLLR-FILE ASSIGN TO CSWLLR
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CSWLF-FILE.
005900     COPY "CSWLF01.cpy".
006000
006100 FD  CSWLM-FILE.
006200     COPY "CSWLM01.cpy".
006300
006400 FD  CSWLLR-FILE.
006500 01  CSWLLR-PRINT-LINE             PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------*
006900*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007000*----------------------------------------------------------*
007100     COPY "RUNREG01.cpy".
007200
007300*----------------------------------------------------------*
007400*  NAME NORMALIZATION AREA (SEE CSWNM01).                  *
007500*----------------------------------------------------------*
007600     COPY "CSWNM01.cpy".
007700
007800 77  CSWLL-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
007900
008000 01  CSWLL-SWITCHES.
008100     05  CSWLL-EOF-SW              PIC X(01) VALUE 'N'.
008200         88  CSWLL-EOF               VALUE 'Y'.
008300     05  CSWLL-HEADER-SW           PIC X(01) VALUE 'N'.
008400         88  CSWLL-HEADER-SEEN       VALUE 'Y'.
008500     05  CSWLL-TRAILER-SW          PIC X(01) VALUE 'N'.
008600         88  CSWLL-TRAILER-SEEN      VALUE 'Y'.
008700     05  CSWLL-PREVIOUS-SW         PIC X(01) VALUE 'N'.
008800         88  CSWLL-PREVIOUS-FOUND    VALUE 'Y'.
008900     05  CSWLL-ENTRY-SW            PIC X(01) VALUE 'N'.
009000         88  CSWLL-ENTRY-OK          VALUE 'Y'.
009100     05  CSWLL-LISTING-SW          PIC X(01) VALUE 'N'.
009200         88  CSWLL-LISTING           VALUE 'Y'.
009300     05  CSWLL-REFUSED-SW          PIC X(01) VALUE 'N'.
009400         88  CSWLL-REFUSED           VALUE 'Y'.
009500
009600 77  CSWLL-TODAY                   PIC 9(8) VALUE ZERO.
009700 77  CSWLL-DROP-PCT                PIC 9(3) VALUE 20.
009800 77  CSWLL-LIST-DATE               PIC 9(8) VALUE ZERO.
009900 77  CSWLL-LIST-VERSION            PIC 9(5) VALUE ZERO.
010000 77  CSWLL-TRAILER-COUNT           PIC 9(7) VALUE ZERO.
010100 77  CSWLL-PREVIOUS-VERSION        PIC 9(5) VALUE ZERO.
010200 77  CSWLL-PREVIOUS-COUNT          PIC 9(7) VALUE ZERO.
010300 77  CSWLL-FLOOR-COUNT             PIC 9(7) VALUE ZERO.
010400 77  CSWLL-NORMAL-NAME             PIC X(40) VALUE SPACES.
010500 77  CSWLL-REFUSAL                 PIC X(60) VALUE SPACES.
010600 77  CSWLL-NOTE                    PIC X(30) VALUE SPACES.
010700 77  CSWLL-RECORD-NUMBER           PIC 9(7) COMP VALUE ZERO.
010800 77  CSWLL-ENTRY-COUNT             PIC 9(7) COMP VALUE ZERO.
010900 77  CSWLL-GOOD-COUNT              PIC 9(7) COMP VALUE ZERO.
011000 77  CSWLL-REJECTED-COUNT          PIC 9(7) COMP VALUE ZERO.
011100 77  CSWLL-LOADED-COUNT            PIC 9(7) COMP VALUE ZERO.
011200 77  CSWLL-DUPLICATE-COUNT         PIC 9(7) COMP VALUE ZERO.
011300
011400 01  CSWLL-HEADING-1.
011500     05  FILLER                    PIC X(24)
011600         VALUE 'CSWLL01 WATCHLIST LOAD  '.
011700     05  CSWLL-H1-DATE             PIC 9(8).
011800     05  FILLER                    PIC X(100) VALUE SPACES.
011900
012000 01  CSWLL-HEADING-2.
012100     05  FILLER                    PIC X(09) VALUE 'RECORD   '.
012200     05  FILLER                    PIC X(05) VALUE 'T    '.
012300     05  FILLER                    PIC X(07) VALUE 'SRC    '.
012400     05  FILLER                    PIC X(14)
012500         VALUE 'REFERENCE     '.
012600     05  FILLER                    PIC X(42) VALUE 'ENTRY VALUE'.
012700     05  FILLER                    PIC X(55) VALUE 'EXCEPTION'.
012800
012900 01  CSWLL-DETAIL-LINE.
013000     05  CSWLL-DL-RECORD           PIC Z(6)9.
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  CSWLL-DL-TYPE             PIC X(01).
013300     05  FILLER                    PIC X(04) VALUE SPACES.
013400     05  CSWLL-DL-SOURCE           PIC X(04).
013500     05  FILLER                    PIC X(03) VALUE SPACES.
013600     05  CSWLL-DL-REFERENCE        PIC X(12).
013700     05  FILLER                    PIC X(02) VALUE SPACES.
013800     05  CSWLL-DL-VALUE            PIC X(40).
013900     05  FILLER                    PIC X(02) VALUE SPACES.
014000     05  CSWLL-DL-NOTE             PIC X(30).
014100     05  FILLER                    PIC X(25) VALUE SPACES.
014200
014300 01  CSWLL-SUMMARY-LINE.
014400     05  CSWLL-SL-LABEL            PIC X(40).
014500     05  CSWLL-SL-COUNT            PIC Z(8)9.
014600     05  FILLER                    PIC X(83) VALUE SPACES.
014700
014800 01  CSWLL-RESULT-LINE.
014900     05  FILLER                    PIC X(08) VALUE 'RESULT: '.
015000     05  CSWLL-RL-TEXT             PIC X(60).
015100     05  FILLER                    PIC X(64) VALUE SPACES.
015200
015300 LINKAGE SECTION.
015400 01  CSWLL01-PARM-CARD.
015500     05  CSWLL01-PARM-DROP-PCT     PIC 9(3).
015600
015700 PROCEDURE DIVISION USING CSWLL01-PARM-CARD.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-CHECK-LIST THRU 2000-EXIT.
016100     PERFORM 2500-JUDGE-LIST THRU 2500-EXIT.
016200     IF NOT CSWLL-REFUSED
016300         PERFORM 3000-LOAD-MASTER THRU 3000-EXIT
016400     END-IF.
016500     PERFORM 4000-FINISH THRU 4000-EXIT.
016600     SET RREG-END TO TRUE.
016700     MOVE CSWLL-LOADED-COUNT TO RREG-RECORD-COUNT.
016800     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
016900     MOVE CSWLL-SEVERITY-CODE TO RETURN-CODE.
017000     STOP RUN.
017100
017200 1000-INITIALIZE.
017300     SET RREG-START TO TRUE.
017400     MOVE 'CSWLL01 ' TO RREG-PROGRAM-ID.
017500     MOVE SPACES TO RREG-GUARD-FILE.
017600     MOVE ZERO TO RREG-CYCLE-NUMBER.
017700     MOVE ZERO TO RREG-RECORD-COUNT.
017800     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017900     IF RREG-BLOCKED
018000         DISPLAY 'CSWLL01 ALREADY COMPLETED FOR THIS DATE'
018100         MOVE 8 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     IF RREG-PREREQ-HOLD
018500         DISPLAY 'CSWLL01 HELD - PREREQUISITE NOT COMPLETE'
018600         MOVE 8 TO RETURN-CODE
018700         STOP RUN
018800     END-IF.
018900     IF CSWLL01-PARM-DROP-PCT NUMERIC
019000             AND CSWLL01-PARM-DROP-PCT NOT = ZERO
019100             AND CSWLL01-PARM-DROP-PCT NOT > 100
019200         MOVE CSWLL01-PARM-DROP-PCT TO CSWLL-DROP-PCT
019300     END-IF.
019400     ACCEPT CSWLL-TODAY FROM DATE YYYYMMDD.
019500     OPEN OUTPUT CSWLLR-FILE.
019600     MOVE CSWLL-TODAY TO CSWLL-H1-DATE.
019700     WRITE CSWLLR-PRINT-LINE FROM CSWLL-HEADING-1.
019800     WRITE CSWLLR-PRINT-LINE FROM CSWLL-HEADING-2.
019900     PERFORM 1100-READ-PREVIOUS THRU 1100-EXIT.
020000 1000-EXIT.
020100     EXIT.
020200
020300*----------------------------------------------------------*
020400*  THE CONTROL ROW OF THE LIST NOW LOADED.  ON THE FIRST   *
020500*  LOAD THERE IS NO MASTER AND NOTHING TO MEASURE AGAINST. *
020600*----------------------------------------------------------*
020700 1100-READ-PREVIOUS.
020800     OPEN INPUT CSWLM-FILE.
020900     MOVE SPACES TO WLM-KEY.
021000     SET WLM-LIST-CONTROL TO TRUE.
021100     READ CSWLM-FILE
021200         KEY IS WLM-KEY
021300         INVALID KEY
021400             CONTINUE
021500         NOT INVALID KEY
021600             SET CSWLL-PREVIOUS-FOUND TO TRUE
021700     END-READ.
021800     IF CSWLL-PREVIOUS-FOUND
021900         MOVE WLM-LIST-VERSION TO CSWLL-PREVIOUS-VERSION
022000         MOVE WLM-ENTRY-COUNT TO CSWLL-PREVIOUS-COUNT
022100     END-IF.
022200     CLOSE CSWLM-FILE.
022300 1100-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------*
022700*  FIRST PASS: EDIT AND COUNT, LISTING EVERY BAD ENTRY.    *
022800*----------------------------------------------------------*
022900 2000-CHECK-LIST.
023000     SET CSWLL-LISTING TO TRUE.
023100     OPEN INPUT CSWLF-FILE.
023200     PERFORM 8100-READ-CSWLF THRU 8100-EXIT.
023300     PERFORM 2100-CHECK-RECORD THRU 2100-EXIT
023400         UNTIL CSWLL-EOF.
023500     CLOSE CSWLF-FILE.
023600 2000-EXIT.
023700     EXIT.
023800
023900 2100-CHECK-RECORD.
024000     EVALUATE TRUE
024100         WHEN WLF-LIST-HEADER
024200             SET CSWLL-HEADER-SEEN TO TRUE
024300             MOVE WLF-HDR-LIST-DATE TO CSWLL-LIST-DATE
024400             MOVE WLF-HDR-LIST-VERSION TO CSWLL-LIST-VERSION
024500         WHEN WLF-LIST-ENTRY
024600             ADD 1 TO CSWLL-ENTRY-COUNT
024700             PERFORM 2200-EDIT-ENTRY THRU 2200-EXIT
024800             IF CSWLL-ENTRY-OK
024900                 ADD 1 TO CSWLL-GOOD-COUNT
025000             ELSE
025100                 ADD 1 TO CSWLL-REJECTED-COUNT
025200             END-IF
025300         WHEN WLF-LIST-TRAILER
025400             SET CSWLL-TRAILER-SEEN TO TRUE
025500             IF WLF-TRL-ENTRY-COUNT NUMERIC
025600                 MOVE WLF-TRL-ENTRY-COUNT TO
025700                     CSWLL-TRAILER-COUNT
025800             END-IF
025900         WHEN OTHER
026000             MOVE 'UNKNOWN RECORD TYPE' TO CSWLL-NOTE
026100             PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
026200     END-EVALUATE.
026300     PERFORM 8100-READ-CSWLF THRU 8100-EXIT.
026400 2100-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------*
026800*  AN ENTRY MUST CARRY A KNOWN ENTRY TYPE AND A VALUE OF   *
026900*  THE SHAPE THAT TYPE CALLS FOR.  A NAME IS NORMALIZED    *
027000*  HERE, AND ONE THAT IS NOTHING BUT FILLER WORDS WOULD    *
027100*  MATCH NOTHING, SO IT IS REJECTED.                       *
027200*----------------------------------------------------------*
027300 2200-EDIT-ENTRY.
027400     SET CSWLL-ENTRY-OK TO TRUE.
027500     MOVE SPACES TO CSWLL-NOTE.
027600     EVALUATE TRUE
027700         WHEN WLF-ENT-BY-IDENTIFICATION
027800             IF WLF-ENT-ID-TYPE = SPACE
027900                     OR WLF-ENT-ID-NUMBER NOT NUMERIC
028000                     OR WLF-ENT-ID-NUMBER = ZERO
028100                 MOVE 'BAD IDENTIFICATION' TO CSWLL-NOTE
028200             END-IF
028300         WHEN WLF-ENT-BY-ACCOUNT
028400             IF WLF-ENT-DEBIT-BANK NOT NUMERIC
028500                     OR WLF-ENT-DEBIT-ACCOUNT NOT NUMERIC
028600                     OR WLF-ENT-DEBIT-ACCOUNT = ZERO
028700                 MOVE 'BAD DEBIT ACCOUNT' TO CSWLL-NOTE
028800             END-IF
028900         WHEN WLF-ENT-BY-NAME
029000             MOVE WLF-ENT-VALUE TO NNRM-NAME-IN
029100             CALL 'CSWNM01' USING NAME-NORMALIZE-REQUEST
029200             MOVE NNRM-NAME-OUT TO CSWLL-NORMAL-NAME
029300             IF CSWLL-NORMAL-NAME = SPACES
029400                 MOVE 'NAME HAS NO MATCHABLE WORDS' TO
029500                     CSWLL-NOTE
029600             END-IF
029700         WHEN OTHER
029800             MOVE 'UNKNOWN ENTRY TYPE' TO CSWLL-NOTE
029900     END-EVALUATE.
030000     IF CSWLL-NOTE NOT = SPACES
030100         MOVE 'N' TO CSWLL-ENTRY-SW
030200         IF CSWLL-LISTING
030300             PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
030400         END-IF
030500     END-IF.
030600 2200-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------*
031000*  DECIDE WHETHER THE LIST MAY REPLACE THE ONE LOADED.     *
031100*  THE FLOOR IS THE PREVIOUS COUNT LESS THE DROP ALLOWED.  *
031200*----------------------------------------------------------*
031300 2500-JUDGE-LIST.
031400     COMPUTE CSWLL-FLOOR-COUNT =
031500         CSWLL-PREVIOUS-COUNT * (100 - CSWLL-DROP-PCT) / 100.
031600     EVALUATE TRUE
031700         WHEN NOT CSWLL-HEADER-SEEN
031800             MOVE 'NO HEADER RECORD' TO CSWLL-REFUSAL
031900         WHEN NOT CSWLL-TRAILER-SEEN
032000             MOVE 'NO TRAILER RECORD' TO CSWLL-REFUSAL
032100         WHEN CSWLL-TRAILER-COUNT NOT = CSWLL-ENTRY-COUNT
032200             MOVE 'TRAILER COUNT DOES NOT AGREE WITH ENTRIES'
032300                 TO CSWLL-REFUSAL
032400         WHEN CSWLL-GOOD-COUNT = ZERO
032500             MOVE 'NO USABLE ENTRIES ON THE LIST' TO
032600                 CSWLL-REFUSAL
032700         WHEN CSWLL-PREVIOUS-FOUND
032800                 AND CSWLL-LIST-VERSION < CSWLL-PREVIOUS-VERSION
032900             MOVE 'LIST IS OLDER THAN THE VERSION LOADED' TO
033000                 CSWLL-REFUSAL
033100         WHEN CSWLL-PREVIOUS-FOUND
033200                 AND CSWLL-GOOD-COUNT < CSWLL-FLOOR-COUNT
033300             MOVE 'ENTRY COUNT FELL SHARPLY AGAINST LAST LOAD'
033400                 TO CSWLL-REFUSAL
033500         WHEN OTHER
033600             CONTINUE
033700     END-EVALUATE.
033800     IF CSWLL-REFUSAL NOT = SPACES
033900         SET CSWLL-REFUSED TO TRUE
034000         MOVE 4 TO CSWLL-SEVERITY-CODE
034100         DISPLAY 'CSWLL01 LIST REFUSED - ' CSWLL-REFUSAL
034200     END-IF.
034300 2500-EXIT.
034400     EXIT.
034500
034600 2900-LIST-EXCEPTION.
034700     MOVE CSWLL-RECORD-NUMBER TO CSWLL-DL-RECORD.
034800     MOVE WLF-ENT-ENTRY-TYPE TO CSWLL-DL-TYPE.
034900     MOVE WLF-ENT-LIST-SOURCE TO CSWLL-DL-SOURCE.
035000     MOVE WLF-ENT-LIST-REFERENCE TO CSWLL-DL-REFERENCE.
035100     MOVE WLF-ENT-VALUE TO CSWLL-DL-VALUE.
035200     MOVE CSWLL-NOTE TO CSWLL-DL-NOTE.
035300     WRITE CSWLLR-PRINT-LINE FROM CSWLL-DETAIL-LINE.
035400     MOVE 4 TO CSWLL-SEVERITY-CODE.
035500 2900-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------*
035900*  SECOND PASS: THE MASTER IS REBUILT FROM THE GOOD        *
036000*  ENTRIES.  AN ENTRY ALREADY ON THE NEW MASTER (THE SAME  *
036100*  VALUE LISTED TWICE, OR TWO NAMES THAT NORMALIZE ALIKE)  *
036200*  IS COUNTED AND DROPPED.                                 *
036300*----------------------------------------------------------*
036400 3000-LOAD-MASTER.
036500     MOVE 'N' TO CSWLL-LISTING-SW.
036600     MOVE 'N' TO CSWLL-EOF-SW.
036700     MOVE ZERO TO CSWLL-RECORD-NUMBER.
036800     OPEN OUTPUT CSWLM-FILE.
036900     OPEN INPUT CSWLF-FILE.
037000     PERFORM 8100-READ-CSWLF THRU 8100-EXIT.
037100     PERFORM 3100-LOAD-ENTRY THRU 3100-EXIT
037200         UNTIL CSWLL-EOF.
037300     CLOSE CSWLF-FILE.
037400     MOVE SPACES TO WATCHLIST-ENTRY-RECORD.
037500     SET WLM-LIST-CONTROL TO TRUE.
037600     MOVE 'CTL ' TO WLM-LIST-SOURCE.
037700     MOVE CSWLL-LIST-DATE TO WLM-LIST-DATE.
037800     MOVE CSWLL-LIST-VERSION TO WLM-LIST-VERSION.
037900     MOVE CSWLL-TODAY TO WLM-LOAD-DATE.
038000     MOVE CSWLL-LOADED-COUNT TO WLM-ENTRY-COUNT.
038100     WRITE WATCHLIST-ENTRY-RECORD
038200         INVALID KEY
038300             CONTINUE
038400     END-WRITE.
038500     CLOSE CSWLM-FILE.
038600 3000-EXIT.
038700     EXIT.
038800
038900 3100-LOAD-ENTRY.
039000     IF NOT WLF-LIST-ENTRY
039100         GO TO 3100-READ-NEXT
039200     END-IF.
039300     PERFORM 2200-EDIT-ENTRY THRU 2200-EXIT.
039400     IF NOT CSWLL-ENTRY-OK
039500         GO TO 3100-READ-NEXT
039600     END-IF.
039700     MOVE SPACES TO WATCHLIST-ENTRY-RECORD.
039800     MOVE WLF-ENT-ENTRY-TYPE TO WLM-ENTRY-TYPE.
039900     EVALUATE TRUE
040000         WHEN WLM-BY-IDENTIFICATION
040100             MOVE WLF-ENT-ID-TYPE TO WLM-ID-TYPE
040200             MOVE WLF-ENT-ID-NUMBER TO WLM-ID-NUMBER
040300         WHEN WLM-BY-ACCOUNT
040400             MOVE WLF-ENT-DEBIT-BANK TO WLM-DEBIT-BANK
040500             MOVE WLF-ENT-DEBIT-ACCOUNT TO WLM-DEBIT-ACCOUNT
040600         WHEN OTHER
040700             MOVE CSWLL-NORMAL-NAME TO WLM-ENTRY-VALUE
040800     END-EVALUATE.
040900     MOVE WLF-ENT-LIST-SOURCE TO WLM-LIST-SOURCE.
041000     MOVE WLF-ENT-LIST-REFERENCE TO WLM-LIST-REFERENCE.
041100     MOVE CSWLL-LIST-DATE TO WLM-LIST-DATE.
041200     MOVE CSWLL-LIST-VERSION TO WLM-LIST-VERSION.
041300     MOVE CSWLL-TODAY TO WLM-LOAD-DATE.
041400     MOVE ZERO TO WLM-ENTRY-COUNT.
041500     WRITE WATCHLIST-ENTRY-RECORD
041600         INVALID KEY
041700             ADD 1 TO CSWLL-DUPLICATE-COUNT
041800         NOT INVALID KEY
041900             ADD 1 TO CSWLL-LOADED-COUNT
042000     END-WRITE.
042100 3100-READ-NEXT.
042200     PERFORM 8100-READ-CSWLF THRU 8100-EXIT.
042300 3100-EXIT.
042400     EXIT.
042500
042600 4000-FINISH.
042700     MOVE SPACES TO CSWLLR-PRINT-LINE.
042800     WRITE CSWLLR-PRINT-LINE.
042900     MOVE 'INCOMING LIST DATE' TO CSWLL-SL-LABEL.
043000     MOVE CSWLL-LIST-DATE TO CSWLL-SL-COUNT.
043100     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
043200     MOVE 'INCOMING LIST VERSION' TO CSWLL-SL-LABEL.
043300     MOVE CSWLL-LIST-VERSION TO CSWLL-SL-COUNT.
043400     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
043500     MOVE 'ENTRIES ON FILE' TO CSWLL-SL-LABEL.
043600     MOVE CSWLL-ENTRY-COUNT TO CSWLL-SL-COUNT.
043700     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
043800     MOVE 'ENTRIES REJECTED' TO CSWLL-SL-LABEL.
043900     MOVE CSWLL-REJECTED-COUNT TO CSWLL-SL-COUNT.
044000     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
044100     MOVE 'PREVIOUS LIST VERSION' TO CSWLL-SL-LABEL.
044200     MOVE CSWLL-PREVIOUS-VERSION TO CSWLL-SL-COUNT.
044300     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
044400     MOVE 'PREVIOUS ENTRY COUNT' TO CSWLL-SL-LABEL.
044500     MOVE CSWLL-PREVIOUS-COUNT TO CSWLL-SL-COUNT.
044600     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
044700     MOVE 'LOWEST ENTRY COUNT ACCEPTED' TO CSWLL-SL-LABEL.
044800     MOVE CSWLL-FLOOR-COUNT TO CSWLL-SL-COUNT.
044900     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
045000     MOVE 'ENTRIES LOADED' TO CSWLL-SL-LABEL.
045100     MOVE CSWLL-LOADED-COUNT TO CSWLL-SL-COUNT.
045200     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
045300     MOVE 'DUPLICATE ENTRIES DROPPED' TO CSWLL-SL-LABEL.
045400     MOVE CSWLL-DUPLICATE-COUNT TO CSWLL-SL-COUNT.
045500     WRITE CSWLLR-PRINT-LINE FROM CSWLL-SUMMARY-LINE.
045600     IF CSWLL-REFUSED
045700         STRING 'LIST REFUSED - ' DELIMITED BY SIZE
045800             CSWLL-REFUSAL DELIMITED BY SIZE
045900             INTO CSWLL-RL-TEXT
046000         END-STRING
046100     ELSE
046200         MOVE 'LIST LOADED - MASTER REPLACED' TO CSWLL-RL-TEXT
046300     END-IF.
046400     WRITE CSWLLR-PRINT-LINE FROM CSWLL-RESULT-LINE.
046500     CLOSE CSWLLR-FILE.
046600 4000-EXIT.
046700     EXIT.
046800
046900 8100-READ-CSWLF.
047000     READ CSWLF-FILE
047100         AT END
047200             SET CSWLL-EOF TO TRUE
047300         NOT AT END
047400             ADD 1 TO CSWLL-RECORD-NUMBER
047500     END-READ.
047600 8100-EXIT.
047700     EXIT.
