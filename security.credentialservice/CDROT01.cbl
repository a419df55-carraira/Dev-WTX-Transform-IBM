000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CDROT01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - CREDENTIAL SERVICE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CDROT01 -- SCHEDULED SECRET-SEED ROTATION.              *
000900*                                                          *
001000*  THE CREDVLT SEEDS CDTOK01 CUTS TOKENS FROM WERE LOADED  *
001100*  ONCE AND NEVER CHANGED.  THIS STEP SWEEPS THE VAULT AND *
001200*  ISSUES A NEW SEED (ICSF RANDOM NUMBER GENERATE, CSNBRNG,*
001300*  TWICE FOR SIXTEEN BYTES) TO EVERY ACTIVE USER WHOSE     *
001400*  SEED IS OLDER THAN THE ROTATION AGE -- AGE TAKEN FROM   *
001500*  THE LAST-ROTATED DATE, ELSE THE SEED-CREATED DATE; A    *
001600*  ROW WITH NEITHER HAS NEVER BEEN ROTATED AND IS DUE.     *
001700*                                                          *
001800*  THE OUTGOING SEED MOVES TO THE PRIOR-SEED SLOT WITH ITS *
001900*  OWN ROTATED DATE AND AN EXPIRY OF TODAY PLUS THE        *
002000*  OVERLAP WINDOW.  CDTOK01 STAMPS EACH TOKEN WITH THE     *
002100*  ROTATED DATE OF THE SEED IT USED, AND CDVAL01 HONOURS A *
002200*  PRIOR-SEED TOKEN UNTIL THAT EXPIRY, SO TRAFFIC IN FLIGHT*
002300*  ACROSS THE CUTOVER IS NOT REJECTED.  A PRIOR SEED PAST  *
002400*  ITS EXPIRY IS BLANKED HERE.  SUSPENDED USERS (CDDRM01)  *
002500*  ARE LEFT ALONE.                                         *
002600*                                                          *
002700*  ONE LINE PER ACTION GOES TO THE ROTATION REPORT         *
002800*  (CDROTR) FOR AUDIT -- NEVER THE SEED ITSELF.  THE EXEC  *
002900*  PARM CARRIES THE ROTATION AGE AND OVERLAP IN DAYS       *
003000*  (ZEROES TAKE 90 AND 2; THE OVERLAP IS HELD BELOW THE    *
003100*  AGE).  A FAILED GENERATE LEAVES THE ROW UNTOUCHED AND   *
003200*  ENDS THE STEP WITH CONDITION CODE 8.                    *
003300*----------------------------------------------------------*
003400*  MODIFICATION HISTORY                                    *
003500*    10/15/26  DOB  INITIAL VERSION.                       *
003600*----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-ZSERIES.
004000 OBJECT-COMPUTER. IBM-ZSERIES.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CREDVLT-FILE ASSIGN TO CREDVLT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CREDVLT-INTEGRATION-USER.
004700     SELECT CDROTR-FILE ASSIGN TO CDROTR
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CREDVLT-FILE.
005300     COPY "CREDVLT01.cpy".
005400
005500 FD  CDROTR-FILE.
005600 01  CDROTR-PRINT-LINE             PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------*
006000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
006100*----------------------------------------------------------*
006200     COPY "RUNREG01.cpy".
006300
006400 77  CDROT-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
006500
006600 01  CDROT-SWITCHES.
006700     05  CDROT-EOF-SW              PIC X(01) VALUE 'N'.
006800         88  CDROT-EOF               VALUE 'Y'.
006900     05  CDROT-CHANGED-SW          PIC X(01) VALUE 'N'.
007000         88  CDROT-CHANGED           VALUE 'Y'.
007100
007200 77  CDROT-TODAY                   PIC 9(8) VALUE ZERO.
007300 77  CDROT-TODAY-LILIAN            PIC 9(7) COMP VALUE ZERO.
007400 77  CDROT-BASE-DATE               PIC 9(8) VALUE ZERO.
007500 77  CDROT-BASE-LILIAN             PIC 9(7) COMP VALUE ZERO.
007600 77  CDROT-SEED-AGE                PIC 9(5) COMP VALUE ZERO.
007700 77  CDROT-AGE-DAYS                PIC 9(3) VALUE 90.
007800 77  CDROT-OVERLAP-DAYS            PIC 9(2) VALUE 2.
007900 77  CDROT-READ-COUNT              PIC 9(7) COMP VALUE ZERO.
008000 77  CDROT-ROTATED-COUNT           PIC 9(7) COMP VALUE ZERO.
008100 77  CDROT-RETIRED-COUNT           PIC 9(7) COMP VALUE ZERO.
008200 77  CDROT-SUSPENDED-COUNT         PIC 9(7) COMP VALUE ZERO.
008300 77  CDROT-FAILED-COUNT            PIC 9(7) COMP VALUE ZERO.
008400
008500*----------------------------------------------------------*
008600*  FIELDS FOR THE ICSF RANDOM NUMBER GENERATE CALL.  EACH  *
008700*  CALL RETURNS EIGHT BYTES; THE SEED TAKES TWO.           *
008800*----------------------------------------------------------*
008900 01  CDROT-NEW-SEED.
009000     05  CDROT-NEW-SEED-HIGH       PIC X(8).
009100     05  CDROT-NEW-SEED-LOW        PIC X(8).
009200 77  CDROT-RNG-RETURN-CODE         PIC S9(9) COMP VALUE ZERO.
009300 77  CDROT-RNG-REASON-CODE         PIC S9(9) COMP VALUE ZERO.
009400 77  CDROT-RNG-EXIT-DATA-LEN       PIC S9(9) COMP VALUE ZERO.
009500 01  CDROT-RNG-EXIT-DATA           PIC X(1) VALUE SPACES.
009600 77  CDROT-RNG-FORM                PIC X(8) VALUE 'RANDOM'.
009700 77  CDROT-RNG-ED-RC               PIC -(8)9.
009800
009900 01  CDROT-HEADING-1.
010000     05  FILLER                    PIC X(31)
010100         VALUE 'CDROT01 SECRET SEED ROTATION - '.
010200     05  CDROT-H1-DATE             PIC 9(8).
010300     05  FILLER                    PIC X(12)
010400         VALUE '  AGE DAYS: '.
010500     05  CDROT-H1-AGE              PIC ZZ9.
010600     05  FILLER                    PIC X(16)
010700         VALUE '  OVERLAP DAYS: '.
010800     05  CDROT-H1-OVERLAP          PIC Z9.
010900     05  FILLER                    PIC X(60) VALUE SPACES.
011000
011100 01  CDROT-HEADING-2.
011200     05  FILLER                    PIC X(42)
011300         VALUE 'INTEGRATION USER'.
011400     05  FILLER                    PIC X(06) VALUE 'SYSTEM'.
011500     05  FILLER                    PIC X(12)
011600         VALUE '  LAST ROT'.
011700     05  FILLER                    PIC X(08) VALUE '   AGE'.
011800     05  FILLER                    PIC X(22)
011900         VALUE '  ACTION'.
012000     05  FILLER                    PIC X(42)
012100         VALUE 'PRIOR VALID TO'.
012200
012300 01  CDROT-DETAIL-LINE.
012400     05  CDROT-DL-USER             PIC X(40).
012500     05  FILLER                    PIC X(02) VALUE SPACES.
012600     05  CDROT-DL-SYSTEM           PIC X(04).
012700     05  FILLER                    PIC X(04) VALUE SPACES.
012800     05  CDROT-DL-LAST-ROTATED     PIC X(08).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  CDROT-DL-AGE              PIC Z(5)9.
013100     05  FILLER                    PIC X(04) VALUE SPACES.
013200     05  CDROT-DL-ACTION           PIC X(20).
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400     05  CDROT-DL-PRIOR-EXPIRY     PIC X(08).
013500     05  FILLER                    PIC X(32) VALUE SPACES.
013600
013700 01  CDROT-TOTAL-LINE.
013800     05  FILLER                    PIC X(20)
013900         VALUE 'TOTALS  READ '.
014000     05  CDROT-TL-READ             PIC Z(6)9.
014100     05  FILLER                    PIC X(11) VALUE '  ROTATED '.
014200     05  CDROT-TL-ROTATED          PIC Z(6)9.
014300     05  FILLER                    PIC X(11) VALUE '  RETIRED '.
014400     05  CDROT-TL-RETIRED          PIC Z(6)9.
014500     05  FILLER                    PIC X(13) VALUE '  SUSPENDED '.
014600     05  CDROT-TL-SUSPENDED        PIC Z(6)9.
014700     05  FILLER                    PIC X(10) VALUE '  FAILED '.
014800     05  CDROT-TL-FAILED           PIC Z(6)9.
014900     05  FILLER                    PIC X(32) VALUE SPACES.
015000
015100 LINKAGE SECTION.
015200 01  CDROT01-PARM-CARD.
015300     05  CDROT01-PARM-AGE          PIC 9(3).
015400     05  CDROT01-PARM-OVERLAP      PIC 9(2).
015500
015600 PROCEDURE DIVISION USING CDROT01-PARM-CARD.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-PROCESS-VAULT-ROW THRU 2000-EXIT
016000         UNTIL CDROT-EOF.
016100     PERFORM 3000-FINISH THRU 3000-EXIT.
016200     SET RREG-END TO TRUE.
016300     MOVE CDROT-ROTATED-COUNT TO RREG-RECORD-COUNT.
016400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
016500     MOVE CDROT-SEVERITY-CODE TO RETURN-CODE.
016600     STOP RUN.
016700
016800 1000-INITIALIZE.
016900     SET RREG-START TO TRUE.
017000     MOVE 'CDROT01 ' TO RREG-PROGRAM-ID.
017100     MOVE SPACES TO RREG-GUARD-FILE.
017200     MOVE ZERO TO RREG-CYCLE-NUMBER.
017300     MOVE ZERO TO RREG-RECORD-COUNT.
017400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017500     IF RREG-BLOCKED
017600         DISPLAY 'CDROT01 ALREADY COMPLETED FOR THIS DATE'
017700         MOVE 8 TO RETURN-CODE
017800         STOP RUN
017900     END-IF.
018000     IF RREG-PREREQ-HOLD
018100         DISPLAY 'CDROT01 HELD - PREREQUISITE NOT COMPLETE'
018200         MOVE 8 TO RETURN-CODE
018300         STOP RUN
018400     END-IF.
018500     IF CDROT01-PARM-AGE NUMERIC
018600             AND CDROT01-PARM-AGE NOT = ZERO
018700         MOVE CDROT01-PARM-AGE TO CDROT-AGE-DAYS
018800     END-IF.
018900     IF CDROT01-PARM-OVERLAP NUMERIC
019000             AND CDROT01-PARM-OVERLAP NOT = ZERO
019100         MOVE CDROT01-PARM-OVERLAP TO CDROT-OVERLAP-DAYS
019200     END-IF.
019300*----------------------------------------------------------*
019400*  AN OVERLAP AS LONG AS THE AGE WOULD ROTATE AGAIN WHILE  *
019500*  THE PRIOR SEED WAS STILL HONOURED AND LOSE IT EARLY.    *
019600*----------------------------------------------------------*
019700     IF CDROT-OVERLAP-DAYS NOT < CDROT-AGE-DAYS
019800         COMPUTE CDROT-OVERLAP-DAYS = CDROT-AGE-DAYS - 1
019900     END-IF.
020000     OPEN I-O CREDVLT-FILE.
020100     OPEN OUTPUT CDROTR-FILE.
020200     ACCEPT CDROT-TODAY FROM DATE YYYYMMDD.
020300     COMPUTE CDROT-TODAY-LILIAN =
020400         FUNCTION INTEGER-OF-DATE(CDROT-TODAY).
020500     MOVE CDROT-TODAY TO CDROT-H1-DATE.
020600     MOVE CDROT-AGE-DAYS TO CDROT-H1-AGE.
020700     MOVE CDROT-OVERLAP-DAYS TO CDROT-H1-OVERLAP.
020800     WRITE CDROTR-PRINT-LINE FROM CDROT-HEADING-1.
020900     WRITE CDROTR-PRINT-LINE FROM CDROT-HEADING-2.
021000     MOVE LOW-VALUES TO CREDVLT-INTEGRATION-USER.
021100     START CREDVLT-FILE
021200         KEY IS NOT LESS THAN CREDVLT-INTEGRATION-USER
021300         INVALID KEY
021400             SET CDROT-EOF TO TRUE
021500     END-START.
021600 1000-EXIT.
021700     EXIT.
021800
021900 2000-PROCESS-VAULT-ROW.
022000     READ CREDVLT-FILE NEXT RECORD
022100         AT END
022200             SET CDROT-EOF TO TRUE
022300     END-READ.
022400     IF CDROT-EOF
022500         GO TO 2000-EXIT
022600     END-IF.
022700     ADD 1 TO CDROT-READ-COUNT.
022800     IF CREDVLT-USER-SUSPENDED
022900         ADD 1 TO CDROT-SUSPENDED-COUNT
023000         GO TO 2000-EXIT
023100     END-IF.
023200     SET CDROT-CHANGED-SW TO 'N'.
023300     PERFORM 2100-NORMALIZE-DATES THRU 2100-EXIT.
023400     IF CREDVLT-PRIOR-SECRET-SEED NOT = SPACES
023500             AND CREDVLT-PRIOR-SEED-EXPIRY < CDROT-TODAY
023600         PERFORM 2200-RETIRE-PRIOR-SEED THRU 2200-EXIT
023700     END-IF.
023800     IF CREDVLT-LAST-ROTATED-DATE NOT = ZERO
023900         MOVE CREDVLT-LAST-ROTATED-DATE TO CDROT-BASE-DATE
024000     ELSE
024100         MOVE CREDVLT-SEED-CREATED-DATE TO CDROT-BASE-DATE
024200     END-IF.
024300     IF CDROT-BASE-DATE = ZERO
024400         MOVE ZERO TO CDROT-SEED-AGE
024500         PERFORM 2300-ROTATE-SEED THRU 2300-EXIT
024600     ELSE
024700         COMPUTE CDROT-BASE-LILIAN =
024800             FUNCTION INTEGER-OF-DATE(CDROT-BASE-DATE)
024900         COMPUTE CDROT-SEED-AGE =
025000             CDROT-TODAY-LILIAN - CDROT-BASE-LILIAN
025100         IF CDROT-SEED-AGE NOT < CDROT-AGE-DAYS
025200             PERFORM 2300-ROTATE-SEED THRU 2300-EXIT
025300         END-IF
025400     END-IF.
025500     IF CDROT-CHANGED
025600         REWRITE CREDENTIAL-VAULT-RECORD
025700     END-IF.
025800 2000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------*
026200*  ROWS LOADED BEFORE THE VAULT CARRIED DATES HOLD SPACES  *
026300*  THERE.  THEY ARE ZEROED (UNKNOWN) ON THE WAY THROUGH.   *
026400*----------------------------------------------------------*
026500 2100-NORMALIZE-DATES.
026600     IF CREDVLT-SEED-CREATED-DATE NOT NUMERIC
026700         MOVE ZERO TO CREDVLT-SEED-CREATED-DATE
026800         SET CDROT-CHANGED TO TRUE
026900     END-IF.
027000     IF CREDVLT-LAST-ROTATED-DATE NOT NUMERIC
027100         MOVE ZERO TO CREDVLT-LAST-ROTATED-DATE
027200         SET CDROT-CHANGED TO TRUE
027300     END-IF.
027400     IF CREDVLT-PRIOR-ROTATED-DATE NOT NUMERIC
027500         MOVE ZERO TO CREDVLT-PRIOR-ROTATED-DATE
027600         SET CDROT-CHANGED TO TRUE
027700     END-IF.
027800     IF CREDVLT-PRIOR-SEED-EXPIRY NOT NUMERIC
027900         MOVE ZERO TO CREDVLT-PRIOR-SEED-EXPIRY
028000         SET CDROT-CHANGED TO TRUE
028100     END-IF.
028200     IF CREDVLT-SUSPENDED-DATE NOT NUMERIC
028300         MOVE ZERO TO CREDVLT-SUSPENDED-DATE
028400         SET CDROT-CHANGED TO TRUE
028500     END-IF.
028600     IF CREDVLT-LAST-ACTIVITY-DATE NOT NUMERIC
028700         MOVE ZERO TO CREDVLT-LAST-ACTIVITY-DATE
028800         SET CDROT-CHANGED TO TRUE
028900     END-IF.
029000 2100-EXIT.
029100     EXIT.
029200
029300 2200-RETIRE-PRIOR-SEED.
029400     MOVE SPACES TO CREDVLT-PRIOR-SECRET-SEED.
029500     SET CDROT-CHANGED TO TRUE.
029600     ADD 1 TO CDROT-RETIRED-COUNT.
029700     MOVE ZERO TO CDROT-SEED-AGE.
029800     MOVE 'PRIOR SEED RETIRED' TO CDROT-DL-ACTION.
029900     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
030000 2200-EXIT.
030100     EXIT.
030200
030300 2300-ROTATE-SEED.
030400     MOVE SPACES TO CDROT-NEW-SEED.
030500     CALL 'CSNBRNG' USING CDROT-RNG-RETURN-CODE
030600                          CDROT-RNG-REASON-CODE
030700                          CDROT-RNG-EXIT-DATA-LEN
030800                          CDROT-RNG-EXIT-DATA
030900                          CDROT-RNG-FORM
031000                          CDROT-NEW-SEED-HIGH.
031100     IF CDROT-RNG-RETURN-CODE = ZERO
031200         CALL 'CSNBRNG' USING CDROT-RNG-RETURN-CODE
031300                              CDROT-RNG-REASON-CODE
031400                              CDROT-RNG-EXIT-DATA-LEN
031500                              CDROT-RNG-EXIT-DATA
031600                              CDROT-RNG-FORM
031700                              CDROT-NEW-SEED-LOW
031800     END-IF.
031900     IF CDROT-RNG-RETURN-CODE NOT = ZERO
032000         ADD 1 TO CDROT-FAILED-COUNT
032100         MOVE 8 TO CDROT-SEVERITY-CODE
032200         MOVE CDROT-RNG-RETURN-CODE TO CDROT-RNG-ED-RC
032300         MOVE SPACES TO CDROT-DL-ACTION
032400         STRING 'GENERATE FAILED RC' DELIMITED BY SIZE
032500                CDROT-RNG-ED-RC (8:2) DELIMITED BY SIZE
032600             INTO CDROT-DL-ACTION
032700         PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT
032800         GO TO 2300-EXIT
032900     END-IF.
033000     MOVE CREDVLT-SECRET-SEED TO CREDVLT-PRIOR-SECRET-SEED.
033100     MOVE CREDVLT-LAST-ROTATED-DATE TO
033200         CREDVLT-PRIOR-ROTATED-DATE.
033300     COMPUTE CREDVLT-PRIOR-SEED-EXPIRY =
033400         FUNCTION DATE-OF-INTEGER(
033500             CDROT-TODAY-LILIAN + CDROT-OVERLAP-DAYS).
033600     MOVE CDROT-NEW-SEED TO CREDVLT-SECRET-SEED.
033700     MOVE CDROT-TODAY TO CREDVLT-LAST-ROTATED-DATE.
033800     SET CDROT-CHANGED TO TRUE.
033900     ADD 1 TO CDROT-ROTATED-COUNT.
034000     MOVE 'ROTATED' TO CDROT-DL-ACTION.
034100     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
034200 2300-EXIT.
034300     EXIT.
034400
034500 2900-PRINT-DETAIL.
034600     MOVE CREDVLT-INTEGRATION-USER TO CDROT-DL-USER.
034700     MOVE CREDVLT-REQUESTER-SYSTEM TO CDROT-DL-SYSTEM.
034800     IF CREDVLT-PRIOR-ROTATED-DATE = ZERO
034900             AND CDROT-DL-ACTION = 'ROTATED'
035000         MOVE 'NEVER' TO CDROT-DL-LAST-ROTATED
035100     ELSE
035200         IF CDROT-DL-ACTION = 'ROTATED'
035300             MOVE CREDVLT-PRIOR-ROTATED-DATE TO
035400                 CDROT-DL-LAST-ROTATED
035500         ELSE
035600             MOVE CREDVLT-LAST-ROTATED-DATE TO
035700                 CDROT-DL-LAST-ROTATED
035800         END-IF
035900     END-IF.
036000     MOVE CDROT-SEED-AGE TO CDROT-DL-AGE.
036100     IF CREDVLT-PRIOR-SECRET-SEED = SPACES
036200         MOVE SPACES TO CDROT-DL-PRIOR-EXPIRY
036300     ELSE
036400         MOVE CREDVLT-PRIOR-SEED-EXPIRY TO
036500             CDROT-DL-PRIOR-EXPIRY
036600     END-IF.
036700     WRITE CDROTR-PRINT-LINE FROM CDROT-DETAIL-LINE.
036800 2900-EXIT.
036900     EXIT.
037000
037100 3000-FINISH.
037200     MOVE CDROT-READ-COUNT TO CDROT-TL-READ.
037300     MOVE CDROT-ROTATED-COUNT TO CDROT-TL-ROTATED.
037400     MOVE CDROT-RETIRED-COUNT TO CDROT-TL-RETIRED.
037500     MOVE CDROT-SUSPENDED-COUNT TO CDROT-TL-SUSPENDED.
037600     MOVE CDROT-FAILED-COUNT TO CDROT-TL-FAILED.
037700     WRITE CDROTR-PRINT-LINE FROM CDROT-TOTAL-LINE.
037800     CLOSE CREDVLT-FILE.
037900     CLOSE CDROTR-FILE.
038000     DISPLAY 'CDROT01 VAULT ROWS READ     = ' CDROT-READ-COUNT.
038100     DISPLAY 'CDROT01 SEEDS ROTATED       = '
038200         CDROT-ROTATED-COUNT.
038300     DISPLAY 'CDROT01 PRIOR SEEDS RETIRED = '
038400         CDROT-RETIRED-COUNT.
038500     DISPLAY 'CDROT01 GENERATE FAILURES   = '
038600         CDROT-FAILED-COUNT.
038700 3000-EXIT.
038800     EXIT.
