002400*    'E'  END: MARKS THE STEP COMPLETED WITH ITS RECORD    *
002500*         COUNT AND END TIMESTAMP.  AN END WITH NO START   *
002600*         ON FILE COMES BACK RREG-NOT-STARTED.             *
002620*    'H'  HOLD: ENDS THE STEP WITHOUT COMPLETING IT AND    *
002640*         HOLDS THE WHOLE SUITE FOR THE DATE -- EVERY      *
002660*         OTHER STEP'S START COMES BACK RREG-PREREQ-HOLD   *
002680*         UNTIL THE HOLDING STEP IS RERUN AND COMPLETES.   *
002682*    'X'  EXCLUSIVE START: FOR A HOUSEKEEPING STEP THAT    *
002684*         MUST NEVER OVERLAP THE SUITE.  REFUSED           *
002686*         (RREG-SUITE-ACTIVE) WHILE ANY OTHER STEP IS      *
002688*         MARKED RUNNING FOR THE DATE; OTHERWISE REGISTERS *
002690*         AS 'S' DOES AND LEAVES THE ROW EXCLUSIVE, SO     *
002692*         EVERY OTHER START FOR THE DATE COMES BACK        *
002694*         RREG-PREREQ-HOLD UNTIL THE STEP'S END CALL.      *
002695*  A ROW STILL OPEN UNDER THE PRIOR RUN DATE (A STEP THAT  *
002696*  STARTED BEFORE MIDNIGHT) HOLDS OR REFUSES A START THE   *
002697*  SAME WAY; A STEP RESTARTED AFTER MIDNIGHT ENDS ITS OWN  *
002698*  PRIOR-DATE ROW HELD SO IT STOPS COUNTING.               *
002700*                                                          *
002800*  THE FILE IS OPENED ON THE FIRST CALL AND LEFT OPEN      *
002900*  FOR THE CALLER'S WHOLE RUN.                             *
004270*                   MVSETL EXTRACT IS THE SCAR THIS         *
004280*                   PREVENTS.  NO TABLE, OR NO ROW FOR THE  *
004290*                   CALLER, MEANS NO ORDERING CONSTRAINT.   *
004291*    10/15/26  DOB  NEW HOLD FUNCTION ('H').  A STEP THAT   *
004292*                   FINDS THE NIGHT UNSAFE TO RUN (HOLCHK01 *
004293*                   ON A MISSING HOLIDAY CALENDAR) LEAVES   *
004294*                   ITS ROW HELD, AND EVERY OTHER START FOR *
004295*                   THE DATE IS HELD UNTIL IT COMPLETES.    *
004296*    10/15/26  DOB  NEW EXCLUSIVE START ('X') FOR THE       *
004297*                   WEEKLY HOUSEKEEPING (ARHKP01).          *
004298*    10/15/26  DOB  OPEN ROWS FROM THE PRIOR RUN DATE NOW   *
004299*                   HOLD OR REFUSE STARTS AS TODAY'S DO.    *
004300*----------------------------------------------------------*
004310*    10/15/26  DOB  START AND END STAMPS ARE NOW HHMMSS.    *
004320*                   THE CLOCK WAS TAKEN INTO SIX DIGITS,    *
004330*                   WHICH KEPT MMSSHH AND DROPPED THE HOUR. *
004340*----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-ZSERIES.
007420         88  RUNCTL-DEP-LOADED       VALUE 'Y'.
007430     05  RUNCTL-DEP-EOF-SW         PIC X(01) VALUE 'N'.
007440         88  RUNCTL-DEP-EOF          VALUE 'Y'.
007460     05  RUNCTL-SWEEP-END-SW       PIC X(01) VALUE 'N'.
007480         88  RUNCTL-SWEEP-END        VALUE 'Y'.
007500
007600 77  RUNCTL-TODAY                  PIC 9(8) VALUE ZERO.
007700 77  RUNCTL-NOW                    PIC 9(8) VALUE ZERO.
007710 77  RUNCTL-DEP-COUNT              PIC 9(3) COMP VALUE ZERO.
007720 77  RUNCTL-DEP-IDX                PIC 9(3) COMP VALUE ZERO.
007725 77  RUNCTL-HOLDING-PROGRAM        PIC X(8) VALUE SPACES.
007727 77  RUNCTL-PRIOR-DATE             PIC 9(8) VALUE ZERO.
007730
007740*----------------------------------------------------------*
007750*  THE DEPENDENCY TABLE, LOADED ON THE FIRST START CALL.    *
008600         SET RUNCTL-OPENED TO TRUE
008700     END-IF.
008800     ACCEPT RUNCTL-TODAY FROM DATE YYYYMMDD.
008833     COMPUTE RUNCTL-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
008866         (FUNCTION INTEGER-OF-DATE (RUNCTL-TODAY) - 1).
008900     ACCEPT RUNCTL-NOW FROM TIME.
009000     SET RREG-OK TO TRUE.
009100     PERFORM 1000-LOOKUP-ENTRY THRU 1000-EXIT.
009400             PERFORM 2000-REGISTER-START THRU 2000-EXIT
009500         WHEN RREG-END
009600             PERFORM 3000-REGISTER-END THRU 3000-EXIT
009633         WHEN RREG-HOLD
009666             PERFORM 4000-REGISTER-HOLD THRU 4000-EXIT
009677         WHEN RREG-EXCLUSIVE
009688             PERFORM 5000-REGISTER-EXCLUSIVE THRU 5000-EXIT
009700         WHEN OTHER
009800             CONTINUE
009900     END-EVALUATE.
012300             GO TO 2000-EXIT
012400         END-IF
012500     END-IF.
012502     PERFORM 2300-CHECK-SUITE-HOLD THRU 2300-EXIT.
012504     IF RREG-PREREQ-HOLD
012506         GO TO 2000-EXIT
012508     END-IF.
012509     PERFORM 5200-CHECK-PRIOR-DATE THRU 5200-EXIT.
012510     PERFORM 2200-CHECK-PREREQS THRU 2200-EXIT.
012520     IF RREG-PREREQ-HOLD
012530         GO TO 2000-EXIT
012700         SET RREG-BLOCKED TO TRUE
012800         GO TO 2000-EXIT
012900     END-IF.
012950     PERFORM 5300-CLOSE-PRIOR-ROW THRU 5300-EXIT.
013000     MOVE RUNCTL-TODAY    TO RUNC-RUN-DATE.
013100     MOVE RREG-PROGRAM-ID TO RUNC-PROGRAM-ID.
013200     MOVE RREG-CYCLE-NUMBER TO RUNC-CYCLE-NUMBER.
013300     SET RUNC-RUNNING TO TRUE.
013400     MOVE RUNCTL-TODAY TO RUNC-START-DATE.
013500     MOVE RUNCTL-NOW (1:6) TO RUNC-START-TIME.
013600     MOVE ZERO TO RUNC-END-DATE RUNC-END-TIME.
013700     MOVE ZERO TO RUNC-RECORD-COUNT.
013800     IF RUNCTL-FOUND
016849 2230-EXIT.
016850     EXIT.
016851
016852*----------------------------------------------------------*
016853*  HOLDS THE START WHEN ANOTHER STEP'S ROW FOR TODAY IS     *
016854*  HELD OR EXCLUSIVE.  THE CALLER'S OWN ROW DOES NOT COUNT  *
016855*  -- THAT IS THE HOLDING STEP BEING RERUN TO CLEAR IT.     *
016856*----------------------------------------------------------*
016857 2300-CHECK-SUITE-HOLD.
016858     MOVE SPACES TO RUNCTL-HOLDING-PROGRAM.
016859     SET RUNCTL-SWEEP-END-SW TO 'N'.
016860     MOVE LOW-VALUES TO RUNC-KEY.
016861     MOVE RUNCTL-TODAY TO RUNC-RUN-DATE.
016862     START RUNCTL-FILE
016863         KEY IS NOT LESS THAN RUNC-KEY
016864         INVALID KEY
016865             SET RUNCTL-SWEEP-END TO TRUE
016866     END-START.
016867     PERFORM 2310-CHECK-ONE-ROW THRU 2310-EXIT
016868         UNTIL RUNCTL-SWEEP-END.
016869     IF RUNCTL-HOLDING-PROGRAM NOT = SPACES
016870         SET RREG-PREREQ-HOLD TO TRUE
016871         DISPLAY 'RUNCTL01 ' RREG-PROGRAM-ID
016872             ' HELD - SUITE HELD BY '
016873             RUNCTL-HOLDING-PROGRAM
016874     END-IF.
016875 2300-EXIT.
016876     EXIT.
016877
016878 2310-CHECK-ONE-ROW.
016879     READ RUNCTL-FILE NEXT RECORD
016880         AT END
016881             SET RUNCTL-SWEEP-END TO TRUE
016882     END-READ.
016883     IF RUNCTL-SWEEP-END
016884         GO TO 2310-EXIT
016885     END-IF.
016886     IF RUNC-RUN-DATE NOT = RUNCTL-TODAY
016887         SET RUNCTL-SWEEP-END TO TRUE
016888         GO TO 2310-EXIT
016889     END-IF.
016890     IF RUNC-HOLDING AND RUNC-PROGRAM-ID NOT = RREG-PROGRAM-ID
016891         MOVE RUNC-PROGRAM-ID TO RUNCTL-HOLDING-PROGRAM
016892         SET RUNCTL-SWEEP-END TO TRUE
016893     END-IF.
016894 2310-EXIT.
016895     EXIT.
016896
016900 3000-REGISTER-END.
017000     IF NOT RUNCTL-FOUND
017100         SET RREG-NOT-STARTED TO TRUE
017300     END-IF.
017400     SET RUNC-COMPLETED TO TRUE.
017500     MOVE RUNCTL-TODAY TO RUNC-END-DATE.
017600     MOVE RUNCTL-NOW (1:6) TO RUNC-END-TIME.
017700     MOVE RREG-RECORD-COUNT TO RUNC-RECORD-COUNT.
017800     REWRITE RUN-CONTROL-RECORD.
017900 3000-EXIT.
018000     EXIT.
018100
018200*----------------------------------------------------------*
018300*  HOLD: AS END, BUT THE ROW IS LEFT HELD RATHER THAN       *
018400*  COMPLETED, SO THE STEP MAY BE RERUN AND THE REST OF THE  *
018500*  SUITE WAITS FOR IT.                                      *
018600*----------------------------------------------------------*
018700 4000-REGISTER-HOLD.
018800     IF NOT RUNCTL-FOUND
018900         SET RREG-NOT-STARTED TO TRUE
019000         GO TO 4000-EXIT
019100     END-IF.
019200     SET RUNC-HELD TO TRUE.
019300     MOVE RUNCTL-TODAY TO RUNC-END-DATE.
019400     MOVE RUNCTL-NOW (1:6) TO RUNC-END-TIME.
019500     MOVE RREG-RECORD-COUNT TO RUNC-RECORD-COUNT.
019600     REWRITE RUN-CONTROL-RECORD.
019700 4000-EXIT.
019800     EXIT.
019900
020000*----------------------------------------------------------*
020100*  EXCLUSIVE START: REFUSED WHILE ANY OTHER STEP'S ROW FOR *
020200*  TODAY IS STILL RUNNING.  OTHERWISE THE ORDINARY START   *
020300*  CHECKS APPLY, AND A REGISTERED ROW IS MARKED EXCLUSIVE  *
020400*  INSTEAD OF RUNNING SO THE SUITE-HOLD CHECK KEEPS EVERY  *
020500*  OTHER STEP OUT UNTIL THE CALLER'S END.  A ROW STILL     *
020600*  RUNNING FROM A STEP THAT DIED ALSO REFUSES THE START -- *
020700*  OPS RESTARTS OR CLEARS THAT STEP FIRST.  A ROW LEFT     *
020733*  EXCLUSIVE, OR ONE STILL OPEN FROM THE PRIOR RUN DATE,   *
020766*  REFUSES IT THE SAME WAY.                                *
020800*----------------------------------------------------------*
020900 5000-REGISTER-EXCLUSIVE.
021000     PERFORM 5100-CHECK-SUITE-ACTIVE THRU 5100-EXIT.
021100     IF RREG-SUITE-ACTIVE
021200         GO TO 5000-EXIT
021300     END-IF.
021400     PERFORM 2000-REGISTER-START THRU 2000-EXIT.
021500     IF NOT RREG-OK
021600         GO TO 5000-EXIT
021700     END-IF.
021800     SET RUNC-EXCLUSIVE TO TRUE.
021900     REWRITE RUN-CONTROL-RECORD.
022000 5000-EXIT.
022100     EXIT.
022200
022300 5100-CHECK-SUITE-ACTIVE.
022400     MOVE SPACES TO RUNCTL-HOLDING-PROGRAM.
022500     SET RUNCTL-SWEEP-END-SW TO 'N'.
022600     MOVE LOW-VALUES TO RUNC-KEY.
022700     MOVE RUNCTL-TODAY TO RUNC-RUN-DATE.
022800     START RUNCTL-FILE
022900         KEY IS NOT LESS THAN RUNC-KEY
023000         INVALID KEY
023100             SET RUNCTL-SWEEP-END TO TRUE
023200     END-START.
023300     PERFORM 5110-CHECK-ONE-ROW THRU 5110-EXIT
023400         UNTIL RUNCTL-SWEEP-END.
023500     IF RUNCTL-HOLDING-PROGRAM NOT = SPACES
023600         SET RREG-SUITE-ACTIVE TO TRUE
023700         DISPLAY 'RUNCTL01 ' RREG-PROGRAM-ID
023800             ' REFUSED - STEP STILL RUNNING: '
023900             RUNCTL-HOLDING-PROGRAM
024000         GO TO 5100-EXIT
024033     END-IF.
024066     PERFORM 5200-CHECK-PRIOR-DATE THRU 5200-EXIT.
024100 5100-EXIT.
024200     EXIT.
024300
024400 5110-CHECK-ONE-ROW.
024500     READ RUNCTL-FILE NEXT RECORD
024600         AT END
024700             SET RUNCTL-SWEEP-END TO TRUE
024800     END-READ.
024900     IF RUNCTL-SWEEP-END
025000         GO TO 5110-EXIT
025100     END-IF.
025200     IF RUNC-RUN-DATE NOT = RUNCTL-TODAY
025300         SET RUNCTL-SWEEP-END TO TRUE
025400         GO TO 5110-EXIT
025500     END-IF.
025600     IF (RUNC-RUNNING OR RUNC-EXCLUSIVE)
025650             AND RUNC-PROGRAM-ID NOT = RREG-PROGRAM-ID
025700         MOVE RUNC-PROGRAM-ID TO RUNCTL-HOLDING-PROGRAM
025800         SET RUNCTL-SWEEP-END TO TRUE
025900     END-IF.
026000 5110-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------*
026400*  SWEEPS THE PRIOR RUN DATE FOR A ROW STILL OPEN FROM     *
026500*  BEFORE MIDNIGHT.  AN ORDINARY START IS HELD BY A ROW    *
026600*  LEFT EXCLUSIVE; AN EXCLUSIVE START IS REFUSED BY A ROW  *
026700*  STILL RUNNING OR EXCLUSIVE.  THE CALLER'S OWN ROW DOES  *
026800*  NOT COUNT -- 5300 ENDS IT WHEN THE START GOES AHEAD.    *
026900*----------------------------------------------------------*
027000 5200-CHECK-PRIOR-DATE.
027100     MOVE SPACES TO RUNCTL-HOLDING-PROGRAM.
027200     SET RUNCTL-SWEEP-END-SW TO 'N'.
027300     MOVE LOW-VALUES TO RUNC-KEY.
027400     MOVE RUNCTL-PRIOR-DATE TO RUNC-RUN-DATE.
027500     START RUNCTL-FILE
027600         KEY IS NOT LESS THAN RUNC-KEY
027700         INVALID KEY
027800             SET RUNCTL-SWEEP-END TO TRUE
027900     END-START.
028000     PERFORM 5210-CHECK-PRIOR-ROW THRU 5210-EXIT
028100         UNTIL RUNCTL-SWEEP-END.
028200     IF RUNCTL-HOLDING-PROGRAM = SPACES
028300         GO TO 5200-EXIT
028400     END-IF.
028500     IF RREG-EXCLUSIVE
028600         SET RREG-SUITE-ACTIVE TO TRUE
028700         DISPLAY 'RUNCTL01 ' RREG-PROGRAM-ID
028800             ' REFUSED - PRIOR-DATE STEP STILL OPEN: '
028900             RUNCTL-HOLDING-PROGRAM
029000     ELSE
029100         SET RREG-PREREQ-HOLD TO TRUE
029200         DISPLAY 'RUNCTL01 ' RREG-PROGRAM-ID
029300             ' HELD - SUITE HELD BY PRIOR-DATE '
029400             RUNCTL-HOLDING-PROGRAM
029500     END-IF.
029600 5200-EXIT.
029700     EXIT.
029800
029900 5210-CHECK-PRIOR-ROW.
030000     READ RUNCTL-FILE NEXT RECORD
030100         AT END
030200             SET RUNCTL-SWEEP-END TO TRUE
030300     END-READ.
030400     IF RUNCTL-SWEEP-END
030500         GO TO 5210-EXIT
030600     END-IF.
030700     IF RUNC-RUN-DATE NOT = RUNCTL-PRIOR-DATE
030800         SET RUNCTL-SWEEP-END TO TRUE
030900         GO TO 5210-EXIT
031000     END-IF.
031100     IF RUNC-PROGRAM-ID = RREG-PROGRAM-ID
031200         GO TO 5210-EXIT
031300     END-IF.
031400     IF RUNC-EXCLUSIVE
031500             OR (RUNC-RUNNING AND RREG-EXCLUSIVE)
031600         MOVE RUNC-PROGRAM-ID TO RUNCTL-HOLDING-PROGRAM
031700         SET RUNCTL-SWEEP-END TO TRUE
031800     END-IF.
031900 5210-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------*
032300*  A STEP RESTARTED AFTER MIDNIGHT LEAVES ITS PRIOR-DATE   *
032400*  ROW OPEN.  THE NEW START ENDS THAT ROW HELD -- ENDED    *
032500*  WITHOUT COMPLETING -- SO IT NO LONGER HOLDS OR REFUSES  *
032600*  ANY LATER START.                                        *
032700*----------------------------------------------------------*
032800 5300-CLOSE-PRIOR-ROW.
032900     MOVE RUNCTL-PRIOR-DATE TO RUNC-RUN-DATE.
033000     MOVE RREG-PROGRAM-ID TO RUNC-PROGRAM-ID.
033100     MOVE RREG-CYCLE-NUMBER TO RUNC-CYCLE-NUMBER.
033200     READ RUNCTL-FILE
033300         KEY IS RUNC-KEY
033400         INVALID KEY
033500             GO TO 5300-EXIT
033600     END-READ.
033700     IF RUNC-RUNNING OR RUNC-EXCLUSIVE
033800         SET RUNC-HELD TO TRUE
033900         MOVE RUNCTL-TODAY TO RUNC-END-DATE
034000         MOVE RUNCTL-NOW (1:6) TO RUNC-END-TIME
034100         REWRITE RUN-CONTROL-RECORD
034200     END-IF.
034300 5300-EXIT.
034400     EXIT.
