000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CDDRM01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - CREDENTIAL SERVICE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CDDRM01 -- MONTHLY DORMANT INTEGRATION-USER REVIEW.     *
000900*                                                          *
001000*  THE AUDIT LOG GENERATIONS SINCE THE LAST REVIEW ARE     *
001100*  CONCATENATED ON DD AUDLOG.  EACH REQUEST POSTS ITS DATE *
001200*  TO THE CALLING USER'S LAST-ACTIVITY DATE IN CREDVLT AND *
001300*  FILLS IN THE OWNING REQUESTER SYSTEM WHERE THE VAULT ROW*
001400*  DOES NOT YET CARRY ONE.                                 *
001500*                                                          *
001600*  THE OWNING TEAMS' ANSWERS TO LAST MONTH'S LIST ARRIVE ON*
001700*  DD CDDRC (CDDRC01): 'D' DELETES A SUSPENDED USER FROM   *
001800*  THE VAULT, 'R' REINSTATES IT WITH ITS ACTIVITY CLOCK    *
001900*  RESTARTED.  A CARD WITH NO CONFIRMER, FOR A USER NOT ON *
002000*  THE VAULT, OR DELETING A USER THAT IS NOT SUSPENDED IS  *
002100*  REJECTED.                                               *
002200*                                                          *
002300*  THE VAULT IS THEN SWEPT.  AN ACTIVE USER WITH NO TRAFFIC*
002400*  FOR THE DORMANT PERIOD IS SUSPENDED (CDTOK01 ISSUES IT  *
002500*  NO TOKENS, CDVAL01 REJECTS IT 'SUSP').  EVERY SUSPENDED *
002600*  USER IS LISTED ON CDDRMR BY OWNING SYSTEM FOR THE TEAM  *
002700*  TO CONFIRM DELETION.  A ROW THAT PREDATES ACTIVITY      *
002800*  TRACKING STARTS ITS CLOCK TODAY RATHER THAN BEING       *
002900*  SUSPENDED ON ITS FIRST REVIEW.                          *
003000*                                                          *
003100*  THE EXEC PARM CARRIES THE DORMANT PERIOD IN DAYS (ZERO  *
003200*  TAKES 90).  CONDITION CODE 4 WHEN ANY USER IS SUSPENDED *
003300*  OR ANY CARD IS REJECTED.                                *
003400*----------------------------------------------------------*
003500*  MODIFICATION HISTORY                                    *
003600*    10/15/26  DOB  INITIAL VERSION.                       *
003700*----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-ZSERIES.
004100 OBJECT-COMPUTER. IBM-ZSERIES.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AUDLOG-FILE ASSIGN TO AUDLOG
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT CDDRC-FILE ASSIGN TO CDDRC
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT CREDVLT-FILE ASSIGN TO CREDVLT
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CREDVLT-INTEGRATION-USER.
005200     SELECT CDDRMR-FILE ASSIGN TO CDDRMR
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUDLOG-FILE.
005800     COPY "AUDLOG01.cpy".
005900
006000 FD  CDDRC-FILE.
006100     COPY "CDDRC01.cpy".
006200
006300 FD  CREDVLT-FILE.
006400     COPY "CREDVLT01.cpy".
006500
006600 FD  CDDRMR-FILE.
006700 01  CDDRMR-PRINT-LINE             PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------*
007100*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
007200*----------------------------------------------------------*
007300     COPY "RUNREG01.cpy".
007400
007500 77  CDDRM-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
007600
007700 01  CDDRM-SWITCHES.
007800     05  CDDRM-LOG-EOF-SW          PIC X(01) VALUE 'N'.
007900         88  CDDRM-LOG-EOF           VALUE 'Y'.
008000     05  CDDRM-CARD-EOF-SW         PIC X(01) VALUE 'N'.
008100         88  CDDRM-CARD-EOF          VALUE 'Y'.
008200     05  CDDRM-VAULT-EOF-SW        PIC X(01) VALUE 'N'.
008300         88  CDDRM-VAULT-EOF         VALUE 'Y'.
008400     05  CDDRM-FOUND-SW            PIC X(01) VALUE 'N'.
008500         88  CDDRM-FOUND             VALUE 'Y'.
008600     05  CDDRM-SYS-FOUND-SW        PIC X(01) VALUE 'N'.
008700         88  CDDRM-SYS-FOUND         VALUE 'Y'.
008800
008900 77  CDDRM-TODAY                   PIC 9(8) VALUE ZERO.
009000 77  CDDRM-TODAY-LILIAN            PIC 9(7) COMP VALUE ZERO.
009100 77  CDDRM-DORMANT-DAYS            PIC 9(3) VALUE 90.
009200 77  CDDRM-IDLE-DAYS               PIC 9(5) COMP VALUE ZERO.
009300 77  CDDRM-LAST-USER               PIC X(40) VALUE SPACES.
009400 77  CDDRM-LAST-DATE               PIC 9(8) VALUE ZERO.
009500 77  CDDRM-LOG-COUNT               PIC 9(7) COMP VALUE ZERO.
009600 77  CDDRM-POSTED-COUNT            PIC 9(7) COMP VALUE ZERO.
009700 77  CDDRM-UNKNOWN-COUNT           PIC 9(7) COMP VALUE ZERO.
009800 77  CDDRM-CARD-COUNT              PIC 9(7) COMP VALUE ZERO.
009900 77  CDDRM-DELETED-COUNT           PIC 9(7) COMP VALUE ZERO.
010000 77  CDDRM-REINSTATED-COUNT        PIC 9(7) COMP VALUE ZERO.
010100 77  CDDRM-REJECTED-COUNT          PIC 9(7) COMP VALUE ZERO.
010200 77  CDDRM-VAULT-COUNT             PIC 9(7) COMP VALUE ZERO.
010300 77  CDDRM-STARTED-COUNT           PIC 9(7) COMP VALUE ZERO.
010400 77  CDDRM-SUSPENDED-COUNT         PIC 9(7) COMP VALUE ZERO.
010500 77  CDDRM-AWAITING-COUNT          PIC 9(7) COMP VALUE ZERO.
010600 77  CDDRM-DROPPED-COUNT           PIC 9(7) COMP VALUE ZERO.
010700 77  CDDRM-REV-COUNT               PIC 9(3) COMP VALUE ZERO.
010800 77  CDDRM-SYS-COUNT               PIC 9(3) COMP VALUE ZERO.
010900 77  CDDRM-IDX                     PIC 9(3) COMP VALUE ZERO.
011000 77  CDDRM-JDX                     PIC 9(3) COMP VALUE ZERO.
011100 77  CDDRM-SYS-IDX                 PIC 9(3) COMP VALUE ZERO.
011200 77  CDDRM-SYS-OVERFLOW-COUNT      PIC 9(7) COMP VALUE ZERO.
011300 77  CDDRM-WORK-SYSTEM             PIC X(4) VALUE SPACES.
011400 77  CDDRM-WORK-ACTION             PIC X(20) VALUE SPACES.
011500
011600*----------------------------------------------------------*
011700*  THE USERS LISTED FOR THE OWNING TEAMS, AND THE SYSTEMS  *
011800*  THEY BELONG TO, HELD SO THE LIST PRINTS BY SYSTEM.      *
011900*----------------------------------------------------------*
012000 01  CDDRM-REV-TABLE.
012100     05  CDDRM-REV-ENTRY OCCURS 500 TIMES.
012200         10  CDDRM-RT-USER         PIC X(40).
012300         10  CDDRM-RT-SYSTEM       PIC X(4).
012400         10  CDDRM-RT-LAST-ACTIVE  PIC 9(8).
012500         10  CDDRM-RT-IDLE-DAYS    PIC 9(5).
012600         10  CDDRM-RT-SUSP-DATE    PIC 9(8).
012700         10  CDDRM-RT-ACTION       PIC X(20).
012800
012900 01  CDDRM-SYS-TABLE.
013000     05  CDDRM-SYS-ENTRY OCCURS 100 TIMES.
013100         10  CDDRM-ST-SYSTEM       PIC X(4).
013200         10  CDDRM-ST-USER-COUNT   PIC 9(5).
013300
013400 01  CDDRM-HEADING-1.
013500     05  FILLER                    PIC X(38)
013600         VALUE 'CDDRM01 DORMANT INTEGRATION USERS - '.
013700     05  CDDRM-H1-DATE             PIC 9(8).
013800     05  FILLER                    PIC X(18)
013900         VALUE '  DORMANT DAYS: '.
014000     05  CDDRM-H1-DAYS             PIC ZZ9.
014100     05  FILLER                    PIC X(65) VALUE SPACES.
014200
014300 01  CDDRM-CARD-LINE.
014400     05  FILLER                    PIC X(10) VALUE 'CONFIRM  '.
014500     05  CDDRM-CL-USER             PIC X(40).
014600     05  FILLER                    PIC X(02) VALUE SPACES.
014700     05  CDDRM-CL-ACTION           PIC X(01).
014800     05  FILLER                    PIC X(02) VALUE SPACES.
014900     05  CDDRM-CL-CONFIRMED-BY     PIC X(08).
015000     05  FILLER                    PIC X(02) VALUE SPACES.
015100     05  CDDRM-CL-RESULT           PIC X(30).
015200     05  FILLER                    PIC X(37) VALUE SPACES.
015300
015400 01  CDDRM-SYSTEM-LINE.
015500     05  FILLER                    PIC X(17)
015600         VALUE 'OWNING SYSTEM:  '.
015700     05  CDDRM-SL-SYSTEM           PIC X(04).
015800     05  FILLER                    PIC X(10) VALUE '   USERS: '.
015900     05  CDDRM-SL-COUNT            PIC ZZZZ9.
016000     05  FILLER                    PIC X(96) VALUE SPACES.
016100
016200 01  CDDRM-HEADING-2.
016300     05  FILLER                    PIC X(04) VALUE SPACES.
016400     05  FILLER                    PIC X(42)
016500         VALUE 'INTEGRATION USER'.
016600     05  FILLER                    PIC X(12) VALUE 'LAST ACTIVE'.
016700     05  FILLER                    PIC X(08) VALUE 'IDLE'.
016800     05  FILLER                    PIC X(12) VALUE 'SUSPENDED'.
016900     05  FILLER                    PIC X(54) VALUE 'STATUS'.
017000
017100 01  CDDRM-DETAIL-LINE.
017200     05  FILLER                    PIC X(04) VALUE SPACES.
017300     05  CDDRM-DL-USER             PIC X(40).
017400     05  FILLER                    PIC X(02) VALUE SPACES.
017500     05  CDDRM-DL-LAST-ACTIVE      PIC 9(08).
017600     05  FILLER                    PIC X(02) VALUE SPACES.
017700     05  CDDRM-DL-IDLE             PIC Z(5)9.
017800     05  FILLER                    PIC X(04) VALUE SPACES.
017900     05  CDDRM-DL-SUSP-DATE        PIC 9(08).
018000     05  FILLER                    PIC X(04) VALUE SPACES.
018100     05  CDDRM-DL-ACTION           PIC X(20).
018200     05  FILLER                    PIC X(34) VALUE SPACES.
018300
018400 01  CDDRM-TOTAL-LINE.
018500     05  FILLER                    PIC X(20)
018600         VALUE 'TOTALS  VAULT ROWS '.
018700     05  CDDRM-TL-VAULT            PIC Z(6)9.
018800     05  FILLER                    PIC X(13) VALUE '  SUSPENDED '.
018900     05  CDDRM-TL-SUSPENDED        PIC Z(6)9.
019000     05  FILLER                    PIC X(11) VALUE '  AWAITING '.
019100     05  CDDRM-TL-AWAITING         PIC Z(6)9.
019200     05  FILLER                    PIC X(11) VALUE '  DELETED '.
019300     05  CDDRM-TL-DELETED          PIC Z(6)9.
019400     05  FILLER                    PIC X(14)
019500         VALUE '  REINSTATED '.
019600     05  CDDRM-TL-REINSTATED       PIC Z(6)9.
019700     05  FILLER                    PIC X(12) VALUE '  REJECTED '.
019800     05  CDDRM-TL-REJECTED         PIC Z(6)9.
019900     05  FILLER                    PIC X(09) VALUE SPACES.
020000
020100 LINKAGE SECTION.
020200 01  CDDRM01-PARM-CARD.
020300     05  CDDRM01-PARM-DORMANT      PIC 9(3).
020400
020500 PROCEDURE DIVISION USING CDDRM01-PARM-CARD.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-POST-ACTIVITY THRU 2000-EXIT
020900         UNTIL CDDRM-LOG-EOF.
021000     PERFORM 3000-APPLY-CONFIRMATION THRU 3000-EXIT
021100         UNTIL CDDRM-CARD-EOF.
021200     MOVE LOW-VALUES TO CREDVLT-INTEGRATION-USER.
021300     START CREDVLT-FILE
021400         KEY IS NOT LESS THAN CREDVLT-INTEGRATION-USER
021500         INVALID KEY
021600             SET CDDRM-VAULT-EOF TO TRUE
021700     END-START.
021800     PERFORM 4000-REVIEW-VAULT-ROW THRU 4000-EXIT
021900         UNTIL CDDRM-VAULT-EOF.
022000     PERFORM 5000-PRINT-BY-SYSTEM THRU 5000-EXIT.
022100     PERFORM 6000-FINISH THRU 6000-EXIT.
022200     SET RREG-END TO TRUE.
022300     MOVE CDDRM-SUSPENDED-COUNT TO RREG-RECORD-COUNT.
022400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
022500     MOVE CDDRM-SEVERITY-CODE TO RETURN-CODE.
022600     STOP RUN.
022700
022800 1000-INITIALIZE.
022900     SET RREG-START TO TRUE.
023000     MOVE 'CDDRM01 ' TO RREG-PROGRAM-ID.
023100     MOVE SPACES TO RREG-GUARD-FILE.
023200     MOVE ZERO TO RREG-CYCLE-NUMBER.
023300     MOVE ZERO TO RREG-RECORD-COUNT.
023400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
023500     IF RREG-BLOCKED
023600         DISPLAY 'CDDRM01 ALREADY COMPLETED FOR THIS DATE'
023700         MOVE 8 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     IF RREG-PREREQ-HOLD
024100         DISPLAY 'CDDRM01 HELD - PREREQUISITE NOT COMPLETE'
024200         MOVE 8 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     IF CDDRM01-PARM-DORMANT NUMERIC
024600             AND CDDRM01-PARM-DORMANT NOT = ZERO
024700         MOVE CDDRM01-PARM-DORMANT TO CDDRM-DORMANT-DAYS
024800     END-IF.
024900     OPEN INPUT AUDLOG-FILE.
025000     OPEN INPUT CDDRC-FILE.
025100     OPEN I-O CREDVLT-FILE.
025200     OPEN OUTPUT CDDRMR-FILE.
025300     ACCEPT CDDRM-TODAY FROM DATE YYYYMMDD.
025400     COMPUTE CDDRM-TODAY-LILIAN =
025500         FUNCTION INTEGER-OF-DATE(CDDRM-TODAY).
025600     MOVE CDDRM-TODAY TO CDDRM-H1-DATE.
025700     MOVE CDDRM-DORMANT-DAYS TO CDDRM-H1-DAYS.
025800     WRITE CDDRMR-PRINT-LINE FROM CDDRM-HEADING-1.
025900 1000-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------*
026300*  ONE VAULT READ PER CHANGE OF USER OR LATER DATE, SO A   *
026400*  BUSY USER'S RUN OF LOG RECORDS COSTS ONE UPDATE.        *
026500*----------------------------------------------------------*
026600 2000-POST-ACTIVITY.
026700     READ AUDLOG-FILE
026800         AT END
026900             SET CDDRM-LOG-EOF TO TRUE
027000     END-READ.
027100     IF CDDRM-LOG-EOF
027200         GO TO 2000-EXIT
027300     END-IF.
027400     ADD 1 TO CDDRM-LOG-COUNT.
027500     IF AUDIT-REQUESTER-USER = SPACES
027600             OR AUDIT-REQUEST-DATE NOT NUMERIC
027700         GO TO 2000-EXIT
027800     END-IF.
027900     IF AUDIT-REQUESTER-USER = CDDRM-LAST-USER
028000             AND AUDIT-REQUEST-DATE NOT > CDDRM-LAST-DATE
028100         GO TO 2000-EXIT
028200     END-IF.
028300     MOVE AUDIT-REQUESTER-USER TO CDDRM-LAST-USER.
028400     MOVE AUDIT-REQUEST-DATE TO CDDRM-LAST-DATE.
028500     MOVE AUDIT-REQUESTER-USER TO CREDVLT-INTEGRATION-USER.
028600     SET CDDRM-FOUND TO TRUE.
028700     READ CREDVLT-FILE
028800         INVALID KEY
028900             SET CDDRM-FOUND-SW TO 'N'
029000     END-READ.
029100     IF NOT CDDRM-FOUND
029200         ADD 1 TO CDDRM-UNKNOWN-COUNT
029300         GO TO 2000-EXIT
029400     END-IF.
029500     IF CREDVLT-LAST-ACTIVITY-DATE NOT NUMERIC
029600         MOVE ZERO TO CREDVLT-LAST-ACTIVITY-DATE
029700     END-IF.
029800     IF AUDIT-REQUEST-DATE > CREDVLT-LAST-ACTIVITY-DATE
029900         MOVE AUDIT-REQUEST-DATE TO CREDVLT-LAST-ACTIVITY-DATE
030000     END-IF.
030100     IF CREDVLT-REQUESTER-SYSTEM = SPACES
030200         MOVE AUDIT-REQUESTER-SYSTEM TO
030300             CREDVLT-REQUESTER-SYSTEM
030400     END-IF.
030500     REWRITE CREDENTIAL-VAULT-RECORD.
030600     ADD 1 TO CDDRM-POSTED-COUNT.
030700 2000-EXIT.
030800     EXIT.
030900
031000 3000-APPLY-CONFIRMATION.
031100     READ CDDRC-FILE
031200         AT END
031300             SET CDDRM-CARD-EOF TO TRUE
031400     END-READ.
031500     IF CDDRM-CARD-EOF
031600         GO TO 3000-EXIT
031700     END-IF.
031800     ADD 1 TO CDDRM-CARD-COUNT.
031900     MOVE DRC-INTEGRATION-USER TO CDDRM-CL-USER.
032000     MOVE DRC-ACTION TO CDDRM-CL-ACTION.
032100     MOVE DRC-CONFIRMED-BY TO CDDRM-CL-CONFIRMED-BY.
032200     IF DRC-CONFIRMED-BY = SPACES
032300         MOVE 'REJECTED - NO CONFIRMER' TO CDDRM-CL-RESULT
032400         GO TO 3000-REJECT
032500     END-IF.
032600     IF NOT DRC-DELETE AND NOT DRC-REINSTATE
032700         MOVE 'REJECTED - INVALID ACTION' TO CDDRM-CL-RESULT
032800         GO TO 3000-REJECT
032900     END-IF.
033000     MOVE DRC-INTEGRATION-USER TO CREDVLT-INTEGRATION-USER.
033100     SET CDDRM-FOUND TO TRUE.
033200     READ CREDVLT-FILE
033300         INVALID KEY
033400             SET CDDRM-FOUND-SW TO 'N'
033500     END-READ.
033600     IF NOT CDDRM-FOUND
033700         MOVE 'REJECTED - NOT ON VAULT' TO CDDRM-CL-RESULT
033800         GO TO 3000-REJECT
033900     END-IF.
034000     IF NOT CREDVLT-USER-SUSPENDED
034100         MOVE 'REJECTED - NOT SUSPENDED' TO CDDRM-CL-RESULT
034200         GO TO 3000-REJECT
034300     END-IF.
034400     IF DRC-DELETE
034500         DELETE CREDVLT-FILE RECORD
034600         ADD 1 TO CDDRM-DELETED-COUNT
034700         MOVE 'DELETED' TO CDDRM-CL-RESULT
034800     ELSE
034900         MOVE 'A' TO CREDVLT-USER-STATUS
035000         MOVE ZERO TO CREDVLT-SUSPENDED-DATE
035100         MOVE CDDRM-TODAY TO CREDVLT-LAST-ACTIVITY-DATE
035200         REWRITE CREDENTIAL-VAULT-RECORD
035300         ADD 1 TO CDDRM-REINSTATED-COUNT
035400         MOVE 'REINSTATED' TO CDDRM-CL-RESULT
035500     END-IF.
035600     WRITE CDDRMR-PRINT-LINE FROM CDDRM-CARD-LINE.
035700     GO TO 3000-EXIT.
035800 3000-REJECT.
035900     ADD 1 TO CDDRM-REJECTED-COUNT.
036000     MOVE 4 TO CDDRM-SEVERITY-CODE.
036100     WRITE CDDRMR-PRINT-LINE FROM CDDRM-CARD-LINE.
036200 3000-EXIT.
036300     EXIT.
036400
036500 4000-REVIEW-VAULT-ROW.
036600     READ CREDVLT-FILE NEXT RECORD
036700         AT END
036800             SET CDDRM-VAULT-EOF TO TRUE
036900     END-READ.
037000     IF CDDRM-VAULT-EOF
037100         GO TO 4000-EXIT
037200     END-IF.
037300     ADD 1 TO CDDRM-VAULT-COUNT.
037400     IF CREDVLT-LAST-ACTIVITY-DATE NOT NUMERIC
037500         MOVE ZERO TO CREDVLT-LAST-ACTIVITY-DATE
037600     END-IF.
037700     IF CREDVLT-SUSPENDED-DATE NOT NUMERIC
037800         MOVE ZERO TO CREDVLT-SUSPENDED-DATE
037900     END-IF.
038000     IF CREDVLT-USER-SUSPENDED
038100         PERFORM 4200-COMPUTE-IDLE THRU 4200-EXIT
038200         ADD 1 TO CDDRM-AWAITING-COUNT
038300         MOVE 'AWAITING DELETION' TO CDDRM-WORK-ACTION
038400         PERFORM 4500-LIST-USER THRU 4500-EXIT
038500         GO TO 4000-EXIT
038600     END-IF.
038700     IF CREDVLT-LAST-ACTIVITY-DATE = ZERO
038800         MOVE CDDRM-TODAY TO CREDVLT-LAST-ACTIVITY-DATE
038900         REWRITE CREDENTIAL-VAULT-RECORD
039000         ADD 1 TO CDDRM-STARTED-COUNT
039100         GO TO 4000-EXIT
039200     END-IF.
039300     PERFORM 4200-COMPUTE-IDLE THRU 4200-EXIT.
039400     IF CDDRM-IDLE-DAYS < CDDRM-DORMANT-DAYS
039500         GO TO 4000-EXIT
039600     END-IF.
039700     MOVE 'S' TO CREDVLT-USER-STATUS.
039800     MOVE CDDRM-TODAY TO CREDVLT-SUSPENDED-DATE.
039900     REWRITE CREDENTIAL-VAULT-RECORD.
040000     ADD 1 TO CDDRM-SUSPENDED-COUNT.
040100     MOVE 4 TO CDDRM-SEVERITY-CODE.
040200     MOVE 'SUSPENDED THIS RUN' TO CDDRM-WORK-ACTION.
040300     PERFORM 4500-LIST-USER THRU 4500-EXIT.
040400 4000-EXIT.
040500     EXIT.
040600
040700 4200-COMPUTE-IDLE.
040800     IF CREDVLT-LAST-ACTIVITY-DATE = ZERO
040900         MOVE ZERO TO CDDRM-IDLE-DAYS
041000     ELSE
041100         COMPUTE CDDRM-IDLE-DAYS = CDDRM-TODAY-LILIAN -
041200             FUNCTION INTEGER-OF-DATE(CREDVLT-LAST-ACTIVITY-DATE)
041300     END-IF.
041400 4200-EXIT.
041500     EXIT.
041600
041700 4500-LIST-USER.
041800     IF CDDRM-REV-COUNT NOT < 500
041900         ADD 1 TO CDDRM-DROPPED-COUNT
042000         GO TO 4500-EXIT
042100     END-IF.
042200     MOVE CREDVLT-REQUESTER-SYSTEM TO CDDRM-WORK-SYSTEM.
042300     IF CDDRM-WORK-SYSTEM = SPACES
042400         MOVE 'NONE' TO CDDRM-WORK-SYSTEM
042500     END-IF.
042600     MOVE 'N' TO CDDRM-SYS-FOUND-SW.
042700     PERFORM 4600-FIND-SYSTEM THRU 4600-EXIT
042800         VARYING CDDRM-JDX FROM 1 BY 1
042900         UNTIL CDDRM-JDX > CDDRM-SYS-COUNT
043000            OR CDDRM-SYS-FOUND.
043100     IF NOT CDDRM-SYS-FOUND
043200         IF CDDRM-SYS-COUNT NOT < 100
043300             ADD 1 TO CDDRM-SYS-OVERFLOW-COUNT
043400             GO TO 4500-EXIT
043500         END-IF
043600         ADD 1 TO CDDRM-SYS-COUNT
043700         MOVE CDDRM-WORK-SYSTEM TO
043800             CDDRM-ST-SYSTEM (CDDRM-SYS-COUNT)
043900         MOVE ZERO TO CDDRM-ST-USER-COUNT (CDDRM-SYS-COUNT)
044000         MOVE CDDRM-SYS-COUNT TO CDDRM-SYS-IDX
044100     END-IF.
044200     ADD 1 TO CDDRM-ST-USER-COUNT (CDDRM-SYS-IDX).
044300     ADD 1 TO CDDRM-REV-COUNT.
044400     MOVE CDDRM-REV-COUNT TO CDDRM-IDX.
044500     MOVE CDDRM-WORK-ACTION TO CDDRM-RT-ACTION (CDDRM-IDX).
044600     MOVE CREDVLT-INTEGRATION-USER TO CDDRM-RT-USER (CDDRM-IDX).
044700     MOVE CREDVLT-LAST-ACTIVITY-DATE TO
044800         CDDRM-RT-LAST-ACTIVE (CDDRM-IDX).
044900     MOVE CDDRM-IDLE-DAYS TO CDDRM-RT-IDLE-DAYS (CDDRM-IDX).
045000     MOVE CREDVLT-SUSPENDED-DATE TO
045100         CDDRM-RT-SUSP-DATE (CDDRM-IDX).
045200     MOVE CDDRM-WORK-SYSTEM TO CDDRM-RT-SYSTEM (CDDRM-IDX).
045300 4500-EXIT.
045400     EXIT.
045500
045600 4600-FIND-SYSTEM.
045700     IF CDDRM-ST-SYSTEM (CDDRM-JDX) = CDDRM-WORK-SYSTEM
045800         SET CDDRM-SYS-FOUND TO TRUE
045900         MOVE CDDRM-JDX TO CDDRM-SYS-IDX
046000     END-IF.
046100 4600-EXIT.
046200     EXIT.
046300
046400 5000-PRINT-BY-SYSTEM.
046500     PERFORM 5100-PRINT-SYSTEM THRU 5100-EXIT
046600         VARYING CDDRM-JDX FROM 1 BY 1
046700         UNTIL CDDRM-JDX > CDDRM-SYS-COUNT.
046800 5000-EXIT.
046900     EXIT.
047000
047100 5100-PRINT-SYSTEM.
047200     MOVE CDDRM-ST-SYSTEM (CDDRM-JDX) TO CDDRM-SL-SYSTEM.
047300     MOVE CDDRM-ST-USER-COUNT (CDDRM-JDX) TO CDDRM-SL-COUNT.
047400     MOVE SPACES TO CDDRMR-PRINT-LINE.
047500     WRITE CDDRMR-PRINT-LINE.
047600     WRITE CDDRMR-PRINT-LINE FROM CDDRM-SYSTEM-LINE.
047700     WRITE CDDRMR-PRINT-LINE FROM CDDRM-HEADING-2.
047800     PERFORM 5200-PRINT-USER THRU 5200-EXIT
047900         VARYING CDDRM-IDX FROM 1 BY 1
048000         UNTIL CDDRM-IDX > CDDRM-REV-COUNT.
048100 5100-EXIT.
048200     EXIT.
048300
048400 5200-PRINT-USER.
048500     IF CDDRM-RT-SYSTEM (CDDRM-IDX) NOT =
048600             CDDRM-ST-SYSTEM (CDDRM-JDX)
048700         GO TO 5200-EXIT
048800     END-IF.
048900     MOVE CDDRM-RT-USER (CDDRM-IDX) TO CDDRM-DL-USER.
049000     MOVE CDDRM-RT-LAST-ACTIVE (CDDRM-IDX) TO
049100         CDDRM-DL-LAST-ACTIVE.
049200     MOVE CDDRM-RT-IDLE-DAYS (CDDRM-IDX) TO CDDRM-DL-IDLE.
049300     MOVE CDDRM-RT-SUSP-DATE (CDDRM-IDX) TO CDDRM-DL-SUSP-DATE.
049400     MOVE CDDRM-RT-ACTION (CDDRM-IDX) TO CDDRM-DL-ACTION.
049500     WRITE CDDRMR-PRINT-LINE FROM CDDRM-DETAIL-LINE.
049600 5200-EXIT.
049700     EXIT.
049800
049900 6000-FINISH.
050000     MOVE CDDRM-VAULT-COUNT TO CDDRM-TL-VAULT.
050100     MOVE CDDRM-SUSPENDED-COUNT TO CDDRM-TL-SUSPENDED.
050200     MOVE CDDRM-AWAITING-COUNT TO CDDRM-TL-AWAITING.
050300     MOVE CDDRM-DELETED-COUNT TO CDDRM-TL-DELETED.
050400     MOVE CDDRM-REINSTATED-COUNT TO CDDRM-TL-REINSTATED.
050500     MOVE CDDRM-REJECTED-COUNT TO CDDRM-TL-REJECTED.
050600     MOVE SPACES TO CDDRMR-PRINT-LINE.
050700     WRITE CDDRMR-PRINT-LINE.
050800     WRITE CDDRMR-PRINT-LINE FROM CDDRM-TOTAL-LINE.
050900     CLOSE AUDLOG-FILE.
051000     CLOSE CDDRC-FILE.
051100     CLOSE CREDVLT-FILE.
051200     CLOSE CDDRMR-FILE.
051300     DISPLAY 'CDDRM01 AUDIT RECORDS READ    = ' CDDRM-LOG-COUNT.
051400     DISPLAY 'CDDRM01 ACTIVITY POSTINGS     = '
051500         CDDRM-POSTED-COUNT.
051600     DISPLAY 'CDDRM01 USERS NOT ON VAULT    = '
051700         CDDRM-UNKNOWN-COUNT.
051800     DISPLAY 'CDDRM01 CLOCKS STARTED        = '
051900         CDDRM-STARTED-COUNT.
052000     DISPLAY 'CDDRM01 USERS SUSPENDED       = '
052100         CDDRM-SUSPENDED-COUNT.
052200     IF CDDRM-DROPPED-COUNT > ZERO
052300         DISPLAY 'CDDRM01 USERS NOT LISTED (TABLE FULL) = '
052400             CDDRM-DROPPED-COUNT
052500         MOVE 4 TO CDDRM-SEVERITY-CODE
052600     END-IF.
052700     IF CDDRM-SYS-OVERFLOW-COUNT > ZERO
052800         DISPLAY 'CDDRM01 USERS NOT LISTED (SYSTEMS FULL) = '
052900             CDDRM-SYS-OVERFLOW-COUNT
053000         MOVE 4 TO CDDRM-SEVERITY-CODE
053100     END-IF.
053200 6000-EXIT.
053300     EXIT.
