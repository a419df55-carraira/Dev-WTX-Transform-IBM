003200*  ROW IS NOT ASSESSED AND ENDS THE STEP WITH CONDITION     *
003300*  CODE 4.  THE JCL EXEC PARM CARRIES THE GL BATCH NUMBER   *
003400*  (ZERO TAKES 1).                                          *
003433*  AN ACCOUNT ON THE CLOSED-ACCOUNTS MASTER (MVCLSM, SEE    *
003466*  MVCLS01) IS NEITHER ASSESSED NOR WAIVED, ONLY COUNTED.   *
003500*----------------------------------------------------------*
003600*  MODIFICATION HISTORY                                    *
003700*    09/02/26  DOB  INITIAL VERSION.                       *
003720*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
003740*                   (MISSING OR UNKNOWN: CODE 8).  A LEG   *
003760*                   DATED INTO A CLOSED PERIOD (PERCHK01)  *
003780*                   IS RE-DATED AND LISTED ON LATEPST.     *
003786*    10/15/26  DOB  SKIPS ACCOUNTS ON THE CLOSED-ACCOUNTS  *
003792*                   MASTER.                                *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT MVFEEW-FILE ASSIGN TO MVFEEW
007200         ORGANIZATION IS LINE SEQUENTIAL.
007233     SELECT LATEPST-FILE ASSIGN TO LATEPST
007266         ORGANIZATION IS LINE SEQUENTIAL.
007272     SELECT OPTIONAL MVCLSM-FILE ASSIGN TO MVCLSM
007278         ORGANIZATION IS INDEXED
007284         ACCESS MODE IS RANDOM
007290         RECORD KEY IS CLSM-PRODUCT-NUMBER.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
009900
010000 FD  MVFEEW-FILE.
010100 01  MVFEEW-PRINT-LINE             PIC X(132).
010125
010150 FD  LATEPST-FILE.
010175     COPY "PERLAT01.cpy".
010181
010187 FD  MVCLSM-FILE.
010193     COPY "MVCLSM01.cpy".
010200
010300 WORKING-STORAGE SECTION.
010400*----------------------------------------------------------*
010500*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
010600*----------------------------------------------------------*
010700     COPY "RUNREG01.cpy".
010716
010732*----------------------------------------------------------*
010748*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
010764*----------------------------------------------------------*
010780     COPY "PERCHK01.cpy".
010800
010900 77  MVFEE-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
011000
012300         88  MVFEE-COA-FOUND         VALUE 'Y'.
012400     05  MVFEE-DUP-SW              PIC X(01) VALUE 'N'.
012500         88  MVFEE-DUPLICATE         VALUE 'Y'.
012533     05  MVFEE-CLOSED-SW           PIC X(01) VALUE 'N'.
012566         88  MVFEE-ACCOUNT-CLOSED    VALUE 'Y'.
012600
012700 77  MVFEE-TODAY                   PIC 9(8) VALUE ZERO.
012800 77  MVFEE-BATCH-NUMBER            PIC 9(6) VALUE 1.
013400 77  MVFEE-BATCH-DEBIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
013500 77  MVFEE-BATCH-CREDIT-TOTAL      PIC 9(15)V9(2) VALUE ZERO.
013600 77  MVFEE-USE-MOVEMENTS           PIC 9(5) VALUE ZERO.
013633 77  MVFEE-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
013666 77  MVFEE-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
013683 77  MVFEE-CLOSED-COUNT            PIC 9(7) COMP VALUE ZERO.
013700
013800 01  MVFEE-HEADING-1.
013900     05  FILLER                    PIC X(33)
016600 LINKAGE SECTION.
016700 01  MVFEE01-PARM-CARD.
016800     05  MVFEE01-PARM-BATCH        PIC 9(6).
016850     05  MVFEE01-PARM-COUNTRY      PIC 9(4).
016900
017000 PROCEDURE DIVISION USING MVFEE01-PARM-CARD.
017100 0000-MAINLINE.
018000     STOP RUN.
018100
018200 1000-INITIALIZE.
018250     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
018300     SET RREG-START TO TRUE.
018400     MOVE 'MVFEE01 ' TO RREG-PROGRAM-ID.
018500     MOVE 'MVRESP  ' TO RREG-GUARD-FILE.
020300     OPEN OUTPUT MVFEEB-FILE.
020400     OPEN OUTPUT GLPOST-FILE.
020500     OPEN OUTPUT MVFEEW-FILE.
020550     OPEN EXTEND LATEPST-FILE.
020575     OPEN INPUT MVCLSM-FILE.
020600     ACCEPT MVFEE-TODAY FROM DATE YYYYMMDD.
020700     IF MVFEE01-PARM-BATCH NOT = ZERO
020800         MOVE MVFEE01-PARM-BATCH TO MVFEE-BATCH-NUMBER
022200 1000-EXIT.
022300     EXIT.
022400
022403*----------------------------------------------------------*
022406*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
022409*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
022412*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
022415*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
022418*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
022421*----------------------------------------------------------*
022424 1050-CHECK-COUNTRY.
022427     IF MVFEE01-PARM-COUNTRY NUMERIC
022430             AND MVFEE01-PARM-COUNTRY NOT = ZERO
022433         MOVE MVFEE01-PARM-COUNTRY TO MVFEE-COUNTRY-CODE
022436     ELSE
022439         DISPLAY 'MVFEE01 PARM COUNTRY MISSING OR NOT NUMERIC'
022442         MOVE 8 TO RETURN-CODE
022445         STOP RUN
022448     END-IF.
022451     MOVE MVFEE-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
022454     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
022457     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
022460     IF PCHK-NO-CALENDAR
022463         DISPLAY 'MVFEE01 NO POSTING CALENDAR FOR COUNTRY '
022466             MVFEE-COUNTRY-CODE
022469         MOVE 8 TO RETURN-CODE
022472         STOP RUN
022475     END-IF.
022478 1050-EXIT.
022481     EXIT.
022484
022500 1100-WRITE-BATCH-HEADER.
022600     MOVE SPACES TO GL-POSTING-RECORD.
022700     SET GLP-BATCH-HEADER TO TRUE.
028500     EXIT.
028600
028700 3100-JUDGE-ONE-ACCOUNT.
028716     PERFORM 3150-CHECK-CLOSED THRU 3150-EXIT.
028732     IF MVFEE-ACCOUNT-CLOSED
028748         ADD 1 TO MVFEE-CLOSED-COUNT
028764         GO TO 3100-EXIT
028780     END-IF.
028800     PERFORM 3200-LOOKUP-SCHEDULE THRU 3200-EXIT.
028900     IF NOT MVFEE-SCHED-FOUND
029000         ADD 1 TO MVFEE-NO-SCHEDULE-COUNT
031100     END-EVALUATE.
031200 3100-EXIT.
031300     EXIT.
031307
031314 3150-CHECK-CLOSED.
031321     SET MVFEE-CLOSED-SW TO 'N'.
031328     MOVE STMB-PRODUCT-NUMBER TO CLSM-PRODUCT-NUMBER.
031335     READ MVCLSM-FILE
031342         KEY IS CLSM-PRODUCT-NUMBER
031349         INVALID KEY
031356             CONTINUE
031363         NOT INVALID KEY
031370             SET MVFEE-ACCOUNT-CLOSED TO TRUE
031377     END-READ.
031384 3150-EXIT.
031391     EXIT.
031400
031500 3200-LOOKUP-SCHEDULE.
031600     SET MVFEE-SCHED-FOUND-SW TO 'N'.
040300     MOVE MVFEE-TODAY TO GLP-DTL-EXTRACT-DATE.
040400     MOVE ZERO TO GLP-DTL-EXTRACT-CYCLE.
040410     MOVE MVFEE-TODAY TO GLP-DTL-VALUE-DATE.
040455     PERFORM 3620-CHECK-PERIOD THRU 3620-EXIT.
040500     WRITE GL-POSTING-RECORD.
040600     ADD 1 TO MVFEE-ENTRY-COUNT.
040700     IF GLP-DTL-DEBIT-CREDIT = 'D'
041100     END-IF.
041200 3610-EXIT.
041300     EXIT.
041303
041306*----------------------------------------------------------*
041309*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
041312*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
041315*----------------------------------------------------------*
041318 3620-CHECK-PERIOD.
041321     MOVE MVFEE-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
041324     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
041327     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
041330     IF NOT PCHK-REDATED
041333         GO TO 3620-EXIT
041336     END-IF.
041339     MOVE 'MVFEE01 ' TO PLAT-PROGRAM-ID.
041342     MOVE MVFEE-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
041345     MOVE MVFEE-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
041348     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
041351     MOVE GLP-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
041354     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
041357     MOVE GLP-DTL-AMOUNT TO PLAT-AMOUNT.
041360     MOVE GLP-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
041363     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
041366     MOVE MVFEE-TODAY TO PLAT-RUN-DATE.
041369     WRITE LATE-POSTING-RECORD.
041372     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
041375     ADD 1 TO MVFEE-LATE-COUNT.
041378 3620-EXIT.
041381     EXIT.
041400
041500 4000-FINISH.
041600     MOVE SPACES TO GL-POSTING-RECORD.
042800     CLOSE MVFEEB-FILE.
042900     CLOSE GLPOST-FILE.
043000     CLOSE MVFEEW-FILE.
043050     CLOSE LATEPST-FILE.
043075     CLOSE MVCLSM-FILE.
043100     DISPLAY 'MVFEE01 FEES ASSESSED       = '
043200         MVFEE-ASSESSED-COUNT.
043300     DISPLAY 'MVFEE01 FEES WAIVED         = '
043600         MVFEE-NO-SCHEDULE-COUNT.
043700     DISPLAY 'MVFEE01 NO CHART ROW        = '
043800         MVFEE-NO-CHART-COUNT.
043833     DISPLAY 'MVFEE01 LEGS RE-DATED       = '
043866         MVFEE-LATE-COUNT.
043877     DISPLAY 'MVFEE01 CLOSED ACCOUNTS     = '
043888         MVFEE-CLOSED-COUNT.
043900     IF MVFEE-BATCH-DEBIT-TOTAL NOT = MVFEE-BATCH-CREDIT-TOTAL
044000         DISPLAY 'MVFEE01 BATCH OUT OF BALANCE'
044100         MOVE 8 TO MVFEE-SEVERITY-CODE
