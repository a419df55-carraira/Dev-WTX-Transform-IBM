000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACFCS01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. CONSUMER PRODUCTS - DAC AGREEMENTS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ACFCS01 -- UPCOMING DIRECT-DEBIT FORECAST AND ADVANCE   *
000900*             PRE-NOTIFICATION.                            *
001000*                                                          *
001100*  A CUSTOMER ON A RECURRING ACCORD USED TO HEAR ABOUT A   *
001200*  DEBIT ONLY WHEN IT FAILED (CSNOTF01) OR CAME BACK       *
001300*  (CSRET01); THE MANDATE RULES WANT NOTICE OF THE AMOUNT  *
001400*  AND DATE BEFOREHAND.  EACH NIGHT THIS STEP:             *
001500*    - LEARNS FROM THE DAY'S OCBCOSP01 DIRECT-DEBIT        *
001600*      PAYMENTS (CSRESP, FLAG-DIRECT-DEBIT).  THE PAYER    *
001700*      AND ASSOCIATED-SERVICE FIND THE ACCORD ON THE       *
001800*      SNAPSHOT (ACSNP) AND ITS REFERENCE FINDS THE DEBIT  *
001900*      SIDE ON ACXREF.  THE FORECAST MASTER (ACFCM) KEEPS  *
002000*      PER ACCORD A SMOOTHED CADENCE BETWEEN SUCCESSIVE    *
002100*      PAYDAY-LIMIT DUE DATES (TREATED AS MONTHLY WHEN IT  *
002200*      SETTLES AT 27 TO 32 DAYS) AND A SMOOTHED TYPICAL    *
002300*      AMOUNT, AND FROM THE SECOND DEBIT ON PROJECTS THE   *
002400*      NEXT DUE DATE, ROLLED TO A BUSINESS DAY (DTBDAY01), *
002500*      AND THE AMOUNT;                                     *
002600*    - WHEN A FORECAST DEBIT ARRIVES, RECORDS HOW CLOSE    *
002700*      THE FORECAST CAME ON THE ACCURACY FILE (ACFCA) FOR  *
002800*      THE MONTHLY ACFCR01 REPORT; A FORECAST DEBIT THAT   *
002900*      HAS NOT ARRIVED HALF A CYCLE AFTER ITS DATE IS      *
003000*      RECORDED THERE AS MISSED AND THE FORECAST MOVES ON; *
003100*    - WRITES EVERY CURRENT FORECAST TO THE FORECAST FILE  *
003200*      (ACFCF), AND ONCE PER FORECAST SENDS A              *
003300*      PRE-NOTIFICATION THROUGH THE NOTIFY FEED (REASON    *
003400*      DDPN) WHEN THE DEBIT IS N BUSINESS DAYS AWAY OR     *
003500*      LESS -- BUT NOT FOR AN ACCORD BLOCKED ON ACXREF OR  *
003600*      ONE WITH A REVALIDATION OUTSTANDING ON ACRVM.       *
003700*  THE EXEC PARM CARRIES THE NOTICE DAYS (ZERO TAKES 3)    *
003800*  AND THE COUNTRY-CODE FOR THE HOLIDAY CALENDAR.          *
003900*----------------------------------------------------------*
004000*  MODIFICATION HISTORY                                    *
004100*    10/15/26  DOB  INITIAL VERSION.                       *
004200*    10/15/26  DOB  PASSES THE COUNTRY, AMOUNT, DEBIT DATE,*
004300*                   BILLER AND ACCOUNT FOR THE NOTICE      *
004400*                   TEMPLATE (SEE NTDSP01).                *
004500*----------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-ZSERIES.
004900 OBJECT-COMPUTER. IBM-ZSERIES.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CSRESP-FILE ASSIGN TO CSRESP
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT ACSNP-FILE ASSIGN TO ACSNP
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS ACSNP-KEY.
005800     SELECT ACXREF-FILE ASSIGN TO ACXREF
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS XREF-REFERENCE-NUMBER.
006200     SELECT ACRVM-FILE ASSIGN TO ACRVM
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS RVM-KEY.
006600     SELECT ACFCM-FILE ASSIGN TO ACFCM
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS FCM-KEY.
007000     SELECT ACFCF-FILE ASSIGN TO ACFCF
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT ACFCA-FILE ASSIGN TO ACFCA
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CSRESP-FILE.
008000     COPY "OCBCOSP01_RESPONSE.cpy".
008100
008200 FD  ACSNP-FILE.
008300     COPY "ACSNP01.cpy".
008400
008500 FD  ACXREF-FILE.
008600     COPY "ACXREF01.cpy".
008700
008800 FD  ACRVM-FILE.
008900     COPY "ACRVM01.cpy".
009000
009100 FD  ACFCM-FILE.
009200     COPY "ACFCM01.cpy".
009300
009400 FD  ACFCF-FILE.
009500     COPY "ACFCF01.cpy".
009600
009700 FD  ACFCA-FILE.
009800     COPY "ACFCA01.cpy".
009900
010000 FD  NOTIFY-FILE.
010100     COPY "NOTIFY01.cpy".
010200
010300 WORKING-STORAGE SECTION.
010400*----------------------------------------------------------*
010500*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
010600*----------------------------------------------------------*
010700     COPY "RUNREG01.cpy".
010800
010900*----------------------------------------------------------*
011000*  BUSINESS-DAY REQUEST AREA (SEE DTBDAY01).               *
011100*----------------------------------------------------------*
011200     COPY "DTBDAY01.cpy".
011300
011400 77  ACFCS-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
011500
011600 01  ACFCS-SWITCHES.
011700     05  ACFCS-EOF-SW              PIC X(01) VALUE 'N'.
011800         88  ACFCS-EOF               VALUE 'Y'.
011900     05  ACFCS-FOUND-SW            PIC X(01) VALUE 'N'.
012000         88  ACFCS-FOUND             VALUE 'Y'.
012100     05  ACFCS-FCM-FOUND-SW        PIC X(01) VALUE 'N'.
012200         88  ACFCS-FCM-FOUND         VALUE 'Y'.
012300     05  ACFCS-SCAN-END-SW         PIC X(01) VALUE 'N'.
012400         88  ACFCS-SCAN-END          VALUE 'Y'.
012500
012600 77  ACFCS-TODAY                   PIC 9(8) VALUE ZERO.
012700 77  ACFCS-TODAY-LILIAN            PIC 9(7) COMP VALUE ZERO.
012800 77  ACFCS-NOTICE-BDAYS            PIC 9(3) VALUE 3.
012900 77  ACFCS-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
013000 77  ACFCS-WORK-ID                 PIC X(17) VALUE SPACES.
013100 77  ACFCS-DUE-DATE                PIC 9(8) VALUE ZERO.
013200 77  ACFCS-BASE-DUE-DATE           PIC 9(8) VALUE ZERO.
013300 77  ACFCS-INTERVAL-DAYS           PIC S9(5) VALUE ZERO.
013400 77  ACFCS-GRACE-DAYS              PIC 9(3) VALUE ZERO.
013500 77  ACFCS-WORK-LILIAN             PIC 9(7) COMP VALUE ZERO.
013600 77  ACFCS-WORK-LILIAN-2           PIC 9(7) COMP VALUE ZERO.
013700 77  ACFCS-MONTH-DAYS              PIC 9(2) VALUE ZERO.
013800 77  ACFCS-PAYMENT-COUNT           PIC 9(7) COMP VALUE ZERO.
013900 77  ACFCS-UNMATCHED-COUNT         PIC 9(7) COMP VALUE ZERO.
014000 77  ACFCS-SAME-CYCLE-COUNT        PIC 9(7) COMP VALUE ZERO.
014100 77  ACFCS-LEARNED-COUNT           PIC 9(7) COMP VALUE ZERO.
014200 77  ACFCS-DEBITED-COUNT           PIC 9(7) COMP VALUE ZERO.
014300 77  ACFCS-MISSED-COUNT            PIC 9(7) COMP VALUE ZERO.
014400 77  ACFCS-FORECAST-COUNT          PIC 9(7) COMP VALUE ZERO.
014500 77  ACFCS-NOTICE-COUNT            PIC 9(7) COMP VALUE ZERO.
014600 77  ACFCS-BLOCKED-COUNT           PIC 9(7) COMP VALUE ZERO.
014700 77  ACFCS-REVALIDATE-COUNT        PIC 9(7) COMP VALUE ZERO.
014800
014900 01  ACFCS-DATE-PARTS.
015000     05  ACFCS-DP-YYYY             PIC 9(4).
015100     05  ACFCS-DP-MM               PIC 9(2).
015200     05  ACFCS-DP-DD               PIC 9(2).
015300 01  ACFCS-DATE-VALUE REDEFINES ACFCS-DATE-PARTS
015400                                   PIC 9(8).
015500
015600 01  ACFCS-FIRST-OF-MONTH.
015700     05  ACFCS-FM-YYYY             PIC 9(4).
015800     05  ACFCS-FM-MM               PIC 9(2).
015900     05  ACFCS-FM-DD               PIC 9(2) VALUE 1.
016000 01  ACFCS-FIRST-OF-MONTH-VALUE REDEFINES
016100         ACFCS-FIRST-OF-MONTH      PIC 9(8).
016200
016300 LINKAGE SECTION.
016400 01  ACFCS01-PARM-CARD.
016500     05  ACFCS01-PARM-BDAYS        PIC 9(3).
016600     05  ACFCS01-PARM-COUNTRY      PIC 9(4).
016700
016800 PROCEDURE DIVISION USING ACFCS01-PARM-CARD.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-LEARN-PAYMENT THRU 2000-EXIT
017200         UNTIL ACFCS-EOF.
017300     PERFORM 3000-SWEEP-FORECASTS THRU 3000-EXIT.
017400     PERFORM 4000-FINISH THRU 4000-EXIT.
017500     SET RREG-END TO TRUE.
017600     MOVE ACFCS-FORECAST-COUNT TO RREG-RECORD-COUNT.
017700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
017800     MOVE ACFCS-SEVERITY-CODE TO RETURN-CODE.
017900     STOP RUN.
018000
018100 1000-INITIALIZE.
018200     SET RREG-START TO TRUE.
018300     MOVE 'ACFCS01 ' TO RREG-PROGRAM-ID.
018400     MOVE 'CSRESP  ' TO RREG-GUARD-FILE.
018500     MOVE ZERO TO RREG-CYCLE-NUMBER.
018600     MOVE ZERO TO RREG-RECORD-COUNT.
018700     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
018800     IF RREG-BLOCKED
018900         DISPLAY 'ACFCS01 ALREADY COMPLETED FOR THIS DATE'
019000         MOVE 8 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     IF RREG-GUARD-HOLD
019400         DISPLAY 'ACFCS01 HELD - CAPTURE FAILED THE GUARD'
019500         MOVE 8 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     IF RREG-PREREQ-HOLD
019900         DISPLAY 'ACFCS01 HELD - PREREQUISITE NOT COMPLETE'
020000         MOVE 8 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     OPEN INPUT CSRESP-FILE.
020400     OPEN INPUT ACSNP-FILE.
020500     OPEN INPUT ACXREF-FILE.
020600     OPEN INPUT ACRVM-FILE.
020700     OPEN I-O ACFCM-FILE.
020800     OPEN OUTPUT ACFCF-FILE.
020900     OPEN EXTEND ACFCA-FILE.
021000     OPEN EXTEND NOTIFY-FILE.
021100     ACCEPT ACFCS-TODAY FROM DATE YYYYMMDD.
021200     COMPUTE ACFCS-TODAY-LILIAN =
021300         FUNCTION INTEGER-OF-DATE(ACFCS-TODAY).
021400     IF ACFCS01-PARM-BDAYS NOT = ZERO
021500         MOVE ACFCS01-PARM-BDAYS TO ACFCS-NOTICE-BDAYS
021600     END-IF.
021700     MOVE ACFCS01-PARM-COUNTRY TO ACFCS-COUNTRY-CODE.
021800     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100
022200 2000-LEARN-PAYMENT.
022300     IF FLAG-DIRECT-DEBIT OF RESPONSE = 'Y'
022400         PERFORM 2100-LEARN-ONE-PAYMENT THRU 2100-EXIT
022500     END-IF.
022600     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
022700 2000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------*
023100*  A DEBIT WITHIN A WEEK OF THE LAST ONE LEARNED IS PART   *
023200*  OF THE SAME CYCLE (A SPLIT OR RE-PRESENTED COLLECTION)  *
023300*  AND TEACHES NOTHING ABOUT THE CADENCE.                  *
023400*----------------------------------------------------------*
023500 2100-LEARN-ONE-PAYMENT.
023600     ADD 1 TO ACFCS-PAYMENT-COUNT.
023700     MOVE IDENTIFICATION-NUMBER OF RESPONSE TO ACFCS-WORK-ID.
023800     PERFORM 2150-FIND-ACCORD THRU 2150-EXIT.
023900     IF NOT ACFCS-FOUND
024000         ADD 1 TO ACFCS-UNMATCHED-COUNT
024100         GO TO 2100-EXIT
024200     END-IF.
024300     IF PAYDAY-LIMIT OF RESPONSE NUMERIC
024400             AND PAYDAY-LIMIT OF RESPONSE NOT = ZERO
024500         MOVE PAYDAY-LIMIT OF RESPONSE TO ACFCS-DUE-DATE
024600     ELSE
024700         MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO
024800             ACFCS-DUE-DATE
024900     END-IF.
025000     MOVE ACFCS-WORK-ID TO FCM-IDENTIFICATION-NUMBER.
025100     MOVE ASSOCIATED-SERVICE OF RESPONSE TO FCM-ACC-CODE.
025200     MOVE 'N' TO ACFCS-FCM-FOUND-SW.
025300     READ ACFCM-FILE
025400         KEY IS FCM-KEY
025500         INVALID KEY
025600             CONTINUE
025700         NOT INVALID KEY
025800             SET ACFCS-FCM-FOUND TO TRUE
025900     END-READ.
026000     IF NOT ACFCS-FCM-FOUND
026100         INITIALIZE DEBIT-FORECAST-MASTER
026200         MOVE ACFCS-WORK-ID TO FCM-IDENTIFICATION-NUMBER
026300         MOVE ASSOCIATED-SERVICE OF RESPONSE TO FCM-ACC-CODE
026400     END-IF.
026500     IF FCM-DEBIT-COUNT NOT = ZERO
026600         IF OBLIGATION-NUMBER OF RESPONSE =
026700                 FCM-LAST-OBLIGATION-NUMBER
026800             ADD 1 TO ACFCS-SAME-CYCLE-COUNT
026900             GO TO 2100-EXIT
027000         END-IF
027100         COMPUTE ACFCS-INTERVAL-DAYS =
027200             FUNCTION INTEGER-OF-DATE(ACFCS-DUE-DATE) -
027300             FUNCTION INTEGER-OF-DATE(FCM-LAST-DUE-DATE)
027400         IF ACFCS-INTERVAL-DAYS < 7
027500             ADD 1 TO ACFCS-SAME-CYCLE-COUNT
027600             GO TO 2100-EXIT
027700         END-IF
027800     END-IF.
027900     IF FCM-NEXT-DEBIT-DATE NOT = ZERO
028000         PERFORM 2200-RECORD-ACTUAL THRU 2200-EXIT
028100     END-IF.
028200     PERFORM 2300-LEARN-CADENCE THRU 2300-EXIT.
028300     MOVE IDENTIFICATION-TYPE OF RESPONSE TO
028400         FCM-IDENTIFICATION-TYPE.
028500     MOVE XREF-REFERENCE-NUMBER TO FCM-REFERENCE-NUMBER.
028600     MOVE XREF-DEBIT-BANK TO FCM-DEBIT-BANK.
028700     MOVE XREF-DEBIT-ACCOUNT-NUMBER TO
028800         FCM-DEBIT-ACCOUNT-NUMBER.
028900     MOVE ACFCS-TODAY TO FCM-UPDATED-DATE.
029000     IF ACFCS-FCM-FOUND
029100         REWRITE DEBIT-FORECAST-MASTER
029200     ELSE
029300         WRITE DEBIT-FORECAST-MASTER
029400     END-IF.
029500     ADD 1 TO ACFCS-LEARNED-COUNT.
029600 2100-EXIT.
029700     EXIT.
029800
029900 2150-FIND-ACCORD.
030000     MOVE 'N' TO ACFCS-FOUND-SW.
030100     MOVE ACFCS-WORK-ID TO ACSNP-IDENTIFICATION-NUMBER.
030200     MOVE ASSOCIATED-SERVICE OF RESPONSE TO ACSNP-ACC-CODE.
030300     READ ACSNP-FILE
030400         KEY IS ACSNP-KEY
030500         INVALID KEY
030600             GO TO 2150-EXIT
030700     END-READ.
030800     MOVE ACSNP-REFERENCE-NUMBER TO XREF-REFERENCE-NUMBER.
030900     READ ACXREF-FILE
031000         KEY IS XREF-REFERENCE-NUMBER
031100         INVALID KEY
031200             GO TO 2150-EXIT
031300     END-READ.
031400     SET ACFCS-FOUND TO TRUE.
031500 2150-EXIT.
031600     EXIT.
031700
031800 2200-RECORD-ACTUAL.
031900     MOVE SPACES TO FORECAST-ACCURACY-RECORD.
032000     SET FCA-DEBITED TO TRUE.
032100     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO FCA-ACTUAL-DATE.
032200     MOVE PAYMENT-VALUE OF RESPONSE TO FCA-ACTUAL-AMOUNT.
032300     COMPUTE FCA-DATE-VARIANCE =
032400         FUNCTION INTEGER-OF-DATE(FCA-ACTUAL-DATE) -
032500         FUNCTION INTEGER-OF-DATE(FCM-NEXT-DEBIT-DATE).
032600     COMPUTE FCA-AMOUNT-VARIANCE =
032700         FCA-ACTUAL-AMOUNT - FCM-NEXT-AMOUNT.
032800     PERFORM 7000-WRITE-ACCURACY THRU 7000-EXIT.
032900     ADD 1 TO ACFCS-DEBITED-COUNT.
033000 2200-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------*
033400*  CADENCE AND AMOUNT ARE SMOOTHED THREE PARTS OLD TO ONE  *
033500*  PART NEW, SO ONE LATE BILL DOES NOT THROW THE FORECAST. *
033600*  A GAP OF MORE THAN THREE CYCLES (A PAUSED ACCORD) LEAVES*
033700*  THE CADENCE ALONE AND ONLY RESTARTS THE PROJECTION.     *
033800*----------------------------------------------------------*
033900 2300-LEARN-CADENCE.
034000     IF FCM-DEBIT-COUNT = ZERO
034100         MOVE PAYMENT-VALUE OF RESPONSE TO FCM-TYPICAL-AMOUNT
034200     ELSE
034300         IF ACFCS-INTERVAL-DAYS > 366
034400             MOVE 366 TO ACFCS-INTERVAL-DAYS
034500         END-IF
034600         IF FCM-CADENCE-DAYS = ZERO
034700             MOVE ACFCS-INTERVAL-DAYS TO FCM-CADENCE-DAYS
034800         ELSE
034900             IF ACFCS-INTERVAL-DAYS NOT >
035000                     FCM-CADENCE-DAYS * 3
035100                 COMPUTE FCM-CADENCE-DAYS ROUNDED =
035200                     (FCM-CADENCE-DAYS * 3 +
035300                      ACFCS-INTERVAL-DAYS) / 4
035400             END-IF
035500         END-IF
035600         COMPUTE FCM-TYPICAL-AMOUNT ROUNDED =
035700             (FCM-TYPICAL-AMOUNT * 3 +
035800              PAYMENT-VALUE OF RESPONSE) / 4
035900         IF FCM-CADENCE-DAYS NOT < 27
036000                 AND FCM-CADENCE-DAYS NOT > 32
036100             SET FCM-MONTHLY TO TRUE
036200         ELSE
036300             SET FCM-EVERY-N-DAYS TO TRUE
036400         END-IF
036500     END-IF.
036600     ADD 1 TO FCM-DEBIT-COUNT.
036700     MOVE ACFCS-DUE-DATE TO FCM-LAST-DUE-DATE.
036800     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO
036900         FCM-LAST-DEBIT-DATE.
037000     MOVE PAYMENT-VALUE OF RESPONSE TO FCM-LAST-AMOUNT.
037100     MOVE OBLIGATION-NUMBER OF RESPONSE TO
037200         FCM-LAST-OBLIGATION-NUMBER.
037300     IF FCM-DEBIT-COUNT < 2
037400         MOVE ZERO TO FCM-NEXT-DUE-DATE
037500         MOVE ZERO TO FCM-NEXT-DEBIT-DATE
037600         MOVE ZERO TO FCM-NEXT-AMOUNT
037700         MOVE ZERO TO FCM-PRENOTIFIED-DATE
037800     ELSE
037900         MOVE FCM-LAST-DUE-DATE TO ACFCS-BASE-DUE-DATE
038000         PERFORM 2400-PROJECT-NEXT THRU 2400-EXIT
038100     END-IF.
038200 2300-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------*
038600*  ONE CYCLE ON FROM THE BASE DUE DATE: THE SAME DAY NEXT  *
038700*  MONTH (CLIPPED TO THE MONTH END) FOR A MONTHLY ACCORD,  *
038800*  OTHERWISE THE CADENCE IN DAYS.  THE DEBIT IS EXPECTED   *
038900*  ON THE FIRST BUSINESS DAY ON OR AFTER THE DUE DATE.     *
039000*----------------------------------------------------------*
039100 2400-PROJECT-NEXT.
039200     IF FCM-MONTHLY
039300         MOVE ACFCS-BASE-DUE-DATE TO ACFCS-DATE-VALUE
039400         ADD 1 TO ACFCS-DP-MM
039500         IF ACFCS-DP-MM > 12
039600             MOVE 1 TO ACFCS-DP-MM
039700             ADD 1 TO ACFCS-DP-YYYY
039800         END-IF
039900         PERFORM 2410-DAYS-IN-MONTH THRU 2410-EXIT
040000         IF ACFCS-DP-DD > ACFCS-MONTH-DAYS
040100             MOVE ACFCS-MONTH-DAYS TO ACFCS-DP-DD
040200         END-IF
040300         MOVE ACFCS-DATE-VALUE TO FCM-NEXT-DUE-DATE
040400     ELSE
040500         COMPUTE ACFCS-WORK-LILIAN =
040600             FUNCTION INTEGER-OF-DATE(ACFCS-BASE-DUE-DATE)
040700             + FCM-CADENCE-DAYS
040800         COMPUTE FCM-NEXT-DUE-DATE =
040900             FUNCTION DATE-OF-INTEGER(ACFCS-WORK-LILIAN)
041000     END-IF.
041100     SET BDAY-ROLL-FORWARD TO TRUE.
041200     MOVE ACFCS-COUNTRY-CODE TO BDAY-COUNTRY-CODE.
041300     MOVE FCM-NEXT-DUE-DATE TO BDAY-DATE-1.
041400     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
041500     IF BDAY-OK
041600         MOVE BDAY-RESULT-DATE TO FCM-NEXT-DEBIT-DATE
041700     ELSE
041800         MOVE FCM-NEXT-DUE-DATE TO FCM-NEXT-DEBIT-DATE
041900     END-IF.
042000     MOVE FCM-TYPICAL-AMOUNT TO FCM-NEXT-AMOUNT.
042100     MOVE ACFCS-TODAY TO FCM-FORECAST-DATE.
042200     MOVE ZERO TO FCM-PRENOTIFIED-DATE.
042300 2400-EXIT.
042400     EXIT.
042500
042600 2410-DAYS-IN-MONTH.
042700     MOVE ACFCS-DP-YYYY TO ACFCS-FM-YYYY.
042800     MOVE ACFCS-DP-MM TO ACFCS-FM-MM.
042900     COMPUTE ACFCS-WORK-LILIAN =
043000         FUNCTION INTEGER-OF-DATE(ACFCS-FIRST-OF-MONTH-VALUE).
043100     IF ACFCS-FM-MM = 12
043200         MOVE 1 TO ACFCS-FM-MM
043300         ADD 1 TO ACFCS-FM-YYYY
043400     ELSE
043500         ADD 1 TO ACFCS-FM-MM
043600     END-IF.
043700     COMPUTE ACFCS-WORK-LILIAN-2 =
043800         FUNCTION INTEGER-OF-DATE(ACFCS-FIRST-OF-MONTH-VALUE).
043900     COMPUTE ACFCS-MONTH-DAYS =
044000         ACFCS-WORK-LILIAN-2 - ACFCS-WORK-LILIAN.
044100 2410-EXIT.
044200     EXIT.
044300
044400 3000-SWEEP-FORECASTS.
044500     MOVE 'N' TO ACFCS-SCAN-END-SW.
044600     MOVE LOW-VALUES TO FCM-KEY.
044700     START ACFCM-FILE
044800         KEY IS NOT LESS THAN FCM-KEY
044900         INVALID KEY
045000             SET ACFCS-SCAN-END TO TRUE
045100     END-START.
045200     PERFORM 3100-SWEEP-ONE THRU 3100-EXIT
045300         UNTIL ACFCS-SCAN-END.
045400 3000-EXIT.
045500     EXIT.
045600
045700 3100-SWEEP-ONE.
045800     READ ACFCM-FILE NEXT RECORD
045900         AT END
046000             SET ACFCS-SCAN-END TO TRUE
046100             GO TO 3100-EXIT
046200     END-READ.
046300     IF FCM-NEXT-DEBIT-DATE = ZERO
046400         GO TO 3100-EXIT
046500     END-IF.
046600     PERFORM 3200-CHECK-MISSED THRU 3200-EXIT.
046700     MOVE SPACES TO DEBIT-FORECAST-RECORD.
046800     PERFORM 3300-PRENOTIFY THRU 3300-EXIT.
046900     REWRITE DEBIT-FORECAST-MASTER.
047000     MOVE FCM-IDENTIFICATION-TYPE TO FCF-IDENTIFICATION-TYPE.
047100     MOVE FCM-IDENTIFICATION-NUMBER TO
047200         FCF-IDENTIFICATION-NUMBER.
047300     MOVE FCM-ACC-CODE TO FCF-ACC-CODE.
047400     MOVE FCM-REFERENCE-NUMBER TO FCF-REFERENCE-NUMBER.
047500     MOVE FCM-DEBIT-BANK TO FCF-DEBIT-BANK.
047600     MOVE FCM-DEBIT-ACCOUNT-NUMBER TO
047700         FCF-DEBIT-ACCOUNT-NUMBER.
047800     MOVE FCM-NEXT-DEBIT-DATE TO FCF-NEXT-DEBIT-DATE.
047900     MOVE FCM-NEXT-AMOUNT TO FCF-NEXT-AMOUNT.
048000     MOVE FCM-CADENCE-TYPE TO FCF-CADENCE-TYPE.
048100     MOVE FCM-CADENCE-DAYS TO FCF-CADENCE-DAYS.
048200     MOVE FCM-DEBIT-COUNT TO FCF-DEBIT-COUNT.
048300     MOVE ACFCS-TODAY TO FCF-RUN-DATE.
048400     WRITE DEBIT-FORECAST-RECORD.
048500     ADD 1 TO ACFCS-FORECAST-COUNT.
048600 3100-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------*
049000*  HALF A CYCLE (AT LEAST THREE DAYS) PAST THE EXPECTED    *
049100*  DEBIT WITH NOTHING ARRIVED, THE FORECAST IS RECORDED AS *
049200*  MISSED AND ROLLED ON UNTIL IT IS CURRENT AGAIN.         *
049300*----------------------------------------------------------*
049400 3200-CHECK-MISSED.
049500     COMPUTE ACFCS-GRACE-DAYS = FCM-CADENCE-DAYS / 2.
049600     IF ACFCS-GRACE-DAYS < 3
049700         MOVE 3 TO ACFCS-GRACE-DAYS
049800     END-IF.
049900     IF FUNCTION INTEGER-OF-DATE(FCM-NEXT-DEBIT-DATE)
050000             + ACFCS-GRACE-DAYS NOT < ACFCS-TODAY-LILIAN
050100         GO TO 3200-EXIT
050200     END-IF.
050300     MOVE SPACES TO FORECAST-ACCURACY-RECORD.
050400     SET FCA-MISSED TO TRUE.
050500     MOVE ZERO TO FCA-ACTUAL-DATE.
050600     MOVE ZERO TO FCA-ACTUAL-AMOUNT.
050700     MOVE ZERO TO FCA-DATE-VARIANCE.
050800     MOVE ZERO TO FCA-AMOUNT-VARIANCE.
050900     PERFORM 7000-WRITE-ACCURACY THRU 7000-EXIT.
051000     ADD 1 TO ACFCS-MISSED-COUNT.
051100     PERFORM 3210-ROLL-ONE-CYCLE THRU 3210-EXIT
051200         UNTIL FUNCTION INTEGER-OF-DATE(FCM-NEXT-DEBIT-DATE)
051300             + ACFCS-GRACE-DAYS NOT < ACFCS-TODAY-LILIAN.
051400 3200-EXIT.
051500     EXIT.
051600
051700 3210-ROLL-ONE-CYCLE.
051800     MOVE FCM-NEXT-DUE-DATE TO ACFCS-BASE-DUE-DATE.
051900     PERFORM 2400-PROJECT-NEXT THRU 2400-EXIT.
052000 3210-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------*
052400*  ONE NOTICE PER FORECAST, ISSUED ONCE THE DEBIT IS N     *
052500*  BUSINESS DAYS AWAY OR LESS.                             *
052600*----------------------------------------------------------*
052700 3300-PRENOTIFY.
052800     IF FCM-PRENOTIFIED-DATE NOT = ZERO
052900         SET FCF-NOTIFIED-EARLIER TO TRUE
053000         GO TO 3300-EXIT
053100     END-IF.
053200     SET FCF-NOT-YET-DUE TO TRUE.
053300     IF FCM-NEXT-DEBIT-DATE NOT > ACFCS-TODAY
053400         GO TO 3300-EXIT
053500     END-IF.
053600     SET BDAY-COUNT-DAYS TO TRUE.
053700     MOVE ACFCS-COUNTRY-CODE TO BDAY-COUNTRY-CODE.
053800     MOVE ACFCS-TODAY TO BDAY-DATE-1.
053900     MOVE FCM-NEXT-DEBIT-DATE TO BDAY-DATE-2.
054000     CALL 'DTBDAY01' USING BUSINESS-DAY-REQUEST.
054100     IF NOT BDAY-OK
054200             OR BDAY-RESULT-DAYS > ACFCS-NOTICE-BDAYS
054300         GO TO 3300-EXIT
054400     END-IF.
054500     MOVE FCM-REFERENCE-NUMBER TO XREF-REFERENCE-NUMBER.
054600     READ ACXREF-FILE
054700         KEY IS XREF-REFERENCE-NUMBER
054800         INVALID KEY
054900             MOVE SPACE TO XREF-ACCORD-STATUS
055000             MOVE ZERO TO XREF-DATE-BLOCK
055100     END-READ.
055200     IF XREF-ACCORD-STATUS = 'B'
055300             OR XREF-DATE-BLOCK NOT = ZERO
055400         SET FCF-SUPPRESSED-BLOCKED TO TRUE
055500         ADD 1 TO ACFCS-BLOCKED-COUNT
055600         GO TO 3300-EXIT
055700     END-IF.
055800     MOVE FCM-IDENTIFICATION-NUMBER TO RVM-IDENTIFICATION-NUMBER.
055900     MOVE FCM-ACC-CODE TO RVM-ACC-CODE.
056000     MOVE 'N' TO ACFCS-FOUND-SW.
056100     READ ACRVM-FILE
056200         KEY IS RVM-KEY
056300         INVALID KEY
056400             CONTINUE
056500         NOT INVALID KEY
056600             SET ACFCS-FOUND TO TRUE
056700     END-READ.
056800     IF ACFCS-FOUND
056900             AND (RVM-OUTSTANDING OR RVM-BLOCK-RECOMMENDED)
057000         SET FCF-SUPPRESSED-REVALIDATE TO TRUE
057100         ADD 1 TO ACFCS-REVALIDATE-COUNT
057200         GO TO 3300-EXIT
057300     END-IF.
057400     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
057500     MOVE 'QRYACRL1' TO NOTIFY-SOURCE-SERVICE.
057600     MOVE FCM-IDENTIFICATION-TYPE TO IDENTIFICATION-TYPE OF
057700         CUSTOMER-NOTIFICATION-RECORD.
057800     MOVE FCM-IDENTIFICATION-NUMBER TO
057900         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
058000     MOVE FCM-REFERENCE-NUMBER TO NOTIFY-REFERENCE.
058100     SET NOTIFY-DEBIT-PRENOTICE TO TRUE.
058200     SET NOTIFY-BY-EMAIL TO TRUE.
058300     MOVE ACFCS-TODAY TO NOTIFY-DATE.
058400     MOVE FCM-DEBIT-BANK TO NOTIFY-DEBIT-BANK.
058500     MOVE ACFCS-COUNTRY-CODE TO NOTIFY-COUNTRY-CODE.
058600     MOVE FCM-NEXT-AMOUNT TO NOTIFY-AMOUNT.
058700     MOVE FCM-NEXT-DEBIT-DATE TO NOTIFY-VALUE-DATE.
058800     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
058900     MOVE FCM-ACC-CODE TO NOTIFY-BILLER-SERVICE.
059000     MOVE FCM-DEBIT-ACCOUNT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
059100     WRITE CUSTOMER-NOTIFICATION-RECORD.
059200     MOVE ACFCS-TODAY TO FCM-PRENOTIFIED-DATE.
059300     SET FCF-NOTIFIED-TODAY TO TRUE.
059400     ADD 1 TO ACFCS-NOTICE-COUNT.
059500 3300-EXIT.
059600     EXIT.
059700
059800 4000-FINISH.
059900     CLOSE CSRESP-FILE.
060000     CLOSE ACSNP-FILE.
060100     CLOSE ACXREF-FILE.
060200     CLOSE ACRVM-FILE.
060300     CLOSE ACFCM-FILE.
060400     CLOSE ACFCF-FILE.
060500     CLOSE ACFCA-FILE.
060600     CLOSE NOTIFY-FILE.
060700     DISPLAY 'ACFCS01 DIRECT DEBITS READ  = '
060800         ACFCS-PAYMENT-COUNT.
060900     DISPLAY 'ACFCS01 NO ACCORD FOUND     = '
061000         ACFCS-UNMATCHED-COUNT.
061100     DISPLAY 'ACFCS01 SAME CYCLE SKIPPED  = '
061200         ACFCS-SAME-CYCLE-COUNT.
061300     DISPLAY 'ACFCS01 DEBITS LEARNED      = '
061400         ACFCS-LEARNED-COUNT.
061500     DISPLAY 'ACFCS01 FORECASTS DEBITED   = '
061600         ACFCS-DEBITED-COUNT.
061700     DISPLAY 'ACFCS01 FORECASTS MISSED    = '
061800         ACFCS-MISSED-COUNT.
061900     DISPLAY 'ACFCS01 FORECASTS WRITTEN   = '
062000         ACFCS-FORECAST-COUNT.
062100     DISPLAY 'ACFCS01 NOTICES SENT        = '
062200         ACFCS-NOTICE-COUNT.
062300     DISPLAY 'ACFCS01 HELD - BLOCKED      = '
062400         ACFCS-BLOCKED-COUNT.
062500     DISPLAY 'ACFCS01 HELD - REVALIDATION = '
062600         ACFCS-REVALIDATE-COUNT.
062700 4000-EXIT.
062800     EXIT.
062900
063000 7000-WRITE-ACCURACY.
063100     MOVE FCM-IDENTIFICATION-NUMBER TO
063200         FCA-IDENTIFICATION-NUMBER.
063300     MOVE FCM-ACC-CODE TO FCA-ACC-CODE.
063400     MOVE FCM-REFERENCE-NUMBER TO FCA-REFERENCE-NUMBER.
063500     MOVE FCM-CADENCE-TYPE TO FCA-CADENCE-TYPE.
063600     MOVE FCM-FORECAST-DATE TO FCA-FORECAST-DATE.
063700     MOVE FCM-NEXT-DEBIT-DATE TO FCA-EXPECTED-DATE.
063800     MOVE FCM-NEXT-AMOUNT TO FCA-EXPECTED-AMOUNT.
063900     MOVE ACFCS-TODAY TO FCA-RECORDED-DATE.
064000     WRITE FORECAST-ACCURACY-RECORD.
064100 7000-EXIT.
064200     EXIT.
064300
064400 8100-READ-CSRESP.
064500     READ CSRESP-FILE
064600         AT END
064700             SET ACFCS-EOF TO TRUE
064800     END-READ.
064900 8100-EXIT.
065000     EXIT.
