001300*  THE BANK'S RETURNS (CSRTN) AND, FOR EACH ONE:           *
001400*    1. CONFIRMS THE ORIGINAL DEBIT ON THE MVDEBIX INDEX   *
001500*       BY ACCOUNT, AMOUNT AND ORIGINAL DEBIT DATE;        *
001600*    2. RESOLVES THE CUSTOMER THROUGH THE MVRELM ACCOUNT   *
001633*       RELATIONSHIP MASTER (SEE MVRLK01), FALLING BACK    *
001666*       TO THE ACXREF DEBIT CROSS-REFERENCE (ROLLED INTO   *
001700*       A WORK INDEX BY DEBIT ACCOUNT), AND FINDS THE      *
001800*       DAY'S OBLIGATION ON THE CSRESP CAPTURES (ROLLED    *
001900*       INTO A WORK INDEX BY CUSTOMER, AMOUNT AND DATE);   *
002100*    3. REVERSES THE OBLIGATION OUT OF THE SETTLEMENT      *
002200*       PATH: ONE ROW ON THE REVERSAL EXTRACT (CSRVS),     *
002300*       OFFSETTING JOURNAL LEGS ON THE STEP'S OWN GLPOST   *
003500*----------------------------------------------------------*
003600*  MODIFICATION HISTORY                                    *
003700*    09/02/26  DOB  INITIAL VERSION.                       *
003725*    10/15/26  DOB  RESOLVES THE CUSTOMER FROM THE ACCOUNT *
003750*                   RELATIONSHIP MASTER FIRST, FALLING     *
003775*                   BACK TO ACXREF.                        *
003780*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
003785*                   (MISSING OR UNKNOWN: CODE 8).  A LEG   *
003790*                   DATED INTO A CLOSED PERIOD (PERCHK01)  *
003795*                   IS RE-DATED AND LISTED ON LATEPST.     *
003796*    10/15/26  DOB  PASSES THE COUNTRY, AMOUNT, DATE,      *
003797*                   OBLIGATION, BILLER AND ACCOUNT FOR THE *
003798*                   NOTICE TEMPLATE (SEE NTDSP01).         *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
008400         ORGANIZATION IS LINE SEQUENTIAL.
008433     SELECT LATEPST-FILE ASSIGN TO LATEPST
008466         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
012600
012700 FD  NOTIFY-FILE.
012800     COPY "NOTIFY01.cpy".
012825
012850 FD  LATEPST-FILE.
012875     COPY "PERLAT01.cpy".
012900
013000 WORKING-STORAGE SECTION.
013100*----------------------------------------------------------*
013200*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
013300*----------------------------------------------------------*
013400     COPY "RUNREG01.cpy".
013416
013432*----------------------------------------------------------*
013448*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
013464*----------------------------------------------------------*
013480     COPY "PERCHK01.cpy".
013500
013600 77  CSRET-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
013700
015200         88  CSRET-COA-FOUND         VALUE 'Y'.
015300     05  CSRET-DUP-SW              PIC X(01) VALUE 'N'.
015400         88  CSRET-DUPLICATE         VALUE 'Y'.
015416
015432*----------------------------------------------------------*
015448*  ACCOUNT-HOLDER LOOKUP AREA (SEE MVRLK01).                *
015464*----------------------------------------------------------*
015480     COPY "MVRLK01.cpy".
015500
015600 77  CSRET-TODAY                   PIC 9(8) VALUE ZERO.
015700 77  CSRET-BATCH-NUMBER            PIC 9(6) VALUE 1.
016200 77  CSRET-ENTRY-COUNT             PIC 9(7) COMP VALUE ZERO.
016300 77  CSRET-BATCH-DEBIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
016400 77  CSRET-BATCH-CREDIT-TOTAL      PIC 9(15)V9(2) VALUE ZERO.
016450 77  CSRET-HOLDER-ID-NUMBER        PIC X(17) VALUE SPACES.
016466 77  CSRET-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
016482 77  CSRET-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
016500
016600 LINKAGE SECTION.
016700 01  CSRET01-PARM-CARD.
016800     05  CSRET01-PARM-BATCH        PIC 9(6).
016850     05  CSRET01-PARM-COUNTRY      PIC 9(4).
016900
017000 PROCEDURE DIVISION USING CSRET01-PARM-CARD.
017100 0000-MAINLINE.
018000     STOP RUN.
018100
018200 1000-INITIALIZE.
018250     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
018300     SET RREG-START TO TRUE.
018400     MOVE 'CSRET01 ' TO RREG-PROGRAM-ID.
018500     MOVE 'CSRESP  ' TO RREG-GUARD-FILE.
020900     OPEN OUTPUT CSSBO-FILE.
021000     OPEN OUTPUT CSRTNU-FILE.
021100     OPEN EXTEND NOTIFY-FILE.
021150     OPEN EXTEND LATEPST-FILE.
021200     ACCEPT CSRET-TODAY FROM DATE YYYYMMDD.
021300     IF CSRET01-PARM-BATCH NOT = ZERO
021400         MOVE CSRET01-PARM-BATCH TO CSRET-BATCH-NUMBER
022400 1000-EXIT.
022500     EXIT.
022600
022603*----------------------------------------------------------*
022606*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD   *
022609*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).   *
022612*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A     *
022615*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8   *
022618*  BEFORE IT REGISTERS OR POSTS ANYTHING.                  *
022621*----------------------------------------------------------*
022624 1050-CHECK-COUNTRY.
022627     IF CSRET01-PARM-COUNTRY NUMERIC
022630             AND CSRET01-PARM-COUNTRY NOT = ZERO
022633         MOVE CSRET01-PARM-COUNTRY TO CSRET-COUNTRY-CODE
022636     ELSE
022639         DISPLAY 'CSRET01 PARM COUNTRY MISSING OR NOT NUMERIC'
022642         MOVE 8 TO RETURN-CODE
022645         STOP RUN
022648     END-IF.
022651     MOVE CSRET-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
022654     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
022657     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
022660     IF PCHK-NO-CALENDAR
022663         DISPLAY 'CSRET01 NO POSTING CALENDAR FOR COUNTRY '
022666             CSRET-COUNTRY-CODE
022669         MOVE 8 TO RETURN-CODE
022672         STOP RUN
022675     END-IF.
022678 1050-EXIT.
022681     EXIT.
022684
022700 1100-WRITE-BATCH-HEADER.
022800     MOVE SPACES TO GL-POSTING-RECORD.
022900     SET GLP-BATCH-HEADER TO TRUE.
039800 2100-EXIT.
039900     EXIT.
040000
040014*----------------------------------------------------------*
040028*  THE RELATIONSHIP MASTER IS ASKED FIRST, AS OF THE        *
040042*  ORIGINAL DEBIT DATE; ONLY AN ACCOUNT IT DOES NOT KNOW    *
040056*  FALLS BACK TO THE ACXREF WORK INDEX.  EITHER HIT SETS    *
040070*  THE FOUND SWITCH.                                        *
040084*----------------------------------------------------------*
040100 2200-RESOLVE-CUSTOMER.
040200     SET CSRET-ACIX-FOUND-SW TO 'N'.
040210     MOVE RTN-DEBIT-ACCOUNT-NUMBER TO RLK-PRODUCT-NUMBER.
040220     MOVE RTN-ORIGINAL-DEBIT-DATE TO RLK-AS-OF-DATE.
040230     CALL 'MVRLK01' USING RELATIONSHIP-LOOKUP-REQUEST.
040240     IF RLK-FOUND
040250         MOVE RLK-IDENTIFICATION-NUMBER TO
040260             CSRET-HOLDER-ID-NUMBER
040270         SET CSRET-ACIX-FOUND TO TRUE
040280         GO TO 2200-EXIT
040290     END-IF.
040300     MOVE RTN-DEBIT-ACCOUNT-NUMBER TO
040400         ACIX-DEBIT-ACCOUNT-NUMBER.
040500     READ CSACIX-FILE
040900         NOT INVALID KEY
041000             SET CSRET-ACIX-FOUND TO TRUE
041100     END-READ.
041120     IF CSRET-ACIX-FOUND
041140         MOVE ACIX-IDENTIFICATION-NUMBER TO
041160             CSRET-HOLDER-ID-NUMBER
041180     END-IF.
041200 2200-EXIT.
041300     EXIT.
041400
041500 2300-FIND-OBLIGATION.
041600     SET CSRET-OBIX-FOUND-SW TO 'N'.
041700     MOVE CSRET-HOLDER-ID-NUMBER TO
041800         OBIX-IDENTIFICATION-NUMBER.
041900     MOVE RTN-AMOUNT TO OBIX-PAYMENT-VALUE.
042000     MOVE RTN-ORIGINAL-DEBIT-DATE TO OBIX-PAYMENT-DATE.
048100     MOVE CSRET-TODAY TO GLP-DTL-EXTRACT-DATE.
048200     MOVE ZERO TO GLP-DTL-EXTRACT-CYCLE.
048210     MOVE CSRET-TODAY TO GLP-DTL-VALUE-DATE.
048255     PERFORM 2430-CHECK-PERIOD THRU 2430-EXIT.
048300     WRITE GL-POSTING-RECORD.
048400     ADD 1 TO CSRET-ENTRY-COUNT.
048500     IF GLP-DTL-DEBIT-CREDIT = 'D'
048900     END-IF.
049000 2420-EXIT.
049100     EXIT.
049103
049106*----------------------------------------------------------*
049109*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
049112*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
049115*----------------------------------------------------------*
049118 2430-CHECK-PERIOD.
049121     MOVE CSRET-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
049124     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
049127     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
049130     IF NOT PCHK-REDATED
049133         GO TO 2430-EXIT
049136     END-IF.
049139     MOVE 'CSRET01 ' TO PLAT-PROGRAM-ID.
049142     MOVE CSRET-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
049145     MOVE CSRET-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
049148     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
049151     MOVE GLP-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
049154     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
049157     MOVE GLP-DTL-AMOUNT TO PLAT-AMOUNT.
049160     MOVE GLP-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
049163     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
049166     MOVE CSRET-TODAY TO PLAT-RUN-DATE.
049169     WRITE LATE-POSTING-RECORD.
049172     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
049175     ADD 1 TO CSRET-LATE-COUNT.
049178 2430-EXIT.
049181     EXIT.
049200
049300 2500-BACK-OUT-SURCHARGE.
049400     SET CSRET-SBIX-FOUND-SW TO 'N'.
051800     MOVE 'OCBCOSP1' TO NOTIFY-SOURCE-SERVICE.
051900     MOVE OBIX-IDENTIFICATION-TYPE TO
052000         IDENTIFICATION-TYPE OF CUSTOMER-NOTIFICATION-RECORD.
052100     MOVE CSRET-HOLDER-ID-NUMBER TO
052200         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
052300     MOVE OBIX-OBLIGATION-NUMBER TO NOTIFY-REFERENCE.
052400     SET NOTIFY-DEBIT-FAILED TO TRUE.
052500     SET NOTIFY-BY-EMAIL TO TRUE.
052600     MOVE CSRET-TODAY TO NOTIFY-DATE.
052700     MOVE RTN-DEBIT-BANK TO NOTIFY-DEBIT-BANK.
052714     MOVE CSRET-COUNTRY-CODE TO NOTIFY-COUNTRY-CODE.
052728     MOVE RTN-AMOUNT TO NOTIFY-AMOUNT.
052742     MOVE RTN-ORIGINAL-DEBIT-DATE TO NOTIFY-VALUE-DATE.
052756     MOVE OBIX-OBLIGATION-NUMBER TO NOTIFY-OBLIGATION-NUMBER.
052770     MOVE OBIX-ASSOCIATED-SERVICE TO NOTIFY-BILLER-SERVICE.
052784     MOVE RTN-DEBIT-ACCOUNT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
052800     WRITE CUSTOMER-NOTIFICATION-RECORD.
052900 2600-EXIT.
053000     EXIT.
056300     CLOSE CSSBO-FILE.
056400     CLOSE CSRTNU-FILE.
056500     CLOSE NOTIFY-FILE.
056550     CLOSE LATEPST-FILE.
056600     DISPLAY 'CSRET01 RETURNS REVERSED    = '
056700         CSRET-REVERSED-COUNT.
056800     DISPLAY 'CSRET01 RETURNS UNMATCHED   = '
057100         CSRET-BACKOUT-COUNT.
057200     DISPLAY 'CSRET01 NO CHART ROW        = '
057300         CSRET-NO-CHART-COUNT.
057333     DISPLAY 'CSRET01 LEGS RE-DATED       = '
057366         CSRET-LATE-COUNT.
057400     IF CSRET-UNMATCHED-COUNT NOT = ZERO
057500         MOVE 8 TO CSRET-SEVERITY-CODE
057600     ELSE
