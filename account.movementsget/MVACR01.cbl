003700*----------------------------------------------------------*
003800*  MODIFICATION HISTORY                                    *
003900*    09/02/26  DOB  INITIAL VERSION.                       *
003920*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
003940*                   (MISSING OR UNKNOWN: CODE 8).  A LEG   *
003960*                   DATED INTO A CLOSED PERIOD (PERCHK01)  *
003980*                   IS RE-DATED AND LISTED ON LATEPST.     *
004000*----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
006200         RECORD KEY IS ACRM-PRODUCT-CODE.
006300     SELECT GLPOST-FILE ASSIGN TO GLPOST
006400         ORGANIZATION IS LINE SEQUENTIAL.
006433     SELECT LATEPST-FILE ASSIGN TO LATEPST
006466         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
007900
008000 FD  GLPOST-FILE.
008100     COPY "GLPOST01.cpy".
008125
008150 FD  LATEPST-FILE.
008175     COPY "PERLAT01.cpy".
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------*
008500*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
008600*----------------------------------------------------------*
008700     COPY "RUNREG01.cpy".
008716
008732*----------------------------------------------------------*
008748*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
008764*----------------------------------------------------------*
008780     COPY "PERCHK01.cpy".
008800
008900 77  MVACR-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
009000
011800 77  MVACR-USE-COMPOUND            PIC X(1) VALUE 'S'.
011900 77  MVACR-ACCRUAL-BASE            PIC S9(15)V9(2) VALUE ZERO.
012000 77  MVACR-ACCRUAL                 PIC S9(15)V9(2) VALUE ZERO.
012033 77  MVACR-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
012066 77  MVACR-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
012100
012200 LINKAGE SECTION.
012300 01  MVACR01-PARM-CARD.
012400     05  MVACR01-PARM-BATCH        PIC 9(6).
012500     05  MVACR01-PARM-MONTH-END    PIC X(1).
012600         88  MVACR01-MONTH-END       VALUE 'M'.
012650     05  MVACR01-PARM-COUNTRY      PIC 9(4).
012700
012800 PROCEDURE DIVISION USING MVACR01-PARM-CARD.
012900 0000-MAINLINE.
013800     STOP RUN.
013900
014000 1000-INITIALIZE.
014050     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
014100     SET RREG-START TO TRUE.
014200     MOVE 'MVACR01 ' TO RREG-PROGRAM-ID.
014300     MOVE SPACES TO RREG-GUARD-FILE.
015400     OPEN INPUT GLCOA-FILE.
015500     OPEN I-O MVACRM-FILE.
015600     OPEN OUTPUT GLPOST-FILE.
015650     OPEN EXTEND LATEPST-FILE.
015700     ACCEPT MVACR-TODAY FROM DATE YYYYMMDD.
015800     IF MVACR01-PARM-BATCH NOT = ZERO
015900         MOVE MVACR01-PARM-BATCH TO MVACR-BATCH-NUMBER
016800 1000-EXIT.
016900     EXIT.
017000
017003*----------------------------------------------------------*
017006*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
017009*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
017012*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
017015*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
017018*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
017021*----------------------------------------------------------*
017024 1050-CHECK-COUNTRY.
017027     IF MVACR01-PARM-COUNTRY NUMERIC
017030             AND MVACR01-PARM-COUNTRY NOT = ZERO
017033         MOVE MVACR01-PARM-COUNTRY TO MVACR-COUNTRY-CODE
017036     ELSE
017039         DISPLAY 'MVACR01 PARM COUNTRY MISSING OR NOT NUMERIC'
017042         MOVE 8 TO RETURN-CODE
017045         STOP RUN
017048     END-IF.
017051     MOVE MVACR-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
017054     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
017057     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
017060     IF PCHK-NO-CALENDAR
017063         DISPLAY 'MVACR01 NO POSTING CALENDAR FOR COUNTRY '
017066             MVACR-COUNTRY-CODE
017069         MOVE 8 TO RETURN-CODE
017072         STOP RUN
017075     END-IF.
017078 1050-EXIT.
017081     EXIT.
017084
017100 1100-WRITE-BATCH-HEADER.
017200     MOVE SPACES TO GL-POSTING-RECORD.
017300     SET GLP-BATCH-HEADER TO TRUE.
035200     MOVE MVACR-TODAY TO GLP-DTL-EXTRACT-DATE.
035300     MOVE ZERO TO GLP-DTL-EXTRACT-CYCLE.
035310     MOVE MVACR-TODAY TO GLP-DTL-VALUE-DATE.
035355     PERFORM 2620-CHECK-PERIOD THRU 2620-EXIT.
035400     WRITE GL-POSTING-RECORD.
035500     ADD 1 TO MVACR-ENTRY-COUNT.
035600     IF GLP-DTL-DEBIT-CREDIT = 'D'
036000     END-IF.
036100 2610-EXIT.
036200     EXIT.
036203
036206*----------------------------------------------------------*
036209*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
036212*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
036215*----------------------------------------------------------*
036218 2620-CHECK-PERIOD.
036221     MOVE MVACR-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
036224     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
036227     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
036230     IF NOT PCHK-REDATED
036233         GO TO 2620-EXIT
036236     END-IF.
036239     MOVE 'MVACR01 ' TO PLAT-PROGRAM-ID.
036242     MOVE MVACR-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
036245     MOVE MVACR-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
036248     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
036251     MOVE GLP-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
036254     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
036257     MOVE GLP-DTL-AMOUNT TO PLAT-AMOUNT.
036260     MOVE GLP-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
036263     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
036266     MOVE MVACR-TODAY TO PLAT-RUN-DATE.
036269     WRITE LATE-POSTING-RECORD.
036272     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
036275     ADD 1 TO MVACR-LATE-COUNT.
036278 2620-EXIT.
036281     EXIT.
036300
036400 2700-ROLL-ACCRUAL-MASTER.
036500     ADD MVACR-ACCRUAL TO ACRM-ACCRUED-AMOUNT.
041300     CLOSE GLCOA-FILE.
041400     CLOSE MVACRM-FILE.
041500     CLOSE GLPOST-FILE.
041550     CLOSE LATEPST-FILE.
041600     DISPLAY 'MVACR01 PRODUCTS ACCRUED    = '
041700         MVACR-ACCRUED-COUNT.
041800     DISPLAY 'MVACR01 NO RATE ON FILE     = '
042500         MVACR-NONPOS-COUNT.
042600     DISPLAY 'MVACR01 BUCKETS CAPITALIZED = '
042700         MVACR-CAPITALIZED-COUNT.
042733     DISPLAY 'MVACR01 LEGS RE-DATED       = '
042766         MVACR-LATE-COUNT.
042800     IF MVACR-BATCH-DEBIT-TOTAL NOT = MVACR-BATCH-CREDIT-TOTAL
042900         DISPLAY 'MVACR01 BATCH OUT OF BALANCE'
043000         MOVE 8 TO MVACR-SEVERITY-CODE
