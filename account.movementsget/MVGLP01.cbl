004985*                   VALUE DATE STAMPED BY MVVDT01 (THE     *
004990*                   EXTRACT DATE STANDS IN WHEN THE LINE   *
004995*                   WAS NEVER VALUE-DATED).                *
004996*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
004997*                   (MISSING OR UNKNOWN: CODE 8).  A LEG   *
004998*                   DATED INTO A CLOSED PERIOD (PERCHK01)  *
004999*                   IS RE-DATED AND LISTED ON LATEPST.     *
005000*----------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT GLSUSP-FILE ASSIGN TO GLSUSP
006600         ORGANIZATION IS LINE SEQUENTIAL.
006633     SELECT LATEPST-FILE ASSIGN TO LATEPST
006666         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007800
007900 FD  GLSUSP-FILE.
008000     COPY "GLSUSP01.cpy".
008010
008033 FD  LATEPST-FILE.
008066     COPY "PERLAT01.cpy".
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------*
008400*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
008500*----------------------------------------------------------*
008600     COPY "RUNREG01.cpy".
008610
008620*----------------------------------------------------------*
008640*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
008660*----------------------------------------------------------*
008680     COPY "PERCHK01.cpy".
008700
008800 77  MVGLP-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
008900
010100 77  MVGLP-SUSPENDED-COUNT         PIC 9(7) COMP VALUE ZERO.
010200 77  MVGLP-BATCH-DEBIT-TOTAL       PIC 9(15)V9(2) VALUE ZERO.
010300 77  MVGLP-BATCH-CREDIT-TOTAL      PIC 9(15)V9(2) VALUE ZERO.
010333 77  MVGLP-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
010366 77  MVGLP-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
010400
010500 LINKAGE SECTION.
010600 01  MVGLP01-PARM-CARD.
010700     05  MVGLP01-PARM-BATCH        PIC 9(6).
010800     05  MVGLP01-PARM-CYCLE        PIC 9(3).
010850     05  MVGLP01-PARM-COUNTRY      PIC 9(4).
010900
011000 PROCEDURE DIVISION USING MVGLP01-PARM-CARD.
011100 0000-MAINLINE.
012200     STOP RUN.
012300
012400 1000-INITIALIZE.
012450     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
012500     SET RREG-START TO TRUE.
012600     MOVE 'MVGLP01 ' TO RREG-PROGRAM-ID.
012700     MOVE SPACES TO RREG-GUARD-FILE.
013700     OPEN INPUT GLCOA-FILE.
013800     OPEN OUTPUT GLPOST-FILE.
013900     OPEN OUTPUT GLSUSP-FILE.
013950     OPEN EXTEND LATEPST-FILE.
014000     ACCEPT MVGLP-TODAY FROM DATE YYYYMMDD.
014100     IF MVGLP01-PARM-BATCH NOT = ZERO
014200         MOVE MVGLP01-PARM-BATCH TO MVGLP-BATCH-NUMBER
014600 1000-EXIT.
014700     EXIT.
014800
014803*----------------------------------------------------------*
014806*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
014809*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
014812*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
014815*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
014818*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
014821*----------------------------------------------------------*
014824 1050-CHECK-COUNTRY.
014827     IF MVGLP01-PARM-COUNTRY NUMERIC
014830             AND MVGLP01-PARM-COUNTRY NOT = ZERO
014833         MOVE MVGLP01-PARM-COUNTRY TO MVGLP-COUNTRY-CODE
014836     ELSE
014839         DISPLAY 'MVGLP01 PARM COUNTRY MISSING OR NOT NUMERIC'
014842         MOVE 8 TO RETURN-CODE
014845         STOP RUN
014848     END-IF.
014851     MOVE MVGLP-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
014854     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
014857     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
014860     IF PCHK-NO-CALENDAR
014863         DISPLAY 'MVGLP01 NO POSTING CALENDAR FOR COUNTRY '
014866             MVGLP-COUNTRY-CODE
014869         MOVE 8 TO RETURN-CODE
014872         STOP RUN
014875     END-IF.
014878 1050-EXIT.
014881     EXIT.
014884
014900 1100-WRITE-BATCH-HEADER.
015000     MOVE SPACES TO GL-POSTING-RECORD.
015100     SET GLP-BATCH-HEADER TO TRUE.
023460         MOVE EXTRACT-DATE OF SETTLEMENT-RECORD TO
023470             GLP-DTL-VALUE-DATE
023480     END-IF.
023490     PERFORM 2220-CHECK-PERIOD THRU 2220-EXIT.
023500     WRITE GL-POSTING-RECORD.
023600     ADD 1 TO MVGLP-ENTRY-COUNT.
023700     IF GLP-DTL-DEBIT-CREDIT = 'D'
024100     END-IF.
024200 2210-EXIT.
024300     EXIT.
024301
024303*----------------------------------------------------------*
024306*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
024309*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
024312*----------------------------------------------------------*
024315 2220-CHECK-PERIOD.
024318     MOVE MVGLP-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
024321     MOVE GLP-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
024324     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
024327     IF NOT PCHK-REDATED
024330         GO TO 2220-EXIT
024333     END-IF.
024336     MOVE 'MVGLP01 '           TO PLAT-PROGRAM-ID.
024339     MOVE MVGLP-COUNTRY-CODE   TO PLAT-COUNTRY-CODE.
024342     MOVE MVGLP-BATCH-NUMBER   TO PLAT-BATCH-NUMBER.
024345     MOVE GLP-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
024348     MOVE GLP-DTL-GL-ACCOUNT   TO PLAT-GL-ACCOUNT.
024351     MOVE GLP-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
024354     MOVE GLP-DTL-AMOUNT       TO PLAT-AMOUNT.
024357     MOVE GLP-DTL-VALUE-DATE   TO PLAT-ORIGINAL-DATE.
024360     MOVE PCHK-RESULT-DATE     TO PLAT-POSTED-DATE.
024363     MOVE MVGLP-TODAY          TO PLAT-RUN-DATE.
024366     WRITE LATE-POSTING-RECORD.
024369     MOVE PCHK-RESULT-DATE TO GLP-DTL-VALUE-DATE.
024372     ADD 1 TO MVGLP-LATE-COUNT.
024375 2220-EXIT.
024378     EXIT.
024400
024500 2300-SUSPEND-ENTRY.
024600     MOVE PRODUCT-CODE OF SETTLEMENT-RECORD TO
027100     CLOSE GLCOA-FILE.
027200     CLOSE GLPOST-FILE.
027300     CLOSE GLSUSP-FILE.
027350     CLOSE LATEPST-FILE.
027400     DISPLAY 'MVGLP01 JOURNAL ENTRIES     = '
027500         MVGLP-ENTRY-COUNT.
027600     DISPLAY 'MVGLP01 ENTRIES SUSPENDED   = '
027700         MVGLP-SUSPENDED-COUNT.
027733     DISPLAY 'MVGLP01 LEGS RE-DATED       = '
027766         MVGLP-LATE-COUNT.
027800     IF MVGLP-BATCH-DEBIT-TOTAL NOT = MVGLP-BATCH-CREDIT-TOTAL
027900         DISPLAY 'MVGLP01 BATCH OUT OF BALANCE - HELD'
028000         SET MVGLP-BATCH-HELD TO TRUE
