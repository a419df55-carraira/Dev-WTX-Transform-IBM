003600*----------------------------------------------------------*
003700*  MODIFICATION HISTORY                                    *
003800*    09/02/26  DOB  INITIAL VERSION.                       *
003820*    10/15/26  DOB  THE EXEC PARM NOW ADDS THE COUNTRY     *
003840*                   (MISSING OR UNKNOWN: CODE 8).  A       *
003860*                   RE-RELEASED LEG DATED INTO A CLOSED    *
003870*                   PERIOD (SEE PERCHK01) IS RE-DATED TO   *
003880*                   THE NEXT OPEN ONE; LISTED ON LATEPST.  *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT MVGLAR-FILE ASSIGN TO MVGLAR
006100         ORGANIZATION IS LINE SEQUENTIAL.
006133     SELECT LATEPST-FILE ASSIGN TO LATEPST
006166         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
011600
011700 FD  MVGLAR-FILE.
011800 01  MVGLAR-PRINT-LINE             PIC X(132).
011825
011850 FD  LATEPST-FILE.
011875     COPY "PERLAT01.cpy".
011900
012000 WORKING-STORAGE SECTION.
012100*----------------------------------------------------------*
012200*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
012300*----------------------------------------------------------*
012400     COPY "RUNREG01.cpy".
012416
012432*----------------------------------------------------------*
012448*  POSTING-PERIOD CHECK AREA (SEE PERCHK01).                *
012464*----------------------------------------------------------*
012480     COPY "PERCHK01.cpy".
012500
012600 77  MVGLA-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
012700
015300 77  MVGLA-REL-ENTRY-COUNT         PIC 9(7) COMP VALUE ZERO.
015400 77  MVGLA-REL-DEBIT-TOTAL         PIC 9(15)V9(2) VALUE ZERO.
015500 77  MVGLA-REL-CREDIT-TOTAL        PIC 9(15)V9(2) VALUE ZERO.
015533 77  MVGLA-COUNTRY-CODE            PIC 9(4) VALUE ZERO.
015566 77  MVGLA-LATE-COUNT              PIC 9(7) COMP VALUE ZERO.
015600
015700*----------------------------------------------------------*
015800*  THE DAY'S ACKNOWLEDGMENTS, LOADED ONCE.  A NIGHT HAS A   *
020700 LINKAGE SECTION.
020800 01  MVGLA01-PARM-CARD.
020900     05  MVGLA01-PARM-BATCH        PIC 9(6).
020950     05  MVGLA01-PARM-COUNTRY      PIC 9(4).
021000
021100 PROCEDURE DIVISION USING MVGLA01-PARM-CARD.
021200 0000-MAINLINE.
022300     STOP RUN.
022400
022500 1000-INITIALIZE.
022550     PERFORM 1050-CHECK-COUNTRY THRU 1050-EXIT.
022600     SET RREG-START TO TRUE.
022700     MOVE 'MVGLA01 ' TO RREG-PROGRAM-ID.
022800     MOVE SPACES TO RREG-GUARD-FILE.
024100     OPEN OUTPUT GLPOSTR-FILE.
024200     OPEN OUTPUT GLSUSPN-FILE.
024300     OPEN OUTPUT MVGLAR-FILE.
024350     OPEN EXTEND LATEPST-FILE.
024400     ACCEPT MVGLA-TODAY FROM DATE YYYYMMDD.
024500     IF MVGLA01-PARM-BATCH NOT = ZERO
024600         MOVE MVGLA01-PARM-BATCH TO MVGLA-REL-BATCH-NUMBER
025400 1000-EXIT.
025500     EXIT.
025600
025603*----------------------------------------------------------*
025606*  THE COUNTRY ON THE EXEC PARM NAMES THE POSTING-PERIOD    *
025609*  CALENDAR EVERY LEG IS CHECKED AGAINST (SEE PERCHK01).    *
025612*  A MISSING OR UNKNOWN COUNTRY WOULD LET A LEG INTO A      *
025615*  CLOSED PERIOD, SO THE STEP ENDS WITH CONDITION CODE 8    *
025618*  BEFORE IT REGISTERS OR POSTS ANYTHING.                   *
025621*----------------------------------------------------------*
025624 1050-CHECK-COUNTRY.
025627     IF MVGLA01-PARM-COUNTRY NUMERIC
025630             AND MVGLA01-PARM-COUNTRY NOT = ZERO
025633         MOVE MVGLA01-PARM-COUNTRY TO MVGLA-COUNTRY-CODE
025636     ELSE
025639         DISPLAY 'MVGLA01 PARM COUNTRY MISSING OR NOT NUMERIC'
025642         MOVE 8 TO RETURN-CODE
025645         STOP RUN
025648     END-IF.
025651     MOVE MVGLA-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
025654     ACCEPT PCHK-POSTING-DATE FROM DATE YYYYMMDD.
025657     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
025660     IF PCHK-NO-CALENDAR
025663         DISPLAY 'MVGLA01 NO POSTING CALENDAR FOR COUNTRY '
025666             MVGLA-COUNTRY-CODE
025669         MOVE 8 TO RETURN-CODE
025672         STOP RUN
025675     END-IF.
025678 1050-EXIT.
025681     EXIT.
025684
025700 1100-LOAD-ACKS.
025800     READ GLACK-FILE
025900         AT END
046900     MOVE SUSP-EXTRACT-DATE TO REL-DTL-EXTRACT-DATE.
047000     MOVE SUSP-EXTRACT-CYCLE TO REL-DTL-EXTRACT-CYCLE.
047050     MOVE MVGLA-TODAY TO REL-DTL-VALUE-DATE.
047075     PERFORM 3320-CHECK-PERIOD THRU 3320-EXIT.
047100     WRITE RELEASE-POSTING-RECORD.
047200     ADD 1 TO MVGLA-REL-ENTRY-COUNT.
047300     IF REL-DTL-DEBIT-CREDIT = 'D'
047700     END-IF.
047800 3310-EXIT.
047900     EXIT.
047903
047906*----------------------------------------------------------*
047909*  A LEG DATED INTO A CLOSED PERIOD TAKES THE FIRST         *
047912*  BUSINESS DAY OF THE NEXT OPEN ONE, AND IS LISTED.        *
047915*----------------------------------------------------------*
047918 3320-CHECK-PERIOD.
047921     MOVE MVGLA-COUNTRY-CODE TO PCHK-COUNTRY-CODE.
047924     MOVE REL-DTL-VALUE-DATE TO PCHK-POSTING-DATE.
047927     CALL 'PERCHK01' USING PERIOD-CHECK-REQUEST.
047930     IF NOT PCHK-REDATED
047933         GO TO 3320-EXIT
047936     END-IF.
047939     MOVE 'MVGLA01 ' TO PLAT-PROGRAM-ID.
047942     MOVE MVGLA-COUNTRY-CODE TO PLAT-COUNTRY-CODE.
047945     MOVE MVGLA-REL-BATCH-NUMBER TO PLAT-BATCH-NUMBER.
047948     MOVE REL-DTL-PRODUCT-CODE TO PLAT-PRODUCT-CODE.
047951     MOVE REL-DTL-GL-ACCOUNT TO PLAT-GL-ACCOUNT.
047954     MOVE REL-DTL-DEBIT-CREDIT TO PLAT-DEBIT-CREDIT.
047957     MOVE REL-DTL-AMOUNT TO PLAT-AMOUNT.
047960     MOVE REL-DTL-VALUE-DATE TO PLAT-ORIGINAL-DATE.
047963     MOVE PCHK-RESULT-DATE TO PLAT-POSTED-DATE.
047966     MOVE MVGLA-TODAY TO PLAT-RUN-DATE.
047969     WRITE LATE-POSTING-RECORD.
047972     MOVE PCHK-RESULT-DATE TO REL-DTL-VALUE-DATE.
047975     ADD 1 TO MVGLA-LATE-COUNT.
047978 3320-EXIT.
047981     EXIT.
048000
048100 3500-COPY-FORWARD.
048200     MOVE SUSPENDED-ENTRY-RECORD TO NEW-SUSPENDED-ENTRY-RECORD.
049300     CLOSE GLPOSTR-FILE.
049400     CLOSE GLSUSPN-FILE.
049500     CLOSE MVGLAR-FILE.
049550     CLOSE LATEPST-FILE.
049600     DISPLAY 'MVGLA01 BATCHES CONFIRMED   = '
049700         MVGLA-CONFIRMED-COUNT.
049800     DISPLAY 'MVGLA01 BATCHES REJECTED    = '
050700         MVGLA-RELEASED-COUNT.
050800     DISPLAY 'MVGLA01 SUSPENSE KEPT       = '
050900         MVGLA-KEPT-COUNT.
050933     DISPLAY 'MVGLA01 LEGS RE-DATED       = '
050966         MVGLA-LATE-COUNT.
051000     IF MVGLA-REJECTED-COUNT NOT = ZERO
051100             OR MVGLA-MISMATCH-COUNT NOT = ZERO
051200         MOVE 8 TO MVGLA-SEVERITY-CODE
