002600*  DATE BEFORE PRINTING.  AN ACCOUNT WITH MORE MOVEMENTS    *
002700*  THAN THE TABLE HOLDS HAS THE OVERFLOW COUNTED AND NOTED  *
002800*  ON THE STATEMENT RATHER THAN SILENTLY DROPPED.           *
002816*                                                          *
002832*  THE CLOSING POSITION IS PROVED AGAINST THE ACCOUNT'S     *
002848*  CLOSING BALANCE ON THE DAILY BALANCE LEDGER (MVDLBM),    *
002864*  WHICH THE NIGHTLY MVDLB01 STEP HAS BROUGHT TO THE SAME   *
002880*  POINT; ANY DIFFERENCE IS PRINTED UNDER THE CLOSING LINE. *
002885*                                                          *
002890*  AN ACCOUNT ON THE CLOSED-ACCOUNTS MASTER (MVCLSM) HAS    *
002895*  HAD ITS FINAL STATEMENT FROM MVCLS01 AND IS PASSED OVER. *
002900*----------------------------------------------------------*
003000*  MODIFICATION HISTORY                                    *
003100*    08/22/26  DOB  INITIAL VERSION.                       *
004025*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
004050*                   PREREQUISITE STEP NOT COMPLETE         *
004075*                   (SEE RUNCTL01).                        *
004077*    10/15/26  DOB  PROVES EACH CLOSING POSITION AGAINST   *
004079*                   THE DAILY BALANCE LEDGER (MVDLBM, SEE  *
004081*                   MVDLB01); A DIFFERENCE OR A MISSING    *
004083*                   LEDGER ROW IS PRINTED ON THE STATEMENT *
004085*                   AND GIVES CONDITION CODE 4.            *
004087*    10/15/26  DOB  PRINTS EACH MANUAL ADJUSTMENT (SEE     *
004089*                   MVADJ01) MADE SINCE THE LAST STATEMENT *
004091*                   UNDER THE CLOSING POSITION, FROM THE   *
004093*                   SORTED ADJUSTMENT EXTRACT (MVADJS).    *
004095*    10/15/26  DOB  PASSES OVER ACCOUNTS ON THE CLOSED-    *
004097*                   ACCOUNTS MASTER (SEE MVCLS01).         *
004100*----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
005300         RECORD KEY IS STMB-KEY.
005400     SELECT MVSTMT-FILE ASSIGN TO MVSTMT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005520     SELECT MVDLBM-FILE ASSIGN TO MVDLBM
005540         ORGANIZATION IS INDEXED
005560         ACCESS MODE IS RANDOM
005580         RECORD KEY IS DLBM-KEY.
005586     SELECT MVADJS-FILE ASSIGN TO MVADJS
005592         ORGANIZATION IS LINE SEQUENTIAL.
005593     SELECT OPTIONAL MVCLSM-FILE ASSIGN TO MVCLSM
005594         ORGANIZATION IS INDEXED
005595         ACCESS MODE IS RANDOM
005596         RECORD KEY IS CLSM-PRODUCT-NUMBER.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006400
006500 FD  MVSTMT-FILE.
006600 01  MVSTMT-PRINT-LINE             PIC X(132).
006625
006650 FD  MVDLBM-FILE.
006675     COPY "MVDLBM01.cpy".
006681
006687 FD  MVADJS-FILE.
006693     COPY "MVADJX01.cpy".
006694
006695 FD  MVCLSM-FILE.
006696     COPY "MVCLSM01.cpy".
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------*
008000         88  MVSTM-FIRST-REC        VALUE 'Y'.
008100     05  MVSTM-BAL-FOUND-SW        PIC X(01) VALUE 'N'.
008200         88  MVSTM-BAL-FOUND        VALUE 'Y'.
008233     05  MVSTM-LDG-FOUND-SW        PIC X(01) VALUE 'N'.
008266         88  MVSTM-LDG-FOUND        VALUE 'Y'.
008277     05  MVSTM-ADJ-EOF-SW          PIC X(01) VALUE 'N'.
008288         88  MVSTM-ADJ-EOF          VALUE 'Y'.
008292     05  MVSTM-CLOSED-SW           PIC X(01) VALUE 'N'.
008296         88  MVSTM-ACCOUNT-CLOSED   VALUE 'Y'.
008300
008400 77  MVSTM-TODAY                   PIC 9(8) VALUE ZERO.
008500 77  MVSTM-IDX                     PIC 9(4) COMP VALUE ZERO.
009700 77  MVSTM-ALREADY-DONE-COUNT      PIC 9(7) COMP VALUE ZERO.
009800 77  MVSTM-OPENING-BALANCE         PIC S9(15)V9(2) VALUE ZERO.
009900 77  MVSTM-RUNNING-BALANCE         PIC S9(15)V9(2) VALUE ZERO.
009933 77  MVSTM-LEDGER-DIFF-COUNT       PIC 9(7) COMP VALUE ZERO.
009966 77  MVSTM-LEDGER-MISSING-COUNT    PIC 9(7) COMP VALUE ZERO.
009977 77  MVSTM-ADJUSTMENT-COUNT        PIC 9(7) COMP VALUE ZERO.
009988 77  MVSTM-PRIOR-STATEMENT-DATE    PIC 9(8) VALUE ZERO.
009994 77  MVSTM-CLOSED-COUNT            PIC 9(7) COMP VALUE ZERO.
010000
010100*----------------------------------------------------------*
010200*  ONE MONTH OF MOVEMENTS FOR THE ACCOUNT IN HAND,          *
016900     05  MVSTM-OV-COUNT            PIC ZZZ9.
017000     05  FILLER                    PIC X(03) VALUE ' **'.
017100     05  FILLER                    PIC X(88) VALUE SPACES.
017106
017112 01  MVSTM-LEDGER-LINE.
017118     05  FILLER                    PIC X(20)
017124         VALUE '** LEDGER CLOSING  '.
017130     05  FILLER                    PIC X(40) VALUE SPACES.
017136     05  MVSTM-LG-BALANCE          PIC Z(14)9.99-.
017142     05  FILLER                    PIC X(11)
017148         VALUE ' DIFFERS **'.
017154     05  FILLER                    PIC X(42) VALUE SPACES.
017160
017166 01  MVSTM-LEDGER-MISSING-LINE.
017172     05  FILLER                    PIC X(44)
017178         VALUE '** NO DAILY LEDGER ROW FOR THIS ACCOUNT **  '.
017184     05  FILLER                    PIC X(88) VALUE SPACES.
017185
017186 01  MVSTM-ADJUSTMENT-LINE.
017187     05  MVSTM-AJ-DATE             PIC 9(8).
017188     05  FILLER                    PIC X(02) VALUE SPACES.
017189     05  FILLER                    PIC X(15)
017190         VALUE 'ADJUSTMENT     '.
017191     05  FILLER                    PIC X(02) VALUE SPACES.
017192     05  MVSTM-AJ-DESCRIPTION      PIC X(20).
017193     05  FILLER                    PIC X(07) VALUE 'REASON '.
017194     05  MVSTM-AJ-REASON           PIC X(4).
017195     05  FILLER                    PIC X(01) VALUE SPACES.
017196     05  MVSTM-AJ-AMOUNT           PIC Z(15)9.99.
017197     05  FILLER                    PIC X(02) VALUE SPACES.
017198     05  MVSTM-AJ-TYPE             PIC X(1).
017199     05  FILLER                    PIC X(51) VALUE SPACES.
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
020200     OPEN INPUT MVRESP-FILE.
020300     OPEN I-O MVSTMB-FILE.
020400     OPEN OUTPUT MVSTMT-FILE.
020450     OPEN INPUT MVDLBM-FILE.
020475     OPEN INPUT MVADJS-FILE.
020487     OPEN INPUT MVCLSM-FILE.
020500     ACCEPT MVSTM-TODAY FROM DATE YYYYMMDD.
020600     PERFORM 8100-READ-MVRESP THRU 8100-EXIT.
020650     PERFORM 8200-READ-MVADJS THRU 8200-EXIT.
020700 1000-EXIT.
020800     EXIT.
020900
025900     CLOSE MVRESP-FILE.
026000     CLOSE MVSTMB-FILE.
026100     CLOSE MVSTMT-FILE.
026150     CLOSE MVDLBM-FILE.
026175     CLOSE MVADJS-FILE.
026187     CLOSE MVCLSM-FILE.
026200     DISPLAY 'MVSTM01 STATEMENTS PRINTED  = '
026300         MVSTM-STATEMENT-COUNT.
026400     DISPLAY 'MVSTM01 ALREADY STATEMENTED THIS MONTH = '
026500         MVSTM-ALREADY-DONE-COUNT.
026520     DISPLAY 'MVSTM01 LEDGER DIFFERENCES  = '
026540         MVSTM-LEDGER-DIFF-COUNT.
026560     DISPLAY 'MVSTM01 NO LEDGER ROW       = '
026580         MVSTM-LEDGER-MISSING-COUNT.
026586     DISPLAY 'MVSTM01 ADJUSTMENTS PRINTED = '
026592         MVSTM-ADJUSTMENT-COUNT.
026594     DISPLAY 'MVSTM01 CLOSED ACCOUNTS     = '
026596         MVSTM-CLOSED-COUNT.
026600 3000-EXIT.
026700     EXIT.
026800
027400*  MASTER FOR NEXT MONTH'S OPENING.                         *
027500*----------------------------------------------------------*
027600 3100-PRINT-STATEMENT.
027616     PERFORM 3150-CHECK-CLOSED THRU 3150-EXIT.
027632     IF MVSTM-ACCOUNT-CLOSED
027648         ADD 1 TO MVSTM-CLOSED-COUNT
027664         GO TO 3100-EXIT
027680     END-IF.
027700     PERFORM 3200-SORT-MOVEMENTS THRU 3200-EXIT.
027800     PERFORM 3300-LOOKUP-OPENING THRU 3300-EXIT.
027900     IF MVSTM-BAL-FOUND
030000     MOVE 'CLOSING POSITION'    TO MVSTM-PS-CAPTION.
030100     MOVE MVSTM-RUNNING-BALANCE TO MVSTM-PS-BALANCE.
030200     WRITE MVSTMT-PRINT-LINE FROM MVSTM-POSITION-LINE.
030250     PERFORM 3700-PROVE-LEDGER THRU 3700-EXIT.
030275     PERFORM 3800-PRINT-ADJUSTMENTS THRU 3800-EXIT.
030300     PERFORM 3600-REWRITE-BALANCE THRU 3600-EXIT.
030400     ADD 1 TO MVSTM-STATEMENT-COUNT.
030500 3100-EXIT.
030600     EXIT.
030607
030614 3150-CHECK-CLOSED.
030621     SET MVSTM-CLOSED-SW TO 'N'.
030628     MOVE MVSTM-SAVE-PRODUCT-NUMBER TO CLSM-PRODUCT-NUMBER.
030635     READ MVCLSM-FILE
030642         KEY IS CLSM-PRODUCT-NUMBER
030649         INVALID KEY
030656             CONTINUE
030663         NOT INVALID KEY
030670             SET MVSTM-ACCOUNT-CLOSED TO TRUE
030677     END-READ.
030684 3150-EXIT.
030691     EXIT.
030700
030800*----------------------------------------------------------*
030900*  SIMPLE EXCHANGE SORT OF THE COLLECTED MOVEMENTS BY       *
035100     END-READ.
035200     IF MVSTM-BAL-FOUND
035300         MOVE STMB-CLOSING-BALANCE TO MVSTM-OPENING-BALANCE
035350         MOVE STMB-STATEMENT-DATE TO MVSTM-PRIOR-STATEMENT-DATE
035400     ELSE
035500         MOVE ZERO TO MVSTM-OPENING-BALANCE
035550         MOVE ZERO TO MVSTM-PRIOR-STATEMENT-DATE
035600     END-IF.
035700 3300-EXIT.
035800     EXIT.
041900     END-IF.
042000 3600-EXIT.
042100     EXIT.
042103
042106*----------------------------------------------------------*
042109*  THE STATEMENT CLOSING MUST AGREE WITH THE CLOSING        *
042112*  BALANCE CARRIED ON THE DAILY BALANCE LEDGER.             *
042115*----------------------------------------------------------*
042118 3700-PROVE-LEDGER.
042121     SET MVSTM-LDG-FOUND-SW TO 'N'.
042124     MOVE MVSTM-SAVE-PRODUCT-NUMBER TO DLBM-PRODUCT-NUMBER.
042127     READ MVDLBM-FILE
042130         KEY IS DLBM-KEY
042133         INVALID KEY
042136             CONTINUE
042139         NOT INVALID KEY
042142             SET MVSTM-LDG-FOUND TO TRUE
042145     END-READ.
042148     IF NOT MVSTM-LDG-FOUND
042151         WRITE MVSTMT-PRINT-LINE FROM MVSTM-LEDGER-MISSING-LINE
042154         ADD 1 TO MVSTM-LEDGER-MISSING-COUNT
042157         MOVE 4 TO MVSTM-SEVERITY-CODE
042160         GO TO 3700-EXIT
042163     END-IF.
042166     IF DLBM-CLOSING-BALANCE NOT = MVSTM-RUNNING-BALANCE
042169         MOVE DLBM-CLOSING-BALANCE TO MVSTM-LG-BALANCE
042172         WRITE MVSTMT-PRINT-LINE FROM MVSTM-LEDGER-LINE
042175         ADD 1 TO MVSTM-LEDGER-DIFF-COUNT
042178         MOVE 4 TO MVSTM-SEVERITY-CODE
042181     END-IF.
042184 3700-EXIT.
042187     EXIT.
042200
042300 8100-READ-MVRESP.
042400     READ MVRESP-FILE
042700     END-READ.
042800 8100-EXIT.
042900     EXIT.
042902
042904*----------------------------------------------------------*
042906*  MANUAL ADJUSTMENTS (MVADJ01) ARE SHOWN AS THEIR OWN      *
042908*  LINES UNDER THE CLOSING POSITION.  THEY ARE GL ENTRIES,  *
042910*  NOT HOST MOVEMENTS, SO THEY DO NOT ENTER THE RUNNING     *
042912*  BALANCE.  THE EXTRACT IS SORTED BY PRODUCT-NUMBER (A     *
042914*  PRIOR SORT STEP IN THE JCL); ROWS FOR ACCOUNTS WITH NO   *
042916*  STATEMENT THIS RUN, OR ALREADY SHOWN ON AN EARLIER       *
042918*  STATEMENT, ARE PASSED OVER.                              *
042920*----------------------------------------------------------*
042922 3800-PRINT-ADJUSTMENTS.
042924     PERFORM 8200-READ-MVADJS THRU 8200-EXIT
042926         UNTIL MVSTM-ADJ-EOF
042928         OR ADJX-PRODUCT-NUMBER NOT < MVSTM-SAVE-PRODUCT-NUMBER.
042930     PERFORM 3810-PRINT-ONE-ADJUSTMENT THRU 3810-EXIT
042932         UNTIL MVSTM-ADJ-EOF
042934         OR ADJX-PRODUCT-NUMBER NOT = MVSTM-SAVE-PRODUCT-NUMBER.
042936 3800-EXIT.
042938     EXIT.
042940
042942 3810-PRINT-ONE-ADJUSTMENT.
042944     IF ADJX-ADJUST-DATE NOT > MVSTM-PRIOR-STATEMENT-DATE
042946         GO TO 3810-READ-NEXT
042948     END-IF.
042950     MOVE ADJX-ADJUST-DATE TO MVSTM-AJ-DATE.
042952     EVALUATE TRUE
042954         WHEN ADJX-FEE-REVERSAL
042956             MOVE 'FEE REVERSAL' TO MVSTM-AJ-DESCRIPTION
042958         WHEN ADJX-SURCHARGE-REVERSAL
042960             MOVE 'SURCHARGE REVERSAL' TO MVSTM-AJ-DESCRIPTION
042962         WHEN OTHER
042964             MOVE 'GOODWILL CREDIT' TO MVSTM-AJ-DESCRIPTION
042966     END-EVALUATE.
042968     MOVE ADJX-REASON-CODE TO MVSTM-AJ-REASON.
042970     MOVE ADJX-AMOUNT TO MVSTM-AJ-AMOUNT.
042972     MOVE ADJX-DEBIT-CREDIT TO MVSTM-AJ-TYPE.
042974     WRITE MVSTMT-PRINT-LINE FROM MVSTM-ADJUSTMENT-LINE.
042976     ADD 1 TO MVSTM-ADJUSTMENT-COUNT.
042978 3810-READ-NEXT.
042980     PERFORM 8200-READ-MVADJS THRU 8200-EXIT.
042982 3810-EXIT.
042984     EXIT.
043000
043100 8200-READ-MVADJS.
043200     READ MVADJS-FILE
043300         AT END
043400             SET MVSTM-ADJ-EOF TO TRUE
043500     END-READ.
043600 8200-EXIT.
043700     EXIT.
