000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVHIQ01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVHIQ01 -- MOVEMENT HISTORY RESEARCH INQUIRY.           *
000900*                                                          *
001000*  READS A CARD FILE OF MOVEMENT SEARCHES (MVHRQC) AGAINST *
001100*  THE MOVEMENT HISTORY MASTER (MVHST, LOADED BY MVHLD01)  *
001200*  AND WRITES A RESEARCH PACK (MVHPAK) IN THE AUDPAK       *
001300*  STYLE, EVERY RECORD CARRYING THE CARD NUMBER IT         *
001400*  ANSWERS:                                                *
001500*    'M'  ONE MOVEMENT THAT MEETS THE CARD;                *
001600*    'N'  WRITTEN WHEN A VALID CARD FINDS NOTHING, SO THE  *
001700*         REQUESTER SEES THE MISS;                         *
001800*    'R'  A CARD THAT CANNOT BE RUN, WITH THE REASON.      *
001900*  A CARD MAY ASK:                                         *
002000*    'A'  BY ACCOUNT (PRODUCT-NUMBER) PLUS A TRANSACTION-  *
002100*         DATE RANGE, POSITIONED ON THE PRIMARY KEY;       *
002200*    'T'  BY TRANSACTION-IDENTIFIER, RIDING THE ALTERNATE  *
002300*         KEY (THE ACCOUNT IS THEN OPTIONAL).              *
002400*  EITHER KIND MAY NARROW FURTHER BY AMOUNT RANGE, DEBIT   *
002500*  OR CREDIT, CATEGORY CODE AND TEXT CONTAINED IN THE      *
002600*  DESCRIPTION.  A BLANK OR ZERO CRITERION IS NOT APPLIED  *
002700*  (A ZERO TO-DATE OR MAXIMUM AMOUNT LEAVES THE RANGE      *
002800*  OPEN AT THE TOP).                                       *
002900*                                                          *
003000*  THE PRODUCT-NUMBER ON EVERY PACK RECORD IS MASKED       *
003100*  THROUGH MSKFLD01 PER THE MSKRUL RULES FOR THE AUDIENCE  *
003200*  ON THE EXEC PARM, AS AUDRSH01 DOES FOR ITS PACK (SPACES *
003300*  LEAVES THE PACK UNMASKED FOR THE SUPPORT DESK'S OWN     *
003400*  USE).                                                   *
003500*----------------------------------------------------------*
003600*  MODIFICATION HISTORY                                    *
003700*    10/15/26  DOB  INITIAL VERSION.                       *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-ZSERIES.
004200 OBJECT-COMPUTER. IBM-ZSERIES.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MVHRQC-FILE ASSIGN TO MVHRQC
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT MVHST-FILE ASSIGN TO MVHST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HST-KEY
005100         ALTERNATE RECORD KEY IS HST-TRANSACTION-IDENTIFIER
005200             WITH DUPLICATES.
005300     SELECT MVHPAK-FILE ASSIGN TO MVHPAK
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  MVHRQC-FILE.
005900     COPY "MVHRQC01.cpy".
006000
006100 FD  MVHST-FILE.
006200     COPY "MVHST01.cpy".
006300
006400 FD  MVHPAK-FILE.
006500     COPY "MVHPAK01.cpy".
006600
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------*
006900*  FIELD-MASKING REQUEST AREA (SEE MSKFLD01).              *
007000*----------------------------------------------------------*
007100     COPY "MSKFLD01.cpy".
007200
007300 01  MVHIQ-SWITCHES.
007400     05  MVHIQ-CARD-EOF-SW         PIC X(01) VALUE 'N'.
007500         88  MVHIQ-CARD-EOF          VALUE 'Y'.
007600     05  MVHIQ-HST-EOF-SW          PIC X(01) VALUE 'N'.
007700         88  MVHIQ-HST-EOF           VALUE 'Y'.
007800     05  MVHIQ-SELECTED-SW         PIC X(01) VALUE 'N'.
007900         88  MVHIQ-SELECTED          VALUE 'Y'.
008000
008100 77  MVHIQ-CARD-COUNT              PIC 9(5) VALUE ZERO.
008200 77  MVHIQ-HIT-COUNT               PIC 9(7) COMP VALUE ZERO.
008300 77  MVHIQ-CARD-HITS               PIC 9(7) COMP VALUE ZERO.
008400 77  MVHIQ-MISS-COUNT              PIC 9(7) COMP VALUE ZERO.
008500 77  MVHIQ-REJECT-COUNT            PIC 9(7) COMP VALUE ZERO.
008600 77  MVHIQ-TEXT-LENGTH             PIC 9(2) COMP VALUE ZERO.
008700 77  MVHIQ-TEXT-TALLY              PIC 9(3) COMP VALUE ZERO.
008800 77  MVHIQ-REJECT-REASON           PIC X(40) VALUE SPACES.
008900
009000*----------------------------------------------------------*
009100*  THE CARD'S CRITERIA AFTER DEFAULTING -- EVERY RANGE IS  *
009200*  CLOSED HERE SO THE FILTER IS ONE SET OF COMPARES.       *
009300*----------------------------------------------------------*
009400 01  MVHIQ-CRITERIA.
009500     05  MVHIQ-PRODUCT-NUMBER      PIC 9(20) VALUE ZERO.
009600     05  MVHIQ-FROM-DATE           PIC 9(8) VALUE ZERO.
009700     05  MVHIQ-TO-DATE             PIC 9(8) VALUE ZERO.
009800     05  MVHIQ-MIN-AMOUNT          PIC 9(18)V9(2) VALUE ZERO.
009900     05  MVHIQ-MAX-AMOUNT          PIC 9(18)V9(2) VALUE ZERO.
010000
010100 LINKAGE SECTION.
010200 01  MVHIQ01-PARM-CARD.
010300     05  MVHIQ01-PARM-AUDIENCE     PIC X(8).
010400
010500 PROCEDURE DIVISION USING MVHIQ01-PARM-CARD.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
010900         UNTIL MVHIQ-CARD-EOF.
011000     PERFORM 3000-FINISH THRU 3000-EXIT.
011100     STOP RUN.
011200
011300 1000-INITIALIZE.
011400     OPEN INPUT MVHRQC-FILE.
011500     OPEN INPUT MVHST-FILE.
011600     OPEN OUTPUT MVHPAK-FILE.
011700     PERFORM 8100-READ-CARD THRU 8100-EXIT.
011800 1000-EXIT.
011900     EXIT.
012000
012100 2000-PROCESS-CARD.
012200     ADD 1 TO MVHIQ-CARD-COUNT.
012300     MOVE ZERO TO MVHIQ-CARD-HITS.
012400     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
012500     IF MVHIQ-REJECT-REASON NOT = SPACES
012600         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
012700         GO TO 2000-READ-NEXT
012800     END-IF.
012900     IF HRQ-BY-ACCOUNT
013000         PERFORM 2200-SEARCH-BY-ACCOUNT THRU 2200-EXIT
013100     ELSE
013200         PERFORM 2300-SEARCH-BY-IDENTIFIER THRU 2300-EXIT
013300     END-IF.
013400     IF MVHIQ-CARD-HITS = ZERO
013500         PERFORM 2700-WRITE-NOT-FOUND THRU 2700-EXIT
013600     END-IF.
013700 2000-READ-NEXT.
013800     PERFORM 8100-READ-CARD THRU 8100-EXIT.
013900 2000-EXIT.
014000     EXIT.
014100
014200*----------------------------------------------------------*
014300*  EDITS THE CARD AND CLOSES ITS RANGES.  A REASON LEFT IN *
014400*  MVHIQ-REJECT-REASON MEANS THE CARD IS NOT RUN.          *
014500*----------------------------------------------------------*
014600 2100-EDIT-CARD.
014700     MOVE SPACES TO MVHIQ-REJECT-REASON.
014800     IF NOT HRQ-BY-ACCOUNT
014900             AND NOT HRQ-BY-IDENTIFIER
015000         MOVE 'REQUEST TYPE IS NOT A OR T' TO
015100             MVHIQ-REJECT-REASON
015200         GO TO 2100-EXIT
015300     END-IF.
015400     IF HRQ-PRODUCT-NUMBER NUMERIC
015500         MOVE HRQ-PRODUCT-NUMBER TO MVHIQ-PRODUCT-NUMBER
015600     ELSE
015700         MOVE ZERO TO MVHIQ-PRODUCT-NUMBER
015800     END-IF.
015900     IF HRQ-BY-ACCOUNT
016000             AND MVHIQ-PRODUCT-NUMBER = ZERO
016100         MOVE 'ACCOUNT SEARCH WITHOUT A PRODUCT-NUMBER' TO
016200             MVHIQ-REJECT-REASON
016300         GO TO 2100-EXIT
016400     END-IF.
016500     IF HRQ-BY-IDENTIFIER
016600         IF HRQ-TRANSACTION-IDENTIFIER NOT NUMERIC
016700                 OR HRQ-TRANSACTION-IDENTIFIER = ZERO
016800             MOVE 'ID SEARCH WITHOUT A TRANSACTION-ID' TO
016900                 MVHIQ-REJECT-REASON
017000             GO TO 2100-EXIT
017100         END-IF
017200     END-IF.
017300     IF HRQ-FROM-DATE NUMERIC
017400         MOVE HRQ-FROM-DATE TO MVHIQ-FROM-DATE
017500     ELSE
017600         MOVE ZERO TO MVHIQ-FROM-DATE
017700     END-IF.
017800     IF HRQ-TO-DATE NUMERIC
017900             AND HRQ-TO-DATE NOT = ZERO
018000         MOVE HRQ-TO-DATE TO MVHIQ-TO-DATE
018100     ELSE
018200         MOVE 99999999 TO MVHIQ-TO-DATE
018300     END-IF.
018400     IF HRQ-MIN-AMOUNT NUMERIC
018500         MOVE HRQ-MIN-AMOUNT TO MVHIQ-MIN-AMOUNT
018600     ELSE
018700         MOVE ZERO TO MVHIQ-MIN-AMOUNT
018800     END-IF.
018900     IF HRQ-MAX-AMOUNT NUMERIC
019000             AND HRQ-MAX-AMOUNT NOT = ZERO
019100         MOVE HRQ-MAX-AMOUNT TO MVHIQ-MAX-AMOUNT
019200     ELSE
019300         MOVE ALL '9' TO MVHIQ-MAX-AMOUNT
019400     END-IF.
019500     IF MVHIQ-FROM-DATE > MVHIQ-TO-DATE
019600         MOVE 'FROM-DATE IS AFTER TO-DATE' TO
019700             MVHIQ-REJECT-REASON
019800         GO TO 2100-EXIT
019900     END-IF.
020000     IF MVHIQ-MIN-AMOUNT > MVHIQ-MAX-AMOUNT
020100         MOVE 'MINIMUM AMOUNT IS ABOVE THE MAXIMUM' TO
020200             MVHIQ-REJECT-REASON
020300         GO TO 2100-EXIT
020400     END-IF.
020500     IF HRQ-TRANSACTION-TYPE NOT = SPACE
020600             AND HRQ-TRANSACTION-TYPE NOT = 'D'
020700             AND HRQ-TRANSACTION-TYPE NOT = 'C'
020800         MOVE 'TRANSACTION TYPE IS NOT D, C OR BLANK' TO
020900             MVHIQ-REJECT-REASON
021000         GO TO 2100-EXIT
021100     END-IF.
021200     MOVE 30 TO MVHIQ-TEXT-LENGTH.
021300     PERFORM 2110-TRIM-TEXT THRU 2110-EXIT
021400         UNTIL MVHIQ-TEXT-LENGTH = ZERO
021500            OR HRQ-DESCRIPTION-TEXT (MVHIQ-TEXT-LENGTH:1)
021600                   NOT = SPACE.
021700 2100-EXIT.
021800     EXIT.
021900
022000 2110-TRIM-TEXT.
022100     SUBTRACT 1 FROM MVHIQ-TEXT-LENGTH.
022200 2110-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------*
022600*  ACCOUNT SEARCH POSITIONS ON THE PRIMARY KEY AT THE      *
022700*  ACCOUNT'S FROM-DATE AND WALKS FORWARD UNTIL THE         *
022800*  ACCOUNT OR THE DATE RANGE RUNS OUT.                     *
022900*----------------------------------------------------------*
023000 2200-SEARCH-BY-ACCOUNT.
023100     MOVE 'N' TO MVHIQ-HST-EOF-SW.
023200     MOVE MVHIQ-PRODUCT-NUMBER TO HST-PRODUCT-NUMBER.
023300     MOVE MVHIQ-FROM-DATE TO HST-TRANSACTION-DATE.
023400     MOVE ZERO TO HST-TRANSACTION-IDENTIFIER.
023500     START MVHST-FILE
023600         KEY IS NOT LESS THAN HST-KEY
023700         INVALID KEY
023800             SET MVHIQ-HST-EOF TO TRUE
023900     END-START.
024000     PERFORM 2210-WALK-ACCOUNT THRU 2210-EXIT
024100         UNTIL MVHIQ-HST-EOF.
024200 2200-EXIT.
024300     EXIT.
024400
024500 2210-WALK-ACCOUNT.
024600     READ MVHST-FILE NEXT RECORD
024700         AT END
024800             SET MVHIQ-HST-EOF TO TRUE
024900     END-READ.
025000     IF MVHIQ-HST-EOF
025100         GO TO 2210-EXIT
025200     END-IF.
025300     IF HST-PRODUCT-NUMBER NOT = MVHIQ-PRODUCT-NUMBER
025400             OR HST-TRANSACTION-DATE > MVHIQ-TO-DATE
025500         SET MVHIQ-HST-EOF TO TRUE
025600         GO TO 2210-EXIT
025700     END-IF.
025800     PERFORM 2400-APPLY-FILTERS THRU 2400-EXIT.
025900     IF MVHIQ-SELECTED
026000         PERFORM 2500-WRITE-MOVEMENT THRU 2500-EXIT
026100     END-IF.
026200 2210-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------*
026600*  IDENTIFIER SEARCH RIDES THE ALTERNATE KEY AND WALKS     *
026700*  EVERY ROW CARRYING THE IDENTIFIER.                      *
026800*----------------------------------------------------------*
026900 2300-SEARCH-BY-IDENTIFIER.
027000     MOVE 'N' TO MVHIQ-HST-EOF-SW.
027100     MOVE HRQ-TRANSACTION-IDENTIFIER TO
027200         HST-TRANSACTION-IDENTIFIER.
027300     START MVHST-FILE
027400         KEY IS EQUAL TO HST-TRANSACTION-IDENTIFIER
027500         INVALID KEY
027600             SET MVHIQ-HST-EOF TO TRUE
027700     END-START.
027800     PERFORM 2310-WALK-IDENTIFIER THRU 2310-EXIT
027900         UNTIL MVHIQ-HST-EOF.
028000 2300-EXIT.
028100     EXIT.
028200
028300 2310-WALK-IDENTIFIER.
028400     READ MVHST-FILE NEXT RECORD
028500         AT END
028600             SET MVHIQ-HST-EOF TO TRUE
028700     END-READ.
028800     IF MVHIQ-HST-EOF
028900         GO TO 2310-EXIT
029000     END-IF.
029100     IF HST-TRANSACTION-IDENTIFIER NOT =
029200             HRQ-TRANSACTION-IDENTIFIER
029300         SET MVHIQ-HST-EOF TO TRUE
029400         GO TO 2310-EXIT
029500     END-IF.
029600     IF MVHIQ-PRODUCT-NUMBER NOT = ZERO
029700             AND HST-PRODUCT-NUMBER NOT = MVHIQ-PRODUCT-NUMBER
029800         GO TO 2310-EXIT
029900     END-IF.
030000     IF HST-TRANSACTION-DATE < MVHIQ-FROM-DATE
030100             OR HST-TRANSACTION-DATE > MVHIQ-TO-DATE
030200         GO TO 2310-EXIT
030300     END-IF.
030400     PERFORM 2400-APPLY-FILTERS THRU 2400-EXIT.
030500     IF MVHIQ-SELECTED
030600         PERFORM 2500-WRITE-MOVEMENT THRU 2500-EXIT
030700     END-IF.
030800 2310-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------*
031200*  AMOUNT RANGE, DEBIT/CREDIT, CATEGORY AND DESCRIPTION    *
031300*  TEXT.  THE TEXT MAY SIT ANYWHERE IN THE DESCRIPTION.    *
031400*----------------------------------------------------------*
031500 2400-APPLY-FILTERS.
031600     MOVE 'N' TO MVHIQ-SELECTED-SW.
031700     IF HST-AMOUNT < MVHIQ-MIN-AMOUNT
031800             OR HST-AMOUNT > MVHIQ-MAX-AMOUNT
031900         GO TO 2400-EXIT
032000     END-IF.
032100     IF HRQ-TRANSACTION-TYPE NOT = SPACE
032200             AND HST-TRANSACTION-TYPE NOT = HRQ-TRANSACTION-TYPE
032300         GO TO 2400-EXIT
032400     END-IF.
032500     IF HRQ-CATEGORY-CODE NOT = SPACES
032600             AND HST-CATEGORY-CODE NOT = HRQ-CATEGORY-CODE
032700         GO TO 2400-EXIT
032800     END-IF.
032900     IF MVHIQ-TEXT-LENGTH > ZERO
033000         MOVE ZERO TO MVHIQ-TEXT-TALLY
033100         INSPECT HST-TRANSACTION-DESCRIPTION
033200             TALLYING MVHIQ-TEXT-TALLY FOR ALL
033300                 HRQ-DESCRIPTION-TEXT (1:MVHIQ-TEXT-LENGTH)
033400         IF MVHIQ-TEXT-TALLY = ZERO
033500             GO TO 2400-EXIT
033600         END-IF
033700     END-IF.
033800     SET MVHIQ-SELECTED TO TRUE.
033900 2400-EXIT.
034000     EXIT.
034100
034200 2500-WRITE-MOVEMENT.
034300     MOVE SPACES TO MOVEMENT-RESEARCH-PACK-RECORD.
034400     SET HPK-MOVEMENT TO TRUE.
034500     MOVE MVHIQ-CARD-COUNT TO HPK-CARD-NUMBER.
034600     MOVE HST-PRODUCT-NUMBER TO HPK-PRODUCT-NUMBER.
034700     PERFORM 2800-MASK-PACK-ACCOUNT THRU 2800-EXIT.
034800     MOVE HST-PRODUCT-CODE TO HPK-PRODUCT-CODE.
034900     MOVE HST-TRANSACTION-DATE TO HPK-TRANSACTION-DATE.
035000     MOVE HST-TRANSACTION-IDENTIFIER TO
035100         HPK-TRANSACTION-IDENTIFIER.
035200     MOVE HST-TRANSACTION-DESCRIPTION TO
035300         HPK-TRANSACTION-DESCRIPTION.
035400     MOVE HST-AMOUNT TO HPK-AMOUNT.
035500     MOVE HST-TRANSACTION-TYPE TO HPK-TRANSACTION-TYPE.
035600     MOVE HST-CATEGORY-CODE TO HPK-CATEGORY-CODE.
035700     MOVE HST-EXTRACT-DATE TO HPK-EXTRACT-DATE.
035800     MOVE HST-LOAD-DATE TO HPK-LOAD-DATE.
035900     WRITE MOVEMENT-RESEARCH-PACK-RECORD.
036000     ADD 1 TO MVHIQ-CARD-HITS.
036100     ADD 1 TO MVHIQ-HIT-COUNT.
036200 2500-EXIT.
036300     EXIT.
036400
036500 2600-WRITE-REJECT.
036600     MOVE SPACES TO MOVEMENT-RESEARCH-PACK-RECORD.
036700     SET HPK-REJECTED TO TRUE.
036800     MOVE MVHIQ-CARD-COUNT TO HPK-CARD-NUMBER.
036900     IF HRQ-PRODUCT-NUMBER NUMERIC
037000         MOVE HRQ-PRODUCT-NUMBER TO HPK-PRODUCT-NUMBER
037100         PERFORM 2800-MASK-PACK-ACCOUNT THRU 2800-EXIT
037200     END-IF.
037300     MOVE MVHIQ-REJECT-REASON TO HPK-REJECT-REASON.
037400     WRITE MOVEMENT-RESEARCH-PACK-RECORD.
037500     ADD 1 TO MVHIQ-REJECT-COUNT.
037600 2600-EXIT.
037700     EXIT.
037800
037900 2700-WRITE-NOT-FOUND.
038000     MOVE SPACES TO MOVEMENT-RESEARCH-PACK-RECORD.
038100     SET HPK-NOT-FOUND TO TRUE.
038200     MOVE MVHIQ-CARD-COUNT TO HPK-CARD-NUMBER.
038300     IF MVHIQ-PRODUCT-NUMBER NOT = ZERO
038400         MOVE MVHIQ-PRODUCT-NUMBER TO HPK-PRODUCT-NUMBER
038500         PERFORM 2800-MASK-PACK-ACCOUNT THRU 2800-EXIT
038600     END-IF.
038700     WRITE MOVEMENT-RESEARCH-PACK-RECORD.
038800     ADD 1 TO MVHIQ-MISS-COUNT.
038900 2700-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------*
039300*  MASKS THE PRODUCT-NUMBER ON THE PACK PER THE MSKRUL     *
039400*  RULES FOR THE REQUESTING AUDIENCE.  A BLANK AUDIENCE    *
039500*  (THE SUPPORT DESK'S OWN RUN) LEAVES THE PACK ALONE.     *
039600*----------------------------------------------------------*
039700 2800-MASK-PACK-ACCOUNT.
039800     IF MVHIQ01-PARM-AUDIENCE = SPACES
039900         GO TO 2800-EXIT
040000     END-IF.
040100     MOVE 'PRODUCT-NUMBER' TO MSKF-FIELD-NAME.
040200     MOVE MVHIQ01-PARM-AUDIENCE TO MSKF-AUDIENCE.
040300     MOVE HPK-PRODUCT-NUMBER TO MSKF-VALUE.
040400     MOVE 20 TO MSKF-LENGTH.
040500     CALL 'MSKFLD01' USING MASK-FIELD-REQUEST.
040600     IF MSKF-MASKED
040700         MOVE MSKF-VALUE (1:20) TO HPK-PRODUCT-NUMBER
040800     END-IF.
040900 2800-EXIT.
041000     EXIT.
041100
041200 3000-FINISH.
041300     CLOSE MVHRQC-FILE.
041400     CLOSE MVHST-FILE.
041500     CLOSE MVHPAK-FILE.
041600     DISPLAY 'MVHIQ01 CARDS READ          = '
041700         MVHIQ-CARD-COUNT.
041800     DISPLAY 'MVHIQ01 MOVEMENTS FOUND     = '
041900         MVHIQ-HIT-COUNT.
042000     DISPLAY 'MVHIQ01 CARDS WITH NO HIT   = '
042100         MVHIQ-MISS-COUNT.
042200     DISPLAY 'MVHIQ01 CARDS REJECTED      = '
042300         MVHIQ-REJECT-COUNT.
042400 3000-EXIT.
042500     EXIT.
042600
042700 8100-READ-CARD.
042800     READ MVHRQC-FILE
042900         AT END
043000             SET MVHIQ-CARD-EOF TO TRUE
043100     END-READ.
043200 8100-EXIT.
043300     EXIT.
