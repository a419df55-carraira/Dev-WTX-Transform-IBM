000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDERS01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - TRANSACTION AUDIT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  AUDERS01 -- CUSTOMER PERSONAL-DATA ERASURE EXECUTOR.    *
000900*                                                          *
001000*  THE PRIVACY OFFICE RECEIVES ERASURE REQUESTS FOR        *
001100*  FORMER CUSTOMERS, AND ONE IDENTIFICATION-NUMBER IS      *
001200*  SPREAD ACROSS NINE MASTERS.  THIS STEP READS A CARD     *
001300*  FILE OF CUSTOMERS (AUDERC -- ID, THE PRIVACY OFFICE     *
001400*  REFERENCE, THE REQUESTER AND THE SIGN-OFF USER, WHO     *
001500*  MUST DIFFER) AND, FOR EACH ONE, REFUSES THE ERASURE     *
001600*  WHEN ANY OPEN EXCEPTION STANDS, IN THIS ORDER:          *
001700*    SAR   A CSCASM CASE STILL OPEN OR UNDER REVIEW;       *
001800*    OBLG  A CSOBLM OBLIGATION OPEN WITH A BALANCE;        *
001900*    HOLD  AN ACTIVE CUSTOMER LEGAL HOLD (ARHOLD TYPE      *
002000*          'I', SKIPPING LAPSED ONES AS ARPURG01 DOES);    *
002100*    ACRD  AN ACSNP ACCORD NOT BLOCKED.                    *
002200*  OTHERWISE THE CUSTOMER IS GIVEN ONE SURROGATE KEY --    *
002300*  '9', THE RUN DATE AND TIME AND A TWO-DIGIT SEQUENCE,    *
002400*  ALL NUMERIC SO IT FITS THE 9(17) KEYS ON THE BILLING    *
002500*  MASTERS -- AND EVERY ROW ON NTCON, ACSNP, ACSTL, ACSTH, *
002600*  CSOBLM, ACLIM, CSCASM, NTSTAT AND MVRELM HAS ITS        *
002700*  IDENTIFICATION-NUMBER REPLACED BY IT.  AMOUNTS, DATES   *
002800*  AND STATUSES ARE LEFT ALONE SO THE BOOKS STILL FOOT;    *
002900*  THE CONTACT ROW ALSO LOSES ITS EMAIL AND MOBILE AND IS  *
003000*  MARKED DO-NOT-CONTACT.  WHERE THE ID IS PART OF THE     *
003100*  KEY THE ROW IS DELETED AND WRITTEN BACK UNDER THE       *
003200*  SURROGATE; ACSTH IS SEQUENTIAL AND IS COPIED FORWARD    *
003300*  TO A NEW GENERATION (ACSTHN) ON EVERY RUN.              *
003400*                                                          *
003500*  ONE CERTIFICATE RECORD PER CARD GOES TO AUDERT, ERASED  *
003600*  OR REFUSED WITH ITS REASON, CARRYING THE ROW COUNT PER  *
003700*  MASTER AND THE SIGN-OFF.  THE CERTIFICATE HOLDS THE     *
003800*  REFERENCE AND SURROGATE, NEVER THE ERASED NUMBER.  ANY  *
003900*  REFUSAL ENDS THE STEP WITH CONDITION CODE 4.            *
004000*----------------------------------------------------------*
004100*  MODIFICATION HISTORY                                    *
004200*    10/15/26  DOB  INITIAL VERSION.                       *
004300*----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-ZSERIES.
004700 OBJECT-COMPUTER. IBM-ZSERIES.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT AUDERC-FILE ASSIGN TO AUDERC
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT ARHOLD-FILE ASSIGN TO ARHOLD
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CSCASM-FILE ASSIGN TO CSCASM
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CASM-KEY.
005800     SELECT CSOBLM-FILE ASSIGN TO CSOBLM
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS OBLM-KEY.
006200     SELECT NTCON-FILE ASSIGN TO NTCON
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS NTCN-KEY.
006600     SELECT ACSNP-FILE ASSIGN TO ACSNP
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS ACSNP-KEY.
007000     SELECT ACSTL-FILE ASSIGN TO ACSTL01
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS ACSTL-KEY.
007400     SELECT ACLIM-FILE ASSIGN TO ACLIM
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS LIM-KEY.
007800     SELECT NTSTAT-FILE ASSIGN TO NTSTAT
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS NTST-KEY.
008200     SELECT MVRELM-FILE ASSIGN TO MVRELM
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS RELM-KEY.
008600     SELECT ACSTH-FILE ASSIGN TO ACSTH01
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800     SELECT ACSTHN-FILE ASSIGN TO ACSTHN
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000     SELECT AUDERT-FILE ASSIGN TO AUDERT
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  AUDERC-FILE.
009600     COPY "AUDERC01.cpy".
009700
009800 FD  ARHOLD-FILE.
009900     COPY "ARHOLD01.cpy".
010000
010100 FD  CSCASM-FILE.
010200     COPY "CSCASM01.cpy".
010300
010400 FD  CSOBLM-FILE.
010500     COPY "CSOBLM01.cpy".
010600
010700 FD  NTCON-FILE.
010800     COPY "NTCON01.cpy".
010900
011000 FD  ACSNP-FILE.
011100     COPY "ACSNP01.cpy".
011200
011300 FD  ACSTL-FILE.
011400     COPY "ACSTL01.cpy".
011500
011600 FD  ACLIM-FILE.
011700     COPY "ACLIM01.cpy".
011800
011900 FD  NTSTAT-FILE.
012000     COPY "NTSTAT01.cpy".
012100
012200 FD  MVRELM-FILE.
012300     COPY "MVRELM01.cpy".
012400
012500 FD  ACSTH-FILE.
012600     COPY "ACSTH01.cpy".
012700
012800 FD  ACSTHN-FILE.
012900     COPY "ACSTH01.cpy"
013000         REPLACING ==ACCORD-STATUS-HISTORY-RECORD==
013100             BY ==NEW-STATUS-HISTORY-RECORD==.
013200
013300 FD  AUDERT-FILE.
013400     COPY "AUDERT01.cpy".
013500
013600 WORKING-STORAGE SECTION.
013700     COPY "RUNREG01.cpy".
013800
013900 01  AUDERS-SWITCHES.
014000     05  AUDERS-CARD-EOF-SW        PIC X(01) VALUE 'N'.
014100         88  AUDERS-CARD-EOF         VALUE 'Y'.
014200     05  AUDERS-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
014300         88  AUDERS-HOLD-EOF         VALUE 'Y'.
014400     05  AUDERS-SWEEP-EOF-SW       PIC X(01) VALUE 'N'.
014500         88  AUDERS-SWEEP-EOF        VALUE 'Y'.
014600     05  AUDERS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
014700         88  AUDERS-HIST-EOF         VALUE 'Y'.
014800     05  AUDERS-FOUND-SW           PIC X(01) VALUE 'N'.
014900         88  AUDERS-FOUND            VALUE 'Y'.
015000
015100 77  AUDERS-SEVERITY-CODE          PIC 9(1) VALUE ZERO.
015200 77  AUDERS-TODAY                  PIC 9(8) VALUE ZERO.
015300 77  AUDERS-NOW                    PIC 9(6) VALUE ZERO.
015400 77  AUDERS-CARD-COUNT             PIC 9(7) COMP VALUE ZERO.
015500 77  AUDERS-ERASED-COUNT           PIC 9(7) COMP VALUE ZERO.
015600 77  AUDERS-REFUSED-COUNT          PIC 9(7) COMP VALUE ZERO.
015700 77  AUDERS-HISTORY-COUNT          PIC 9(7) COMP VALUE ZERO.
015800 77  AUDERS-CUST-COUNT             PIC 9(3) COMP VALUE ZERO.
015900 77  AUDERS-IDX                    PIC 9(3) COMP VALUE ZERO.
016000 77  AUDERS-FIND-IDX               PIC 9(3) COMP VALUE ZERO.
016100 77  AUDERS-HIT-IDX                PIC 9(3) COMP VALUE ZERO.
016200 77  AUDERS-SURROGATE-SEQ          PIC 9(2) VALUE ZERO.
016300 77  AUDERS-MATCH-TYPE             PIC X(1) VALUE SPACE.
016400 77  AUDERS-MATCH-NUMBER           PIC X(17) VALUE SPACES.
016500 77  AUDERS-MATCH-STATUS           PIC X(1) VALUE SPACE.
016600     88  AUDERS-MATCH-ANY            VALUE '*'.
016700
016800 01  AUDERS-SURROGATE-KEY.
016900     05  FILLER                    PIC X(1) VALUE '9'.
017000     05  AUDERS-SK-DATE            PIC 9(8) VALUE ZERO.
017100     05  AUDERS-SK-TIME            PIC 9(6) VALUE ZERO.
017200     05  AUDERS-SK-SEQ             PIC 9(2) VALUE ZERO.
017300 01  AUDERS-SURROGATE-NUMERIC REDEFINES AUDERS-SURROGATE-KEY
017400                                   PIC 9(17).
017500
017600*----------------------------------------------------------*
017700*  ONE ENTRY PER CARD.  STATUS IS SPACE UNTIL SCREENED,    *
017800*  THEN 'E' (ERASED) OR 'R' (REFUSED, WITH THE REASON).    *
017900*  THE ROW COUNTS ARE LAID OUT AS ON THE CERTIFICATE.      *
018000*----------------------------------------------------------*
018100 01  AUDERS-CUSTOMER-TABLE.
018200     05  AUDERS-CUST-ENTRY OCCURS 50 TIMES.
018300         10  AUDERS-CT-ID-TYPE     PIC X(1).
018400         10  AUDERS-CT-ID-NUMBER   PIC X(17).
018500         10  AUDERS-CT-ID-NUMERIC  PIC 9(17).
018600         10  AUDERS-CT-NUMERIC-SW  PIC X(1).
018700         10  AUDERS-CT-REFERENCE   PIC X(20).
018800         10  AUDERS-CT-REQUESTED-BY PIC X(8).
018900         10  AUDERS-CT-APPROVED-BY PIC X(8).
019000         10  AUDERS-CT-STATUS      PIC X(1).
019100         10  AUDERS-CT-REASON      PIC X(4).
019200         10  AUDERS-CT-OBLIGATION-SW PIC X(1).
019300         10  AUDERS-CT-HOLD-SW     PIC X(1).
019400         10  AUDERS-CT-SURROGATE   PIC X(17).
019500         10  AUDERS-CT-ROWS.
019600             15  AUDERS-CT-NTCON   PIC 9(5).
019700             15  AUDERS-CT-ACSNP   PIC 9(5).
019800             15  AUDERS-CT-ACSTL   PIC 9(5).
019900             15  AUDERS-CT-ACSTH   PIC 9(5).
020000             15  AUDERS-CT-CSOBLM  PIC 9(5).
020100             15  AUDERS-CT-ACLIM   PIC 9(5).
020200             15  AUDERS-CT-CSCASM  PIC 9(5).
020300             15  AUDERS-CT-NTSTAT  PIC 9(5).
020400             15  AUDERS-CT-MVRELM  PIC 9(5).
020500
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
021000         UNTIL AUDERS-CARD-EOF.
021100     PERFORM 1300-FLAG-HOLDS THRU 1300-EXIT
021200         UNTIL AUDERS-HOLD-EOF.
021300     PERFORM 1400-FLAG-OBLIGATIONS THRU 1400-EXIT.
021400     PERFORM 2000-SCREEN-CUSTOMER THRU 2000-EXIT
021500         VARYING AUDERS-IDX FROM 1 BY 1
021600         UNTIL AUDERS-IDX > AUDERS-CUST-COUNT.
021700     PERFORM 3000-ANONYMIZE-SWEEPS THRU 3000-EXIT.
021800     PERFORM 4000-WRITE-CERTIFICATE THRU 4000-EXIT
021900         VARYING AUDERS-IDX FROM 1 BY 1
022000         UNTIL AUDERS-IDX > AUDERS-CUST-COUNT.
022100     PERFORM 5000-FINISH THRU 5000-EXIT.
022200     SET RREG-END TO TRUE.
022300     MOVE AUDERS-ERASED-COUNT TO RREG-RECORD-COUNT.
022400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
022500     MOVE AUDERS-SEVERITY-CODE TO RETURN-CODE.
022600     STOP RUN.
022700
022800 1000-INITIALIZE.
022900     SET RREG-START TO TRUE.
023000     MOVE 'AUDERS01' TO RREG-PROGRAM-ID.
023100     MOVE SPACES TO RREG-GUARD-FILE.
023200     MOVE ZERO TO RREG-CYCLE-NUMBER.
023300     MOVE ZERO TO RREG-RECORD-COUNT.
023400     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
023500     IF RREG-BLOCKED
023600         DISPLAY 'AUDERS01 ALREADY COMPLETED FOR THIS DATE'
023700         MOVE 8 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     IF RREG-PREREQ-HOLD
024100         DISPLAY 'AUDERS01 HELD - PREREQUISITE NOT COMPLETE'
024200         MOVE 8 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     OPEN INPUT AUDERC-FILE.
024600     OPEN INPUT ARHOLD-FILE.
024700     OPEN I-O CSCASM-FILE.
024800     OPEN I-O CSOBLM-FILE.
024900     OPEN I-O NTCON-FILE.
025000     OPEN I-O ACSNP-FILE.
025100     OPEN I-O ACSTL-FILE.
025200     OPEN I-O ACLIM-FILE.
025300     OPEN I-O NTSTAT-FILE.
025400     OPEN I-O MVRELM-FILE.
025500     OPEN INPUT ACSTH-FILE.
025600     OPEN OUTPUT ACSTHN-FILE.
025700     OPEN EXTEND AUDERT-FILE.
025800     ACCEPT AUDERS-TODAY FROM DATE YYYYMMDD.
025900     ACCEPT AUDERS-NOW FROM TIME.
026000     MOVE AUDERS-TODAY TO AUDERS-SK-DATE.
026100     MOVE AUDERS-NOW TO AUDERS-SK-TIME.
026200     PERFORM 8100-READ-CARD THRU 8100-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------*
026700*  CARDS ARE VALIDATED AS THEY ARE LOADED.  A CARD PAST    *
026800*  THE TABLE IS REFUSED STRAIGHT TO THE CERTIFICATE FILE   *
026900*  SO THE PRIVACY OFFICE RESUBMITS IT ON A LATER RUN.      *
027000*----------------------------------------------------------*
027100 1100-LOAD-CARD.
027200     ADD 1 TO AUDERS-CARD-COUNT.
027300     IF AUDERS-CUST-COUNT NOT < 50
027400         PERFORM 1150-REFUSE-OVERFLOW THRU 1150-EXIT
027500     ELSE
027600         PERFORM 1200-ADD-CUSTOMER THRU 1200-EXIT
027700     END-IF.
027800     PERFORM 8100-READ-CARD THRU 8100-EXIT.
027900 1100-EXIT.
028000     EXIT.
028100
028200 1150-REFUSE-OVERFLOW.
028300     MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
028400     MOVE ERC-REQUEST-REFERENCE TO ERT-REQUEST-REFERENCE.
028500     MOVE ERC-IDENTIFICATION-TYPE TO ERT-IDENTIFICATION-TYPE.
028600     SET ERT-REFUSED TO TRUE.
028700     SET ERT-TABLE-FULL TO TRUE.
028800     MOVE ZERO TO ERT-ROW-COUNTS.
028900     MOVE ERC-REQUESTED-BY TO ERT-REQUESTED-BY.
029000     MOVE ERC-APPROVED-BY TO ERT-SIGNED-OFF-BY.
029100     MOVE AUDERS-TODAY TO ERT-CERTIFIED-DATE.
029200     MOVE AUDERS-NOW TO ERT-CERTIFIED-TIME.
029300     WRITE ERASURE-CERTIFICATE-RECORD.
029400     ADD 1 TO AUDERS-REFUSED-COUNT.
029500 1150-EXIT.
029600     EXIT.
029700
029800 1200-ADD-CUSTOMER.
029900     ADD 1 TO AUDERS-CUST-COUNT.
030000     MOVE AUDERS-CUST-COUNT TO AUDERS-IDX.
030100     MOVE ERC-IDENTIFICATION-TYPE TO
030200         AUDERS-CT-ID-TYPE (AUDERS-IDX).
030300     MOVE ERC-IDENTIFICATION-NUMBER TO
030400         AUDERS-CT-ID-NUMBER (AUDERS-IDX).
030500     MOVE ERC-REQUEST-REFERENCE TO
030600         AUDERS-CT-REFERENCE (AUDERS-IDX).
030700     MOVE ERC-REQUESTED-BY TO
030800         AUDERS-CT-REQUESTED-BY (AUDERS-IDX).
030900     MOVE ERC-APPROVED-BY TO
031000         AUDERS-CT-APPROVED-BY (AUDERS-IDX).
031100     MOVE SPACE TO AUDERS-CT-STATUS (AUDERS-IDX).
031200     MOVE SPACES TO AUDERS-CT-REASON (AUDERS-IDX).
031300     MOVE SPACES TO AUDERS-CT-SURROGATE (AUDERS-IDX).
031400     MOVE 'N' TO AUDERS-CT-OBLIGATION-SW (AUDERS-IDX).
031500     MOVE 'N' TO AUDERS-CT-HOLD-SW (AUDERS-IDX).
031600     MOVE ZERO TO AUDERS-CT-ROWS (AUDERS-IDX).
031700*----------------------------------------------------------*
031800*  THE BILLING MASTERS KEY THE CUSTOMER AS 9(17).  A       *
031900*  NUMBER THAT IS NOT ALL DIGITS CANNOT BE ON THEM.        *
032000*----------------------------------------------------------*
032100     IF ERC-IDENTIFICATION-NUMBER NUMERIC
032200         MOVE ERC-IDENTIFICATION-NUMBER TO
032300             AUDERS-CT-ID-NUMERIC (AUDERS-IDX)
032400         MOVE 'Y' TO AUDERS-CT-NUMERIC-SW (AUDERS-IDX)
032500     ELSE
032600         MOVE ZERO TO AUDERS-CT-ID-NUMERIC (AUDERS-IDX)
032700         MOVE 'N' TO AUDERS-CT-NUMERIC-SW (AUDERS-IDX)
032800     END-IF.
032900     IF ERC-IDENTIFICATION-NUMBER = SPACES
033000         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
033100         MOVE 'NOID' TO AUDERS-CT-REASON (AUDERS-IDX)
033200         GO TO 1200-EXIT
033300     END-IF.
033400     IF ERC-REQUESTED-BY = SPACES OR ERC-APPROVED-BY = SPACES
033500         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
033600         MOVE 'USER' TO AUDERS-CT-REASON (AUDERS-IDX)
033700         GO TO 1200-EXIT
033800     END-IF.
033900     IF ERC-REQUESTED-BY = ERC-APPROVED-BY
034000         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
034100         MOVE 'SELF' TO AUDERS-CT-REASON (AUDERS-IDX)
034200         GO TO 1200-EXIT
034300     END-IF.
034400     MOVE ERC-IDENTIFICATION-TYPE TO AUDERS-MATCH-TYPE.
034500     MOVE ERC-IDENTIFICATION-NUMBER TO AUDERS-MATCH-NUMBER.
034600     MOVE '*' TO AUDERS-MATCH-STATUS.
034700     PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT.
034800     IF AUDERS-HIT-IDX < AUDERS-IDX
034900         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
035000         MOVE 'DUPL' TO AUDERS-CT-REASON (AUDERS-IDX)
035100     END-IF.
035200 1200-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------*
035600*  ONLY CUSTOMER HOLDS ('I') STOP AN ERASURE.  A LAPSED    *
035700*  HOLD IS SKIPPED; A NON-NUMERIC EXPIRY IS OPEN-ENDED.    *
035800*----------------------------------------------------------*
035900 1300-FLAG-HOLDS.
036000     READ ARHOLD-FILE
036100         AT END
036200             SET AUDERS-HOLD-EOF TO TRUE
036300     END-READ.
036400     IF AUDERS-HOLD-EOF OR NOT HOLD-BY-CUSTOMER
036500         GO TO 1300-EXIT
036600     END-IF.
036700     IF HOLD-EXPIRY-DATE NUMERIC
036800             AND HOLD-EXPIRY-DATE NOT = ZERO
036900             AND HOLD-EXPIRY-DATE < AUDERS-TODAY
037000         GO TO 1300-EXIT
037100     END-IF.
037200     MOVE HOLD-IDENTIFICATION-TYPE TO AUDERS-MATCH-TYPE.
037300     MOVE HOLD-IDENTIFICATION-NUMBER TO AUDERS-MATCH-NUMBER.
037400     MOVE '*' TO AUDERS-MATCH-STATUS.
037500     PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT.
037600     IF AUDERS-HIT-IDX NOT = ZERO
037700         MOVE 'Y' TO AUDERS-CT-HOLD-SW (AUDERS-HIT-IDX)
037800     END-IF.
037900 1300-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------*
038300*  CSOBLM IS KEYED BY OBLIGATION, NOT CUSTOMER, SO ONE     *
038400*  SWEEP FLAGS EVERY CARD WITH AN OPEN BALANCE.            *
038500*----------------------------------------------------------*
038600 1400-FLAG-OBLIGATIONS.
038700     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
038800     MOVE LOW-VALUES TO OBLM-KEY.
038900     START CSOBLM-FILE
039000         KEY IS NOT LESS THAN OBLM-KEY
039100         INVALID KEY
039200             SET AUDERS-SWEEP-EOF TO TRUE
039300     END-START.
039400     PERFORM 1410-SWEEP-OBLIGATION THRU 1410-EXIT
039500         UNTIL AUDERS-SWEEP-EOF.
039600 1400-EXIT.
039700     EXIT.
039800
039900 1410-SWEEP-OBLIGATION.
040000     READ CSOBLM-FILE NEXT RECORD
040100         AT END
040200             SET AUDERS-SWEEP-EOF TO TRUE
040300     END-READ.
040400     IF NOT AUDERS-SWEEP-EOF
040500         IF OBLM-OPEN AND OBLM-OUTSTANDING > ZERO
040600             MOVE OBLM-IDENTIFICATION-TYPE TO AUDERS-MATCH-TYPE
040700             MOVE OBLM-IDENTIFICATION-NUMBER TO
040800                 AUDERS-MATCH-NUMBER
040900             MOVE '*' TO AUDERS-MATCH-STATUS
041000             PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT
041100             IF AUDERS-HIT-IDX NOT = ZERO
041200                 MOVE 'Y' TO
041300                     AUDERS-CT-OBLIGATION-SW (AUDERS-HIT-IDX)
041400             END-IF
041500         END-IF
041600     END-IF.
041700 1410-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------*
042100*  SCREEN ONE CUSTOMER AND, WHEN CLEAR, ASSIGN THE         *
042200*  SURROGATE AND REKEY THE MASTERS THAT ARE KEYED BY       *
042300*  CUSTOMER.  THE MASTERS KEYED OTHERWISE ARE SWEPT ONCE   *
042400*  FOR ALL CUSTOMERS IN 3000.                              *
042500*----------------------------------------------------------*
042600 2000-SCREEN-CUSTOMER.
042700     IF AUDERS-CT-STATUS (AUDERS-IDX) = 'R'
042800         GO TO 2000-EXIT
042900     END-IF.
043000     PERFORM 2100-CHECK-SAR-CASE THRU 2100-EXIT.
043100     IF AUDERS-CT-STATUS (AUDERS-IDX) = 'R'
043200         GO TO 2000-EXIT
043300     END-IF.
043400     IF AUDERS-CT-OBLIGATION-SW (AUDERS-IDX) = 'Y'
043500         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
043600         MOVE 'OBLG' TO AUDERS-CT-REASON (AUDERS-IDX)
043700         GO TO 2000-EXIT
043800     END-IF.
043900     IF AUDERS-CT-HOLD-SW (AUDERS-IDX) = 'Y'
044000         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
044100         MOVE 'HOLD' TO AUDERS-CT-REASON (AUDERS-IDX)
044200         GO TO 2000-EXIT
044300     END-IF.
044400     PERFORM 2200-CHECK-ACCORDS THRU 2200-EXIT.
044500     IF AUDERS-CT-STATUS (AUDERS-IDX) = 'R'
044600         GO TO 2000-EXIT
044700     END-IF.
044800     ADD 1 TO AUDERS-SURROGATE-SEQ.
044900     MOVE AUDERS-SURROGATE-SEQ TO AUDERS-SK-SEQ.
045000     MOVE AUDERS-SURROGATE-KEY TO
045100         AUDERS-CT-SURROGATE (AUDERS-IDX).
045200     MOVE 'E' TO AUDERS-CT-STATUS (AUDERS-IDX).
045300     PERFORM 2400-ERASE-CONTACT THRU 2400-EXIT.
045400     PERFORM 2500-ERASE-SNAPSHOTS THRU 2500-EXIT.
045500     PERFORM 2600-ERASE-LAST-STATUS THRU 2600-EXIT.
045600     PERFORM 2700-ERASE-LIMITS THRU 2700-EXIT.
045700     PERFORM 2800-ERASE-SAR-CASE THRU 2800-EXIT.
045800 2000-EXIT.
045900     EXIT.
046000
046100 2100-CHECK-SAR-CASE.
046200     IF AUDERS-CT-NUMERIC-SW (AUDERS-IDX) NOT = 'Y'
046300         GO TO 2100-EXIT
046400     END-IF.
046500     MOVE AUDERS-CT-ID-TYPE (AUDERS-IDX) TO
046600         CASM-IDENTIFICATION-TYPE.
046700     MOVE AUDERS-CT-ID-NUMERIC (AUDERS-IDX) TO
046800         CASM-IDENTIFICATION-NUMBER.
046900     PERFORM 8200-READ-SAR-CASE THRU 8200-EXIT.
047000     IF AUDERS-FOUND
047100             AND (CASM-OPEN OR CASM-UNDER-REVIEW)
047200         MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
047300         MOVE 'SAR ' TO AUDERS-CT-REASON (AUDERS-IDX)
047400     END-IF.
047500 2100-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------*
047900*  AN ACCORD IS STILL ACTIVE UNLESS IT IS BLOCKED -- THE   *
048000*  SAME TEST ACMRQ01 APPLIES BEFORE IT RAISES A MANDATE.   *
048100*----------------------------------------------------------*
048200 2200-CHECK-ACCORDS.
048300     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
048400     MOVE AUDERS-CT-ID-NUMBER (AUDERS-IDX) TO
048500         ACSNP-IDENTIFICATION-NUMBER.
048600     MOVE ZERO TO ACSNP-ACC-CODE.
048700     START ACSNP-FILE
048800         KEY IS NOT LESS THAN ACSNP-KEY
048900         INVALID KEY
049000             SET AUDERS-SWEEP-EOF TO TRUE
049100     END-START.
049200     PERFORM 2210-SWEEP-ACCORD THRU 2210-EXIT
049300         UNTIL AUDERS-SWEEP-EOF.
049400 2200-EXIT.
049500     EXIT.
049600
049700 2210-SWEEP-ACCORD.
049800     READ ACSNP-FILE NEXT RECORD
049900         AT END
050000             SET AUDERS-SWEEP-EOF TO TRUE
050100     END-READ.
050200     IF NOT AUDERS-SWEEP-EOF
050300         IF ACSNP-IDENTIFICATION-NUMBER NOT =
050400                 AUDERS-CT-ID-NUMBER (AUDERS-IDX)
050500             SET AUDERS-SWEEP-EOF TO TRUE
050600         ELSE
050700             IF ACSNP-ACCORD-STATUS NOT = 'B'
050800                     AND ACSNP-DATE-BLOCK = ZERO
050900                 MOVE 'R' TO AUDERS-CT-STATUS (AUDERS-IDX)
051000                 MOVE 'ACRD' TO AUDERS-CT-REASON (AUDERS-IDX)
051100                 SET AUDERS-SWEEP-EOF TO TRUE
051200             END-IF
051300         END-IF
051400     END-IF.
051500 2210-EXIT.
051600     EXIT.
051700
051800 2400-ERASE-CONTACT.
051900     SET AUDERS-FOUND-SW TO 'N'.
052000     MOVE AUDERS-CT-ID-TYPE (AUDERS-IDX) TO
052100         NTCN-IDENTIFICATION-TYPE.
052200     MOVE AUDERS-CT-ID-NUMBER (AUDERS-IDX) TO
052300         NTCN-IDENTIFICATION-NUMBER.
052400     READ NTCON-FILE
052500         KEY IS NTCN-KEY
052600         INVALID KEY
052700             CONTINUE
052800         NOT INVALID KEY
052900             SET AUDERS-FOUND TO TRUE
053000     END-READ.
053100     IF AUDERS-FOUND
053200         DELETE NTCON-FILE
053300         MOVE AUDERS-CT-SURROGATE (AUDERS-IDX) TO
053400             NTCN-IDENTIFICATION-NUMBER
053500         MOVE SPACES TO NTCN-EMAIL-ADDRESS
053600         MOVE SPACES TO NTCN-MOBILE-NUMBER
053700         MOVE 'Y' TO NTCN-DO-NOT-CONTACT-SW
053800         MOVE AUDERS-TODAY TO NTCN-MAINT-DATE
053900         WRITE CUSTOMER-CONTACT-RECORD
054000         ADD 1 TO AUDERS-CT-NTCON (AUDERS-IDX)
054100     END-IF.
054200 2400-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------*
054600*  THE CUSTOMER-KEYED MASTERS ARE SWEPT FROM THE FIRST ROW *
054700*  FOR THE CUSTOMER.  EACH ROW IS DELETED AND WRITTEN BACK *
054800*  UNDER THE SURROGATE; THE WRITE DOES NOT MOVE THE READ   *
054900*  POSITION, SO THE SWEEP CARRIES ON TO THE NEXT ROW AND   *
055000*  STOPS WHEN THE NUMBER CHANGES.                          *
055100*----------------------------------------------------------*
055200 2500-ERASE-SNAPSHOTS.
055300     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
055400     MOVE AUDERS-CT-ID-NUMBER (AUDERS-IDX) TO
055500         ACSNP-IDENTIFICATION-NUMBER.
055600     MOVE ZERO TO ACSNP-ACC-CODE.
055700     START ACSNP-FILE
055800         KEY IS NOT LESS THAN ACSNP-KEY
055900         INVALID KEY
056000             SET AUDERS-SWEEP-EOF TO TRUE
056100     END-START.
056200     PERFORM 2510-REKEY-SNAPSHOT THRU 2510-EXIT
056300         UNTIL AUDERS-SWEEP-EOF.
056400 2500-EXIT.
056500     EXIT.
056600
056700 2510-REKEY-SNAPSHOT.
056800     READ ACSNP-FILE NEXT RECORD
056900         AT END
057000             SET AUDERS-SWEEP-EOF TO TRUE
057100     END-READ.
057200     IF NOT AUDERS-SWEEP-EOF
057300         IF ACSNP-IDENTIFICATION-NUMBER NOT =
057400                 AUDERS-CT-ID-NUMBER (AUDERS-IDX)
057500             SET AUDERS-SWEEP-EOF TO TRUE
057600         ELSE
057700             DELETE ACSNP-FILE
057800             MOVE AUDERS-CT-SURROGATE (AUDERS-IDX) TO
057900                 ACSNP-IDENTIFICATION-NUMBER
058000             WRITE ACCORD-SNAPSHOT-RECORD
058100             ADD 1 TO AUDERS-CT-ACSNP (AUDERS-IDX)
058200         END-IF
058300     END-IF.
058400 2510-EXIT.
058500     EXIT.
058600
058700 2600-ERASE-LAST-STATUS.
058800     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
058900     MOVE AUDERS-CT-ID-NUMBER (AUDERS-IDX) TO
059000         IDENTIFICATION-NUMBER OF ACCORD-STATUS-LAST-KNOWN.
059100     MOVE ZERO TO ACC-CODE OF ACCORD-STATUS-LAST-KNOWN.
059200     START ACSTL-FILE
059300         KEY IS NOT LESS THAN ACSTL-KEY
059400         INVALID KEY
059500             SET AUDERS-SWEEP-EOF TO TRUE
059600     END-START.
059700     PERFORM 2610-REKEY-LAST-STATUS THRU 2610-EXIT
059800         UNTIL AUDERS-SWEEP-EOF.
059900 2600-EXIT.
060000     EXIT.
060100
060200 2610-REKEY-LAST-STATUS.
060300     READ ACSTL-FILE NEXT RECORD
060400         AT END
060500             SET AUDERS-SWEEP-EOF TO TRUE
060600     END-READ.
060700     IF NOT AUDERS-SWEEP-EOF
060800         IF IDENTIFICATION-NUMBER OF ACCORD-STATUS-LAST-KNOWN
060900                 NOT = AUDERS-CT-ID-NUMBER (AUDERS-IDX)
061000             SET AUDERS-SWEEP-EOF TO TRUE
061100         ELSE
061200             DELETE ACSTL-FILE
061300             MOVE AUDERS-CT-SURROGATE (AUDERS-IDX) TO
061400                 IDENTIFICATION-NUMBER
061500                     OF ACCORD-STATUS-LAST-KNOWN
061600             WRITE ACCORD-STATUS-LAST-KNOWN
061700             ADD 1 TO AUDERS-CT-ACSTL (AUDERS-IDX)
061800         END-IF
061900     END-IF.
062000 2610-EXIT.
062100     EXIT.
062200
062300 2700-ERASE-LIMITS.
062400     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
062500     MOVE AUDERS-CT-ID-NUMBER (AUDERS-IDX) TO
062600         LIM-IDENTIFICATION-NUMBER.
062700     MOVE ZERO TO LIM-ACC-CODE.
062800     MOVE LOW-VALUES TO LIM-REFERENCE-NUMBER.
062900     START ACLIM-FILE
063000         KEY IS NOT LESS THAN LIM-KEY
063100         INVALID KEY
063200             SET AUDERS-SWEEP-EOF TO TRUE
063300     END-START.
063400     PERFORM 2710-REKEY-LIMIT THRU 2710-EXIT
063500         UNTIL AUDERS-SWEEP-EOF.
063600 2700-EXIT.
063700     EXIT.
063800
063900 2710-REKEY-LIMIT.
064000     READ ACLIM-FILE NEXT RECORD
064100         AT END
064200             SET AUDERS-SWEEP-EOF TO TRUE
064300     END-READ.
064400     IF NOT AUDERS-SWEEP-EOF
064500         IF LIM-IDENTIFICATION-NUMBER NOT =
064600                 AUDERS-CT-ID-NUMBER (AUDERS-IDX)
064700             SET AUDERS-SWEEP-EOF TO TRUE
064800         ELSE
064900             DELETE ACLIM-FILE
065000             MOVE AUDERS-CT-SURROGATE (AUDERS-IDX) TO
065100                 LIM-IDENTIFICATION-NUMBER
065200             WRITE DEBIT-LIMIT-RECORD
065300             ADD 1 TO AUDERS-CT-ACLIM (AUDERS-IDX)
065400         END-IF
065500     END-IF.
065600 2710-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------*
066000*  ONLY A CLEARED OR FILED CASE GETS THIS FAR.  THE CASE   *
066100*  ROW STAYS FOR THE REGULATOR UNDER THE SURROGATE.        *
066200*----------------------------------------------------------*
066300 2800-ERASE-SAR-CASE.
066400     IF AUDERS-CT-NUMERIC-SW (AUDERS-IDX) NOT = 'Y'
066500         GO TO 2800-EXIT
066600     END-IF.
066700     MOVE AUDERS-CT-ID-TYPE (AUDERS-IDX) TO
066800         CASM-IDENTIFICATION-TYPE.
066900     MOVE AUDERS-CT-ID-NUMERIC (AUDERS-IDX) TO
067000         CASM-IDENTIFICATION-NUMBER.
067100     PERFORM 8200-READ-SAR-CASE THRU 8200-EXIT.
067200     IF AUDERS-FOUND
067300         DELETE CSCASM-FILE
067400         MOVE AUDERS-CT-SURROGATE (AUDERS-IDX) TO
067500             AUDERS-SURROGATE-KEY
067600         MOVE AUDERS-SURROGATE-NUMERIC TO
067700             CASM-IDENTIFICATION-NUMBER
067800         WRITE SAR-CASE-RECORD
067900         ADD 1 TO AUDERS-CT-CSCASM (AUDERS-IDX)
068000     END-IF.
068100 2800-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------*
068500*  CSOBLM, NTSTAT AND MVRELM ARE NOT KEYED BY CUSTOMER, SO *
068600*  EACH IS SWEPT ONCE FOR EVERY ERASED CUSTOMER.  ACSTH IS *
068700*  COPIED FORWARD WHETHER OR NOT ANYONE WAS ERASED, SO THE *
068800*  NEW GENERATION IS ALWAYS THERE TO CATALOGUE.            *
068900*----------------------------------------------------------*
069000 3000-ANONYMIZE-SWEEPS.
069100     MOVE 'E' TO AUDERS-MATCH-STATUS.
069200     IF AUDERS-SURROGATE-SEQ > ZERO
069300         PERFORM 3100-SWEEP-OBLIGATIONS THRU 3100-EXIT
069400         PERFORM 3200-SWEEP-NOTIFY-STATUS THRU 3200-EXIT
069500         PERFORM 3300-SWEEP-RELATIONSHIPS THRU 3300-EXIT
069600     END-IF.
069700     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
069800     PERFORM 3400-COPY-HISTORY THRU 3400-EXIT
069900         UNTIL AUDERS-HIST-EOF.
070000 3000-EXIT.
070100     EXIT.
070200
070300 3100-SWEEP-OBLIGATIONS.
070400     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
070500     MOVE LOW-VALUES TO OBLM-KEY.
070600     START CSOBLM-FILE
070700         KEY IS NOT LESS THAN OBLM-KEY
070800         INVALID KEY
070900             SET AUDERS-SWEEP-EOF TO TRUE
071000     END-START.
071100     PERFORM 3110-REWRITE-OBLIGATION THRU 3110-EXIT
071200         UNTIL AUDERS-SWEEP-EOF.
071300 3100-EXIT.
071400     EXIT.
071500
071600 3110-REWRITE-OBLIGATION.
071700     READ CSOBLM-FILE NEXT RECORD
071800         AT END
071900             SET AUDERS-SWEEP-EOF TO TRUE
072000     END-READ.
072100     IF NOT AUDERS-SWEEP-EOF
072200         MOVE OBLM-IDENTIFICATION-TYPE TO AUDERS-MATCH-TYPE
072300         MOVE OBLM-IDENTIFICATION-NUMBER TO AUDERS-MATCH-NUMBER
072400         PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT
072500         IF AUDERS-HIT-IDX NOT = ZERO
072600             MOVE AUDERS-CT-SURROGATE (AUDERS-HIT-IDX) TO
072700                 AUDERS-SURROGATE-KEY
072800             MOVE AUDERS-SURROGATE-NUMERIC TO
072900                 OBLM-IDENTIFICATION-NUMBER
073000             REWRITE OBLIGATION-LEDGER-RECORD
073100             ADD 1 TO AUDERS-CT-CSOBLM (AUDERS-HIT-IDX)
073200         END-IF
073300     END-IF.
073400 3110-EXIT.
073500     EXIT.
073600
073700 3200-SWEEP-NOTIFY-STATUS.
073800     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
073900     MOVE LOW-VALUES TO NTST-KEY.
074000     START NTSTAT-FILE
074100         KEY IS NOT LESS THAN NTST-KEY
074200         INVALID KEY
074300             SET AUDERS-SWEEP-EOF TO TRUE
074400     END-START.
074500     PERFORM 3210-REKEY-NOTIFY-STATUS THRU 3210-EXIT
074600         UNTIL AUDERS-SWEEP-EOF.
074700 3200-EXIT.
074800     EXIT.
074900
075000 3210-REKEY-NOTIFY-STATUS.
075100     READ NTSTAT-FILE NEXT RECORD
075200         AT END
075300             SET AUDERS-SWEEP-EOF TO TRUE
075400     END-READ.
075500     IF NOT AUDERS-SWEEP-EOF
075600         MOVE NTST-IDENTIFICATION-TYPE TO AUDERS-MATCH-TYPE
075700         MOVE NTST-IDENTIFICATION-NUMBER TO AUDERS-MATCH-NUMBER
075800         PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT
075900         IF AUDERS-HIT-IDX NOT = ZERO
076000             DELETE NTSTAT-FILE
076100             MOVE AUDERS-CT-SURROGATE (AUDERS-HIT-IDX) TO
076200                 NTST-IDENTIFICATION-NUMBER
076300             WRITE NOTIFY-STATUS-RECORD
076400             ADD 1 TO AUDERS-CT-NTSTAT (AUDERS-HIT-IDX)
076500         END-IF
076600     END-IF.
076700 3210-EXIT.
076800     EXIT.
076900
077000 3300-SWEEP-RELATIONSHIPS.
077100     MOVE 'N' TO AUDERS-SWEEP-EOF-SW.
077200     MOVE LOW-VALUES TO RELM-KEY.
077300     START MVRELM-FILE
077400         KEY IS NOT LESS THAN RELM-KEY
077500         INVALID KEY
077600             SET AUDERS-SWEEP-EOF TO TRUE
077700     END-START.
077800     PERFORM 3310-REKEY-RELATIONSHIP THRU 3310-EXIT
077900         UNTIL AUDERS-SWEEP-EOF.
078000 3300-EXIT.
078100     EXIT.
078200
078300 3310-REKEY-RELATIONSHIP.
078400     READ MVRELM-FILE NEXT RECORD
078500         AT END
078600             SET AUDERS-SWEEP-EOF TO TRUE
078700     END-READ.
078800     IF NOT AUDERS-SWEEP-EOF
078900         MOVE RELM-IDENTIFICATION-TYPE TO AUDERS-MATCH-TYPE
079000         MOVE RELM-IDENTIFICATION-NUMBER TO AUDERS-MATCH-NUMBER
079100         PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT
079200         IF AUDERS-HIT-IDX NOT = ZERO
079300             DELETE MVRELM-FILE
079400             MOVE AUDERS-CT-SURROGATE (AUDERS-HIT-IDX) TO
079500                 RELM-IDENTIFICATION-NUMBER
079600             WRITE ACCOUNT-RELATIONSHIP-RECORD
079700             ADD 1 TO AUDERS-CT-MVRELM (AUDERS-HIT-IDX)
079800         END-IF
079900     END-IF.
080000 3310-EXIT.
080100     EXIT.
080200
080300 3400-COPY-HISTORY.
080400     ADD 1 TO AUDERS-HISTORY-COUNT.
080500     IF AUDERS-SURROGATE-SEQ > ZERO
080600         MOVE IDENTIFICATION-TYPE
080700             OF ACCORD-STATUS-HISTORY-RECORD TO AUDERS-MATCH-TYPE
080800         MOVE IDENTIFICATION-NUMBER
080900             OF ACCORD-STATUS-HISTORY-RECORD TO
081000             AUDERS-MATCH-NUMBER
081100         PERFORM 7000-FIND-CUSTOMER THRU 7000-EXIT
081200         IF AUDERS-HIT-IDX NOT = ZERO
081300             MOVE AUDERS-CT-SURROGATE (AUDERS-HIT-IDX) TO
081400                 IDENTIFICATION-NUMBER
081500                     OF ACCORD-STATUS-HISTORY-RECORD
081600             ADD 1 TO AUDERS-CT-ACSTH (AUDERS-HIT-IDX)
081700         END-IF
081800     END-IF.
081900     WRITE NEW-STATUS-HISTORY-RECORD
082000         FROM ACCORD-STATUS-HISTORY-RECORD.
082100     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
082200 3400-EXIT.
082300     EXIT.
082400
082500 4000-WRITE-CERTIFICATE.
082600     MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
082700     MOVE AUDERS-CT-REFERENCE (AUDERS-IDX) TO
082800         ERT-REQUEST-REFERENCE.
082900     MOVE AUDERS-CT-ID-TYPE (AUDERS-IDX) TO
083000         ERT-IDENTIFICATION-TYPE.
083100     IF AUDERS-CT-STATUS (AUDERS-IDX) = 'E'
083200         SET ERT-ERASED TO TRUE
083300         MOVE AUDERS-CT-SURROGATE (AUDERS-IDX) TO
083400             ERT-SURROGATE-KEY
083500         ADD 1 TO AUDERS-ERASED-COUNT
083600     ELSE
083700         SET ERT-REFUSED TO TRUE
083800         MOVE AUDERS-CT-REASON (AUDERS-IDX) TO
083900             ERT-REFUSAL-REASON
084000         ADD 1 TO AUDERS-REFUSED-COUNT
084100     END-IF.
084200     MOVE AUDERS-CT-ROWS (AUDERS-IDX) TO ERT-ROW-COUNTS.
084300     MOVE AUDERS-CT-REQUESTED-BY (AUDERS-IDX) TO
084400         ERT-REQUESTED-BY.
084500     MOVE AUDERS-CT-APPROVED-BY (AUDERS-IDX) TO
084600         ERT-SIGNED-OFF-BY.
084700     MOVE AUDERS-TODAY TO ERT-CERTIFIED-DATE.
084800     MOVE AUDERS-NOW TO ERT-CERTIFIED-TIME.
084900     WRITE ERASURE-CERTIFICATE-RECORD.
085000 4000-EXIT.
085100     EXIT.
085200
085300 5000-FINISH.
085400     CLOSE AUDERC-FILE.
085500     CLOSE ARHOLD-FILE.
085600     CLOSE CSCASM-FILE.
085700     CLOSE CSOBLM-FILE.
085800     CLOSE NTCON-FILE.
085900     CLOSE ACSNP-FILE.
086000     CLOSE ACSTL-FILE.
086100     CLOSE ACLIM-FILE.
086200     CLOSE NTSTAT-FILE.
086300     CLOSE MVRELM-FILE.
086400     CLOSE ACSTH-FILE.
086500     CLOSE ACSTHN-FILE.
086600     CLOSE AUDERT-FILE.
086700     IF AUDERS-REFUSED-COUNT > ZERO
086800         MOVE 4 TO AUDERS-SEVERITY-CODE
086900     END-IF.
087000     DISPLAY 'AUDERS01 CARDS READ         = '
087100         AUDERS-CARD-COUNT.
087200     DISPLAY 'AUDERS01 CUSTOMERS ERASED   = '
087300         AUDERS-ERASED-COUNT.
087400     DISPLAY 'AUDERS01 ERASURES REFUSED   = '
087500         AUDERS-REFUSED-COUNT.
087600     DISPLAY 'AUDERS01 HISTORY ROWS COPIED= '
087700         AUDERS-HISTORY-COUNT.
087800 5000-EXIT.
087900     EXIT.
088000
088100*----------------------------------------------------------*
088200*  LOOK UP A ROW'S CUSTOMER IN THE CARD TABLE.  A ROW WITH *
088300*  NO IDENTIFICATION TYPE MATCHES ON NUMBER ALONE, AS IN   *
088400*  AUDDOS01.  MATCH-STATUS '*' TAKES ANY CARD, OTHERWISE   *
088500*  ONLY CARDS IN THAT STATUS.  HIT-IDX IS ZERO ON A MISS.  *
088600*----------------------------------------------------------*
088700 7000-FIND-CUSTOMER.
088800     MOVE ZERO TO AUDERS-HIT-IDX.
088900     PERFORM 7010-MATCH-ONE THRU 7010-EXIT
089000         VARYING AUDERS-FIND-IDX FROM 1 BY 1
089100         UNTIL AUDERS-FIND-IDX > AUDERS-CUST-COUNT
089200         OR AUDERS-HIT-IDX NOT = ZERO.
089300 7000-EXIT.
089400     EXIT.
089500
089600 7010-MATCH-ONE.
089700     IF AUDERS-CT-ID-NUMBER (AUDERS-FIND-IDX) =
089800             AUDERS-MATCH-NUMBER
089900             AND (AUDERS-CT-ID-TYPE (AUDERS-FIND-IDX) =
090000                 AUDERS-MATCH-TYPE
090100                 OR AUDERS-MATCH-TYPE = SPACE)
090200             AND (AUDERS-MATCH-ANY
090300                 OR AUDERS-CT-STATUS (AUDERS-FIND-IDX) =
090400                     AUDERS-MATCH-STATUS)
090500         MOVE AUDERS-FIND-IDX TO AUDERS-HIT-IDX
090600     END-IF.
090700 7010-EXIT.
090800     EXIT.
090900
091000 8100-READ-CARD.
091100     READ AUDERC-FILE
091200         AT END
091300             SET AUDERS-CARD-EOF TO TRUE
091400     END-READ.
091500 8100-EXIT.
091600     EXIT.
091700
091800 8200-READ-SAR-CASE.
091900     SET AUDERS-FOUND-SW TO 'N'.
092000     READ CSCASM-FILE
092100         KEY IS CASM-KEY
092200         INVALID KEY
092300             CONTINUE
092400         NOT INVALID KEY
092500             SET AUDERS-FOUND TO TRUE
092600     END-READ.
092700 8200-EXIT.
092800     EXIT.
092900
093000 8300-READ-HISTORY.
093100     READ ACSTH-FILE
093200         AT END
093300             SET AUDERS-HIST-EOF TO TRUE
093400     END-READ.
093500 8300-EXIT.
093600     EXIT.
