001500*  SAME CARD CONVENTION AS THE AUDRQC RESEARCH CARDS) AND   *
001600*  WRITES ONE DOSSIER PACK (AUDDOS) PER CUSTOMER:          *
001700*    'C'  THE CUSTOMER HEADER WITH THE DOSSIER DATE;        *
001733*    'R'  EACH ACCOUNT THE CUSTOMER HOLDS ON THE MVRELM     *
001766*         RELATIONSHIP MASTER, WITH ROLE AND DATES;         *
001800*    'A'  EACH DAC ACCORD FROM THE ACSNP SNAPSHOT MASTER;   *
001900*    'B'  THE MVSTMB STATEMENT BALANCE FOR EACH RELATED     *
002000*         ACCOUNT, WHERE ON FILE -- FALLING BACK TO EACH    *
002033*         ACCORD'S DEBIT-ACCOUNT-NUMBER WHEN THE CUSTOMER   *
002066*         HAS NO RELATIONSHIP ROWS;                         *
002100*    'P'  EACH OF THE DAY'S CSRESP SERVICE-BILL PAYMENTS;   *
002200*    'N'  EACH NOT-YET-DELIVERED NOTIFICATION ON NTSTAT;    *
002300*    'X'  WRITTEN WHEN NO SECTION HAD ANYTHING, SO THE      *
003200*----------------------------------------------------------*
003300*  MODIFICATION HISTORY                                    *
003400*    09/02/26  DOB  INITIAL VERSION.                       *
003420*    10/15/26  DOB  ADDED THE ACCOUNT RELATIONSHIP SECTION *
003440*                   AND TAKES BALANCES FROM THE RELATED    *
003460*                   ACCOUNTS BEFORE FALLING BACK TO THE    *
003480*                   ACCORD DEBIT ACCOUNTS.                 *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS NTST-KEY.
005720     SELECT MVRELM-FILE ASSIGN TO MVRELM
005740         ORGANIZATION IS INDEXED
005760         ACCESS MODE IS DYNAMIC
005780         RECORD KEY IS RELM-KEY.
005800     SELECT AUDDOS-FILE ASSIGN TO AUDDOS
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
007400
007500 FD  NTSTAT-FILE.
007600     COPY "NTSTAT01.cpy".
007625
007650 FD  MVRELM-FILE.
007675     COPY "MVRELM01.cpy".
007700
007800 FD  AUDDOS-FILE.
007900     COPY "AUDDOS01.cpy".
009000         88  AUDDOS-STAT-EOF         VALUE 'Y'.
009100     05  AUDDOS-BAL-FOUND-SW       PIC X(01) VALUE 'N'.
009200         88  AUDDOS-BAL-FOUND        VALUE 'Y'.
009233     05  AUDDOS-REL-EOF-SW         PIC X(01) VALUE 'N'.
009266         88  AUDDOS-REL-EOF          VALUE 'Y'.
009300
009400 77  AUDDOS-TODAY                  PIC 9(8) VALUE ZERO.
009500 77  AUDDOS-CARD-COUNT             PIC 9(7) COMP VALUE ZERO.
009800 77  AUDDOS-PAYMENT-COUNT          PIC 9(5) VALUE ZERO.
009900 77  AUDDOS-BALANCE-COUNT          PIC 9(5) VALUE ZERO.
010000 77  AUDDOS-NOTIFY-COUNT           PIC 9(5) VALUE ZERO.
010033 77  AUDDOS-RELATION-COUNT         PIC 9(5) VALUE ZERO.
010066 77  AUDDOS-BAL-ACCOUNT            PIC 9(20) VALUE ZERO.
010100 77  AUDDOS-CSRESP-ID              PIC X(17) VALUE SPACES.
010200
010300 PROCEDURE DIVISION.
011300     OPEN INPUT ACSNP-FILE.
011400     OPEN INPUT MVSTMB-FILE.
011500     OPEN INPUT NTSTAT-FILE.
011550     OPEN INPUT MVRELM-FILE.
011600     OPEN OUTPUT AUDDOS-FILE.
011700     ACCEPT AUDDOS-TODAY FROM DATE YYYYMMDD.
011800     PERFORM 8100-READ-CARD THRU 8100-EXIT.
012200 2000-PROCESS-CARD.
012300     ADD 1 TO AUDDOS-CARD-COUNT.
012400     MOVE ZERO TO AUDDOS-ACCORD-COUNT AUDDOS-PAYMENT-COUNT
012500         AUDDOS-BALANCE-COUNT AUDDOS-NOTIFY-COUNT
012550         AUDDOS-RELATION-COUNT.
012600     MOVE SPACES TO CUSTOMER-DOSSIER-RECORD.
012700     SET DOS-CUSTOMER-HEADER TO TRUE.
012800     MOVE DQC-IDENTIFICATION-TYPE   TO DOS-IDENTIFICATION-TYPE.
013000         DOS-IDENTIFICATION-NUMBER.
013100     MOVE AUDDOS-TODAY TO DOS-HDR-DOSSIER-DATE.
013200     WRITE CUSTOMER-DOSSIER-RECORD.
013250     PERFORM 2050-ADD-RELATIONSHIPS THRU 2050-EXIT.
013300     PERFORM 2100-ADD-ACCORDS THRU 2100-EXIT.
013400     PERFORM 2200-ADD-PAYMENTS THRU 2200-EXIT.
013500     PERFORM 2300-ADD-NOTIFICATIONS THRU 2300-EXIT.
013700             AND AUDDOS-PAYMENT-COUNT = ZERO
013800             AND AUDDOS-BALANCE-COUNT = ZERO
013900             AND AUDDOS-NOTIFY-COUNT = ZERO
013950             AND AUDDOS-RELATION-COUNT = ZERO
014000         PERFORM 2400-WRITE-MISS THRU 2400-EXIT
014100     END-IF.
014200     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
014400 2000-EXIT.
014500     EXIT.
014600
014601*----------------------------------------------------------*
014602*  THE RELATIONSHIP MASTER IS KEYED BY ACCOUNT FIRST, SO    *
014603*  LIKE NTSTAT THERE IS NO SHORT PATH TO ONE CUSTOMER --    *
014604*  THE WHOLE MASTER IS SWEPT AND FILTERED.  A SEEDED ROW    *
014605*  CARRIES NO IDENTIFICATION TYPE AND MATCHES ON NUMBER     *
014606*  ALONE.  EACH RELATED ACCOUNT PULLS ITS STATEMENT         *
014607*  BALANCE.                                                 *
014608*----------------------------------------------------------*
014609 2050-ADD-RELATIONSHIPS.
014610     MOVE 'N' TO AUDDOS-REL-EOF-SW.
014611     MOVE LOW-VALUES TO RELM-KEY.
014612     START MVRELM-FILE
014613         KEY IS NOT LESS THAN RELM-KEY
014614         INVALID KEY
014615             SET AUDDOS-REL-EOF TO TRUE
014616     END-START.
014617     PERFORM 2060-SWEEP-RELATIONSHIP THRU 2060-EXIT
014618         UNTIL AUDDOS-REL-EOF.
014619 2050-EXIT.
014620     EXIT.
014621
014622 2060-SWEEP-RELATIONSHIP.
014623     READ MVRELM-FILE NEXT RECORD
014624         AT END
014625             SET AUDDOS-REL-EOF TO TRUE
014626     END-READ.
014627     IF NOT AUDDOS-REL-EOF
014628         IF RELM-IDENTIFICATION-NUMBER =
014629                 DQC-IDENTIFICATION-NUMBER
014630                 AND (RELM-IDENTIFICATION-TYPE =
014631                     DQC-IDENTIFICATION-TYPE
014632                     OR RELM-IDENTIFICATION-TYPE = SPACE)
014633             PERFORM 2070-WRITE-RELATIONSHIP THRU 2070-EXIT
014634             MOVE RELM-PRODUCT-NUMBER TO AUDDOS-BAL-ACCOUNT
014635             PERFORM 2130-ADD-BALANCE THRU 2130-EXIT
014636         END-IF
014637     END-IF.
014638 2060-EXIT.
014639     EXIT.
014640
014641 2070-WRITE-RELATIONSHIP.
014642     MOVE SPACES TO CUSTOMER-DOSSIER-RECORD.
014643     SET DOS-RELATIONSHIP-DETAIL TO TRUE.
014644     MOVE DQC-IDENTIFICATION-TYPE   TO DOS-IDENTIFICATION-TYPE.
014645     MOVE DQC-IDENTIFICATION-NUMBER TO
014646         DOS-IDENTIFICATION-NUMBER.
014647     MOVE RELM-PRODUCT-NUMBER TO DOS-REL-PRODUCT-NUMBER.
014648     MOVE RELM-ROLE           TO DOS-REL-ROLE.
014649     MOVE RELM-OPEN-DATE      TO DOS-REL-OPEN-DATE.
014650     MOVE RELM-CLOSE-DATE     TO DOS-REL-CLOSE-DATE.
014651     MOVE RELM-SOURCE         TO DOS-REL-SOURCE.
014652     WRITE CUSTOMER-DOSSIER-RECORD.
014653     ADD 1 TO AUDDOS-RELATION-COUNT.
014654 2070-EXIT.
014655     EXIT.
014656
014700*----------------------------------------------------------*
014800*  THE SNAPSHOT MASTER IS KEYED IDENTIFICATION-NUMBER /     *
014900*  ACC-CODE, SO THE CUSTOMER'S ACCORDS SIT TOGETHER AND     *
015000*  THE SWEEP POSITIONS DIRECTLY AT THE FIRST ONE.  EACH     *
015100*  ACCORD ALSO PULLS ITS STATEMENT BALANCE, KEYED BY THE    *
015200*  ACCORD'S DEBIT-ACCOUNT-NUMBER, WHEN THE RELATIONSHIP     *
015250*  MASTER HAD NOTHING FOR THE CUSTOMER.                     *
015300*----------------------------------------------------------*
015400 2100-ADD-ACCORDS.
015500     MOVE 'N' TO AUDDOS-SNP-EOF-SW.
017700             SET AUDDOS-SNP-EOF TO TRUE
017800         ELSE
017900             PERFORM 2120-WRITE-ACCORD THRU 2120-EXIT
017925             IF AUDDOS-RELATION-COUNT = ZERO
017950                 MOVE ACSNP-DEBIT-ACCOUNT-NUMBER TO
017975                     AUDDOS-BAL-ACCOUNT
018000                 PERFORM 2130-ADD-BALANCE THRU 2130-EXIT
018050             END-IF
018100         END-IF
018200     END-IF.
018300 2110-EXIT.
020500
020600 2130-ADD-BALANCE.
020700     SET AUDDOS-BAL-FOUND-SW TO 'N'.
020800     MOVE AUDDOS-BAL-ACCOUNT TO STMB-PRODUCT-NUMBER.
020900     READ MVSTMB-FILE
021000         KEY IS STMB-KEY
021100         INVALID KEY
035000     MOVE AUDDOS-PAYMENT-COUNT TO DOS-TRL-PAYMENT-COUNT.
035100     MOVE AUDDOS-BALANCE-COUNT TO DOS-TRL-BALANCE-COUNT.
035200     MOVE AUDDOS-NOTIFY-COUNT  TO DOS-TRL-NOTIFY-COUNT.
035250     MOVE AUDDOS-RELATION-COUNT TO DOS-TRL-RELATION-COUNT.
035300     WRITE CUSTOMER-DOSSIER-RECORD.
035400 2500-EXIT.
035500     EXIT.
035900     CLOSE ACSNP-FILE.
036000     CLOSE MVSTMB-FILE.
036100     CLOSE NTSTAT-FILE.
036150     CLOSE MVRELM-FILE.
036200     CLOSE AUDDOS-FILE.
036300     DISPLAY 'AUDDOS01 CARDS READ         = '
036400         AUDDOS-CARD-COUNT.
