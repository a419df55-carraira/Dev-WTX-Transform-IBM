001900*    3. ONE SWEEP OF THE MASTER THEN DISPATCHES EVERY NEW   *
002000*       OR PREVIOUSLY-FAILED NOTIFICATION TO ITS CHANNEL    *
002100*       FILE -- NTEML (EMAIL), NTSMS (SMS) OR NTBNK (BANK   *
002200*       NOTICE) -- WITH ITS TEXT BUILT FROM THE TEMPLATE    *
002300*       TABLE (SEE BELOW), AND MARKS IT PENDING HAND-OFF    *
002400*       WITH THE ATTEMPT COUNT STEPPED.                     *
002500*                                                          *
002600*  A FAILED HAND-OFF IS THEREFORE RETRIED THE NEXT NIGHT    *
002700*  INSTEAD OF SILENTLY DROPPED.  BANK NOTICES CARRY THE     *
003000*  SORTS THE FILE BY BANK TO PHYSICALLY GROUP THE NOTICES.  *
003100*  A FEED RECORD ALREADY ON THE MASTER (A RERUN) IS NOT     *
003200*  QUEUED TWICE.                                            *
003205*                                                          *
003210*  TEXT COMES FROM THE TEMPLATE TABLE (NTTPL), KEYED BY     *
003215*  REASON CODE, CHANNEL AND LANGUAGE.  THE LANGUAGE IS THE  *
003220*  CUSTOMER'S OWN (NTCON), ELSE THE COUNTRY DEFAULT         *
003225*  (CTRYCFG), ELSE THE HOUSE LANGUAGE ON THE EXEC PARM.     *
003230*  THE PLACEHOLDERS &AMT. &DAT. &OBL. &BIL. AND &ACC. TAKE  *
003235*  THE AMOUNT, VALUE DATE (IN THE COUNTRY'S DATE FORMAT),   *
003240*  OBLIGATION NUMBER, BILLER NAME (CSBPRF) AND ACCOUNT      *
003245*  (MASKED THROUGH MSKFLD01) CARRIED ON THE FEED.  A        *
003250*  NOTICE WITH NO TEMPLATE, A MISSING VALUE, AN ACCOUNT     *
003255*  THE MASKING RULES DO NOT COVER, OR TEXT TOO LONG FOR     *
003260*  ITS CHANNEL IS NEVER SENT BLANK OR CUT SHORT -- IT IS    *
003265*  HELD (STATUS 'T'), LISTED ON NTDSPX AND TRIED AGAIN      *
003270*  EACH NIGHT UNTIL THE GAP IS FIXED.  ANY HELD NOTICE      *
003275*  ENDS THE STEP WITH CONDITION CODE 4.                     *
003280*                                                          *
003285*  EXEC PARM: HOUSE LANGUAGE (2 BYTES, BLANK TAKES EN) AND  *
003290*  SMS LENGTH LIMIT (3 DIGITS, ZERO TAKES 160, THE MOST THE *
003295*  SMS RECORD CARRIES).                                     *
003300*----------------------------------------------------------*
003400*  MODIFICATION HISTORY                                    *
003500*    08/22/26  DOB  INITIAL VERSION.                       *
004490*                   PREREQUISITE STEP NOT COMPLETE         *
004495*                   (SEE RUNCTL01).                        *
004500*----------------------------------------------------------*
004510*    10/15/26  DOB  ADDED THE OVERDRAWN-ACCOUNT REASON     *
004515*                   TEXT (OVDR, FED BY MVDLB01).           *
004520*    10/15/26  DOB  ADDED THE MANDATE-CHANGE CONFIRMATION  *
004525*                   TEXT (MNDC, FED BY ACMCF01).           *
004530*    10/15/26  DOB  ADDED THE DIRECT-DEBIT PRE-NOTICE      *
004535*                   TEXT (DDPN, FED BY ACFCS01).           *
004540*    10/15/26  DOB  NOTICE TEXT NOW COMES FROM THE         *
004545*                   TEMPLATE TABLE (NTTPL) BY REASON,      *
004550*                   CHANNEL AND LANGUAGE, WITH AMOUNT,     *
004555*                   DATE, OBLIGATION, BILLER AND MASKED    *
004560*                   ACCOUNT SUBSTITUTED.  GAPS ARE HELD    *
004565*                   ('T') AND LISTED ON NTDSPX.            *
004570*----------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-ZSERIES.
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS RANDOM
005940         RECORD KEY IS NTCN-KEY.
005945     SELECT NTTPL-FILE ASSIGN TO NTTPL
005950         ORGANIZATION IS LINE SEQUENTIAL.
005955     SELECT CTRYCFG-FILE ASSIGN TO CTRYCFG
005960         ORGANIZATION IS INDEXED
005965         ACCESS MODE IS DYNAMIC
005970         RECORD KEY IS COUNTRY-CONFIG-KEY.
005975     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
005980         ORGANIZATION IS INDEXED
005985         ACCESS MODE IS RANDOM
005990         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
006000     SELECT NTEML-FILE ASSIGN TO NTEML
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT NTSMS-FILE ASSIGN TO NTSMS
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT NTBNK-FILE ASSIGN TO NTBNK
006500         ORGANIZATION IS LINE SEQUENTIAL.
006533     SELECT NTDSPX-FILE ASSIGN TO NTDSPX
006566         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
007710 FD  NTCON-FILE.
007720     COPY "NTCON01.cpy".
007730
007737 FD  NTTPL-FILE.
007744     COPY "NTTPL01.cpy".
007751
007758 FD  CTRYCFG-FILE.
007765     COPY "CTRYCFG01.cpy".
007772
007779 FD  CSBPRF-FILE.
007786     COPY "CSBPRF01.cpy".
007793
007800 FD  NTEML-FILE.
007900     COPY "NTEML01.cpy".
008000
008300
008400 FD  NTBNK-FILE.
008500     COPY "NTBNK01.cpy".
008525
008550 FD  NTDSPX-FILE.
008575 01  NTDSPX-PRINT-LINE             PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------*
008900*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
009000*----------------------------------------------------------*
009100     COPY "RUNREG01.cpy".
009116
009132*----------------------------------------------------------*
009148*  FIELD-MASKING REQUEST AREA (SEE MSKFLD01).               *
009164*----------------------------------------------------------*
009180     COPY "MSKFLD01.cpy".
009200
009300 01  NTDSP-SWITCHES.
009400     05  NTDSP-FEED-EOF-SW         PIC X(01) VALUE 'N'.
010100         88  NTDSP-STAT-FOUND        VALUE 'Y'.
010110     05  NTDSP-CON-FOUND-SW        PIC X(01) VALUE 'N'.
010120         88  NTDSP-CON-FOUND         VALUE 'Y'.
010126     05  NTDSP-TPL-EOF-SW          PIC X(01) VALUE 'N'.
010132         88  NTDSP-TPL-EOF           VALUE 'Y'.
010138     05  NTDSP-TPL-FOUND-SW        PIC X(01) VALUE 'N'.
010144         88  NTDSP-TPL-FOUND         VALUE 'Y'.
010150     05  NTDSP-TPL-ANY-LANG-SW     PIC X(01) VALUE 'N'.
010156         88  NTDSP-TPL-ANY-LANG      VALUE 'Y'.
010162     05  NTDSP-CFG-FOUND-SW        PIC X(01) VALUE 'N'.
010168         88  NTDSP-CFG-FOUND         VALUE 'Y'.
010174     05  NTDSP-HOLD-SW             PIC X(01) VALUE 'N'.
010180         88  NTDSP-HOLD              VALUE 'Y'.
010186     05  NTDSP-TRIM-DONE-SW        PIC X(01) VALUE 'N'.
010192         88  NTDSP-TRIM-DONE         VALUE 'Y'.
010200
010300 77  NTDSP-TODAY                   PIC 9(8) VALUE ZERO.
010400 77  NTDSP-QUEUED-COUNT            PIC 9(7) COMP VALUE ZERO.
011210 77  NTDSP-NO-CONTACT-COUNT        PIC 9(7) COMP VALUE ZERO.
011220 77  NTDSP-DNC-COUNT               PIC 9(7) COMP VALUE ZERO.
011230 77  NTDSP-NO-ADDRESS-COUNT        PIC 9(7) COMP VALUE ZERO.
011233 77  NTDSP-HELD-COUNT              PIC 9(7) COMP VALUE ZERO.
011236 77  NTDSP-RELEASED-COUNT          PIC 9(7) COMP VALUE ZERO.
011239 77  NTDSP-TPL-DROPPED-COUNT       PIC 9(7) COMP VALUE ZERO.
011242 77  NTDSP-TPL-COUNT               PIC 9(3) COMP VALUE ZERO.
011245 77  NTDSP-TPL-IDX                 PIC 9(3) COMP VALUE ZERO.
011248 77  NTDSP-TPL-HIT                 PIC 9(3) COMP VALUE ZERO.
011251 77  NTDSP-SRC-POS                 PIC 9(3) COMP VALUE ZERO.
011254 77  NTDSP-SRC-LEN                 PIC 9(3) COMP VALUE ZERO.
011257 77  NTDSP-OUT-POS                 PIC 9(4) COMP VALUE ZERO.
011260 77  NTDSP-VAL-LEN                 PIC 9(3) COMP VALUE ZERO.
011263 77  NTDSP-FMT-POS                 PIC 9(3) COMP VALUE ZERO.
011266 77  NTDSP-DAT-POS                 PIC 9(3) COMP VALUE ZERO.
011269 77  NTDSP-LEAD-COUNT              PIC 9(3) COMP VALUE ZERO.
011272 77  NTDSP-SMS-LIMIT               PIC 9(3) COMP VALUE 160.
011275 77  NTDSP-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
011278 77  NTDSP-PRIOR-STATUS            PIC X(1) VALUE SPACE.
011281 77  NTDSP-HOUSE-LANGUAGE          PIC X(2) VALUE 'EN'.
011284 77  NTDSP-USE-LANGUAGE            PIC X(2) VALUE SPACES.
011287 77  NTDSP-FORMAT-WORK             PIC X(14) VALUE SPACES.
011290 77  NTDSP-PLACEHOLDER             PIC X(5) VALUE SPACES.
011293 77  NTDSP-VALUE                   PIC X(30) VALUE SPACES.
011296 77  NTDSP-AMOUNT-EDIT             PIC Z(17)9.99.
011300 01  NTDSP-REASON-TEXT             PIC X(160) VALUE SPACES.
011310 01  NTDSP-USE-CHANNEL             PIC X(1) VALUE SPACE.
011322 01  NTDSP-TEMPLATE-TEXT           PIC X(160) VALUE SPACES.
011334 01  NTDSP-BUILD-TEXT              PIC X(400) VALUE SPACES.
011346 01  NTDSP-DATE-WORK.
011358     05  NTDSP-DW-YEAR             PIC 9(4).
011370     05  NTDSP-DW-MONTH            PIC 9(2).
011382     05  NTDSP-DW-DAY              PIC 9(2).
011400
011500*----------------------------------------------------------*
011600*  PER-BANK NOTICE COUNTS, INDEXED DIRECTLY BY THE 3-DIGIT  *
012100 01  NTDSP-BANK-COUNT-TABLE.
012200     05  NTDSP-BANK-NOTICES OCCURS 1000 TIMES
012300                                   PIC 9(7) COMP VALUE ZERO.
012301
012302*----------------------------------------------------------*
012303*  NOTICE TEMPLATES (NTTPL), LOADED ONCE AT START-UP.  THE  *
012304*  FIRST ROW FOR A REASON / CHANNEL / LANGUAGE WINS.        *
012305*----------------------------------------------------------*
012306 01  NTDSP-TPL-TABLE.
012307     05  NTDSP-TPL-ENTRY OCCURS 300 TIMES.
012308         10  NTDSP-TT-REASON       PIC X(4).
012309         10  NTDSP-TT-CHANNEL      PIC X(1).
012310         10  NTDSP-TT-LANGUAGE     PIC X(2).
012311         10  NTDSP-TT-TEXT         PIC X(160).
012312
012313 01  NTDSP-HEADING-1.
012314     05  FILLER                    PIC X(40)
012315         VALUE 'NTDSP01 NOTICES HELD FROM DISPATCH - '.
012316     05  NTDSP-H1-DATE             PIC 9(8).
012317     05  FILLER                    PIC X(84) VALUE SPACES.
012318
012319 01  NTDSP-HEADING-2.
012320     05  FILLER                    PIC X(32)
012321         VALUE ' SOURCE    T IDENTIFICATION    '.
012322     05  FILLER                    PIC X(32)
012323         VALUE 'REFERENCE             RSN   CH  '.
012324     05  FILLER                    PIC X(24)
012325         VALUE 'LG    HELD  DESCRIPTION'.
012326     05  FILLER                    PIC X(44) VALUE SPACES.
012327
012328 01  NTDSP-EXCEPTION-LINE.
012329     05  FILLER                    PIC X(01) VALUE SPACES.
012330     05  NTDSP-XL-SOURCE           PIC X(08).
012331     05  FILLER                    PIC X(02) VALUE SPACES.
012332     05  NTDSP-XL-ID-TYPE          PIC X(01).
012333     05  FILLER                    PIC X(01) VALUE SPACES.
012334     05  NTDSP-XL-ID-NUMBER        PIC X(17).
012335     05  FILLER                    PIC X(02) VALUE SPACES.
012336     05  NTDSP-XL-REFERENCE        PIC X(20).
012337     05  FILLER                    PIC X(02) VALUE SPACES.
012338     05  NTDSP-XL-REASON           PIC X(04).
012339     05  FILLER                    PIC X(02) VALUE SPACES.
012340     05  NTDSP-XL-CHANNEL          PIC X(01).
012341     05  FILLER                    PIC X(03) VALUE SPACES.
012342     05  NTDSP-XL-LANGUAGE         PIC X(02).
012343     05  FILLER                    PIC X(04) VALUE SPACES.
012344     05  NTDSP-XL-HELD             PIC X(04).
012345     05  FILLER                    PIC X(02) VALUE SPACES.
012346     05  NTDSP-XL-DESCRIPTION      PIC X(40).
012347     05  FILLER                    PIC X(16) VALUE SPACES.
012348
012349 01  NTDSP-TOTAL-LINE.
012350     05  FILLER                    PIC X(16)
012351         VALUE ' NOTICES HELD: '.
012352     05  NTDSP-TL-COUNT            PIC ZZZZZZ9.
012353     05  FILLER                    PIC X(109) VALUE SPACES.
012354
012355 LINKAGE SECTION.
012356 01  NTDSP01-PARM-CARD.
012357     05  NTDSP01-PARM-LANGUAGE     PIC X(2).
012358     05  NTDSP01-PARM-SMS-LIMIT    PIC 9(3).
012400
012500 PROCEDURE DIVISION USING NTDSP01-PARM-CARD.
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 2000-APPLY-CONFIRMATION THRU 2000-EXIT
013400     SET RREG-END TO TRUE.
013500     MOVE NTDSP-QUEUED-COUNT TO RREG-RECORD-COUNT.
013600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
013650     MOVE NTDSP-SEVERITY-CODE TO RETURN-CODE.
013700     STOP RUN.
013800
013900 1000-INITIALIZE.
015048         MOVE 8 TO RETURN-CODE
015064         STOP RUN
015080     END-IF.
015082     IF NTDSP01-PARM-LANGUAGE NOT = SPACES
015084         MOVE NTDSP01-PARM-LANGUAGE TO NTDSP-HOUSE-LANGUAGE
015086     END-IF.
015088     IF NTDSP01-PARM-SMS-LIMIT NOT = ZERO
015090             AND NTDSP01-PARM-SMS-LIMIT NOT > 160
015092         MOVE NTDSP01-PARM-SMS-LIMIT TO NTDSP-SMS-LIMIT
015094     END-IF.
015100     OPEN INPUT NOTIFY-FILE.
015200     OPEN INPUT NTCONF-FILE.
015300     OPEN I-O NTSTAT-FILE.
015310     OPEN INPUT NTCON-FILE.
015332     OPEN INPUT NTTPL-FILE.
015354     OPEN INPUT CTRYCFG-FILE.
015376     OPEN INPUT CSBPRF-FILE.
015400     OPEN OUTPUT NTEML-FILE.
015500     OPEN OUTPUT NTSMS-FILE.
015600     OPEN OUTPUT NTBNK-FILE.
015650     OPEN OUTPUT NTDSPX-FILE.
015700     ACCEPT NTDSP-TODAY FROM DATE YYYYMMDD.
015800     PERFORM 8100-READ-NTCONF THRU 8100-EXIT.
015900     PERFORM 8200-READ-NOTIFY THRU 8200-EXIT.
015920     PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT.
015940     MOVE NTDSP-TODAY TO NTDSP-H1-DATE.
015960     WRITE NTDSPX-PRINT-LINE FROM NTDSP-HEADING-1.
015980     WRITE NTDSPX-PRINT-LINE FROM NTDSP-HEADING-2.
016000 1000-EXIT.
016100     EXIT.
016103
016106*----------------------------------------------------------*
016109*  LOADS THE NOTICE TEMPLATES.  A ROW BEYOND THE TABLE IS   *
016112*  COUNTED AND DROPPED -- THE NOTICES IT WOULD HAVE SERVED  *
016115*  ARE HELD AS HAVING NO TEMPLATE, NOT SENT WRONG.          *
016118*----------------------------------------------------------*
016121 1100-LOAD-TEMPLATES.
016124     PERFORM 8400-READ-NTTPL THRU 8400-EXIT.
016127     PERFORM 1110-STORE-TEMPLATE THRU 1110-EXIT
016130         UNTIL NTDSP-TPL-EOF.
016133     CLOSE NTTPL-FILE.
016136 1100-EXIT.
016139     EXIT.
016142
016145 1110-STORE-TEMPLATE.
016148     IF NTDSP-TPL-COUNT < 300
016151         ADD 1 TO NTDSP-TPL-COUNT
016154         MOVE NTTP-REASON-CODE TO
016157             NTDSP-TT-REASON (NTDSP-TPL-COUNT)
016160         MOVE NTTP-CHANNEL TO
016163             NTDSP-TT-CHANNEL (NTDSP-TPL-COUNT)
016166         MOVE NTTP-LANGUAGE TO
016169             NTDSP-TT-LANGUAGE (NTDSP-TPL-COUNT)
016172         MOVE NTTP-TEMPLATE-TEXT TO
016175             NTDSP-TT-TEXT (NTDSP-TPL-COUNT)
016178     ELSE
016181         ADD 1 TO NTDSP-TPL-DROPPED-COUNT
016184     END-IF.
016187     PERFORM 8400-READ-NTTPL THRU 8400-EXIT.
016190 1110-EXIT.
016193     EXIT.
016200
016300*----------------------------------------------------------*
016400*  MARKS EACH CONFIRMED NOTIFICATION DELIVERED OR FAILED    *
020500         TO NTST-IDENTIFICATION-TYPE.
020600     MOVE NOTIFY-CHANNEL        TO NTST-CHANNEL.
020700     MOVE NOTIFY-DEBIT-BANK     TO NTST-DEBIT-BANK.
020705     IF NOTIFY-COUNTRY-CODE NUMERIC
020710         MOVE NOTIFY-COUNTRY-CODE TO NTST-COUNTRY-CODE
020715     ELSE
020720         MOVE ZERO TO NTST-COUNTRY-CODE
020725     END-IF.
020730     MOVE NOTIFY-SUBSTITUTION-VALUES TO NTST-SUBSTITUTION-VALUES.
020735     IF NOTIFY-AMOUNT NOT NUMERIC
020740         MOVE ZERO TO NTST-AMOUNT
020745     END-IF.
020750     IF NOTIFY-VALUE-DATE NOT NUMERIC
020755         MOVE ZERO TO NTST-VALUE-DATE
020760     END-IF.
020765     IF NOTIFY-BILLER-SERVICE NOT NUMERIC
020770         MOVE ZERO TO NTST-BILLER-SERVICE
020775     END-IF.
020780     MOVE SPACES TO NTST-HELD-REASON.
020800     SET NTST-NEW TO TRUE.
020900     MOVE ZERO TO NTST-ATTEMPT-COUNT.
021000     MOVE ZERO TO NTST-DISPATCH-DATE.
022200*  ONE PASS OVER THE STATUS MASTER: EVERY NOTIFICATION      *
022300*  STILL NEW, OR WHOSE LAST HAND-OFF FAILED, IS FORMATTED   *
022400*  TO ITS CHANNEL FILE AND MARKED PENDING HAND-OFF.         *
022433*  ONE HELD FOR ITS TEMPLATE OR VALUES IS TRIED AGAIN AND   *
022466*  STAYS HELD UNTIL THE GAP IS FIXED.                       *
022500*----------------------------------------------------------*
022600 4000-DISPATCH-SWEEP.
022700     MOVE LOW-VALUES TO NTST-KEY.
024200             SET NTDSP-STAT-EOF TO TRUE
024300     END-READ.
024400     IF NOT NTDSP-STAT-EOF
024454         IF NTST-NEW OR NTST-HANDOFF-FAILED OR NTST-TEMPLATE-HELD
024508                 OR (NTST-PENDING-HANDOFF
024562                     AND NTST-DISPATCH-DATE < NTDSP-TODAY)
024616             MOVE NTST-STATUS TO NTDSP-PRIOR-STATUS
024670             PERFORM 4200-DISPATCH-NOTICE THRU 4200-EXIT
024724             IF NTDSP-HOLD
024778                 SET NTST-TEMPLATE-HELD TO TRUE
024832                 ADD 1 TO NTDSP-HELD-COUNT
024886                 PERFORM 4600-WRITE-EXCEPTION THRU 4600-EXIT
024940             ELSE
024994                 IF NTDSP-PRIOR-STATUS = 'F'
025048                         OR NTDSP-PRIOR-STATUS = 'P'
025102                     ADD 1 TO NTDSP-RETRY-COUNT
025156                 END-IF
025210                 IF NTDSP-PRIOR-STATUS = 'T'
025264                     ADD 1 TO NTDSP-RELEASED-COUNT
025318                 END-IF
025372                 SET NTST-PENDING-HANDOFF TO TRUE
025426                 ADD 1 TO NTST-ATTEMPT-COUNT
025480                 MOVE NTDSP-TODAY TO NTST-DISPATCH-DATE
025534             END-IF
025588             REWRITE NOTIFY-STATUS-RECORD
025642         END-IF
025700     END-IF.
025800 4100-EXIT.
025900     EXIT.
026000
026100 4200-DISPATCH-NOTICE.
026116     SET NTDSP-HOLD-SW TO 'N'.
026132     MOVE SPACES TO NTST-HELD-REASON.
026150     PERFORM 4250-RESOLVE-CONTACT THRU 4250-EXIT.
026175     PERFORM 4260-RESOLVE-LANGUAGE THRU 4260-EXIT.
026200     PERFORM 4300-EXPAND-REASON THRU 4300-EXIT.
026225     IF NTDSP-HOLD
026250         GO TO 4200-EXIT
026275     END-IF.
026300     EVALUATE NTDSP-USE-CHANNEL
026400         WHEN 'E'
026500             PERFORM 4410-WRITE-EMAIL THRU 4410-EXIT
027820 4250-EXIT.
027830     EXIT.
027840
027844*----------------------------------------------------------*
027848*  THE NOTICE GOES OUT IN THE CUSTOMER'S OWN LANGUAGE WHEN  *
027852*  THE CONTACT MASTER CARRIES ONE, ELSE IN THE DEFAULT OF   *
027856*  THE COUNTRY THE FEED NAMED, ELSE IN THE HOUSE LANGUAGE.  *
027860*  THE SAME CTRYCFG ROW GIVES THE DATE FORMAT.              *
027864*----------------------------------------------------------*
027868 4260-RESOLVE-LANGUAGE.
027872     MOVE NTDSP-HOUSE-LANGUAGE TO NTDSP-USE-LANGUAGE.
027876     MOVE 'DD/MM/YYYY' TO NTDSP-FORMAT-WORK.
027880     PERFORM 4270-FIND-COUNTRY THRU 4270-EXIT.
027884     IF NTDSP-CFG-FOUND
027888         IF CTRYCFG-DEFAULT-LANGUAGE NOT = SPACES
027892             MOVE CTRYCFG-DEFAULT-LANGUAGE TO NTDSP-USE-LANGUAGE
027896         END-IF
027900         IF CTRYCFG-DATE-FORMAT NOT = SPACES
027904             MOVE CTRYCFG-DATE-FORMAT TO NTDSP-FORMAT-WORK
027908         END-IF
027912     END-IF.
027916     IF NTDSP-CON-FOUND
027920             AND NTCN-PREFERRED-LANGUAGE NOT = SPACES
027924         MOVE NTCN-PREFERRED-LANGUAGE TO NTDSP-USE-LANGUAGE
027928     END-IF.
027932 4260-EXIT.
027936     EXIT.
027940
027944*----------------------------------------------------------*
027948*  THE DEBIT BANK'S OWN CTRYCFG ROW IF THERE IS ONE, ELSE   *
027952*  THE FIRST ROW FILED FOR THE COUNTRY.  A FEED WITH NO     *
027956*  COUNTRY TAKES THE HOUSE DEFAULTS.                        *
027960*----------------------------------------------------------*
027964 4270-FIND-COUNTRY.
027968     SET NTDSP-CFG-FOUND-SW TO 'N'.
027972     IF NTST-COUNTRY-CODE = ZERO
027976         GO TO 4270-EXIT
027980     END-IF.
027984     MOVE NTST-COUNTRY-CODE TO CTRYCFG-COUNTRY-CODE.
027988     MOVE NTST-DEBIT-BANK   TO CTRYCFG-BANK-CODE.
027992     READ CTRYCFG-FILE
027996         KEY IS COUNTRY-CONFIG-KEY
028000         INVALID KEY
028004             CONTINUE
028008         NOT INVALID KEY
028012             SET NTDSP-CFG-FOUND TO TRUE
028016     END-READ.
028020     IF NTDSP-CFG-FOUND
028024         GO TO 4270-EXIT
028028     END-IF.
028032     MOVE NTST-COUNTRY-CODE TO CTRYCFG-COUNTRY-CODE.
028036     MOVE ZERO              TO CTRYCFG-BANK-CODE.
028040     START CTRYCFG-FILE
028044         KEY IS NOT LESS THAN COUNTRY-CONFIG-KEY
028048         INVALID KEY
028052             GO TO 4270-EXIT
028056     END-START.
028060     READ CTRYCFG-FILE NEXT RECORD
028064         AT END
028068             GO TO 4270-EXIT
028072     END-READ.
028076     IF CTRYCFG-COUNTRY-CODE = NTST-COUNTRY-CODE
028080         SET NTDSP-CFG-FOUND TO TRUE
028084     END-IF.
028088 4270-EXIT.
028092     EXIT.
028096
028100*----------------------------------------------------------*
028104*  BUILDS THE CUSTOMER TEXT FROM THE TEMPLATE FOR THE       *
028108*  NOTICE'S REASON, CHANNEL AND LANGUAGE.  ANY GAP -- NO    *
028112*  TEMPLATE, A PLACEHOLDER WITH NO VALUE BEHIND IT, AN      *
028116*  ACCOUNT THE MASKING RULES DO NOT COVER, OR TEXT TOO      *
028120*  LONG FOR THE CHANNEL -- HOLDS THE NOTICE RATHER THAN     *
028124*  SENDING IT BLANK OR CUT SHORT.                           *
028128*----------------------------------------------------------*
028132 4300-EXPAND-REASON.
028136     MOVE SPACES TO NTDSP-REASON-TEXT.
028140     PERFORM 4310-FIND-TEMPLATE THRU 4310-EXIT.
028144     IF NTDSP-HOLD
028148         GO TO 4300-EXIT
028152     END-IF.
028156     PERFORM 4320-SUBSTITUTE THRU 4320-EXIT.
028160     IF NTDSP-HOLD
028164         GO TO 4300-EXIT
028168     END-IF.
028172     IF NTDSP-OUT-POS = ZERO
028176         SET NTST-NO-TEMPLATE TO TRUE
028180         SET NTDSP-HOLD TO TRUE
028184         GO TO 4300-EXIT
028188     END-IF.
028192     IF NTDSP-USE-CHANNEL = 'S'
028196             AND NTDSP-OUT-POS > NTDSP-SMS-LIMIT
028200         SET NTST-SMS-TOO-LONG TO TRUE
028204         SET NTDSP-HOLD TO TRUE
028208         GO TO 4300-EXIT
028212     END-IF.
028216     IF NTDSP-OUT-POS > 160
028220         SET NTST-TEXT-TOO-LONG TO TRUE
028224         SET NTDSP-HOLD TO TRUE
028228         GO TO 4300-EXIT
028232     END-IF.
028236     MOVE NTDSP-BUILD-TEXT (1:160) TO NTDSP-REASON-TEXT.
028240 4300-EXIT.
028244     EXIT.
028248
028252*----------------------------------------------------------*
028256*  A REASON / CHANNEL WITH TEMPLATES IN OTHER LANGUAGES     *
028260*  BUT NOT THIS ONE IS REPORTED AS A MISSING LANGUAGE, SO   *
028264*  THE TABLE OWNER KNOWS WHICH ROW TO ADD.                  *
028268*----------------------------------------------------------*
028272 4310-FIND-TEMPLATE.
028276     SET NTDSP-TPL-FOUND-SW TO 'N'.
028280     SET NTDSP-TPL-ANY-LANG-SW TO 'N'.
028284     MOVE ZERO TO NTDSP-TPL-HIT.
028288     PERFORM 4311-CHECK-TEMPLATE THRU 4311-EXIT
028292         VARYING NTDSP-TPL-IDX FROM 1 BY 1
028296         UNTIL NTDSP-TPL-IDX > NTDSP-TPL-COUNT
028300             OR NTDSP-TPL-FOUND.
028304     IF NOT NTDSP-TPL-FOUND
028308         IF NTDSP-TPL-ANY-LANG
028312             SET NTST-NO-LANGUAGE TO TRUE
028316         ELSE
028320             SET NTST-NO-TEMPLATE TO TRUE
028324         END-IF
028328         SET NTDSP-HOLD TO TRUE
028332     END-IF.
028336 4310-EXIT.
028340     EXIT.
028344
028348 4311-CHECK-TEMPLATE.
028352     IF NTDSP-TT-REASON (NTDSP-TPL-IDX) = NTST-REASON-CODE
028356             AND NTDSP-TT-CHANNEL (NTDSP-TPL-IDX) =
028360                 NTDSP-USE-CHANNEL
028364         SET NTDSP-TPL-ANY-LANG TO TRUE
028368         IF NTDSP-TT-LANGUAGE (NTDSP-TPL-IDX) =
028372                 NTDSP-USE-LANGUAGE
028376             SET NTDSP-TPL-FOUND TO TRUE
028380             MOVE NTDSP-TPL-IDX TO NTDSP-TPL-HIT
028384         END-IF
028388     END-IF.
028392 4311-EXIT.
028396     EXIT.
028400
028404*----------------------------------------------------------*
028408*  COPIES THE TEMPLATE INTO THE WORK AREA ONE BYTE AT A     *
028412*  TIME, REPLACING EACH PLACEHOLDER WITH ITS VALUE.  THE    *
028416*  WORK AREA IS WIDER THAN ANY NOTICE SO AN OVER-LONG TEXT  *
028420*  IS MEASURED, NOT SILENTLY CUT.                           *
028424*----------------------------------------------------------*
028428 4320-SUBSTITUTE.
028432     MOVE NTDSP-TT-TEXT (NTDSP-TPL-HIT) TO NTDSP-TEMPLATE-TEXT.
028436     MOVE SPACES TO NTDSP-BUILD-TEXT.
028440     MOVE ZERO TO NTDSP-OUT-POS.
028444     MOVE 160 TO NTDSP-SRC-LEN.
028448     SET NTDSP-TRIM-DONE-SW TO 'N'.
028452     PERFORM 4321-BACK-UP-SOURCE THRU 4321-EXIT
028456         UNTIL NTDSP-SRC-LEN = ZERO
028460             OR NTDSP-TRIM-DONE.
028464     MOVE 1 TO NTDSP-SRC-POS.
028468     PERFORM 4322-COPY-ONE THRU 4322-EXIT
028472         UNTIL NTDSP-SRC-POS > NTDSP-SRC-LEN
028476             OR NTDSP-HOLD.
028480 4320-EXIT.
028484     EXIT.
028488
028492 4321-BACK-UP-SOURCE.
028496     IF NTDSP-TEMPLATE-TEXT (NTDSP-SRC-LEN:1) = SPACE
028500         SUBTRACT 1 FROM NTDSP-SRC-LEN
028504     ELSE
028508         SET NTDSP-TRIM-DONE TO TRUE
028512     END-IF.
028516 4321-EXIT.
028520     EXIT.
028524
028528*----------------------------------------------------------*
028532*  A PLACEHOLDER IS '&', THREE LETTERS AND '.'; ANYTHING    *
028536*  ELSE IN THE TEMPLATE IS COPIED AS IT STANDS.             *
028540*----------------------------------------------------------*
028544 4322-COPY-ONE.
028548     IF NTDSP-TEMPLATE-TEXT (NTDSP-SRC-POS:1) = '&'
028552             AND NTDSP-SRC-POS + 4 NOT > NTDSP-SRC-LEN
028556         MOVE NTDSP-TEMPLATE-TEXT (NTDSP-SRC-POS:5) TO
028560             NTDSP-PLACEHOLDER
028564         IF NTDSP-PLACEHOLDER (5:1) = '.'
028568             PERFORM 4330-RESOLVE-VALUE THRU 4330-EXIT
028572             PERFORM 4325-APPEND-VALUE THRU 4325-EXIT
028576             ADD 5 TO NTDSP-SRC-POS
028580             GO TO 4322-EXIT
028584         END-IF
028588     END-IF.
028592     ADD 1 TO NTDSP-OUT-POS.
028596     IF NTDSP-OUT-POS NOT > 400
028600         MOVE NTDSP-TEMPLATE-TEXT (NTDSP-SRC-POS:1) TO
028604             NTDSP-BUILD-TEXT (NTDSP-OUT-POS:1)
028608     END-IF.
028612     ADD 1 TO NTDSP-SRC-POS.
028616 4322-EXIT.
028620     EXIT.
028624
028628 4325-APPEND-VALUE.
028632     IF NTDSP-HOLD OR NTDSP-VAL-LEN = ZERO
028636         GO TO 4325-EXIT
028640     END-IF.
028644     IF NTDSP-OUT-POS + NTDSP-VAL-LEN NOT > 400
028648         MOVE NTDSP-VALUE (1:NTDSP-VAL-LEN) TO
028652             NTDSP-BUILD-TEXT (NTDSP-OUT-POS + 1:NTDSP-VAL-LEN)
028656     END-IF.
028660     ADD NTDSP-VAL-LEN TO NTDSP-OUT-POS.
028664 4325-EXIT.
028668     EXIT.
028672
028676 4330-RESOLVE-VALUE.
028680     MOVE SPACES TO NTDSP-VALUE.
028684     MOVE ZERO TO NTDSP-VAL-LEN.
028688     EVALUATE NTDSP-PLACEHOLDER
028692         WHEN '&AMT.'
028696             PERFORM 4340-AMOUNT-VALUE THRU 4340-EXIT
028700         WHEN '&DAT.'
028704             PERFORM 4350-DATE-VALUE THRU 4350-EXIT
028708         WHEN '&OBL.'
028712             IF NTST-OBLIGATION-NUMBER = SPACES
028716                 SET NTST-NO-VALUE TO TRUE
028720                 SET NTDSP-HOLD TO TRUE
028724             ELSE
028728                 MOVE NTST-OBLIGATION-NUMBER TO NTDSP-VALUE
028732             END-IF
028736         WHEN '&BIL.'
028740             PERFORM 4360-BILLER-VALUE THRU 4360-EXIT
028744         WHEN '&ACC.'
028748             PERFORM 4370-ACCOUNT-VALUE THRU 4370-EXIT
028752         WHEN OTHER
028756             MOVE NTDSP-PLACEHOLDER TO NTDSP-VALUE
028760     END-EVALUATE.
028764     IF NOT NTDSP-HOLD
028768         MOVE 30 TO NTDSP-VAL-LEN
028772         SET NTDSP-TRIM-DONE-SW TO 'N'
028776         PERFORM 4380-TRIM-VALUE THRU 4380-EXIT
028780             UNTIL NTDSP-VAL-LEN = ZERO
028784                 OR NTDSP-TRIM-DONE
028788     END-IF.
028792 4330-EXIT.
028796     EXIT.
028800
028804 4340-AMOUNT-VALUE.
028808     IF NTST-AMOUNT = ZERO
028812         SET NTST-NO-VALUE TO TRUE
028816         SET NTDSP-HOLD TO TRUE
028820         GO TO 4340-EXIT
028824     END-IF.
028828     MOVE NTST-AMOUNT TO NTDSP-AMOUNT-EDIT.
028832     MOVE ZERO TO NTDSP-LEAD-COUNT.
028836     INSPECT NTDSP-AMOUNT-EDIT TALLYING NTDSP-LEAD-COUNT
028840         FOR LEADING SPACES.
028844     MOVE NTDSP-AMOUNT-EDIT (NTDSP-LEAD-COUNT + 1:) TO
028846         NTDSP-VALUE.
028848 4340-EXIT.
028852     EXIT.
028856
028860*----------------------------------------------------------*
028864*  LAYS THE VALUE DATE OUT IN THE COUNTRY'S DATE FORMAT --  *
028868*  YYYY, MM AND DD ARE FILLED IN, ANY OTHER BYTE OF THE     *
028872*  PATTERN IS COPIED AS A SEPARATOR.                        *
028876*----------------------------------------------------------*
028880 4350-DATE-VALUE.
028884     IF NTST-VALUE-DATE = ZERO
028888         SET NTST-NO-VALUE TO TRUE
028892         SET NTDSP-HOLD TO TRUE
028896         GO TO 4350-EXIT
028900     END-IF.
028904     MOVE NTST-VALUE-DATE TO NTDSP-DATE-WORK.
028908     MOVE ZERO TO NTDSP-DAT-POS.
028912     MOVE 1 TO NTDSP-FMT-POS.
028916     PERFORM 4351-FORMAT-ONE THRU 4351-EXIT
028920         UNTIL NTDSP-FORMAT-WORK (NTDSP-FMT-POS:1) = SPACE.
028924 4350-EXIT.
028928     EXIT.
028932
028936 4351-FORMAT-ONE.
028940     EVALUATE TRUE
028944         WHEN NTDSP-FORMAT-WORK (NTDSP-FMT-POS:4) = 'YYYY'
028948             MOVE NTDSP-DW-YEAR TO
028952                 NTDSP-VALUE (NTDSP-DAT-POS + 1:4)
028956             ADD 4 TO NTDSP-DAT-POS
028960             ADD 4 TO NTDSP-FMT-POS
028964         WHEN NTDSP-FORMAT-WORK (NTDSP-FMT-POS:2) = 'MM'
028968             MOVE NTDSP-DW-MONTH TO
028972                 NTDSP-VALUE (NTDSP-DAT-POS + 1:2)
028976             ADD 2 TO NTDSP-DAT-POS
028980             ADD 2 TO NTDSP-FMT-POS
028984         WHEN NTDSP-FORMAT-WORK (NTDSP-FMT-POS:2) = 'DD'
028988             MOVE NTDSP-DW-DAY TO
028992                 NTDSP-VALUE (NTDSP-DAT-POS + 1:2)
028996             ADD 2 TO NTDSP-DAT-POS
029000             ADD 2 TO NTDSP-FMT-POS
029004         WHEN OTHER
029008             MOVE NTDSP-FORMAT-WORK (NTDSP-FMT-POS:1) TO
029012                 NTDSP-VALUE (NTDSP-DAT-POS + 1:1)
029016             ADD 1 TO NTDSP-DAT-POS
029020             ADD 1 TO NTDSP-FMT-POS
029024     END-EVALUATE.
029028 4351-EXIT.
029032     EXIT.
029036
029040 4360-BILLER-VALUE.
029044     IF NTST-BILLER-SERVICE = ZERO
029048         SET NTST-NO-VALUE TO TRUE
029052         SET NTDSP-HOLD TO TRUE
029056         GO TO 4360-EXIT
029060     END-IF.
029064     MOVE NTST-BILLER-SERVICE TO BPRF-ASSOCIATED-SERVICE.
029068     READ CSBPRF-FILE
029072         KEY IS BPRF-ASSOCIATED-SERVICE
029076         INVALID KEY
029080             MOVE SPACES TO BPRF-BILLER-NAME
029084     END-READ.
029088     IF BPRF-BILLER-NAME = SPACES
029092         SET NTST-NO-VALUE TO TRUE
029096         SET NTDSP-HOLD TO TRUE
029100         GO TO 4360-EXIT
029104     END-IF.
029108     MOVE BPRF-BILLER-NAME TO NTDSP-VALUE.
029112 4360-EXIT.
029116     EXIT.
029120
029124*----------------------------------------------------------*
029128*  THE ACCOUNT NEVER GOES OUT IN CLEAR.  NO MASKING RULE    *
029132*  FOR THE CUSTOMER AUDIENCE HOLDS THE NOTICE.              *
029136*----------------------------------------------------------*
029140 4370-ACCOUNT-VALUE.
029144     IF NTST-ACCOUNT-NUMBER = SPACES
029148         SET NTST-NO-VALUE TO TRUE
029152         SET NTDSP-HOLD TO TRUE
029156         GO TO 4370-EXIT
029160     END-IF.
029164     MOVE NTST-ACCOUNT-NUMBER TO NTDSP-VALUE.
029168     MOVE 30 TO NTDSP-VAL-LEN.
029172     SET NTDSP-TRIM-DONE-SW TO 'N'.
029176     PERFORM 4380-TRIM-VALUE THRU 4380-EXIT
029180         UNTIL NTDSP-VAL-LEN = ZERO
029184             OR NTDSP-TRIM-DONE.
029188     MOVE SPACES TO MASK-FIELD-REQUEST.
029192     MOVE 'DEBIT-ACCOUNT-NUMBER' TO MSKF-FIELD-NAME.
029196     MOVE 'CUSTOMER' TO MSKF-AUDIENCE.
029200     MOVE NTST-ACCOUNT-NUMBER TO MSKF-VALUE.
029204     MOVE NTDSP-VAL-LEN TO MSKF-LENGTH.
029208     CALL 'MSKFLD01' USING MASK-FIELD-REQUEST.
029212     IF NOT MSKF-MASKED
029216         SET NTST-NOT-MASKED TO TRUE
029220         SET NTDSP-HOLD TO TRUE
029224         GO TO 4370-EXIT
029228     END-IF.
029232     MOVE MSKF-VALUE (1:30) TO NTDSP-VALUE.
029236 4370-EXIT.
029240     EXIT.
029244
029248 4380-TRIM-VALUE.
029252     IF NTDSP-VALUE (NTDSP-VAL-LEN:1) = SPACE
029256         SUBTRACT 1 FROM NTDSP-VAL-LEN
029260     ELSE
029264         SET NTDSP-TRIM-DONE TO TRUE
029268     END-IF.
029272 4380-EXIT.
029276     EXIT.
029300
029400 4410-WRITE-EMAIL.
029500     MOVE NTST-IDENTIFICATION-TYPE   TO EML-IDENTIFICATION-TYPE.
029800     MOVE NTST-REFERENCE             TO EML-REFERENCE.
029900     MOVE NTST-REASON-CODE           TO EML-REASON-CODE.
030000     MOVE NTDSP-REASON-TEXT          TO EML-REASON-TEXT.
030050     MOVE NTDSP-USE-LANGUAGE         TO EML-LANGUAGE.
030100     MOVE NTST-NOTIFY-DATE           TO EML-NOTIFY-DATE.
030200     MOVE NTST-ATTEMPT-COUNT         TO EML-ATTEMPT-COUNT.
030300     ADD 1                           TO EML-ATTEMPT-COUNT.
031150     END-IF.
031200     MOVE NTST-REFERENCE             TO SMS-REFERENCE.
031300     MOVE NTDSP-REASON-TEXT          TO SMS-MESSAGE-TEXT.
031350     MOVE NTDSP-USE-LANGUAGE         TO SMS-LANGUAGE.
031400     MOVE NTST-NOTIFY-DATE           TO SMS-NOTIFY-DATE.
031500     WRITE SMS-NOTICE-RECORD.
031600     ADD 1 TO NTDSP-SMS-COUNT.
032600     MOVE NTST-REFERENCE             TO BNK-REFERENCE.
032700     MOVE NTST-REASON-CODE           TO BNK-REASON-CODE.
032800     MOVE NTDSP-REASON-TEXT          TO BNK-REASON-TEXT.
032850     MOVE NTDSP-USE-LANGUAGE         TO BNK-LANGUAGE.
032900     MOVE NTST-NOTIFY-DATE           TO BNK-NOTIFY-DATE.
033000     MOVE ZERO                       TO BNK-NOTICE-COUNT.
033100     WRITE BANK-NOTICE-RECORD.
035400     END-IF.
035500 4510-EXIT.
035600     EXIT.
035602
035604*----------------------------------------------------------*
035606*  LISTS A HELD NOTICE ON THE EXCEPTION REPORT WITH THE     *
035608*  LANGUAGE AND CHANNEL IT WAS LOOKED UP UNDER.             *
035610*----------------------------------------------------------*
035612 4600-WRITE-EXCEPTION.
035614     MOVE NTST-SOURCE-SERVICE        TO NTDSP-XL-SOURCE.
035616     MOVE NTST-IDENTIFICATION-TYPE   TO NTDSP-XL-ID-TYPE.
035618     MOVE NTST-IDENTIFICATION-NUMBER TO NTDSP-XL-ID-NUMBER.
035620     MOVE NTST-REFERENCE             TO NTDSP-XL-REFERENCE.
035622     MOVE NTST-REASON-CODE           TO NTDSP-XL-REASON.
035624     MOVE NTDSP-USE-CHANNEL          TO NTDSP-XL-CHANNEL.
035626     MOVE NTDSP-USE-LANGUAGE         TO NTDSP-XL-LANGUAGE.
035628     MOVE NTST-HELD-REASON           TO NTDSP-XL-HELD.
035630     EVALUATE TRUE
035632         WHEN NTST-NO-TEMPLATE
035634             MOVE 'NO TEMPLATE FOR REASON AND CHANNEL'
035636                 TO NTDSP-XL-DESCRIPTION
035638         WHEN NTST-NO-LANGUAGE
035640             MOVE 'NO TEMPLATE IN THIS LANGUAGE'
035642                 TO NTDSP-XL-DESCRIPTION
035644         WHEN NTST-NO-VALUE
035646             MOVE 'PLACEHOLDER VALUE NOT ON THE FEED'
035648                 TO NTDSP-XL-DESCRIPTION
035650         WHEN NTST-NOT-MASKED
035652             MOVE 'NO CUSTOMER MASKING RULE FOR ACCOUNT'
035654                 TO NTDSP-XL-DESCRIPTION
035656         WHEN NTST-SMS-TOO-LONG
035658             MOVE 'SMS TEXT OVER THE LENGTH LIMIT'
035660                 TO NTDSP-XL-DESCRIPTION
035662         WHEN OTHER
035664             MOVE 'TEXT OVER 160 BYTES'
035666                 TO NTDSP-XL-DESCRIPTION
035668     END-EVALUATE.
035670     WRITE NTDSPX-PRINT-LINE FROM NTDSP-EXCEPTION-LINE.
035672 4600-EXIT.
035674     EXIT.
035700
035800 5000-FINISH.
035900     CLOSE NOTIFY-FILE.
036000     CLOSE NTCONF-FILE.
036100     CLOSE NTSTAT-FILE.
036110     CLOSE NTCON-FILE.
036140     CLOSE CTRYCFG-FILE.
036170     CLOSE CSBPRF-FILE.
036200     CLOSE NTEML-FILE.
036300     CLOSE NTSMS-FILE.
036400     CLOSE NTBNK-FILE.
036410     MOVE NTDSP-HELD-COUNT TO NTDSP-TL-COUNT.
036420     MOVE SPACES TO NTDSPX-PRINT-LINE.
036430     WRITE NTDSPX-PRINT-LINE.
036440     WRITE NTDSPX-PRINT-LINE FROM NTDSP-TOTAL-LINE.
036450     CLOSE NTDSPX-FILE.
036460     IF NTDSP-HELD-COUNT > ZERO
036470             OR NTDSP-TPL-DROPPED-COUNT > ZERO
036480         MOVE 4 TO NTDSP-SEVERITY-CODE
036490     END-IF.
036500     DISPLAY 'NTDSP01 NEW QUEUED          = ' NTDSP-QUEUED-COUNT.
036600     DISPLAY 'NTDSP01 RERUN DUPLICATES    = '
036700         NTDSP-DUPLICATE-COUNT.
037530     DISPLAY 'NTDSP01 DO-NOT-CONTACT      = ' NTDSP-DNC-COUNT.
037535     DISPLAY 'NTDSP01 NO ADDRESS ON FILE  = '
037540         NTDSP-NO-ADDRESS-COUNT.
037548     DISPLAY 'NTDSP01 TEMPLATES LOADED    = ' NTDSP-TPL-COUNT.
037556     DISPLAY 'NTDSP01 TEMPLATES DROPPED   = '
037564         NTDSP-TPL-DROPPED-COUNT.
037572     DISPLAY 'NTDSP01 NOTICES HELD        = ' NTDSP-HELD-COUNT.
037580     DISPLAY 'NTDSP01 HELD NOTICES SENT   = '
037588         NTDSP-RELEASED-COUNT.
037600 5000-EXIT.
037700     EXIT.
037800
040300     END-READ.
040400 8300-EXIT.
040500     EXIT.
040600
040700 8400-READ-NTTPL.
040800     READ NTTPL-FILE
040900         AT END
041000             SET NTDSP-TPL-EOF TO TRUE
041100     END-READ.
041200 8400-EXIT.
041300     EXIT.
