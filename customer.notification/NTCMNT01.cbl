002000*      BLANK (BLANK LETS THE FEEDING PROGRAM'S CHANNEL      *
002100*      STAND);                                              *
002200*    - THE DO-NOT-CONTACT FLAG MUST BE 'Y', 'N' OR BLANK;   *
002210*    - THE PREFERRED LANGUAGE MUST BE TWO LETTERS OR        *
002220*      BLANK (BLANK TAKES THE COUNTRY DEFAULT FROM          *
002230*      CTRYCFG AT DISPATCH);                                *
002300*    - A PREFERENCE OF 'E' NEEDS AN EMAIL ADDRESS AND 'S'   *
002400*      NEEDS A MOBILE NUMBER -- A PREFERENCE WITH NO        *
002500*      ADDRESS IS EXACTLY THE FAILED HAND-OFF THIS MASTER   *
003300*----------------------------------------------------------*
003400*  MODIFICATION HISTORY                                    *
003500*    09/02/26  DOB  INITIAL VERSION.                       *
003506*    10/15/26  DOB  DUAL CONTROL.  A VALID TRANSACTION IS  *
003512*                   NO LONGER APPLIED BUT PARKED ON THE    *
003518*                   SHARED PENDING-CHANGES FILE (PNDCHG)   *
003524*                   UNDER ITS MAKER.  A LATER RUN APPLIES  *
003530*                   OR DECLINES IT ON AN APPROVAL (PNDAPR) *
003536*                   FROM A DIFFERENT USER, RE-VALIDATING   *
003542*                   AGAINST THE TABLE AS IT THEN STANDS.   *
003548*                   SEE PNDRPT01 FOR EXPIRY AND REPORTING. *
003554*    10/15/26  DOB  ADDED THE PREFERRED LANGUAGE (TWO      *
003560*                   LETTERS OR BLANK).  NTDSP01 USES IT TO *
003566*                   PICK THE NOTICE TEMPLATE (NTTPL).      *
003572*    10/15/26  DOB  A PARKED CHANGE OLDER THAN THE         *
003578*                   EXPIRY WINDOW IS EXPIRED WHEN ITS      *
003584*                   APPROVAL ARRIVES INSTEAD OF BEING      *
003590*                   APPLIED.  THE WINDOW IS THE EXEC PARM  *
003595*                   DAYS ALSO GIVEN TO PNDRPT01.           *
003600*----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004800         RECORD KEY IS NTCN-KEY.
004900     SELECT NTCAUD-FILE ASSIGN TO NTCAUD
005000         ORGANIZATION IS LINE SEQUENTIAL.
005014     SELECT PNDAPR-FILE ASSIGN TO PNDAPR
005028         ORGANIZATION IS LINE SEQUENTIAL.
005042     SELECT PNDCHG-FILE ASSIGN TO PNDCHG
005056         ORGANIZATION IS INDEXED
005070         ACCESS MODE IS RANDOM
005084         RECORD KEY IS PND-KEY.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005900
006000 FD  NTCAUD-FILE.
006100     COPY "NTCAUD01.cpy".
006114
006128 FD  PNDAPR-FILE.
006142     COPY "PNDAPR01.cpy".
006156
006170 FD  PNDCHG-FILE.
006184     COPY "PNDCHG01.cpy".
006200
006300 WORKING-STORAGE SECTION.
006400 01  NTCMNT-SWITCHES.
006800         88  NTCMNT-ROW-FOUND        VALUE 'Y'.
006900     05  NTCMNT-VALID-SW           PIC X(01) VALUE 'N'.
007000         88  NTCMNT-VALID            VALUE 'Y'.
007020     05  NTCMNT-APR-EOF-SW         PIC X(01) VALUE 'N'.
007040         88  NTCMNT-APR-EOF          VALUE 'Y'.
007060     05  NTCMNT-PND-FOUND-SW       PIC X(01) VALUE 'N'.
007080         88  NTCMNT-PND-FOUND        VALUE 'Y'.
007100
007200 77  NTCMNT-TODAY                  PIC 9(8) VALUE ZERO.
007300 77  NTCMNT-NOW                    PIC 9(6) VALUE ZERO.
007400 77  NTCMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
007500 77  NTCMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
007525 77  NTCMNT-PARKED-COUNT           PIC 9(7) COMP VALUE ZERO.
007550 77  NTCMNT-DECLINED-COUNT         PIC 9(7) COMP VALUE ZERO.
007575 77  NTCMNT-PND-SEQUENCE           PIC 9(4) VALUE ZERO.
007583 77  NTCMNT-EXPIRY-DAYS            PIC 9(3) VALUE 10.
007591 77  NTCMNT-DAYS-PENDING           PIC S9(7) COMP VALUE ZERO.
007600
007620 LINKAGE SECTION.
007640 01  NTCMNT01-PARM-CARD.
007660     05  NTCMNT01-PARM-DAYS        PIC 9(3).
007680
007700 PROCEDURE DIVISION USING NTCMNT01-PARM-CARD.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007933     PERFORM 1500-PROCESS-APPROVAL THRU 1500-EXIT
007966         UNTIL NTCMNT-APR-EOF.
008000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
008100         UNTIL NTCMNT-EOF.
008200     PERFORM 3000-FINISH THRU 3000-EXIT.
008600     OPEN INPUT NTCTX-FILE.
008700     OPEN I-O NTCON-FILE.
008800     OPEN OUTPUT NTCAUD-FILE.
008833     OPEN INPUT PNDAPR-FILE.
008866     OPEN I-O PNDCHG-FILE.
008900     ACCEPT NTCMNT-TODAY FROM DATE YYYYMMDD.
009000     ACCEPT NTCMNT-NOW FROM TIME.
009020     IF NTCMNT01-PARM-DAYS NUMERIC
009040             AND NTCMNT01-PARM-DAYS NOT = ZERO
009060         MOVE NTCMNT01-PARM-DAYS TO NTCMNT-EXPIRY-DAYS
009080     END-IF.
009100     PERFORM 8100-READ-NTCTX THRU 8100-EXIT.
009150     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
009200 1000-EXIT.
009300     EXIT.
009302
009304*----------------------------------------------------------*
009306*  APPROVALS FIRST.  AN APPROVAL FOR THIS TABLE ('NTCN')    *
009308*  NAMES A PARKED CHANGE; THE CHECKER MUST NOT BE ITS       *
009310*  MAKER.  AN APPROVED CHANGE IS RE-VALIDATED AGAINST THE   *
009312*  TABLE AS IT NOW STANDS AND APPLIED, OR MARKED FAILED;    *
009314*  A DECLINED ONE IS CLOSED UNAPPLIED.  APPROVALS FOR       *
009316*  OTHER TABLES ARE LEFT TO THEIR OWN PROGRAMS.             *
009318*----------------------------------------------------------*
009320 1500-PROCESS-APPROVAL.
009322     IF PNDA-TABLE-ID NOT = 'NTCN'
009324         GO TO 1500-READ-NEXT
009326     END-IF.
009328     MOVE SPACES TO CONTACT-MAINT-AUDIT-RECORD.
009330     PERFORM 1600-LOOKUP-PENDING THRU 1600-EXIT.
009332     PERFORM 1700-CHECK-DECISION THRU 1700-EXIT.
009334     EVALUATE TRUE
009336         WHEN NTCMNT-VALID
009338             PERFORM 1800-APPLY-APPROVED THRU 1800-EXIT
009340         WHEN NTCA-DECLINED
009342             SET NTCA-REJECTED TO TRUE
009344             ADD 1 TO NTCMNT-DECLINED-COUNT
009346         WHEN OTHER
009348             SET NTCA-REJECTED TO TRUE
009350             ADD 1 TO NTCMNT-REJECT-COUNT
009352     END-EVALUATE.
009354     MOVE PNDA-CHECKER-USER TO NTCA-CHECKER-USER.
009356     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
009358 1500-READ-NEXT.
009360     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
009362 1500-EXIT.
009364     EXIT.
009366
009368 1600-LOOKUP-PENDING.
009370     SET NTCMNT-PND-FOUND-SW TO 'N'.
009372     MOVE SPACES TO CONTACT-MAINT-TRANSACTION.
009374     MOVE PNDA-KEY TO PND-KEY.
009376     READ PNDCHG-FILE
009378         KEY IS PND-KEY
009380         INVALID KEY
009382             CONTINUE
009384         NOT INVALID KEY
009386             SET NTCMNT-PND-FOUND TO TRUE
009388     END-READ.
009390     IF NTCMNT-PND-FOUND
009392         MOVE PND-TRANSACTION-IMAGE TO CONTACT-MAINT-TRANSACTION
009394     END-IF.
009396 1600-EXIT.
009398     EXIT.
009400
009401 1700-CHECK-DECISION.
009402     SET NTCMNT-VALID-SW TO 'N'.
009403     IF NOT NTCMNT-PND-FOUND
009404         SET NTCA-PENDING-NOT-FOUND TO TRUE
009405         GO TO 1700-EXIT
009406     END-IF.
009407     IF NOT PND-PENDING
009408         SET NTCA-NOT-PENDING TO TRUE
009409         GO TO 1700-EXIT
009410     END-IF.
009411     PERFORM 1950-CHECK-AGE THRU 1950-EXIT.
009412     IF NTCA-PENDING-EXPIRED
009413         SET PND-EXPIRED TO TRUE
009414         MOVE NTCMNT-TODAY TO PND-DECISION-DATE
009415         MOVE NTCMNT-NOW TO PND-DECISION-TIME
009416         MOVE 'EXPD' TO PND-REJECT-REASON
009417         REWRITE PENDING-CHANGE-RECORD
009418         GO TO 1700-EXIT
009419     END-IF.
009420     IF PNDA-CHECKER-USER = SPACES
009421             OR PNDA-CHECKER-USER = PND-MAKER-USER
009422         SET NTCA-SAME-USER TO TRUE
009423         GO TO 1700-EXIT
009424     END-IF.
009425     IF NOT PNDA-APPROVE AND NOT PNDA-REJECT
009426         SET NTCA-BAD-DECISION TO TRUE
009427         GO TO 1700-EXIT
009428     END-IF.
009429     IF PNDA-REJECT
009430         SET NTCA-DECLINED TO TRUE
009431         SET PND-REJECTED TO TRUE
009432         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
009433         GO TO 1700-EXIT
009434     END-IF.
009435     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
009436     PERFORM 2200-VALIDATE THRU 2200-EXIT.
009437     IF NOT NTCMNT-VALID
009438         SET PND-FAILED TO TRUE
009439         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
009440     END-IF.
009441 1700-EXIT.
009442     EXIT.
009443
009444 1800-APPLY-APPROVED.
009445     PERFORM 2300-APPLY THRU 2300-EXIT.
009446     SET NTCA-APPLIED TO TRUE.
009447     ADD 1 TO NTCMNT-APPLIED-COUNT.
009448     MOVE NTCA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
009449     MOVE NTCA-AFTER-IMAGE TO PND-AFTER-IMAGE.
009450     SET PND-APPROVED TO TRUE.
009451     PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT.
009452 1800-EXIT.
009453     EXIT.
009454
009455 1900-CLOSE-PENDING.
009456     MOVE PNDA-CHECKER-USER TO PND-CHECKER-USER.
009457     MOVE NTCMNT-TODAY TO PND-DECISION-DATE.
009458     MOVE NTCMNT-NOW TO PND-DECISION-TIME.
009459     MOVE NTCA-REJECT-REASON TO PND-REJECT-REASON.
009460     REWRITE PENDING-CHANGE-RECORD.
009461 1900-EXIT.
009462     EXIT.
009463
009464*----------------------------------------------------------*
009465*  A CHANGE PARKED LONGER THAN THE EXEC PARM NUMBER OF     *
009466*  DAYS (ZERO TAKES 10; THE SAME PARM AS PNDRPT01) CAN     *
009467*  NO LONGER BE DECIDED; IT IS EXPIRED HERE AS PNDRPT01    *
009468*  WOULD EXPIRE IT, SO A LATE APPROVAL NEVER APPLIES IT.   *
009469*----------------------------------------------------------*
009470 1950-CHECK-AGE.
009471     IF PND-MAKER-DATE NOT NUMERIC
009472             OR PND-MAKER-DATE = ZERO
009473         GO TO 1950-EXIT
009474     END-IF.
009475     COMPUTE NTCMNT-DAYS-PENDING =
009476         FUNCTION INTEGER-OF-DATE(NTCMNT-TODAY)
009477       - FUNCTION INTEGER-OF-DATE(PND-MAKER-DATE).
009478     IF NTCMNT-DAYS-PENDING > NTCMNT-EXPIRY-DAYS
009479         SET NTCA-PENDING-EXPIRED TO TRUE
009480     END-IF.
009481 1950-EXIT.
009482     EXIT.
009483
009500 2000-PROCESS-TRANSACTION.
009600     MOVE SPACES TO CONTACT-MAINT-AUDIT-RECORD.
009700     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
009800     PERFORM 2200-VALIDATE THRU 2200-EXIT.
009900     IF NTCMNT-VALID
010000         PERFORM 2500-PARK-CHANGE THRU 2500-EXIT
010100         SET NTCA-PARKED TO TRUE
010200         ADD 1 TO NTCMNT-PARKED-COUNT
010300     ELSE
010400         SET NTCA-REJECTED TO TRUE
010500         ADD 1 TO NTCMNT-REJECT-COUNT
013100         SET NTCA-BAD-ACTION TO TRUE
013200         GO TO 2200-EXIT
013300     END-IF.
013320     IF NTCT-MAINT-USER = SPACES
013340         SET NTCA-NO-MAKER TO TRUE
013360         GO TO 2200-EXIT
013380     END-IF.
013400     IF NTCT-ADD AND NTCMNT-ROW-FOUND
013500         SET NTCA-ROW-EXISTS TO TRUE
013600         GO TO 2200-EXIT
015700         SET NTCA-BAD-DNC-FLAG TO TRUE
015800         GO TO 2200-EXIT
015900     END-IF.
015912     IF NTCT-PREFERRED-LANGUAGE NOT = SPACES
015924             AND (NTCT-PREFERRED-LANGUAGE NOT ALPHABETIC-UPPER
015936                 OR NTCT-PREFERRED-LANGUAGE (1:1) = SPACE
015948                 OR NTCT-PREFERRED-LANGUAGE (2:1) = SPACE)
015960         SET NTCA-BAD-LANGUAGE TO TRUE
015972         GO TO 2200-EXIT
015984     END-IF.
016000     IF (NTCT-PREFERRED-CHANNEL = 'E'
016100             AND NTCT-EMAIL-ADDRESS = SPACES)
016200             OR (NTCT-PREFERRED-CHANNEL = 'S'
017400         MOVE NTCN-MOBILE-NUMBER TO NTCA-OLD-MOBILE-NUMBER
017500         MOVE NTCN-PREFERRED-CHANNEL TO NTCA-OLD-CHANNEL
017600         MOVE NTCN-DO-NOT-CONTACT-SW TO NTCA-OLD-DNC-SW
017650         MOVE NTCN-PREFERRED-LANGUAGE TO NTCA-OLD-LANGUAGE
017700     END-IF.
017800     EVALUATE TRUE
017900         WHEN NTCT-DELETE
019000         MOVE NTCN-MOBILE-NUMBER TO NTCA-NEW-MOBILE-NUMBER
019100         MOVE NTCN-PREFERRED-CHANNEL TO NTCA-NEW-CHANNEL
019200         MOVE NTCN-DO-NOT-CONTACT-SW TO NTCA-NEW-DNC-SW
019250         MOVE NTCN-PREFERRED-LANGUAGE TO NTCA-NEW-LANGUAGE
019300     END-IF.
019400 2300-EXIT.
019500     EXIT.
020300     MOVE NTCT-MOBILE-NUMBER     TO NTCN-MOBILE-NUMBER.
020400     MOVE NTCT-PREFERRED-CHANNEL TO NTCN-PREFERRED-CHANNEL.
020500     MOVE NTCT-DO-NOT-CONTACT-SW TO NTCN-DO-NOT-CONTACT-SW.
020550     MOVE NTCT-PREFERRED-LANGUAGE TO NTCN-PREFERRED-LANGUAGE.
020600     MOVE NTCMNT-TODAY           TO NTCN-MAINT-DATE.
020700 2310-EXIT.
020800     EXIT.
021900     WRITE CONTACT-MAINT-AUDIT-RECORD.
022000 2400-EXIT.
022100     EXIT.
022102
022104*----------------------------------------------------------*
022106*  A VALID TRANSACTION IS PARKED, NOT APPLIED: THE BEFORE   *
022108*  IMAGE IS THE ROW AS IT STANDS, THE AFTER IMAGE THE ROW   *
022110*  AS THE MAKER WANTS IT.                                   *
022112*----------------------------------------------------------*
022114 2500-PARK-CHANGE.
022116     IF NTCMNT-ROW-FOUND
022118         MOVE NTCN-EMAIL-ADDRESS TO NTCA-OLD-EMAIL-ADDRESS
022120         MOVE NTCN-MOBILE-NUMBER TO NTCA-OLD-MOBILE-NUMBER
022122         MOVE NTCN-PREFERRED-CHANNEL TO NTCA-OLD-CHANNEL
022124         MOVE NTCN-DO-NOT-CONTACT-SW TO NTCA-OLD-DNC-SW
022125         MOVE NTCN-PREFERRED-LANGUAGE TO NTCA-OLD-LANGUAGE
022126     END-IF.
022128     IF NOT NTCT-DELETE
022130         MOVE NTCT-EMAIL-ADDRESS TO NTCA-NEW-EMAIL-ADDRESS
022132         MOVE NTCT-MOBILE-NUMBER TO NTCA-NEW-MOBILE-NUMBER
022134         MOVE NTCT-PREFERRED-CHANNEL TO NTCA-NEW-CHANNEL
022136         MOVE NTCT-DO-NOT-CONTACT-SW TO NTCA-NEW-DNC-SW
022137         MOVE NTCT-PREFERRED-LANGUAGE TO NTCA-NEW-LANGUAGE
022138     END-IF.
022140     MOVE SPACES TO PENDING-CHANGE-RECORD.
022142     SET PND-CONTACT-MASTER TO TRUE.
022144     MOVE NTCMNT-TODAY TO PND-MAKER-DATE.
022146     MOVE NTCMNT-NOW TO PND-MAKER-TIME.
022148     ADD 1 TO NTCMNT-PND-SEQUENCE.
022150     MOVE NTCMNT-PND-SEQUENCE TO PND-SEQUENCE.
022152     SET PND-PENDING TO TRUE.
022154     MOVE NTCT-ACTION TO PND-ACTION.
022156     MOVE CONTACT-MAINT-TRANSACTION (2:18) TO PND-ROW-KEY.
022158     MOVE NTCT-MAINT-USER TO PND-MAKER-USER.
022160     MOVE ZERO TO PND-DECISION-DATE PND-DECISION-TIME.
022162     MOVE NTCA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
022164     MOVE NTCA-AFTER-IMAGE TO PND-AFTER-IMAGE.
022166     MOVE CONTACT-MAINT-TRANSACTION TO PND-TRANSACTION-IMAGE.
022168     WRITE PENDING-CHANGE-RECORD.
022170 2500-EXIT.
022172     EXIT.
022200
022300 3000-FINISH.
022400     CLOSE NTCTX-FILE.
022500     CLOSE NTCON-FILE.
022600     CLOSE NTCAUD-FILE.
022633     CLOSE PNDAPR-FILE.
022666     CLOSE PNDCHG-FILE.
022700     DISPLAY 'NTCMNT01 TRANSACTIONS APPLIED  = '
022800         NTCMNT-APPLIED-COUNT.
022900     DISPLAY 'NTCMNT01 TRANSACTIONS REJECTED = '
023000         NTCMNT-REJECT-COUNT.
023020     DISPLAY 'NTCMNT01 CHANGES PARKED        = '
023040         NTCMNT-PARKED-COUNT.
023060     DISPLAY 'NTCMNT01 APPROVALS DECLINED    = '
023080         NTCMNT-DECLINED-COUNT.
023100     IF NTCMNT-REJECT-COUNT NOT = ZERO
023200         MOVE 4 TO RETURN-CODE
023300     END-IF.
024100     END-READ.
024200 8100-EXIT.
024300     EXIT.
024400
024500 8200-READ-PNDAPR.
024600     READ PNDAPR-FILE
024700         AT END
024800             SET NTCMNT-APR-EOF TO TRUE
024900     END-READ.
025000 8200-EXIT.
025100     EXIT.
