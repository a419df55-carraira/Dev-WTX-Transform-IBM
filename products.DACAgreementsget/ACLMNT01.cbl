003000*----------------------------------------------------------*
003100*  MODIFICATION HISTORY                                    *
003200*    09/02/26  DOB  INITIAL VERSION.                       *
003211*    10/15/26  DOB  DUAL CONTROL.  A VALID TRANSACTION IS  *
003222*                   NO LONGER APPLIED BUT PARKED ON THE    *
003233*                   SHARED PENDING-CHANGES FILE (PNDCHG)   *
003244*                   UNDER ITS MAKER.  A LATER RUN APPLIES  *
003255*                   OR DECLINES IT ON AN APPROVAL (PNDAPR) *
003266*                   FROM A DIFFERENT USER, RE-VALIDATING   *
003277*                   AGAINST THE TABLE AS IT THEN STANDS.   *
003288*                   SEE PNDRPT01 FOR EXPIRY AND REPORTING. *
003290*    10/15/26  DOB  A PARKED CHANGE OLDER THAN THE         *
003292*                   EXPIRY WINDOW IS EXPIRED WHEN ITS      *
003294*                   APPROVAL ARRIVES INSTEAD OF BEING      *
003296*                   APPLIED.  THE WINDOW IS THE EXEC PARM  *
003298*                   DAYS ALSO GIVEN TO PNDRPT01.           *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004500         RECORD KEY IS LIM-KEY.
004600     SELECT ACLAUD-FILE ASSIGN TO ACLAUD
004700         ORGANIZATION IS LINE SEQUENTIAL.
004714     SELECT PNDAPR-FILE ASSIGN TO PNDAPR
004728         ORGANIZATION IS LINE SEQUENTIAL.
004742     SELECT PNDCHG-FILE ASSIGN TO PNDCHG
004756         ORGANIZATION IS INDEXED
004770         ACCESS MODE IS RANDOM
004784         RECORD KEY IS PND-KEY.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005600
005700 FD  ACLAUD-FILE.
005800     COPY "ACLAUD01.cpy".
005814
005828 FD  PNDAPR-FILE.
005842     COPY "PNDAPR01.cpy".
005856
005870 FD  PNDCHG-FILE.
005884     COPY "PNDCHG01.cpy".
005900
006000 WORKING-STORAGE SECTION.
006100 01  ACLMNT-SWITCHES.
006500         88  ACLMNT-ROW-FOUND        VALUE 'Y'.
006600     05  ACLMNT-VALID-SW           PIC X(01) VALUE 'N'.
006700         88  ACLMNT-VALID            VALUE 'Y'.
006720     05  ACLMNT-APR-EOF-SW         PIC X(01) VALUE 'N'.
006740         88  ACLMNT-APR-EOF          VALUE 'Y'.
006760     05  ACLMNT-PND-FOUND-SW       PIC X(01) VALUE 'N'.
006780         88  ACLMNT-PND-FOUND        VALUE 'Y'.
006800
006900 77  ACLMNT-TODAY                  PIC 9(8) VALUE ZERO.
007000 77  ACLMNT-NOW                    PIC 9(6) VALUE ZERO.
007100 77  ACLMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
007200 77  ACLMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
007225 77  ACLMNT-PARKED-COUNT           PIC 9(7) COMP VALUE ZERO.
007250 77  ACLMNT-DECLINED-COUNT         PIC 9(7) COMP VALUE ZERO.
007275 77  ACLMNT-PND-SEQUENCE           PIC 9(4) VALUE ZERO.
007283 77  ACLMNT-EXPIRY-DAYS            PIC 9(3) VALUE 10.
007291 77  ACLMNT-DAYS-PENDING           PIC S9(7) COMP VALUE ZERO.
007300
007320 LINKAGE SECTION.
007340 01  ACLMNT01-PARM-CARD.
007360     05  ACLMNT01-PARM-DAYS        PIC 9(3).
007380
007400 PROCEDURE DIVISION USING ACLMNT01-PARM-CARD.
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007633     PERFORM 1500-PROCESS-APPROVAL THRU 1500-EXIT
007666         UNTIL ACLMNT-APR-EOF.
007700     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
007800         UNTIL ACLMNT-EOF.
007900     PERFORM 3000-FINISH THRU 3000-EXIT.
008300     OPEN INPUT ACLTXN-FILE.
008400     OPEN I-O ACLIM-FILE.
008500     OPEN OUTPUT ACLAUD-FILE.
008533     OPEN INPUT PNDAPR-FILE.
008566     OPEN I-O PNDCHG-FILE.
008600     ACCEPT ACLMNT-TODAY FROM DATE YYYYMMDD.
008700     ACCEPT ACLMNT-NOW FROM TIME.
008720     IF ACLMNT01-PARM-DAYS NUMERIC
008740             AND ACLMNT01-PARM-DAYS NOT = ZERO
008760         MOVE ACLMNT01-PARM-DAYS TO ACLMNT-EXPIRY-DAYS
008780     END-IF.
008800     PERFORM 8100-READ-ACLTXN THRU 8100-EXIT.
008850     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
008900 1000-EXIT.
009000     EXIT.
009001
009002*----------------------------------------------------------*
009003*  APPROVALS FIRST.  AN APPROVAL FOR THIS TABLE ('ACLM')    *
009004*  NAMES A PARKED CHANGE; THE CHECKER MUST NOT BE ITS       *
009005*  MAKER.  AN APPROVED CHANGE IS RE-VALIDATED AGAINST THE   *
009006*  TABLE AS IT NOW STANDS AND APPLIED, OR MARKED FAILED;    *
009007*  A DECLINED ONE IS CLOSED UNAPPLIED.  APPROVALS FOR       *
009008*  OTHER TABLES ARE LEFT TO THEIR OWN PROGRAMS.             *
009009*----------------------------------------------------------*
009010 1500-PROCESS-APPROVAL.
009011     IF PNDA-TABLE-ID NOT = 'ACLM'
009012         GO TO 1500-READ-NEXT
009013     END-IF.
009014     MOVE SPACES TO LIMIT-MAINT-AUDIT-RECORD.
009015     MOVE ZERO TO ACLA-OLD-PER-DEBIT-MAX
009016         ACLA-OLD-MONTHLY-MAX ACLA-NEW-PER-DEBIT-MAX
009017         ACLA-NEW-MONTHLY-MAX.
009018     PERFORM 1600-LOOKUP-PENDING THRU 1600-EXIT.
009019     PERFORM 1700-CHECK-DECISION THRU 1700-EXIT.
009020     EVALUATE TRUE
009021         WHEN ACLMNT-VALID
009022             PERFORM 1800-APPLY-APPROVED THRU 1800-EXIT
009023         WHEN ACLA-DECLINED
009024             SET ACLA-REJECTED TO TRUE
009025             ADD 1 TO ACLMNT-DECLINED-COUNT
009026         WHEN OTHER
009027             SET ACLA-REJECTED TO TRUE
009028             ADD 1 TO ACLMNT-REJECT-COUNT
009029     END-EVALUATE.
009030     MOVE PNDA-CHECKER-USER TO ACLA-CHECKER-USER.
009031     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
009032 1500-READ-NEXT.
009033     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
009034 1500-EXIT.
009035     EXIT.
009036
009037 1600-LOOKUP-PENDING.
009038     SET ACLMNT-PND-FOUND-SW TO 'N'.
009039     MOVE SPACES TO LIMIT-MAINT-TRANSACTION.
009040     MOVE ZERO TO ACLT-ACC-CODE ACLT-PER-DEBIT-MAX
009041         ACLT-MONTHLY-MAX.
009042     MOVE PNDA-KEY TO PND-KEY.
009043     READ PNDCHG-FILE
009044         KEY IS PND-KEY
009045         INVALID KEY
009046             CONTINUE
009047         NOT INVALID KEY
009048             SET ACLMNT-PND-FOUND TO TRUE
009049     END-READ.
009050     IF ACLMNT-PND-FOUND
009051         MOVE PND-TRANSACTION-IMAGE TO LIMIT-MAINT-TRANSACTION
009052     END-IF.
009053 1600-EXIT.
009054     EXIT.
009055
009056 1700-CHECK-DECISION.
009057     SET ACLMNT-VALID-SW TO 'N'.
009058     IF NOT ACLMNT-PND-FOUND
009059         SET ACLA-PENDING-NOT-FOUND TO TRUE
009060         GO TO 1700-EXIT
009061     END-IF.
009062     IF NOT PND-PENDING
009063         SET ACLA-NOT-PENDING TO TRUE
009064         GO TO 1700-EXIT
009065     END-IF.
009066     PERFORM 1950-CHECK-AGE THRU 1950-EXIT.
009067     IF ACLA-PENDING-EXPIRED
009068         SET PND-EXPIRED TO TRUE
009069         MOVE ACLMNT-TODAY TO PND-DECISION-DATE
009070         MOVE ACLMNT-NOW TO PND-DECISION-TIME
009071         MOVE 'EXPD' TO PND-REJECT-REASON
009072         REWRITE PENDING-CHANGE-RECORD
009073         GO TO 1700-EXIT
009074     END-IF.
009075     IF PNDA-CHECKER-USER = SPACES
009076             OR PNDA-CHECKER-USER = PND-MAKER-USER
009077         SET ACLA-SAME-USER TO TRUE
009078         GO TO 1700-EXIT
009079     END-IF.
009080     IF NOT PNDA-APPROVE AND NOT PNDA-REJECT
009081         SET ACLA-BAD-DECISION TO TRUE
009082         GO TO 1700-EXIT
009083     END-IF.
009084     IF PNDA-REJECT
009085         SET ACLA-DECLINED TO TRUE
009086         SET PND-REJECTED TO TRUE
009087         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
009088         GO TO 1700-EXIT
009089     END-IF.
009090     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
009091     PERFORM 2200-VALIDATE THRU 2200-EXIT.
009092     IF NOT ACLMNT-VALID
009093         SET PND-FAILED TO TRUE
009094         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
009095     END-IF.
009096 1700-EXIT.
009097     EXIT.
009100
009102 1800-APPLY-APPROVED.
009104     PERFORM 2300-APPLY THRU 2300-EXIT.
009106     SET ACLA-APPLIED TO TRUE.
009108     ADD 1 TO ACLMNT-APPLIED-COUNT.
009110     MOVE ACLA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
009112     MOVE ACLA-AFTER-IMAGE TO PND-AFTER-IMAGE.
009114     SET PND-APPROVED TO TRUE.
009116     PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT.
009118 1800-EXIT.
009120     EXIT.
009122
009124 1900-CLOSE-PENDING.
009126     MOVE PNDA-CHECKER-USER TO PND-CHECKER-USER.
009128     MOVE ACLMNT-TODAY TO PND-DECISION-DATE.
009130     MOVE ACLMNT-NOW TO PND-DECISION-TIME.
009132     MOVE ACLA-REJECT-REASON TO PND-REJECT-REASON.
009134     REWRITE PENDING-CHANGE-RECORD.
009136 1900-EXIT.
009138     EXIT.
009140
009142*----------------------------------------------------------*
009144*  A CHANGE PARKED LONGER THAN THE EXEC PARM NUMBER OF     *
009146*  DAYS (ZERO TAKES 10; THE SAME PARM AS PNDRPT01) CAN     *
009148*  NO LONGER BE DECIDED; IT IS EXPIRED HERE AS PNDRPT01    *
009150*  WOULD EXPIRE IT, SO A LATE APPROVAL NEVER APPLIES IT.   *
009152*----------------------------------------------------------*
009154 1950-CHECK-AGE.
009156     IF PND-MAKER-DATE NOT NUMERIC
009158             OR PND-MAKER-DATE = ZERO
009160         GO TO 1950-EXIT
009162     END-IF.
009164     COMPUTE ACLMNT-DAYS-PENDING =
009166         FUNCTION INTEGER-OF-DATE(ACLMNT-TODAY)
009168       - FUNCTION INTEGER-OF-DATE(PND-MAKER-DATE).
009170     IF ACLMNT-DAYS-PENDING > ACLMNT-EXPIRY-DAYS
009172         SET ACLA-PENDING-EXPIRED TO TRUE
009174     END-IF.
009176 1950-EXIT.
009178     EXIT.
009180
009200 2000-PROCESS-TRANSACTION.
009300     MOVE SPACES TO LIMIT-MAINT-AUDIT-RECORD.
009400     MOVE ZERO TO ACLA-OLD-PER-DEBIT-MAX
009700     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
009800     PERFORM 2200-VALIDATE THRU 2200-EXIT.
009900     IF ACLMNT-VALID
010000         PERFORM 2500-PARK-CHANGE THRU 2500-EXIT
010100         SET ACLA-PARKED TO TRUE
010200         ADD 1 TO ACLMNT-PARKED-COUNT
010300     ELSE
010400         SET ACLA-REJECTED TO TRUE
010500         ADD 1 TO ACLMNT-REJECT-COUNT
013100         SET ACLA-BAD-ACTION TO TRUE
013200         GO TO 2200-EXIT
013300     END-IF.
013320     IF ACLT-MAINT-USER = SPACES
013340         SET ACLA-NO-MAKER TO TRUE
013360         GO TO 2200-EXIT
013380     END-IF.
013400     IF ACLT-ADD AND ACLMNT-ROW-FOUND
013500         SET ACLA-ROW-EXISTS TO TRUE
013600         GO TO 2200-EXIT
020500     WRITE LIMIT-MAINT-AUDIT-RECORD.
020600 2400-EXIT.
020700     EXIT.
020703
020706*----------------------------------------------------------*
020709*  A VALID TRANSACTION IS PARKED, NOT APPLIED: THE BEFORE   *
020712*  IMAGE IS THE ROW AS IT STANDS, THE AFTER IMAGE THE ROW   *
020715*  AS THE MAKER WANTS IT.                                   *
020718*----------------------------------------------------------*
020721 2500-PARK-CHANGE.
020724     IF ACLMNT-ROW-FOUND
020727         MOVE LIM-PER-DEBIT-MAX TO ACLA-OLD-PER-DEBIT-MAX
020730         MOVE LIM-MONTHLY-MAX TO ACLA-OLD-MONTHLY-MAX
020733     END-IF.
020736     IF NOT ACLT-DELETE
020739         MOVE ACLT-PER-DEBIT-MAX TO ACLA-NEW-PER-DEBIT-MAX
020742         MOVE ACLT-MONTHLY-MAX TO ACLA-NEW-MONTHLY-MAX
020745     END-IF.
020748     MOVE SPACES TO PENDING-CHANGE-RECORD.
020751     SET PND-DEBIT-LIMIT TO TRUE.
020754     MOVE ACLMNT-TODAY TO PND-MAKER-DATE.
020757     MOVE ACLMNT-NOW TO PND-MAKER-TIME.
020760     ADD 1 TO ACLMNT-PND-SEQUENCE.
020763     MOVE ACLMNT-PND-SEQUENCE TO PND-SEQUENCE.
020766     SET PND-PENDING TO TRUE.
020769     MOVE ACLT-ACTION TO PND-ACTION.
020772     MOVE LIMIT-MAINT-TRANSACTION (2:42) TO PND-ROW-KEY.
020775     MOVE ACLT-MAINT-USER TO PND-MAKER-USER.
020778     MOVE ZERO TO PND-DECISION-DATE PND-DECISION-TIME.
020781     MOVE ACLA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
020784     MOVE ACLA-AFTER-IMAGE TO PND-AFTER-IMAGE.
020787     MOVE LIMIT-MAINT-TRANSACTION TO PND-TRANSACTION-IMAGE.
020790     WRITE PENDING-CHANGE-RECORD.
020793 2500-EXIT.
020796     EXIT.
020800
020900 3000-FINISH.
021000     CLOSE ACLTXN-FILE.
021100     CLOSE ACLIM-FILE.
021200     CLOSE ACLAUD-FILE.
021233     CLOSE PNDAPR-FILE.
021266     CLOSE PNDCHG-FILE.
021300     DISPLAY 'ACLMNT01 TRANSACTIONS APPLIED  = '
021400         ACLMNT-APPLIED-COUNT.
021500     DISPLAY 'ACLMNT01 TRANSACTIONS REJECTED = '
021600         ACLMNT-REJECT-COUNT.
021620     DISPLAY 'ACLMNT01 CHANGES PARKED        = '
021640         ACLMNT-PARKED-COUNT.
021660     DISPLAY 'ACLMNT01 APPROVALS DECLINED    = '
021680         ACLMNT-DECLINED-COUNT.
021700     IF ACLMNT-REJECT-COUNT NOT = ZERO
021800         MOVE 4 TO RETURN-CODE
021900     END-IF.
022700     END-READ.
022800 8100-EXIT.
022900     EXIT.
023000
023100 8200-READ-PNDAPR.
023200     READ PNDAPR-FILE
023300         AT END
023400             SET ACLMNT-APR-EOF TO TRUE
023500     END-READ.
023600 8200-EXIT.
023700     EXIT.
