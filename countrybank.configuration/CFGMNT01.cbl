002100*      SUPPORTED PATTERNS;                                  *
002200*    - MIN-AMOUNT MUST NOT EXCEED MAX-AMOUNT, AND A ZERO    *
002300*      MAX IS REJECTED OUTRIGHT (SEE ABOVE);                *
002310*    - THE DEFAULT LANGUAGE MUST BE TWO LETTERS OR          *
002320*      BLANK;                                               *
002400*    - AN ADD MUST NOT HIT AN EXISTING ROW, AN UPDATE OR    *
002500*      DELETE MUST.                                         *
002600*  EVERY TRANSACTION -- APPLIED OR REJECTED -- WRITES ONE   *
003100*----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                    *
003300*    08/22/26  DOB  INITIAL VERSION.                       *
003305*    10/15/26  DOB  DUAL CONTROL.  A VALID TRANSACTION IS  *
003310*                   NO LONGER APPLIED BUT PARKED ON THE    *
003315*                   SHARED PENDING-CHANGES FILE (PNDCHG)   *
003320*                   UNDER ITS MAKER.  A LATER RUN APPLIES  *
003325*                   OR DECLINES IT ON AN APPROVAL (PNDAPR) *
003330*                   FROM A DIFFERENT USER, RE-VALIDATING   *
003335*                   AGAINST THE TABLE AS IT THEN STANDS.   *
003340*                   SEE PNDRPT01 FOR EXPIRY AND REPORTING. *
003345*    10/15/26  DOB  ADDED THE COUNTRY'S DEFAULT LANGUAGE   *
003350*                   (TWO LETTERS OR BLANK).  NTDSP01 USES  *
003355*                   IT FOR A CUSTOMER WHOSE CONTACT ROW    *
003360*                   CARRIES NO LANGUAGE OF ITS OWN.        *
003365*    10/15/26  DOB  A PARKED CHANGE OLDER THAN THE         *
003370*                   EXPIRY WINDOW IS EXPIRED WHEN ITS      *
003375*                   APPROVAL ARRIVES INSTEAD OF BEING      *
003380*                   APPLIED.  THE WINDOW IS THE EXEC PARM  *
003390*                   DAYS ALSO GIVEN TO PNDRPT01.           *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004600         RECORD KEY IS COUNTRY-CONFIG-KEY.
004700     SELECT CFGAUD-FILE ASSIGN TO CFGAUD
004800         ORGANIZATION IS LINE SEQUENTIAL.
004814     SELECT PNDAPR-FILE ASSIGN TO PNDAPR
004828         ORGANIZATION IS LINE SEQUENTIAL.
004842     SELECT PNDCHG-FILE ASSIGN TO PNDCHG
004856         ORGANIZATION IS INDEXED
004870         ACCESS MODE IS RANDOM
004884         RECORD KEY IS PND-KEY.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005700
005800 FD  CFGAUD-FILE.
005900     COPY "CFGAUD01.cpy".
005914
005928 FD  PNDAPR-FILE.
005942     COPY "PNDAPR01.cpy".
005956
005970 FD  PNDCHG-FILE.
005984     COPY "PNDCHG01.cpy".
006000
006100 WORKING-STORAGE SECTION.
006200 01  CFGMNT-SWITCHES.
006800         88  CFGMNT-VALID            VALUE 'Y'.
006900     05  CFGMNT-FORMAT-OK-SW       PIC X(01) VALUE 'N'.
007000         88  CFGMNT-FORMAT-OK        VALUE 'Y'.
007020     05  CFGMNT-APR-EOF-SW         PIC X(01) VALUE 'N'.
007040         88  CFGMNT-APR-EOF          VALUE 'Y'.
007060     05  CFGMNT-PND-FOUND-SW       PIC X(01) VALUE 'N'.
007080         88  CFGMNT-PND-FOUND        VALUE 'Y'.
007100
007200 77  CFGMNT-TODAY                  PIC 9(8) VALUE ZERO.
007300 77  CFGMNT-NOW                    PIC 9(6) VALUE ZERO.
007400 77  CFGMNT-APPLIED-COUNT          PIC 9(7) COMP VALUE ZERO.
007500 77  CFGMNT-REJECT-COUNT           PIC 9(7) COMP VALUE ZERO.
007600 77  CFGMNT-IDX                    PIC 9(2) COMP VALUE ZERO.
007625 77  CFGMNT-PARKED-COUNT           PIC 9(7) COMP VALUE ZERO.
007650 77  CFGMNT-DECLINED-COUNT         PIC 9(7) COMP VALUE ZERO.
007675 77  CFGMNT-PND-SEQUENCE           PIC 9(4) VALUE ZERO.
007683 77  CFGMNT-EXPIRY-DAYS            PIC 9(3) VALUE 10.
007691 77  CFGMNT-DAYS-PENDING           PIC S9(7) COMP VALUE ZERO.
007700
007800*----------------------------------------------------------*
007900*  THE DATE-FORMAT PATTERNS THE CAPTURE SERVICES KNOW HOW   *
008900 01  CFGMNT-FORMAT-TABLE REDEFINES CFGMNT-FORMAT-LIST.
009000     05  CFGMNT-FORMAT OCCURS 5 TIMES PIC X(10).
009100
009120 LINKAGE SECTION.
009140 01  CFGMNT01-PARM-CARD.
009160     05  CFGMNT01-PARM-DAYS        PIC 9(3).
009180
009200 PROCEDURE DIVISION USING CFGMNT01-PARM-CARD.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009433     PERFORM 1500-PROCESS-APPROVAL THRU 1500-EXIT
009466         UNTIL CFGMNT-APR-EOF.
009500     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
009600         UNTIL CFGMNT-EOF.
009700     PERFORM 3000-FINISH THRU 3000-EXIT.
010100     OPEN INPUT CFGTXN-FILE.
010200     OPEN I-O CTRYCFG-FILE.
010300     OPEN OUTPUT CFGAUD-FILE.
010333     OPEN INPUT PNDAPR-FILE.
010366     OPEN I-O PNDCHG-FILE.
010400     ACCEPT CFGMNT-TODAY FROM DATE YYYYMMDD.
010500     ACCEPT CFGMNT-NOW FROM TIME.
010520     IF CFGMNT01-PARM-DAYS NUMERIC
010540             AND CFGMNT01-PARM-DAYS NOT = ZERO
010560         MOVE CFGMNT01-PARM-DAYS TO CFGMNT-EXPIRY-DAYS
010580     END-IF.
010600     PERFORM 8100-READ-CFGTXN THRU 8100-EXIT.
010650     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
010700 1000-EXIT.
010800     EXIT.
010801
010802*----------------------------------------------------------*
010803*  APPROVALS FIRST.  AN APPROVAL FOR THIS TABLE ('CCFG')    *
010804*  NAMES A PARKED CHANGE; THE CHECKER MUST NOT BE ITS       *
010805*  MAKER.  AN APPROVED CHANGE IS RE-VALIDATED AGAINST THE   *
010806*  TABLE AS IT NOW STANDS AND APPLIED, OR MARKED FAILED;    *
010807*  A DECLINED ONE IS CLOSED UNAPPLIED.  APPROVALS FOR       *
010808*  OTHER TABLES ARE LEFT TO THEIR OWN PROGRAMS.             *
010809*----------------------------------------------------------*
010810 1500-PROCESS-APPROVAL.
010811     IF PNDA-TABLE-ID NOT = 'CCFG'
010812         GO TO 1500-READ-NEXT
010813     END-IF.
010814     MOVE SPACES TO CONFIG-MAINT-AUDIT-RECORD.
010815     MOVE ZERO TO CFGA-OLD-CURRENCY CFGA-OLD-MIN-AMOUNT
010816         CFGA-OLD-MAX-AMOUNT CFGA-NEW-CURRENCY
010817         CFGA-NEW-MIN-AMOUNT CFGA-NEW-MAX-AMOUNT.
010818     PERFORM 1600-LOOKUP-PENDING THRU 1600-EXIT.
010819     PERFORM 1700-CHECK-DECISION THRU 1700-EXIT.
010820     EVALUATE TRUE
010821         WHEN CFGMNT-VALID
010822             PERFORM 1800-APPLY-APPROVED THRU 1800-EXIT
010823         WHEN CFGA-DECLINED
010824             SET CFGA-REJECTED TO TRUE
010825             ADD 1 TO CFGMNT-DECLINED-COUNT
010826         WHEN OTHER
010827             SET CFGA-REJECTED TO TRUE
010828             ADD 1 TO CFGMNT-REJECT-COUNT
010829     END-EVALUATE.
010830     MOVE PNDA-CHECKER-USER TO CFGA-CHECKER-USER.
010831     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
010832 1500-READ-NEXT.
010833     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
010834 1500-EXIT.
010835     EXIT.
010836
010837 1600-LOOKUP-PENDING.
010838     SET CFGMNT-PND-FOUND-SW TO 'N'.
010839     MOVE SPACES TO CONFIG-MAINT-TRANSACTION.
010840     MOVE ZERO TO CFGT-COUNTRY-CODE CFGT-BANK-CODE.
010841     MOVE PNDA-KEY TO PND-KEY.
010842     READ PNDCHG-FILE
010843         KEY IS PND-KEY
010844         INVALID KEY
010845             CONTINUE
010846         NOT INVALID KEY
010847             SET CFGMNT-PND-FOUND TO TRUE
010848     END-READ.
010849     IF CFGMNT-PND-FOUND
010850         MOVE PND-TRANSACTION-IMAGE TO CONFIG-MAINT-TRANSACTION
010851     END-IF.
010852 1600-EXIT.
010853     EXIT.
010900
010901 1700-CHECK-DECISION.
010902     SET CFGMNT-VALID-SW TO 'N'.
010903     IF NOT CFGMNT-PND-FOUND
010904         SET CFGA-PENDING-NOT-FOUND TO TRUE
010905         GO TO 1700-EXIT
010906     END-IF.
010907     IF NOT PND-PENDING
010908         SET CFGA-NOT-PENDING TO TRUE
010909         GO TO 1700-EXIT
010910     END-IF.
010911     PERFORM 1950-CHECK-AGE THRU 1950-EXIT.
010912     IF CFGA-PENDING-EXPIRED
010913         SET PND-EXPIRED TO TRUE
010914         MOVE CFGMNT-TODAY TO PND-DECISION-DATE
010915         MOVE CFGMNT-NOW TO PND-DECISION-TIME
010916         MOVE 'EXPD' TO PND-REJECT-REASON
010917         REWRITE PENDING-CHANGE-RECORD
010918         GO TO 1700-EXIT
010919     END-IF.
010920     IF PNDA-CHECKER-USER = SPACES
010921             OR PNDA-CHECKER-USER = PND-MAKER-USER
010922         SET CFGA-SAME-USER TO TRUE
010923         GO TO 1700-EXIT
010924     END-IF.
010925     IF NOT PNDA-APPROVE AND NOT PNDA-REJECT
010926         SET CFGA-BAD-DECISION TO TRUE
010927         GO TO 1700-EXIT
010928     END-IF.
010929     IF PNDA-REJECT
010930         SET CFGA-DECLINED TO TRUE
010931         SET PND-REJECTED TO TRUE
010932         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
010933         GO TO 1700-EXIT
010934     END-IF.
010935     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
010936     PERFORM 2200-VALIDATE THRU 2200-EXIT.
010937     IF NOT CFGMNT-VALID
010938         SET PND-FAILED TO TRUE
010939         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
010940     END-IF.
010941 1700-EXIT.
010942     EXIT.
010943
010944 1800-APPLY-APPROVED.
010945     PERFORM 2300-APPLY THRU 2300-EXIT.
010946     SET CFGA-APPLIED TO TRUE.
010947     ADD 1 TO CFGMNT-APPLIED-COUNT.
010948     MOVE CFGA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
010949     MOVE CFGA-AFTER-IMAGE TO PND-AFTER-IMAGE.
010950     SET PND-APPROVED TO TRUE.
010951     PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT.
010952 1800-EXIT.
010953     EXIT.
010954
010955 1900-CLOSE-PENDING.
010956     MOVE PNDA-CHECKER-USER TO PND-CHECKER-USER.
010957     MOVE CFGMNT-TODAY TO PND-DECISION-DATE.
010958     MOVE CFGMNT-NOW TO PND-DECISION-TIME.
010959     MOVE CFGA-REJECT-REASON TO PND-REJECT-REASON.
010960     REWRITE PENDING-CHANGE-RECORD.
010961 1900-EXIT.
010962     EXIT.
010963
010964*----------------------------------------------------------*
010965*  A CHANGE PARKED LONGER THAN THE EXEC PARM NUMBER OF     *
010966*  DAYS (ZERO TAKES 10; THE SAME PARM AS PNDRPT01) CAN     *
010967*  NO LONGER BE DECIDED; IT IS EXPIRED HERE AS PNDRPT01    *
010968*  WOULD EXPIRE IT, SO A LATE APPROVAL NEVER APPLIES IT.   *
010969*----------------------------------------------------------*
010970 1950-CHECK-AGE.
010971     IF PND-MAKER-DATE NOT NUMERIC
010972             OR PND-MAKER-DATE = ZERO
010973         GO TO 1950-EXIT
010974     END-IF.
010975     COMPUTE CFGMNT-DAYS-PENDING =
010976         FUNCTION INTEGER-OF-DATE(CFGMNT-TODAY)
010977       - FUNCTION INTEGER-OF-DATE(PND-MAKER-DATE).
010978     IF CFGMNT-DAYS-PENDING > CFGMNT-EXPIRY-DAYS
010979         SET CFGA-PENDING-EXPIRED TO TRUE
010980     END-IF.
010981 1950-EXIT.
010982     EXIT.
010983
011000 2000-PROCESS-TRANSACTION.
011100     MOVE SPACES TO CONFIG-MAINT-AUDIT-RECORD.
011200     MOVE ZERO TO CFGA-OLD-CURRENCY CFGA-OLD-MIN-AMOUNT
011500     PERFORM 2100-LOOKUP-ROW THRU 2100-EXIT.
011600     PERFORM 2200-VALIDATE THRU 2200-EXIT.
011700     IF CFGMNT-VALID
011800         PERFORM 2500-PARK-CHANGE THRU 2500-EXIT
011900         SET CFGA-PARKED TO TRUE
012000         ADD 1 TO CFGMNT-PARKED-COUNT
012100     ELSE
012200         SET CFGA-REJECTED TO TRUE
012300         ADD 1 TO CFGMNT-REJECT-COUNT
014700         SET CFGA-BAD-ACTION TO TRUE
014800         GO TO 2200-EXIT
014900     END-IF.
014920     IF CFGT-MAINT-USER = SPACES
014940         SET CFGA-NO-MAKER TO TRUE
014960         GO TO 2200-EXIT
014980     END-IF.
015000     IF CFGT-ADD AND CFGMNT-ROW-FOUND
015100         SET CFGA-ROW-EXISTS TO TRUE
015200         GO TO 2200-EXIT
018100         SET CFGA-MIN-OVER-MAX TO TRUE
018200         GO TO 2200-EXIT
018300     END-IF.
018312     IF CFGT-DEFAULT-LANGUAGE NOT = SPACES
018324             AND (CFGT-DEFAULT-LANGUAGE NOT ALPHABETIC-UPPER
018336                 OR CFGT-DEFAULT-LANGUAGE (1:1) = SPACE
018348                 OR CFGT-DEFAULT-LANGUAGE (2:1) = SPACE)
018360         SET CFGA-BAD-LANGUAGE TO TRUE
018372         GO TO 2200-EXIT
018384     END-IF.
018400     SET CFGMNT-VALID TO TRUE.
018500 2200-EXIT.
018600     EXIT.
019800         MOVE CTRYCFG-DATE-FORMAT      TO CFGA-OLD-DATE-FORMAT
019900         MOVE CTRYCFG-MIN-AMOUNT       TO CFGA-OLD-MIN-AMOUNT
020000         MOVE CTRYCFG-MAX-AMOUNT       TO CFGA-OLD-MAX-AMOUNT
020050         MOVE CTRYCFG-DEFAULT-LANGUAGE TO CFGA-OLD-LANGUAGE
020100     END-IF.
020200     EVALUATE TRUE
020300         WHEN CFGT-DELETE
021400         MOVE CTRYCFG-DATE-FORMAT      TO CFGA-NEW-DATE-FORMAT
021500         MOVE CTRYCFG-MIN-AMOUNT       TO CFGA-NEW-MIN-AMOUNT
021600         MOVE CTRYCFG-MAX-AMOUNT       TO CFGA-NEW-MAX-AMOUNT
021650         MOVE CTRYCFG-DEFAULT-LANGUAGE TO CFGA-NEW-LANGUAGE
021700     END-IF.
021800 2300-EXIT.
021900     EXIT.
022500     MOVE CFGT-DATE-FORMAT      TO CTRYCFG-DATE-FORMAT.
022600     MOVE CFGT-MIN-AMOUNT       TO CTRYCFG-MIN-AMOUNT.
022700     MOVE CFGT-MAX-AMOUNT       TO CTRYCFG-MAX-AMOUNT.
022750     MOVE CFGT-DEFAULT-LANGUAGE TO CTRYCFG-DEFAULT-LANGUAGE.
022800 2310-EXIT.
022900     EXIT.
023000
023800     WRITE CONFIG-MAINT-AUDIT-RECORD.
023900 2400-EXIT.
024000     EXIT.
024002
024004*----------------------------------------------------------*
024006*  A VALID TRANSACTION IS PARKED, NOT APPLIED: THE BEFORE   *
024008*  IMAGE IS THE ROW AS IT STANDS, THE AFTER IMAGE THE ROW   *
024010*  AS THE MAKER WANTS IT.                                   *
024012*----------------------------------------------------------*
024014 2500-PARK-CHANGE.
024016     IF CFGMNT-ROW-FOUND
024018         MOVE CTRYCFG-DEFAULT-CURRENCY TO CFGA-OLD-CURRENCY
024020         MOVE CTRYCFG-DATE-FORMAT      TO CFGA-OLD-DATE-FORMAT
024022         MOVE CTRYCFG-MIN-AMOUNT       TO CFGA-OLD-MIN-AMOUNT
024024         MOVE CTRYCFG-MAX-AMOUNT       TO CFGA-OLD-MAX-AMOUNT
024025         MOVE CTRYCFG-DEFAULT-LANGUAGE TO CFGA-OLD-LANGUAGE
024026     END-IF.
024028     IF NOT CFGT-DELETE
024030         MOVE CFGT-DEFAULT-CURRENCY TO CFGA-NEW-CURRENCY
024032         MOVE CFGT-DATE-FORMAT      TO CFGA-NEW-DATE-FORMAT
024034         MOVE CFGT-MIN-AMOUNT       TO CFGA-NEW-MIN-AMOUNT
024036         MOVE CFGT-MAX-AMOUNT       TO CFGA-NEW-MAX-AMOUNT
024037         MOVE CFGT-DEFAULT-LANGUAGE TO CFGA-NEW-LANGUAGE
024038     END-IF.
024040     MOVE SPACES TO PENDING-CHANGE-RECORD.
024042     SET PND-COUNTRY-CONFIG TO TRUE.
024044     MOVE CFGMNT-TODAY TO PND-MAKER-DATE.
024046     MOVE CFGMNT-NOW TO PND-MAKER-TIME.
024048     ADD 1 TO CFGMNT-PND-SEQUENCE.
024050     MOVE CFGMNT-PND-SEQUENCE TO PND-SEQUENCE.
024052     SET PND-PENDING TO TRUE.
024054     MOVE CFGT-ACTION TO PND-ACTION.
024056     MOVE CONFIG-MAINT-TRANSACTION (2:7) TO PND-ROW-KEY.
024058     MOVE CFGT-MAINT-USER TO PND-MAKER-USER.
024060     MOVE ZERO TO PND-DECISION-DATE PND-DECISION-TIME.
024062     MOVE CFGA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
024064     MOVE CFGA-AFTER-IMAGE TO PND-AFTER-IMAGE.
024066     MOVE CONFIG-MAINT-TRANSACTION TO PND-TRANSACTION-IMAGE.
024068     WRITE PENDING-CHANGE-RECORD.
024070 2500-EXIT.
024072     EXIT.
024100
024200 3000-FINISH.
024300     CLOSE CFGTXN-FILE.
024400     CLOSE CTRYCFG-FILE.
024500     CLOSE CFGAUD-FILE.
024533     CLOSE PNDAPR-FILE.
024566     CLOSE PNDCHG-FILE.
024600     DISPLAY 'CFGMNT01 TRANSACTIONS APPLIED  = '
024700         CFGMNT-APPLIED-COUNT.
024800     DISPLAY 'CFGMNT01 TRANSACTIONS REJECTED = '
024900         CFGMNT-REJECT-COUNT.
024920     DISPLAY 'CFGMNT01 CHANGES PARKED        = '
024940         CFGMNT-PARKED-COUNT.
024960     DISPLAY 'CFGMNT01 APPROVALS DECLINED    = '
024980         CFGMNT-DECLINED-COUNT.
025000     IF CFGMNT-REJECT-COUNT NOT = ZERO
025100         MOVE 4 TO RETURN-CODE
025200     END-IF.
026000     END-READ.
026100 8100-EXIT.
026200     EXIT.
026300
026400 8200-READ-PNDAPR.
026500     READ PNDAPR-FILE
026600         AT END
026700             SET CFGMNT-APR-EOF TO TRUE
026800     END-READ.
026900 8200-EXIT.
027000     EXIT.
