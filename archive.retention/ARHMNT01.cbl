001300*  PROGRAM IS NOW THE ONLY SUPPORTED WAY TO TOUCH IT.  IT   *
001400*  APPLIES A PLACE/RELEASE TRANSACTION FILE (ARHTXN) WITH   *
001500*  VALIDATION:                                              *
001600*    - ACTION MUST BE 'P' OR 'R', TYPE 'T', 'C' OR 'I';     *
001700*    - A PLACE MUST CARRY THE LEGAL REFERENCE -- AN         *
001800*      UNATTRIBUTABLE HOLD IS HOW LITIGATION THAT ENDED     *
001900*      YEARS AGO KEEPS SUPPRESSING PURGES;                  *
003100*----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                    *
003300*    09/02/26  DOB  INITIAL VERSION.                       *
003305*    10/15/26  DOB  DUAL CONTROL.  A VALID TRANSACTION IS  *
003310*                   NO LONGER APPLIED BUT PARKED ON THE    *
003315*                   SHARED PENDING-CHANGES FILE (PNDCHG)   *
003320*                   UNDER ITS MAKER.  A LATER RUN APPLIES  *
003325*                   OR DECLINES IT ON AN APPROVAL (PNDAPR) *
003330*                   FROM A DIFFERENT USER, RE-VALIDATING   *
003335*                   AGAINST THE TABLE AS IT THEN STANDS.   *
003340*                   SEE PNDRPT01 FOR EXPIRY AND REPORTING. *
003345*    10/15/26  DOB  NEW HOLD TYPE 'I' HOLDS ONE CUSTOMER   *
003350*                   (IDENTIFICATION TYPE AND NUMBER AT     *
003355*                   THE FRONT OF THE TRANSACTION-ID) SO    *
003360*                   AUDERS01 REFUSES TO ERASE THEM.  A     *
003365*                   PLACE WITHOUT THE NUMBER IS REJECTED   *
003370*                   NCUS.                                  *
003375*    10/15/26  DOB  A PARKED CHANGE OLDER THAN THE         *
003380*                   EXPIRY WINDOW IS EXPIRED WHEN ITS      *
003385*                   APPROVAL ARRIVES INSTEAD OF BEING      *
003390*                   APPLIED.  THE WINDOW IS THE EXEC PARM  *
003395*                   DAYS ALSO GIVEN TO PNDRPT01.           *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT ARHAUD-FILE ASSIGN TO ARHAUD
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
006200         ==HOLD-TYPE== BY ==NHOLD-TYPE==
006300         ==HOLD-BY-TRANSACTION== BY ==NHOLD-BY-TRANSACTION==
006400         ==HOLD-BY-COUNTRY-BANK== BY ==NHOLD-BY-COUNTRY-BANK==
006414         ==HOLD-BY-CUSTOMER== BY ==NHOLD-BY-CUSTOMER==
006428         ==HOLD-CUSTOMER-KEY== BY ==NHOLD-CUSTOMER-KEY==
006442         ==HOLD-IDENTIFICATION-TYPE== BY
006456             ==NHOLD-IDENTIFICATION-TYPE==
006470         ==HOLD-IDENTIFICATION-NUMBER== BY
006484             ==NHOLD-IDENTIFICATION-NUMBER==
006500         ==HOLD-TRANSACTION-ID== BY ==NHOLD-TRANSACTION-ID==
006600         ==HOLD-COUNTRY-CODE== BY ==NHOLD-COUNTRY-CODE==
006700         ==HOLD-BANK-CODE-LOW== BY ==NHOLD-BANK-CODE-LOW==
007200
007300 FD  ARHAUD-FILE.
007400     COPY "ARHAUD01.cpy".
007414
007428 FD  PNDAPR-FILE.
007442     COPY "PNDAPR01.cpy".
007456
007470 FD  PNDCHG-FILE.
007484     COPY "PNDCHG01.cpy".
007500
007600 WORKING-STORAGE SECTION.
007700 01  ARHMNT-SWITCHES.
008300         88  ARHMNT-VALID            VALUE 'Y'.
008400     05  ARHMNT-MATCHED-SW         PIC X(01) VALUE 'N'.
008500         88  ARHMNT-MATCHED          VALUE 'Y'.
008520     05  ARHMNT-APR-EOF-SW         PIC X(01) VALUE 'N'.
008540         88  ARHMNT-APR-EOF          VALUE 'Y'.
008560     05  ARHMNT-PND-FOUND-SW       PIC X(01) VALUE 'N'.
008580         88  ARHMNT-PND-FOUND        VALUE 'Y'.
008600
008700 77  ARHMNT-TODAY                  PIC 9(8) VALUE ZERO.
008800 77  ARHMNT-NOW                    PIC 9(6) VALUE ZERO.
009310 77  ARHMNT-HOLD-DROPPED           PIC 9(5) COMP VALUE ZERO.
009400 77  ARHMNT-LAPSED-COUNT           PIC 9(7) COMP VALUE ZERO.
009500 77  ARHMNT-KEPT-COUNT             PIC 9(7) COMP VALUE ZERO.
009525 77  ARHMNT-PARKED-COUNT           PIC 9(7) COMP VALUE ZERO.
009550 77  ARHMNT-DECLINED-COUNT         PIC 9(7) COMP VALUE ZERO.
009575 77  ARHMNT-PND-SEQUENCE           PIC 9(4) VALUE ZERO.
009583 77  ARHMNT-EXPIRY-DAYS            PIC 9(3) VALUE 10.
009591 77  ARHMNT-DAYS-PENDING           PIC S9(7) COMP VALUE ZERO.
009600
009700*----------------------------------------------------------*
009800*  THE HOLD FILE, LOADED ONCE AND WRITTEN BACK AT THE END.  *
011200         10  ARHMNT-HT-REFERENCE   PIC X(20).
011300         10  ARHMNT-HT-EXPIRY-DATE PIC 9(8).
011400
011420 LINKAGE SECTION.
011440 01  ARHMNT01-PARM-CARD.
011460     05  ARHMNT01-PARM-DAYS        PIC 9(3).
011480
011500 PROCEDURE DIVISION USING ARHMNT01-PARM-CARD.
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011733     PERFORM 1500-PROCESS-APPROVAL THRU 1500-EXIT
011766         UNTIL ARHMNT-APR-EOF.
011800     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
011900         UNTIL ARHMNT-TXN-EOF.
012000     PERFORM 3000-WRITE-NEW-GENERATION THRU 3000-EXIT.
012600     OPEN INPUT ARHOLD-FILE.
012900     ACCEPT ARHMNT-TODAY FROM DATE YYYYMMDD.
013000     ACCEPT ARHMNT-NOW FROM TIME.
013020     IF ARHMNT01-PARM-DAYS NUMERIC
013040             AND ARHMNT01-PARM-DAYS NOT = ZERO
013060         MOVE ARHMNT01-PARM-DAYS TO ARHMNT-EXPIRY-DAYS
013080     END-IF.
013100     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
013200         UNTIL ARHMNT-HOLD-EOF.
013300     CLOSE ARHOLD-FILE.
013450     END-IF.
013460     OPEN OUTPUT ARHOLDN-FILE.
013470     OPEN OUTPUT ARHAUD-FILE.
013473     OPEN INPUT PNDAPR-FILE.
013476     OPEN I-O PNDCHG-FILE.
013480     PERFORM 8100-READ-ARHTXN THRU 8100-EXIT.
013490     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
013500 1000-EXIT.
013600     EXIT.
013700
016400     END-IF.
016500 1100-EXIT.
016600     EXIT.
016601
016602*----------------------------------------------------------*
016603*  APPROVALS FIRST.  AN APPROVAL FOR THIS TABLE ('ARHD')    *
016604*  NAMES A PARKED CHANGE; THE CHECKER MUST NOT BE ITS       *
016605*  MAKER.  AN APPROVED CHANGE IS RE-VALIDATED AGAINST THE   *
016606*  TABLE AS IT NOW STANDS AND APPLIED, OR MARKED FAILED;    *
016607*  A DECLINED ONE IS CLOSED UNAPPLIED.  APPROVALS FOR       *
016608*  OTHER TABLES ARE LEFT TO THEIR OWN PROGRAMS.             *
016609*----------------------------------------------------------*
016610 1500-PROCESS-APPROVAL.
016611     IF PNDA-TABLE-ID NOT = 'ARHD'
016612         GO TO 1500-READ-NEXT
016613     END-IF.
016614     MOVE SPACES TO HOLD-MAINT-AUDIT-RECORD.
016615     MOVE ZERO TO ARHA-OLD-EXPIRY-DATE ARHA-NEW-EXPIRY-DATE.
016616     PERFORM 1600-LOOKUP-PENDING THRU 1600-EXIT.
016617     PERFORM 1700-CHECK-DECISION THRU 1700-EXIT.
016618     EVALUATE TRUE
016619         WHEN ARHMNT-VALID
016620             PERFORM 1800-APPLY-APPROVED THRU 1800-EXIT
016621         WHEN ARHA-DECLINED
016622             SET ARHA-REJECTED TO TRUE
016623             ADD 1 TO ARHMNT-DECLINED-COUNT
016624         WHEN OTHER
016625             SET ARHA-REJECTED TO TRUE
016626             ADD 1 TO ARHMNT-REJECT-COUNT
016627     END-EVALUATE.
016628     MOVE PNDA-CHECKER-USER TO ARHA-CHECKER-USER.
016629     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
016630 1500-READ-NEXT.
016631     PERFORM 8200-READ-PNDAPR THRU 8200-EXIT.
016632 1500-EXIT.
016633     EXIT.
016634
016635 1600-LOOKUP-PENDING.
016636     SET ARHMNT-PND-FOUND-SW TO 'N'.
016637     MOVE SPACES TO HOLD-MAINT-TRANSACTION.
016638     MOVE ZERO TO ARHT-COUNTRY-CODE ARHT-BANK-CODE-LOW
016639         ARHT-BANK-CODE-HIGH ARHT-EXPIRY-DATE.
016640     MOVE PNDA-KEY TO PND-KEY.
016641     READ PNDCHG-FILE
016642         KEY IS PND-KEY
016643         INVALID KEY
016644             CONTINUE
016645         NOT INVALID KEY
016646             SET ARHMNT-PND-FOUND TO TRUE
016647     END-READ.
016648     IF ARHMNT-PND-FOUND
016649         MOVE PND-TRANSACTION-IMAGE TO HOLD-MAINT-TRANSACTION
016650     END-IF.
016651 1600-EXIT.
016652     EXIT.
016700
016701 1700-CHECK-DECISION.
016702     SET ARHMNT-VALID-SW TO 'N'.
016703     IF NOT ARHMNT-PND-FOUND
016704         SET ARHA-PENDING-NOT-FOUND TO TRUE
016705         GO TO 1700-EXIT
016706     END-IF.
016707     IF NOT PND-PENDING
016708         SET ARHA-NOT-PENDING TO TRUE
016709         GO TO 1700-EXIT
016710     END-IF.
016711     PERFORM 1950-CHECK-AGE THRU 1950-EXIT.
016712     IF ARHA-PENDING-EXPIRED
016713         SET PND-EXPIRED TO TRUE
016714         MOVE ARHMNT-TODAY TO PND-DECISION-DATE
016715         MOVE ARHMNT-NOW TO PND-DECISION-TIME
016716         MOVE 'EXPD' TO PND-REJECT-REASON
016717         REWRITE PENDING-CHANGE-RECORD
016718         GO TO 1700-EXIT
016719     END-IF.
016720     IF PNDA-CHECKER-USER = SPACES
016721             OR PNDA-CHECKER-USER = PND-MAKER-USER
016722         SET ARHA-SAME-USER TO TRUE
016723         GO TO 1700-EXIT
016724     END-IF.
016725     IF NOT PNDA-APPROVE AND NOT PNDA-REJECT
016726         SET ARHA-BAD-DECISION TO TRUE
016727         GO TO 1700-EXIT
016728     END-IF.
016729     IF PNDA-REJECT
016730         SET ARHA-DECLINED TO TRUE
016731         SET PND-REJECTED TO TRUE
016732         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
016733         GO TO 1700-EXIT
016734     END-IF.
016735     PERFORM 2100-FIND-MATCHING-HOLD THRU 2100-EXIT.
016736     PERFORM 2200-VALIDATE THRU 2200-EXIT.
016737     IF NOT ARHMNT-VALID
016738         SET PND-FAILED TO TRUE
016739         PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT
016740     END-IF.
016741 1700-EXIT.
016742     EXIT.
016743
016744 1800-APPLY-APPROVED.
016745     PERFORM 2300-APPLY THRU 2300-EXIT.
016746     SET ARHA-APPLIED TO TRUE.
016747     ADD 1 TO ARHMNT-APPLIED-COUNT.
016748     MOVE ARHA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
016749     MOVE ARHA-AFTER-IMAGE TO PND-AFTER-IMAGE.
016750     SET PND-APPROVED TO TRUE.
016751     PERFORM 1900-CLOSE-PENDING THRU 1900-EXIT.
016752 1800-EXIT.
016753     EXIT.
016754
016755 1900-CLOSE-PENDING.
016756     MOVE PNDA-CHECKER-USER TO PND-CHECKER-USER.
016757     MOVE ARHMNT-TODAY TO PND-DECISION-DATE.
016758     MOVE ARHMNT-NOW TO PND-DECISION-TIME.
016759     MOVE ARHA-REJECT-REASON TO PND-REJECT-REASON.
016760     REWRITE PENDING-CHANGE-RECORD.
016761 1900-EXIT.
016762     EXIT.
016763
016764*----------------------------------------------------------*
016765*  A CHANGE PARKED LONGER THAN THE EXEC PARM NUMBER OF     *
016766*  DAYS (ZERO TAKES 10; THE SAME PARM AS PNDRPT01) CAN     *
016767*  NO LONGER BE DECIDED; IT IS EXPIRED HERE AS PNDRPT01    *
016768*  WOULD EXPIRE IT, SO A LATE APPROVAL NEVER APPLIES IT.   *
016769*----------------------------------------------------------*
016770 1950-CHECK-AGE.
016771     IF PND-MAKER-DATE NOT NUMERIC
016772             OR PND-MAKER-DATE = ZERO
016773         GO TO 1950-EXIT
016774     END-IF.
016775     COMPUTE ARHMNT-DAYS-PENDING =
016776         FUNCTION INTEGER-OF-DATE(ARHMNT-TODAY)
016777       - FUNCTION INTEGER-OF-DATE(PND-MAKER-DATE).
016778     IF ARHMNT-DAYS-PENDING > ARHMNT-EXPIRY-DAYS
016779         SET ARHA-PENDING-EXPIRED TO TRUE
016780     END-IF.
016781 1950-EXIT.
016782     EXIT.
016783
016800 2000-PROCESS-TRANSACTION.
016900     MOVE SPACES TO HOLD-MAINT-AUDIT-RECORD.
017000     MOVE ZERO TO ARHA-OLD-EXPIRY-DATE ARHA-NEW-EXPIRY-DATE.
017100     PERFORM 2100-FIND-MATCHING-HOLD THRU 2100-EXIT.
017200     PERFORM 2200-VALIDATE THRU 2200-EXIT.
017300     IF ARHMNT-VALID
017400         PERFORM 2500-PARK-CHANGE THRU 2500-EXIT
017500         SET ARHA-PARKED TO TRUE
017600         ADD 1 TO ARHMNT-PARKED-COUNT
017700     ELSE
017800         SET ARHA-REJECTED TO TRUE
017900         ADD 1 TO ARHMNT-REJECT-COUNT
019800             AND ARHMNT-HT-TYPE (ARHMNT-IDX) = ARHT-HOLD-TYPE
019900         EVALUATE TRUE
020000             WHEN ARHT-BY-TRANSACTION
020050             WHEN ARHT-BY-CUSTOMER
020100                 IF ARHMNT-HT-TRANID (ARHMNT-IDX) =
020200                         ARHT-TRANSACTION-ID
020300                     SET ARHMNT-MATCHED TO TRUE
022400         SET ARHA-BAD-ACTION TO TRUE
022500         GO TO 2200-EXIT
022600     END-IF.
022620     IF ARHT-MAINT-USER = SPACES
022640         SET ARHA-NO-MAKER TO TRUE
022660         GO TO 2200-EXIT
022680     END-IF.
022700     IF NOT ARHT-BY-TRANSACTION AND NOT ARHT-BY-COUNTRY-BANK
022750             AND NOT ARHT-BY-CUSTOMER
022800         SET ARHA-BAD-TYPE TO TRUE
022900         GO TO 2200-EXIT
023000     END-IF.
023016     IF ARHT-BY-CUSTOMER
023032             AND ARHT-IDENTIFICATION-NUMBER = SPACES
023048         SET ARHA-NO-CUSTOMER TO TRUE
023064         GO TO 2200-EXIT
023080     END-IF.
023100     IF ARHT-PLACE AND ARHT-LEGAL-REFERENCE = SPACES
023200         SET ARHA-NO-REFERENCE TO TRUE
023300         GO TO 2200-EXIT
029400     WRITE HOLD-MAINT-AUDIT-RECORD.
029500 2400-EXIT.
029600     EXIT.
029602
029604*----------------------------------------------------------*
029606*  A VALID TRANSACTION IS PARKED, NOT APPLIED: THE BEFORE   *
029608*  IMAGE IS THE ROW AS IT STANDS, THE AFTER IMAGE THE ROW   *
029610*  AS THE MAKER WANTS IT.                                   *
029612*----------------------------------------------------------*
029614 2500-PARK-CHANGE.
029616     IF ARHMNT-MATCHED
029618         MOVE ARHMNT-HT-REFERENCE (ARHMNT-HIT-IDX) TO
029620             ARHA-OLD-REFERENCE
029622         MOVE ARHMNT-HT-EXPIRY-DATE (ARHMNT-HIT-IDX) TO
029624             ARHA-OLD-EXPIRY-DATE
029626     END-IF.
029628     IF ARHT-PLACE
029630         MOVE ARHT-LEGAL-REFERENCE TO ARHA-NEW-REFERENCE
029632         MOVE ARHT-EXPIRY-DATE TO ARHA-NEW-EXPIRY-DATE
029634     END-IF.
029636     MOVE SPACES TO PENDING-CHANGE-RECORD.
029638     SET PND-LEGAL-HOLD TO TRUE.
029640     MOVE ARHMNT-TODAY TO PND-MAKER-DATE.
029642     MOVE ARHMNT-NOW TO PND-MAKER-TIME.
029644     ADD 1 TO ARHMNT-PND-SEQUENCE.
029646     MOVE ARHMNT-PND-SEQUENCE TO PND-SEQUENCE.
029648     SET PND-PENDING TO TRUE.
029650     MOVE ARHT-ACTION TO PND-ACTION.
029652     MOVE HOLD-MAINT-TRANSACTION (2:59) TO PND-ROW-KEY.
029654     MOVE ARHT-MAINT-USER TO PND-MAKER-USER.
029656     MOVE ZERO TO PND-DECISION-DATE PND-DECISION-TIME.
029658     MOVE ARHA-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
029660     MOVE ARHA-AFTER-IMAGE TO PND-AFTER-IMAGE.
029662     MOVE HOLD-MAINT-TRANSACTION TO PND-TRANSACTION-IMAGE.
029664     WRITE PENDING-CHANGE-RECORD.
029666 2500-EXIT.
029668     EXIT.
029700
029800*----------------------------------------------------------*
029900*  WRITE-OUT: RELEASED HOLDS ARE GONE, AND A HOLD WHOSE     *
034300     CLOSE ARHTXN-FILE.
034400     CLOSE ARHOLDN-FILE.
034500     CLOSE ARHAUD-FILE.
034533     CLOSE PNDAPR-FILE.
034566     CLOSE PNDCHG-FILE.
034600     DISPLAY 'ARHMNT01 TRANSACTIONS APPLIED  = '
034700         ARHMNT-APPLIED-COUNT.
034800     DISPLAY 'ARHMNT01 TRANSACTIONS REJECTED = '
034900         ARHMNT-REJECT-COUNT.
034920     DISPLAY 'ARHMNT01 CHANGES PARKED        = '
034940         ARHMNT-PARKED-COUNT.
034960     DISPLAY 'ARHMNT01 APPROVALS DECLINED    = '
034980         ARHMNT-DECLINED-COUNT.
035000     DISPLAY 'ARHMNT01 HOLDS LAPSED          = '
035100         ARHMNT-LAPSED-COUNT.
035200     DISPLAY 'ARHMNT01 HOLDS CARRIED FORWARD = '
036400     END-READ.
036500 8100-EXIT.
036600     EXIT.
036700
036800 8200-READ-PNDAPR.
036900     READ PNDAPR-FILE
037000         AT END
037100             SET ARHMNT-APR-EOF TO TRUE
037200     END-READ.
037300 8200-EXIT.
037400     EXIT.
