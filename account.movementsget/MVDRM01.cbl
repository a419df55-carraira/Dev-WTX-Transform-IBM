001700*     TIER 1   90 DAYS WITHOUT MOVEMENT -- THE CUSTOMER     *
001800*              IS WARNED THROUGH THE NOTIFY FEED (THE       *
001900*              CUSTOMER IS RESOLVED FROM THE ACCOUNT        *
001933*              THROUGH THE MVRELM RELATIONSHIP MASTER       *
001966*              (SEE MVRLK01), FALLING BACK TO THE ACXREF    *
002000*              DEBIT CROSS-REFERENCE ROLLED INTO A WORK     *
002100*              INDEX BY DEBIT ACCOUNT);                     *
002200*     TIER 2  180 DAYS -- REPORTED;                         *
002300*     TIER 3  360 DAYS -- AN ESCHEATMENT CANDIDATE ROW      *
002400*              (MVESCH) IS EXTRACTED FOR THE REGULATOR      *
002600*              ATTACHED.                                    *
002700*  EVERY DORMANT ACCOUNT GOES TO THE TIER REPORT (MVDRMT)   *
002800*  EACH NIGHT; THE WARNING AND THE ESCHEAT EXTRACT FIRE     *
002900*  ONCE, ON THE TIER TRANSITION.  AN ACCOUNT WITH NEITHER   *
003000*  A RELATIONSHIP NOR A CROSS-REFERENCE ROW CANNOT BE       *
003050*  NOTIFIED AND IS COUNTED.                                 *
003058*  AN ACCOUNT ON THE CLOSED-ACCOUNTS MASTER (MVCLSM, SEE    *
003066*  MVCLS01) IS NO LONGER TRACKED: ITS CAPTURES ARE NOT FED  *
003074*  TO THE MASTER, AND EVERY MOVEMENT DATED AFTER THE CLOSE  *
003082*  DATE IS WRITTEN TO THE CLOSED-ACCOUNT MOVEMENT FILE      *
003090*  (MVCLSX) FOR INVESTIGATION, GIVING CONDITION CODE 4.     *
003100*----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                    *
003300*    09/02/26  DOB  INITIAL VERSION.                       *
003325*    10/15/26  DOB  RESOLVES THE CUSTOMER TO WARN FROM THE *
003350*                   ACCOUNT RELATIONSHIP MASTER FIRST,     *
003375*                   FALLING BACK TO ACXREF.                *
003381*    10/15/26  DOB  PASSES THE LAST MOVEMENT DATE AND THE  *
003387*                   ACCOUNT FOR THE NOTICE TEMPLATE (SEE   *
003393*                   NTDSP01).                              *
003394*    10/15/26  DOB  A CLOSED ACCOUNT IS NOT FED; ANY       *
003395*                   MOVEMENT AFTER ITS CLOSE DATE IS       *
003396*                   FLAGGED ON MVCLSX.                     *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT MVESCH-FILE ASSIGN TO MVESCH
006400         ORGANIZATION IS LINE SEQUENTIAL.
006414     SELECT OPTIONAL MVCLSM-FILE ASSIGN TO MVCLSM
006428         ORGANIZATION IS INDEXED
006442         ACCESS MODE IS RANDOM
006456         RECORD KEY IS CLSM-PRODUCT-NUMBER.
006470     SELECT MVCLSX-FILE ASSIGN TO MVCLSX
006484         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
008800
008900 FD  MVESCH-FILE.
009000     COPY "MVESCH01.cpy".
009014
009028 FD  MVCLSM-FILE.
009042     COPY "MVCLSM01.cpy".
009056
009070 FD  MVCLSX-FILE.
009084     COPY "MVCLSX01.cpy".
009100
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------*
011000         88  MVDRM-BAL-FOUND         VALUE 'Y'.
011100     05  MVDRM-DUP-SW              PIC X(01) VALUE 'N'.
011200         88  MVDRM-DUPLICATE         VALUE 'Y'.
011203     05  MVDRM-CLOSED-SW           PIC X(01) VALUE 'N'.
011206         88  MVDRM-ACCOUNT-CLOSED    VALUE 'Y'.
011210
011220*----------------------------------------------------------*
011240*  ACCOUNT-HOLDER LOOKUP AREA (SEE MVRLK01).                *
011260*----------------------------------------------------------*
011280     COPY "MVRLK01.cpy".
011300
011400 77  MVDRM-TODAY                   PIC 9(8) VALUE ZERO.
011500 77  MVDRM-TODAY-LILIAN            PIC 9(7) COMP VALUE ZERO.
012300 77  MVDRM-WARNED-COUNT            PIC 9(7) COMP VALUE ZERO.
012400 77  MVDRM-ESCHEAT-COUNT           PIC 9(7) COMP VALUE ZERO.
012500 77  MVDRM-NO-XREF-COUNT           PIC 9(7) COMP VALUE ZERO.
012533 77  MVDRM-HOLDER-ID-TYPE          PIC X(1) VALUE SPACE.
012566 77  MVDRM-HOLDER-ID-NUMBER        PIC X(17) VALUE SPACES.
012577 77  MVDRM-CLOSED-MOVE-COUNT       PIC 9(7) COMP VALUE ZERO.
012588 77  MVDRM-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
012600
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
013400     SET RREG-END TO TRUE.
013500     MOVE MVDRM-DORMANT-COUNT TO RREG-RECORD-COUNT.
013600     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
013650     MOVE MVDRM-SEVERITY-CODE TO RETURN-CODE.
013700     STOP RUN.
013800
013900 1000-INITIALIZE.
015900     OPEN EXTEND NOTIFY-FILE.
016000     OPEN OUTPUT MVDRMT-FILE.
016100     OPEN OUTPUT MVESCH-FILE.
016133     OPEN INPUT MVCLSM-FILE.
016166     OPEN OUTPUT MVCLSX-FILE.
016200     ACCEPT MVDRM-TODAY FROM DATE YYYYMMDD.
016300     COMPUTE MVDRM-TODAY-LILIAN =
016400         FUNCTION INTEGER-OF-DATE(MVDRM-TODAY).
022100*  COUNTS.                                                  *
022200*----------------------------------------------------------*
022300 2000-FEED-MOVEMENT-DATES.
022312     PERFORM 2050-CHECK-CLOSED THRU 2050-EXIT.
022324     IF MVDRM-ACCOUNT-CLOSED
022336         PERFORM 2060-FLAG-MOVEMENT THRU 2060-EXIT
022348             VARYING MVDRM-IDX FROM 1 BY 1
022360             UNTIL MVDRM-IDX > MOVEMENT-COUNT OF RESPONSE
022372         GO TO 2000-READ-NEXT
022384     END-IF.
022400     MOVE ZERO TO MVDRM-HIGH-DATE.
022500     PERFORM 2100-SCAN-MOVEMENT THRU 2100-EXIT
022600         VARYING MVDRM-IDX FROM 1 BY 1
022800     IF MVDRM-HIGH-DATE NOT = ZERO
022900         PERFORM 2200-ROLL-MASTER-ROW THRU 2200-EXIT
023000     END-IF.
023050 2000-READ-NEXT.
023100     PERFORM 8100-READ-MVRESP THRU 8100-EXIT.
023200 2000-EXIT.
023300     EXIT.
023302
023304 2050-CHECK-CLOSED.
023306     SET MVDRM-CLOSED-SW TO 'N'.
023308     MOVE PRODUCT-NUMBER OF RESPONSE TO CLSM-PRODUCT-NUMBER.
023310     READ MVCLSM-FILE
023312         KEY IS CLSM-PRODUCT-NUMBER
023314         INVALID KEY
023316             CONTINUE
023318         NOT INVALID KEY
023320             SET MVDRM-ACCOUNT-CLOSED TO TRUE
023322     END-READ.
023324 2050-EXIT.
023326     EXIT.
023328
023330*----------------------------------------------------------*
023332*  A MOVEMENT STILL ARRIVING FOR A CLOSED ACCOUNT MEANS A   *
023334*  DEBIT OR CREDIT WAS ROUTED TO IT AFTER THE CLOSE; THE    *
023336*  MONEY HAS TO BE TRACED, SO EACH ONE IS WRITTEN OUT.      *
023338*  MOVEMENTS UP TO THE CLOSE DATE WERE ON THE FINAL         *
023340*  STATEMENT AND ARE IGNORED.                               *
023342*----------------------------------------------------------*
023344 2060-FLAG-MOVEMENT.
023346     IF TRANSACTION-IDENTIFIER (MVDRM-IDX) = ZERO
023348             OR TRANSACTION-DATE (MVDRM-IDX) NOT >
023350                 CLSM-CLOSE-DATE
023352         GO TO 2060-EXIT
023354     END-IF.
023356     MOVE PRODUCT-NUMBER OF RESPONSE TO CLSX-PRODUCT-NUMBER.
023358     MOVE PRODUCT-CODE OF RESPONSE TO CLSX-PRODUCT-CODE.
023360     MOVE CLSM-CLOSE-DATE TO CLSX-CLOSE-DATE.
023362     MOVE TRANSACTION-DATE (MVDRM-IDX) TO CLSX-TRANSACTION-DATE.
023364     MOVE TRANSACTION-IDENTIFIER (MVDRM-IDX) TO
023366         CLSX-TRANSACTION-IDENTIFIER.
023368     MOVE AMOUNT (MVDRM-IDX) TO CLSX-AMOUNT.
023370     MOVE TRANSACTION-TYPE (MVDRM-IDX) TO CLSX-TRANSACTION-TYPE.
023372     MOVE TRANSACTION-DESCRIPTION (MVDRM-IDX) TO
023374         CLSX-TRANSACTION-DESCRIPTION.
023376     MOVE MVDRM-TODAY TO CLSX-REPORT-DATE.
023378     WRITE CLOSED-ACCOUNT-MOVEMENT-RECORD.
023380     ADD 1 TO MVDRM-CLOSED-MOVE-COUNT.
023382     MOVE 4 TO MVDRM-SEVERITY-CODE.
023384 2060-EXIT.
023386     EXIT.
023400
023500 2100-SCAN-MOVEMENT.
023600     IF TRANSACTION-IDENTIFIER (MVDRM-IDX) NOT = ZERO
034600     EXIT.
034700
034800 3400-WARN-CUSTOMER.
035300     PERFORM 3410-RESOLVE-HOLDER THRU 3410-EXIT.
035800     IF NOT MVDRM-ACIX-FOUND
035900         ADD 1 TO MVDRM-NO-XREF-COUNT
036000         GO TO 3400-EXIT
036100     END-IF.
036200     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
036300     MOVE 'OCBMOVA1' TO NOTIFY-SOURCE-SERVICE.
036400     MOVE MVDRM-HOLDER-ID-TYPE TO IDENTIFICATION-TYPE OF
036500         CUSTOMER-NOTIFICATION-RECORD.
036600     MOVE MVDRM-HOLDER-ID-NUMBER TO
036700         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
036800     MOVE DRMM-PRODUCT-NUMBER TO NOTIFY-REFERENCE.
036900     SET NOTIFY-DORMANT-WARNING TO TRUE.
037000     SET NOTIFY-BY-EMAIL TO TRUE.
037100     MOVE MVDRM-TODAY TO NOTIFY-DATE.
037200     MOVE ZERO TO NOTIFY-DEBIT-BANK.
037214     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
037228     MOVE ZERO TO NOTIFY-AMOUNT.
037242     MOVE DRMM-LAST-MOVEMENT-DATE TO NOTIFY-VALUE-DATE.
037256     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
037270     MOVE ZERO TO NOTIFY-BILLER-SERVICE.
037284     MOVE DRMM-PRODUCT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
037300     WRITE CUSTOMER-NOTIFICATION-RECORD.
037400     MOVE MVDRM-TODAY TO DRMM-WARNED-DATE.
037500     ADD 1 TO MVDRM-WARNED-COUNT.
037600 3400-EXIT.
037700     EXIT.
037702
037704*----------------------------------------------------------*
037706*  THE RELATIONSHIP MASTER IS ASKED FIRST; ONLY AN ACCOUNT  *
037708*  IT DOES NOT KNOW FALLS BACK TO THE ACXREF WORK INDEX,    *
037710*  WHICH CARRIES NO IDENTIFICATION TYPE.  EITHER HIT SETS   *
037712*  THE FOUND SWITCH.                                        *
037714*----------------------------------------------------------*
037716 3410-RESOLVE-HOLDER.
037718     SET MVDRM-ACIX-FOUND-SW TO 'N'.
037720     MOVE DRMM-PRODUCT-NUMBER TO RLK-PRODUCT-NUMBER.
037722     MOVE MVDRM-TODAY TO RLK-AS-OF-DATE.
037724     CALL 'MVRLK01' USING RELATIONSHIP-LOOKUP-REQUEST.
037726     IF RLK-FOUND
037728         MOVE RLK-IDENTIFICATION-TYPE TO MVDRM-HOLDER-ID-TYPE
037730         MOVE RLK-IDENTIFICATION-NUMBER TO
037732             MVDRM-HOLDER-ID-NUMBER
037734         SET MVDRM-ACIX-FOUND TO TRUE
037736         GO TO 3410-EXIT
037738     END-IF.
037740     MOVE DRMM-PRODUCT-NUMBER TO ACIX-DEBIT-ACCOUNT-NUMBER.
037742     READ MVACIX-FILE
037744         KEY IS ACIX-DEBIT-ACCOUNT-NUMBER
037746         INVALID KEY
037748             CONTINUE
037750         NOT INVALID KEY
037752             SET MVDRM-ACIX-FOUND TO TRUE
037754     END-READ.
037756     IF MVDRM-ACIX-FOUND
037758         MOVE SPACE TO MVDRM-HOLDER-ID-TYPE
037760         MOVE ACIX-IDENTIFICATION-NUMBER TO
037762             MVDRM-HOLDER-ID-NUMBER
037764     END-IF.
037766 3410-EXIT.
037768     EXIT.
037800
037900 3500-EXTRACT-ESCHEAT.
038000     SET MVDRM-BAL-FOUND-SW TO 'N'.
041100     CLOSE NOTIFY-FILE.
041200     CLOSE MVDRMT-FILE.
041300     CLOSE MVESCH-FILE.
041333     CLOSE MVCLSM-FILE.
041366     CLOSE MVCLSX-FILE.
041400     DISPLAY 'MVDRM01 ACCOUNTS FED        = ' MVDRM-FED-COUNT.
041500     DISPLAY 'MVDRM01 DORMANT ACCOUNTS    = '
041600         MVDRM-DORMANT-COUNT.
042000         MVDRM-ESCHEAT-COUNT.
042100     DISPLAY 'MVDRM01 NO CROSS-REFERENCE  = '
042200         MVDRM-NO-XREF-COUNT.
042233     DISPLAY 'MVDRM01 CLOSED-ACCOUNT MOVES = '
042266         MVDRM-CLOSED-MOVE-COUNT.
042300 4000-EXIT.
042400     EXIT.
042500
