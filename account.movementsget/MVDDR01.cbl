001300*  SECOND ONE TO MVDDUP.  THAT COUNTED DUPLICATE MAY BE A  *
001400*  CUSTOMER ACTUALLY DEBITED TWICE.  THIS STEP:            *
001500*    1. RESOLVES THE CUSTOMER FROM THE ACCOUNT THROUGH    *
001550*       THE MVRELM RELATIONSHIP MASTER (SEE MVRLK01),     *
001600*       FALLING BACK TO THE ACXREF DEBIT CROSS-REFERENCE  *
001700*       (ROLLED INTO A WORK INDEX BY DEBIT ACCOUNT);      *
001800*    2. COUNTS THE CUSTOMER'S CSRESP OBLIGATIONS FOR THE  *
001900*       SAME AMOUNT AND DATE (ROLLED INTO A COUNTING      *
002000*       WORK INDEX): TWO OR MORE BILLS MEANS THE TWO      *
002300*    3. WRITES THE TRUE DOUBLE-TAKES TO THE REFUND        *
002400*       INVESTIGATION QUEUE (MVRFQ) AND FEEDS THE         *
002500*       CUSTOMER NOTICE THROUGH THE NOTIFY QUEUE.         *
002600*  A DUPLICATE WHOSE ACCOUNT HAS NEITHER A RELATIONSHIP   *
002650*  NOR A CROSS-REFERENCE ROW STILL QUEUES FOR             *
002700*  INVESTIGATION -- ONLY THE NOTICE IS SKIPPED, AND IT    *
002800*  IS COUNTED.  ANY TRUE DOUBLE-TAKE ENDS THE STEP WITH   *
002900*  CONDITION CODE 4.                                      *
003000*----------------------------------------------------------*
003100*  MODIFICATION HISTORY                                    *
003200*    09/02/26  DOB  INITIAL VERSION.                       *
003225*    10/15/26  DOB  RESOLVES THE CUSTOMER FROM THE ACCOUNT *
003250*                   RELATIONSHIP MASTER FIRST, FALLING     *
003275*                   BACK TO ACXREF.                        *
003281*    10/15/26  DOB  PASSES THE AMOUNT, DEBIT DATE AND      *
003287*                   ACCOUNT FOR THE NOTICE TEMPLATE (SEE   *
003293*                   NTDSP01).                              *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
010000         88  MVDDR-OBCX-FOUND        VALUE 'Y'.
010100     05  MVDDR-WRITE-DUP-SW        PIC X(01) VALUE 'N'.
010200         88  MVDDR-WRITE-DUPLICATE   VALUE 'Y'.
010216
010232*----------------------------------------------------------*
010248*  ACCOUNT-HOLDER LOOKUP AREA (SEE MVRLK01).                *
010264*----------------------------------------------------------*
010280     COPY "MVRLK01.cpy".
010300
010400 77  MVDDR-TODAY                   PIC 9(8) VALUE ZERO.
010500 77  MVDDR-DUPS-READ               PIC 9(7) COMP VALUE ZERO.
010600 77  MVDDR-LEGIT-COUNT             PIC 9(7) COMP VALUE ZERO.
010700 77  MVDDR-REFUND-COUNT            PIC 9(7) COMP VALUE ZERO.
010800 77  MVDDR-NO-XREF-COUNT           PIC 9(7) COMP VALUE ZERO.
010833 77  MVDDR-HOLDER-ID-TYPE          PIC X(1) VALUE SPACE.
010866 77  MVDDR-HOLDER-ID-NUMBER        PIC X(17) VALUE SPACES.
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
025400 2000-EXIT.
025500     EXIT.
025600
025614*----------------------------------------------------------*
025628*  THE RELATIONSHIP MASTER IS ASKED FIRST; ONLY AN ACCOUNT  *
025642*  IT DOES NOT KNOW FALLS BACK TO THE ACXREF WORK INDEX,    *
025656*  WHICH CARRIES NO IDENTIFICATION TYPE.  EITHER HIT SETS   *
025670*  THE FOUND SWITCH.                                        *
025684*----------------------------------------------------------*
025700 2100-RESOLVE-CUSTOMER.
025800     SET MVDDR-ACIX-FOUND-SW TO 'N'.
025809     MOVE DDUP-PRODUCT-NUMBER TO RLK-PRODUCT-NUMBER.
025818     MOVE DDUP-TRANSACTION-DATE TO RLK-AS-OF-DATE.
025827     CALL 'MVRLK01' USING RELATIONSHIP-LOOKUP-REQUEST.
025836     IF RLK-FOUND
025845         MOVE RLK-IDENTIFICATION-TYPE TO MVDDR-HOLDER-ID-TYPE
025854         MOVE RLK-IDENTIFICATION-NUMBER TO
025863             MVDDR-HOLDER-ID-NUMBER
025872         SET MVDDR-ACIX-FOUND TO TRUE
025881         GO TO 2100-EXIT
025890     END-IF.
025900     MOVE DDUP-PRODUCT-NUMBER TO ACIX-DEBIT-ACCOUNT-NUMBER.
026000     READ MVACIX-FILE
026100         KEY IS ACIX-DEBIT-ACCOUNT-NUMBER
026400         NOT INVALID KEY
026500             SET MVDDR-ACIX-FOUND TO TRUE
026600     END-READ.
026616     IF MVDDR-ACIX-FOUND
026632         MOVE SPACE TO MVDDR-HOLDER-ID-TYPE
026648         MOVE ACIX-IDENTIFICATION-NUMBER TO
026664             MVDDR-HOLDER-ID-NUMBER
026680     END-IF.
026700 2100-EXIT.
026800     EXIT.
026900
027200     IF NOT MVDDR-ACIX-FOUND
027300         GO TO 2200-EXIT
027400     END-IF.
027500     MOVE MVDDR-HOLDER-ID-NUMBER TO
027600         OBCX-IDENTIFICATION-NUMBER.
027700     MOVE DDUP-AMOUNT TO OBCX-PAYMENT-VALUE.
027800     MOVE DDUP-TRANSACTION-DATE TO OBCX-PAYMENT-DATE.
028900 2300-QUEUE-REFUND.
029000     MOVE DDUP-PRODUCT-NUMBER TO RFQ-PRODUCT-NUMBER.
029100     IF MVDDR-ACIX-FOUND
029200         MOVE MVDDR-HOLDER-ID-NUMBER TO
029300             RFQ-IDENTIFICATION-NUMBER
029400     ELSE
029500         MOVE SPACES TO RFQ-IDENTIFICATION-NUMBER
031300 2400-FEED-NOTIFICATION.
031400     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
031500     MOVE 'OCBMOVA1' TO NOTIFY-SOURCE-SERVICE.
031600     MOVE MVDDR-HOLDER-ID-TYPE TO IDENTIFICATION-TYPE OF
031700         CUSTOMER-NOTIFICATION-RECORD.
031800     MOVE MVDDR-HOLDER-ID-NUMBER TO
031900         IDENTIFICATION-NUMBER OF CUSTOMER-NOTIFICATION-RECORD.
032000     MOVE DDUP-PRODUCT-NUMBER TO NOTIFY-REFERENCE.
032100     SET NOTIFY-DOUBLE-DEBIT TO TRUE.
032200     SET NOTIFY-BY-EMAIL TO TRUE.
032300     MOVE MVDDR-TODAY TO NOTIFY-DATE.
032400     MOVE ZERO TO NOTIFY-DEBIT-BANK.
032414     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
032428     MOVE DDUP-AMOUNT TO NOTIFY-AMOUNT.
032442     MOVE DDUP-TRANSACTION-DATE TO NOTIFY-VALUE-DATE.
032456     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
032470     MOVE ZERO TO NOTIFY-BILLER-SERVICE.
032484     MOVE DDUP-PRODUCT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
032500     WRITE CUSTOMER-NOTIFICATION-RECORD.
032600 2400-EXIT.
032700     EXIT.
