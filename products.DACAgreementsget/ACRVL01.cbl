003200*----------------------------------------------------------*
003300*  MODIFICATION HISTORY                                    *
003400*    09/02/26  DOB  INITIAL VERSION.                       *
003416*    10/15/26  DOB  PASSES THE COUNTRY, RESPONSE DEADLINE, *
003432*                   BILLER AND ACCOUNT FOR THE NOTICE      *
003448*                   TEMPLATE (SEE NTDSP01); THE DEADLINE IS*
003464*                   NOW WORKED OUT BEFORE THE NOTICE IS    *
003480*                   WRITTEN.                               *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
025700     EXIT.
025800
025900 3300-ISSUE-NOTICE.
025950     PERFORM 3310-COMPUTE-DEADLINE THRU 3310-EXIT.
026000     MOVE SPACES TO CUSTOMER-NOTIFICATION-RECORD.
026100     MOVE 'QRYACRL1' TO NOTIFY-SOURCE-SERVICE.
026200     MOVE SPACE TO IDENTIFICATION-TYPE OF
026800     SET NOTIFY-BY-EMAIL TO TRUE.
026900     MOVE ACRVL-TODAY TO NOTIFY-DATE.
027000     MOVE ACSNP-DEBIT-BANK TO NOTIFY-DEBIT-BANK.
027014     MOVE ACRVL-COUNTRY-CODE TO NOTIFY-COUNTRY-CODE.
027028     MOVE ZERO TO NOTIFY-AMOUNT.
027042     MOVE BDAY-RESULT-DATE TO NOTIFY-VALUE-DATE.
027056     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
027070     MOVE ACSNP-ACC-CODE TO NOTIFY-BILLER-SERVICE.
027084     MOVE ACSNP-DEBIT-ACCOUNT-NUMBER TO NOTIFY-ACCOUNT-NUMBER.
027100     WRITE CUSTOMER-NOTIFICATION-RECORD.
027300     MOVE ACSNP-IDENTIFICATION-NUMBER TO
027400         RVM-IDENTIFICATION-NUMBER.
027500     MOVE ACSNP-ACC-CODE TO RVM-ACC-CODE.
