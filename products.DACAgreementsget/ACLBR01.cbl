003000*----------------------------------------------------------*
003100*  MODIFICATION HISTORY                                    *
003200*    09/02/26  DOB  INITIAL VERSION.                       *
003225*    10/15/26  DOB  PASSES THE COUNTRY, AMOUNT, DATE,      *
003250*                   OBLIGATION, BILLER AND ACCOUNT FOR THE *
003275*                   NOTICE TEMPLATE (SEE NTDSP01).         *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
029100     SET NOTIFY-BY-EMAIL TO TRUE.
029200     MOVE ACLBR-TODAY TO NOTIFY-DATE.
029300     MOVE ZERO TO NOTIFY-DEBIT-BANK.
029310     MOVE COUNTRY-CODE OF RESPONSE TO NOTIFY-COUNTRY-CODE.
029320     MOVE PAYMENT-VALUE OF RESPONSE TO NOTIFY-AMOUNT.
029330     MOVE PAYMENT-DATE-TIMELY OF RESPONSE TO NOTIFY-VALUE-DATE.
029340     MOVE OBLIGATION-NUMBER OF RESPONSE TO
029350         NOTIFY-OBLIGATION-NUMBER.
029360     MOVE ASSOCIATED-SERVICE OF RESPONSE TO NOTIFY-BILLER-SERVICE.
029370     IF ACLBR-XREF-FOUND
029380         MOVE XREF-DEBIT-ACCOUNT-NUMBER TO NOTIFY-ACCOUNT-NUMBER
029390     END-IF.
029400     WRITE CUSTOMER-NOTIFICATION-RECORD.
029500 2500-EXIT.
029600     EXIT.
