002473*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
002482*                   PREREQUISITE STEP NOT COMPLETE         *
002491*                   (SEE RUNCTL01).                        *
002494*    10/15/26  DOB  PASSES THE AMOUNT, DATE AND OBLIGATION *
002497*                   FOR THE NOTICE TEMPLATE (SEE NTDSP01). *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
008600     SET NOTIFY-BY-EMAIL TO TRUE.
008700     MOVE CSNOTF01-TODAY TO NOTIFY-DATE.
008750     MOVE ZERO TO NOTIFY-DEBIT-BANK.
008755     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
008760     MOVE PAYMENT-VALUE OF PAYMENT-RECON-RECORD TO NOTIFY-AMOUNT.
008765     MOVE PAYMENT-DATE-TIMELY OF PAYMENT-RECON-RECORD TO
008770         NOTIFY-VALUE-DATE.
008775     MOVE OBLIGATION-NUMBER OF PAYMENT-RECON-RECORD TO
008780         NOTIFY-OBLIGATION-NUMBER.
008785     MOVE ZERO TO NOTIFY-BILLER-SERVICE.
008790     MOVE SPACES TO NOTIFY-ACCOUNT-NUMBER.
008800     WRITE CUSTOMER-NOTIFICATION-RECORD.
008900     ADD 1 TO CSNOTF01-COUNT.
009000 2100-EXIT.
