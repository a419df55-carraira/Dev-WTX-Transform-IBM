003625*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
003650*                   PREREQUISITE STEP NOT COMPLETE         *
003675*                   (SEE RUNCTL01).                        *
003683*    10/15/26  DOB  PASSES THE BLOCK DATE AND THE BILLER   *
003691*                   FOR THE NOTICE TEMPLATE (SEE NTDSP01). *
003700*----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
011900     SET NOTIFY-BY-EMAIL TO TRUE.
012000     MOVE ACNOTF01-TODAY TO NOTIFY-DATE.
012100     MOVE ZERO TO NOTIFY-DEBIT-BANK.
012111     MOVE ZERO TO NOTIFY-COUNTRY-CODE.
012122     MOVE ZERO TO NOTIFY-AMOUNT.
012133     MOVE CHANGE-DATE OF ACCORD-STATUS-HISTORY-RECORD TO
012144         NOTIFY-VALUE-DATE.
012155     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
012166     MOVE ACC-CODE OF ACCORD-STATUS-HISTORY-RECORD TO
012177         NOTIFY-BILLER-SERVICE.
012188     MOVE SPACES TO NOTIFY-ACCOUNT-NUMBER.
012200     WRITE CUSTOMER-NOTIFICATION-RECORD.
012300     ADD 1 TO ACNOTF01-COUNT.
012400 2100-EXIT.
