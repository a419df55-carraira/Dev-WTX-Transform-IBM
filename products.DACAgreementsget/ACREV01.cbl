004125*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
004150*                   PREREQUISITE STEP NOT COMPLETE         *
004175*                   (SEE RUNCTL01).                        *
004181*    10/15/26  DOB  PASSES THE COUNTRY, BLOCK DATE, BILLER  *
004187*                   AND ACCOUNT FOR THE NOTICE TEMPLATE     *
004193*                   (SEE NTDSP01).                          *
004200*----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
021100     MOVE ACREV01-TODAY TO NOTIFY-DATE.
021200     MOVE DEBIT-BANK OF RESPONSE (ACREV01-IDX) TO
021300         NOTIFY-DEBIT-BANK.
021310     MOVE COUNTRY-CODE OF RESPONSE TO NOTIFY-COUNTRY-CODE.
021320     MOVE ZERO TO NOTIFY-AMOUNT.
021330     MOVE DATE-BLOCK OF RESPONSE (ACREV01-IDX) TO
021340         NOTIFY-VALUE-DATE.
021350     MOVE SPACES TO NOTIFY-OBLIGATION-NUMBER.
021360     MOVE ACC-CODE OF RESPONSE (ACREV01-IDX) TO
021370         NOTIFY-BILLER-SERVICE.
021380     MOVE DEBIT-ACCOUNT-NUMBER OF RESPONSE (ACREV01-IDX) TO
021390         NOTIFY-ACCOUNT-NUMBER.
021400     WRITE CUSTOMER-NOTIFICATION-RECORD.
021500 2120-EXIT.
021600     EXIT.
