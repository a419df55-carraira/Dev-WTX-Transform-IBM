        01  CLOSED-ACCOUNT-MOVEMENT-RECORD.
            05  CLSX-PRODUCT-NUMBER PIC 9(20).
            05  CLSX-PRODUCT-CODE PIC 9(3).
            05  CLSX-CLOSE-DATE PIC 9(8).
            05  CLSX-TRANSACTION-DATE PIC 9(8).
            05  CLSX-TRANSACTION-IDENTIFIER PIC 9(15).
            05  CLSX-AMOUNT PIC 9(18)V9(2).
            05  CLSX-TRANSACTION-TYPE PIC X(1).
            05  CLSX-TRANSACTION-DESCRIPTION PIC X(30).
            05  CLSX-REPORT-DATE PIC 9(8).
            05  FILLER PIC X(10).
