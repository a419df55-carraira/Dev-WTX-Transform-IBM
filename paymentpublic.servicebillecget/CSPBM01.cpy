        01  PRESENTED-BILL-RECORD.
            05  PBM-KEY.
                10  PBM-ASSOCIATED-SERVICE PIC 9(5).
                10  PBM-OBLIGATION-NUMBER PIC X(20).
            05  PBM-AMOUNT-DUE PIC 9(15)V9(2).
            05  PBM-PAYDAY-LIMIT PIC 9(8).
            05  PBM-IDENTIFICATION-TYPE PIC X(1).
            05  PBM-IDENTIFICATION-NUMBER PIC 9(17).
            05  PBM-CUSTOMER-NAME PIC X(30).
            05  PBM-ISSUE-DATE PIC 9(8).
            05  PBM-CURRENCY-CODE PIC 9(3).
            05  PBM-PRESENTED-DATE PIC 9(8).
            05  PBM-FILE-DATE PIC 9(8).
            05  PBM-STATUS PIC X(1).
                88  PBM-OPEN VALUE 'O'.
                88  PBM-PART-PAID VALUE 'A'.
                88  PBM-PAID VALUE 'P'.
                88  PBM-EXPIRED-UNPAID VALUE 'X'.
            05  PBM-PAID-AMOUNT PIC 9(15)V9(2).
            05  PBM-PAYMENT-COUNT PIC 9(3).
            05  PBM-LAST-PAYMENT-DATE PIC 9(8).
            05  FILLER PIC X(10).
