        01  PAYMENT-HOLD-RECORD.
            05  PHLD-TRANSACTION-ID PIC X(48).
            05  PHLD-HOLD-REASON PIC X(4).
                88  PHLD-NO-PRESENTED-BILL VALUE 'UNBL'.
                88  PHLD-WATCHLIST-HIT VALUE 'WTCH'.
            05  PHLD-STATUS PIC X(1).
                88  PHLD-HELD VALUE 'H'.
                88  PHLD-RELEASED VALUE 'R'.
            05  PHLD-ASSOCIATED-SERVICE PIC 9(5).
            05  PHLD-OBLIGATION-NUMBER PIC X(20).
            05  PHLD-IDENTIFICATION-TYPE PIC X(1).
            05  PHLD-IDENTIFICATION-NUMBER PIC 9(17).
            05  PHLD-PAYMENT-VALUE PIC 9(15)V9(2).
            05  PHLD-ASSOCIATED-VALUE PIC 9(15)V9(2).
            05  PHLD-PAYMENT-DATE PIC 9(8).
            05  PHLD-CURRENCY-CODE PIC 9(3).
            05  PHLD-COUNTRY-CODE PIC 9(4).
            05  PHLD-BANK-CODE PIC 9(3).
            05  PHLD-HOLD-DATE PIC 9(8).
            05  PHLD-RELEASE-DATE PIC 9(8).
            05  PHLD-RELEASE-USER PIC X(8).
            05  FILLER PIC X(10).
