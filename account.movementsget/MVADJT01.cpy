        01  ADJUSTMENT-TRANSACTION.
            05  ADJT-ADJUSTMENT-TYPE PIC X(1).
                88  ADJT-FEE-REVERSAL VALUE 'F'.
                88  ADJT-SURCHARGE-REVERSAL VALUE 'S'.
                88  ADJT-MANUAL-CREDIT VALUE 'C'.
            05  ADJT-PRODUCT-NUMBER PIC 9(20).
            05  ADJT-PRODUCT-CODE PIC 9(3).
            05  ADJT-OBLIGATION-NUMBER PIC X(20).
            05  ADJT-CHARGE-DATE PIC 9(8).
            05  ADJT-CREDIT-AMOUNT PIC 9(15)V9(2).
            05  ADJT-REASON-CODE PIC X(4).
            05  ADJT-REQUEST-USER PIC X(8).
            05  FILLER PIC X(10).
