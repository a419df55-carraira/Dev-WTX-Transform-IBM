        01  ADJUSTMENT-EXTRACT-RECORD.
            05  ADJX-PRODUCT-NUMBER PIC 9(20).
            05  ADJX-PRODUCT-CODE PIC 9(3).
            05  ADJX-ADJUSTMENT-TYPE PIC X(1).
                88  ADJX-FEE-REVERSAL VALUE 'F'.
                88  ADJX-SURCHARGE-REVERSAL VALUE 'S'.
                88  ADJX-MANUAL-CREDIT VALUE 'C'.
            05  ADJX-OBLIGATION-NUMBER PIC X(20).
            05  ADJX-CHARGE-DATE PIC 9(8).
            05  ADJX-AMOUNT PIC 9(15)V9(2).
            05  ADJX-DEBIT-CREDIT PIC X(1).
            05  ADJX-REASON-CODE PIC X(4).
            05  ADJX-REQUEST-USER PIC X(8).
            05  ADJX-ADJUST-DATE PIC 9(8).
            05  FILLER PIC X(10).
