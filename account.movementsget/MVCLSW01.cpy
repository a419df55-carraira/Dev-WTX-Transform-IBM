        01  CLOSURE-PENDING-INDEX-RECORD.
            05  CLSW-PRODUCT-NUMBER PIC 9(20).
            05  CLSW-REFUND-COUNT PIC 9(5).
            05  CLSW-DISPUTE-COUNT PIC 9(5).
            05  FILLER PIC X(10).
