        01  CLOSED-ACCOUNT-RECORD.
            05  CLSM-PRODUCT-NUMBER PIC 9(20).
            05  CLSM-PRODUCT-CODE PIC 9(3).
            05  CLSM-IDENTIFICATION-TYPE PIC X(1).
            05  CLSM-IDENTIFICATION-NUMBER PIC X(17).
            05  CLSM-CLOSE-DATE PIC 9(8).
            05  CLSM-REASON-CODE PIC X(4).
            05  CLSM-REQUEST-USER PIC X(8).
            05  CLSM-FINAL-BALANCE PIC S9(15)V9(2).
            05  CLSM-ACCORD-COUNT PIC 9(3).
            05  CLSM-PROCESSED-DATE PIC 9(8).
            05  FILLER PIC X(10).
