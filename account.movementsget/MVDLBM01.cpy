        01  DAILY-LEDGER-BALANCE-RECORD.
            05  DLBM-KEY.
                10  DLBM-PRODUCT-NUMBER PIC 9(20).
            05  DLBM-PRODUCT-CODE PIC 9(3).
            05  DLBM-LEDGER-DATE PIC 9(8).
            05  DLBM-OPENING-BALANCE PIC S9(15)V9(2).
            05  DLBM-DAY-DEBIT-TOTAL PIC 9(15)V9(2).
            05  DLBM-DAY-CREDIT-TOTAL PIC 9(15)V9(2).
            05  DLBM-CLOSING-BALANCE PIC S9(15)V9(2).
            05  DLBM-LOWEST-BALANCE PIC S9(15)V9(2).
            05  DLBM-DAY-MOVEMENT-COUNT PIC 9(5).
            05  DLBM-DAYS-OVERDRAWN PIC 9(5).
            05  DLBM-OVERDRAWN-SINCE PIC 9(8).
            05  DLBM-LAST-MOVEMENT-DATE PIC 9(8).
            05  FILLER PIC X(10).
