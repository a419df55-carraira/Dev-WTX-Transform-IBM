        01  OVERDRAFT-EXCEPTION-RECORD.
            05  ODX-PRODUCT-NUMBER PIC 9(20).
            05  ODX-PRODUCT-CODE PIC 9(3).
            05  ODX-LEDGER-DATE PIC 9(8).
            05  ODX-EXCEPTION-TYPE PIC X(4).
                88  ODX-WENT-NEGATIVE VALUE 'NEGV'.
                88  ODX-INTRADAY-ONLY VALUE 'INTR'.
                88  ODX-PERSISTENT VALUE 'PERS'.
            05  ODX-OPENING-BALANCE PIC S9(15)V9(2).
            05  ODX-LOWEST-BALANCE PIC S9(15)V9(2).
            05  ODX-CLOSING-BALANCE PIC S9(15)V9(2).
            05  ODX-DAYS-OVERDRAWN PIC 9(5).
            05  ODX-OVERDRAWN-SINCE PIC 9(8).
            05  ODX-NOTIFIED-SW PIC X(1).
                88  ODX-NOTIFIED VALUE 'Y'.
                88  ODX-NO-HOLDER VALUE 'H'.
            05  FILLER PIC X(10).
