        01  MOVEMENT-HISTORY-RECORD.
            05  HST-KEY.
                10  HST-PRODUCT-NUMBER PIC 9(20).
                10  HST-TRANSACTION-DATE PIC 9(8).
                10  HST-TRANSACTION-IDENTIFIER PIC 9(15).
            05  HST-PRODUCT-CODE PIC 9(3).
            05  HST-TRANSACTION-DESCRIPTION PIC X(30).
            05  HST-AMOUNT PIC 9(18)V9(2).
            05  HST-TRANSACTION-TYPE PIC X(1).
            05  HST-CATEGORY-CODE PIC X(4).
            05  HST-EXTRACT-DATE PIC 9(8).
            05  HST-SOURCE-RECORD PIC 9(9).
            05  HST-LOAD-DATE PIC 9(8).
            05  FILLER PIC X(10).
