        01  HISTORY-INQUIRY-CARD.
            05  HRQ-REQUEST-TYPE PIC X(1).
                88  HRQ-BY-ACCOUNT VALUE 'A'.
                88  HRQ-BY-IDENTIFIER VALUE 'T'.
            05  HRQ-PRODUCT-NUMBER PIC 9(20).
            05  HRQ-TRANSACTION-IDENTIFIER PIC 9(15).
            05  HRQ-FROM-DATE PIC 9(8).
            05  HRQ-TO-DATE PIC 9(8).
            05  HRQ-MIN-AMOUNT PIC 9(18)V9(2).
            05  HRQ-MAX-AMOUNT PIC 9(18)V9(2).
            05  HRQ-TRANSACTION-TYPE PIC X(1).
            05  HRQ-CATEGORY-CODE PIC X(4).
            05  HRQ-DESCRIPTION-TEXT PIC X(30).
            05  FILLER PIC X(10).
