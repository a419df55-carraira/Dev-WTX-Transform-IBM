        01  ACCOUNT-CLOSURE-TRANSACTION.
            05  CLST-PRODUCT-NUMBER PIC 9(20).
            05  CLST-PRODUCT-CODE PIC 9(3).
            05  CLST-IDENTIFICATION-TYPE PIC X(1).
            05  CLST-IDENTIFICATION-NUMBER PIC X(17).
            05  CLST-CLOSE-DATE PIC 9(8).
            05  CLST-REASON-CODE PIC X(4).
            05  CLST-REQUEST-USER PIC X(8).
            05  FILLER PIC X(10).
