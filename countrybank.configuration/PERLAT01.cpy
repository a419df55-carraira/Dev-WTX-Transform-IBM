        01  LATE-POSTING-RECORD.
            05  PLAT-PROGRAM-ID PIC X(8).
            05  PLAT-COUNTRY-CODE PIC 9(4).
            05  PLAT-BATCH-NUMBER PIC 9(6).
            05  PLAT-PRODUCT-CODE PIC 9(3).
            05  PLAT-GL-ACCOUNT PIC 9(10).
            05  PLAT-DEBIT-CREDIT PIC X(1).
            05  PLAT-AMOUNT PIC 9(15)V9(2).
            05  PLAT-ORIGINAL-DATE PIC 9(8).
            05  PLAT-POSTED-DATE PIC 9(8).
            05  PLAT-RUN-DATE PIC 9(8).
            05  FILLER PIC X(10).
