        01  RELATIONSHIP-MAINT-TRANSACTION.
            05  RELT-ACTION PIC X(1).
                88  RELT-ADD VALUE 'A'.
                88  RELT-UPDATE VALUE 'U'.
                88  RELT-DELETE VALUE 'D'.
            05  RELT-PRODUCT-NUMBER PIC 9(20).
            05  RELT-IDENTIFICATION-TYPE PIC X(1).
            05  RELT-IDENTIFICATION-NUMBER PIC X(17).
            05  RELT-ROLE PIC X(1).
            05  RELT-OPEN-DATE PIC 9(8).
            05  RELT-CLOSE-DATE PIC 9(8).
            05  RELT-MAINT-USER PIC X(8).
            05  FILLER PIC X(10).
