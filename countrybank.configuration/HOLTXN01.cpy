        01  HOLIDAY-MAINT-TRANSACTION.
            05  HOLT-ACTION PIC X(1).
                88  HOLT-ADD VALUE 'A'.
                88  HOLT-DELETE VALUE 'D'.
                88  HOLT-CLOSURE VALUE 'C'.
            05  HOLT-COUNTRY-CODE PIC 9(4).
            05  HOLT-HOLIDAY-DATE PIC 9(8).
            05  HOLT-DESCRIPTION PIC X(30).
            05  HOLT-MAINT-USER PIC X(8).
            05  FILLER PIC X(10).
