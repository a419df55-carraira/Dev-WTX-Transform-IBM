        01  SCHEDULED-PAYMENT-TRANSACTION.
            05  SPMT-ACTION PIC X(1).
                88  SPMT-ADD VALUE 'A'.
                88  SPMT-AMEND VALUE 'U'.
                88  SPMT-CANCEL VALUE 'C'.
            05  SPMT-IDENTIFICATION-TYPE PIC X(1).
            05  SPMT-IDENTIFICATION-NUMBER PIC 9(17).
            05  SPMT-SCHEDULE-NUMBER PIC 9(6).
            05  SPMT-AGREEMENT-CODE PIC 9(5).
            05  SPMT-SP-SERVICE-CODE PIC 9(5).
            05  SPMT-REFERENCE-1 PIC X(25).
            05  SPMT-REFERENCE-2 PIC X(25).
            05  SPMT-REFERENCE-3 PIC X(12).
            05  SPMT-CURRENCY-CODE PIC 9(3).
            05  SPMT-COUNTRY-CODE PIC 9(4).
            05  SPMT-BANK-CODE PIC 9(3).
            05  SPMT-EXECUTION-DATE PIC 9(8).
            05  SPMT-MAINT-USER PIC X(8).
            05  FILLER PIC X(10).
