        01  SCHEDULED-PAYMENT-RECORD.
            05  SPM-KEY.
                10  SPM-IDENTIFICATION-TYPE PIC X(1).
                10  SPM-IDENTIFICATION-NUMBER PIC 9(17).
                10  SPM-SCHEDULE-NUMBER PIC 9(6).
            05  SPM-AGREEMENT-CODE PIC 9(5).
            05  SPM-SP-SERVICE-CODE PIC 9(5).
            05  SPM-REFERENCE-1 PIC X(25).
            05  SPM-REFERENCE-2 PIC X(25).
            05  SPM-REFERENCE-3 PIC X(12).
            05  SPM-CURRENCY-CODE PIC 9(3).
            05  SPM-COUNTRY-CODE PIC 9(4).
            05  SPM-BANK-CODE PIC 9(3).
            05  SPM-EXECUTION-DATE PIC 9(8).
            05  SPM-DUE-DATE PIC 9(8).
            05  SPM-STATUS PIC X(1).
                88  SPM-SCHEDULED VALUE 'S'.
                88  SPM-REQUESTED VALUE 'R'.
                88  SPM-EXECUTED VALUE 'E'.
                88  SPM-FAILED VALUE 'F'.
                88  SPM-CANCELLED VALUE 'C'.
            05  SPM-TRANSACTION-ID PIC X(48).
            05  SPM-REQUESTED-DATE PIC 9(8).
            05  SPM-RESULT-DATE PIC 9(8).
            05  SPM-RESPONSE-CODE PIC X(5).
            05  SPM-PAYMENT-VALUE PIC 9(15)V9(2).
            05  SPM-OBLIGATION-NUMBER PIC X(20).
            05  SPM-ASSOCIATED-SERVICE PIC 9(5).
            05  SPM-SCHEDULED-DATE PIC 9(8).
            05  SPM-MAINT-USER PIC X(8).
            05  SPM-MAINT-DATE PIC 9(8).
            05  FILLER PIC X(10).
