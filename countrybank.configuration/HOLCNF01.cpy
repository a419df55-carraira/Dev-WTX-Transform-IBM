        01  HOLIDAY-COVERAGE-CONFIRMATION.
            05  HOLC-COUNTRY-CODE PIC 9(4).
            05  HOLC-CONFIRM-USER PIC X(8).
            05  HOLC-CONFIRM-DATE PIC 9(8).
            05  HOLC-VALID-UNTIL PIC 9(8).
            05  HOLC-REASON PIC X(30).
            05  FILLER PIC X(10).
