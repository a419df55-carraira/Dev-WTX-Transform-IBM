        01  PERIOD-CHECK-REQUEST.
            05  PCHK-COUNTRY-CODE PIC 9(4).
            05  PCHK-POSTING-DATE PIC 9(8).
            05  PCHK-RESULT-DATE PIC 9(8).
            05  PCHK-STATUS PIC X(1).
                88  PCHK-PERIOD-OPEN VALUE '0'.
                88  PCHK-REDATED VALUE 'R'.
                88  PCHK-BAD-DATE VALUE 'D'.
                88  PCHK-NO-CALENDAR VALUE 'N'.
            05  FILLER PIC X(10).
