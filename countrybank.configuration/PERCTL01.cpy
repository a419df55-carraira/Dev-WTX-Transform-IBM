        01  PERIOD-CONTROL-RECORD.
            05  PCTL-KEY.
                10  PCTL-COUNTRY-CODE PIC 9(4).
                10  PCTL-PERIOD PIC 9(6).
            05  PCTL-STATUS PIC X(1).
                88  PCTL-OPEN VALUE 'O'.
                88  PCTL-CLOSED VALUE 'C'.
            05  PCTL-CLOSED-DATE PIC 9(8).
            05  PCTL-CLOSED-USER PIC X(8).
            05  PCTL-REOPENED-DATE PIC 9(8).
            05  PCTL-REOPENED-USER PIC X(8).
            05  PCTL-REOPEN-COUNT PIC 9(3).
            05  FILLER PIC X(10).
