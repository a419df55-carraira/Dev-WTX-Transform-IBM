        01  HOLD-DISPOSITION-RECORD.
            05  WDSP-TRANSACTION-ID PIC X(48).
            05  WDSP-ACTION PIC X(1).
                88  WDSP-RELEASE VALUE 'R'.
            05  WDSP-USER PIC X(8).
            05  WDSP-NOTE PIC X(30).
            05  FILLER PIC X(10).
