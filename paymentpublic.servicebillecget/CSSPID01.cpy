        01  SCHEDULED-PAYMENT-TXN-ID.
            05  SPID-PREFIX PIC X(4).
                88  SPID-SCHEDULED-PAYMENT VALUE 'SCHP'.
            05  SPID-IDENTIFICATION-TYPE PIC X(1).
            05  SPID-IDENTIFICATION-NUMBER PIC 9(17).
            05  SPID-SCHEDULE-NUMBER PIC 9(6).
            05  SPID-REQUEST-DATE PIC 9(8).
            05  FILLER PIC X(12).
