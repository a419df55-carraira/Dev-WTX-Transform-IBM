        01  PERIOD-MAINT-AUDIT-RECORD.
            05  PERA-ACTION PIC X(1).
            05  PERA-COUNTRY-CODE PIC 9(4).
            05  PERA-PERIOD PIC 9(6).
            05  PERA-RESULT PIC X(4).
                88  PERA-APPLIED VALUE 'OK  '.
                88  PERA-REJECTED VALUE 'RJCT'.
            05  PERA-REJECT-REASON PIC X(4).
                88  PERA-BAD-ACTION VALUE 'ACTN'.
                88  PERA-BAD-PERIOD VALUE 'PERD'.
                88  PERA-PERIOD-NOT-ENDED VALUE 'FUTR'.
                88  PERA-ALREADY-CLOSED VALUE 'CLSD'.
                88  PERA-NOT-CLOSED VALUE 'OPEN'.
                88  PERA-NO-REASON VALUE 'RSNM'.
                88  PERA-NO-USER VALUE 'USER'.
            05  PERA-OLD-STATUS PIC X(1).
            05  PERA-NEW-STATUS PIC X(1).
            05  PERA-MAINT-USER PIC X(8).
            05  PERA-REASON-TEXT PIC X(40).
            05  PERA-MAINT-DATE PIC 9(8).
            05  PERA-MAINT-TIME PIC 9(6).
            05  FILLER PIC X(10).
