        01  DEBIT-FORECAST-RECORD.
            05  FCF-IDENTIFICATION-TYPE PIC X(1).
            05  FCF-IDENTIFICATION-NUMBER PIC X(17).
            05  FCF-ACC-CODE PIC 9(5).
            05  FCF-REFERENCE-NUMBER PIC X(20).
            05  FCF-DEBIT-BANK PIC 9(3).
            05  FCF-DEBIT-ACCOUNT-NUMBER PIC 9(20).
            05  FCF-NEXT-DEBIT-DATE PIC 9(8).
            05  FCF-NEXT-AMOUNT PIC 9(15)V9(2).
            05  FCF-CADENCE-TYPE PIC X(1).
            05  FCF-CADENCE-DAYS PIC 9(3).
            05  FCF-DEBIT-COUNT PIC 9(5).
            05  FCF-NOTICE-STATUS PIC X(1).
                88  FCF-NOTIFIED-TODAY VALUE 'N'.
                88  FCF-NOTIFIED-EARLIER VALUE 'P'.
                88  FCF-NOT-YET-DUE VALUE 'W'.
                88  FCF-SUPPRESSED-BLOCKED VALUE 'B'.
                88  FCF-SUPPRESSED-REVALIDATE VALUE 'R'.
            05  FCF-RUN-DATE PIC 9(8).
            05  FILLER PIC X(10).
