        01  DEBIT-FORECAST-MASTER.
            05  FCM-KEY.
                10  FCM-IDENTIFICATION-NUMBER PIC X(17).
                10  FCM-ACC-CODE PIC 9(5).
            05  FCM-IDENTIFICATION-TYPE PIC X(1).
            05  FCM-REFERENCE-NUMBER PIC X(20).
            05  FCM-DEBIT-BANK PIC 9(3).
            05  FCM-DEBIT-ACCOUNT-NUMBER PIC 9(20).
            05  FCM-DEBIT-COUNT PIC 9(5).
            05  FCM-CADENCE-DAYS PIC 9(3).
            05  FCM-CADENCE-TYPE PIC X(1).
                88  FCM-MONTHLY VALUE 'M'.
                88  FCM-EVERY-N-DAYS VALUE 'D'.
            05  FCM-TYPICAL-AMOUNT PIC 9(15)V9(2).
            05  FCM-LAST-DUE-DATE PIC 9(8).
            05  FCM-LAST-DEBIT-DATE PIC 9(8).
            05  FCM-LAST-AMOUNT PIC 9(15)V9(2).
            05  FCM-LAST-OBLIGATION-NUMBER PIC X(20).
            05  FCM-NEXT-DUE-DATE PIC 9(8).
            05  FCM-NEXT-DEBIT-DATE PIC 9(8).
            05  FCM-NEXT-AMOUNT PIC 9(15)V9(2).
            05  FCM-FORECAST-DATE PIC 9(8).
            05  FCM-PRENOTIFIED-DATE PIC 9(8).
            05  FCM-UPDATED-DATE PIC 9(8).
            05  FILLER PIC X(20).
