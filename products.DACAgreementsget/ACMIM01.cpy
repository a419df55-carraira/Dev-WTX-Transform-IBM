        01  MANDATE-INSTRUCTION-MASTER.
            05  MIM-KEY.
                10  MIM-IDENTIFICATION-NUMBER PIC X(17).
                10  MIM-ACC-CODE PIC 9(5).
                10  MIM-INSTRUCTION-NUMBER PIC 9(13).
            05  MIM-ACTION PIC X(1).
                88  MIM-CHANGE-ACCOUNT VALUE 'A'.
                88  MIM-CANCEL VALUE 'C'.
                88  MIM-STOP-RECURRING VALUE 'S'.
            05  MIM-IDENTIFICATION-TYPE PIC X(1).
            05  MIM-REFERENCE-NUMBER PIC X(20).
            05  MIM-DEBIT-BANK PIC 9(3).
            05  MIM-OLD-DEBIT-ACCOUNT PIC 9(20).
            05  MIM-NEW-DEBIT-ACCOUNT PIC 9(20).
            05  MIM-STATUS PIC X(1).
                88  MIM-OPEN VALUE 'O'.
                88  MIM-CONFIRMED VALUE 'C'.
                88  MIM-EXCEPTION VALUE 'X'.
                88  MIM-UNCONFIRMED VALUE 'O' 'X'.
            05  MIM-ISSUED-DATE PIC 9(8).
            05  MIM-DUE-DATE PIC 9(8).
            05  MIM-CONFIRMED-DATE PIC 9(8).
            05  MIM-CONFIRMED-FROM PIC X(5).
            05  MIM-REQUESTED-BY PIC X(8).
            05  FILLER PIC X(20).
