        01  MANDATE-REQUEST-RECORD.
            05  MRQ-ACTION PIC X(1).
                88  MRQ-CHANGE-ACCOUNT VALUE 'A'.
                88  MRQ-CANCEL VALUE 'C'.
                88  MRQ-STOP-RECURRING VALUE 'S'.
            05  MRQ-IDENTIFICATION-TYPE PIC X(1).
            05  MRQ-IDENTIFICATION-NUMBER PIC X(17).
            05  MRQ-ACC-CODE PIC 9(5).
            05  MRQ-NEW-DEBIT-ACCOUNT PIC 9(20).
            05  MRQ-REQUESTED-BY PIC X(8).
            05  FILLER PIC X(15).
