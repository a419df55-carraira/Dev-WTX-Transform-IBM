        01  COMMISSION-DUP-LOOKUP-RECORD.
            05  CDIX-KEY.
                10  CDIX-OBLIGATION-NUMBER PIC X(20).
                10  CDIX-IDENTIFICATION-NUMBER PIC 9(17).
            05  CDIX-FLAGGED-COUNT PIC 9(5).
            05  FILLER PIC X(10).
