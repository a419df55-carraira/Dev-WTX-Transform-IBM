        01  NO-RATE-LOOKUP-RECORD.
            05  NRIX-KEY.
                10  NRIX-OBLIGATION-NUMBER PIC X(20).
                10  NRIX-IDENTIFICATION-NUMBER PIC 9(17).
            05  FILLER PIC X(10).
