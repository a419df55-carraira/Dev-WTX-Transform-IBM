            05  EML-EMAIL-ADDRESS PIC X(60).
            05  EML-REFERENCE PIC X(20).
            05  EML-REASON-CODE PIC X(4).
            05  EML-REASON-TEXT PIC X(160).
            05  EML-NOTIFY-DATE PIC 9(8).
            05  EML-ATTEMPT-COUNT PIC 9(3).
            05  EML-LANGUAGE PIC X(2).
            05  FILLER PIC X(10).
