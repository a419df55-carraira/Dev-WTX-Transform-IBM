            05  BNK-IDENTIFICATION-NUMBER PIC X(17).
            05  BNK-REFERENCE PIC X(20).
            05  BNK-REASON-CODE PIC X(4).
            05  BNK-REASON-TEXT PIC X(160).
            05  BNK-NOTIFY-DATE PIC 9(8).
            05  BNK-NOTICE-COUNT PIC 9(7).
            05  BNK-LANGUAGE PIC X(2).
            05  FILLER PIC X(10).
