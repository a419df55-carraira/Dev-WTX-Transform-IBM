            05  SMS-IDENTIFICATION-NUMBER PIC X(17).
            05  SMS-MOBILE-NUMBER PIC X(15).
            05  SMS-REFERENCE PIC X(20).
            05  SMS-MESSAGE-TEXT PIC X(160).
            05  SMS-NOTIFY-DATE PIC 9(8).
            05  SMS-LANGUAGE PIC X(2).
            05  FILLER PIC X(10).
