            05  CTRYCFG-DATE-FORMAT PIC X(10).
            05  CTRYCFG-MIN-AMOUNT PIC 9(15)V9(2).
            05  CTRYCFG-MAX-AMOUNT PIC 9(15)V9(2).
            05  CTRYCFG-DEFAULT-LANGUAGE PIC X(2).
            05  FILLER PIC X(8).
