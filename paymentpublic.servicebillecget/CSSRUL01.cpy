            05  SRUL-PERCENTAGE-RATE PIC 9(3)V9(2).
            05  SRUL-PER-DAY-AMOUNT PIC 9(9)V9(2).
            05  SRUL-CAP-AMOUNT PIC 9(9)V9(2).
            05  SRUL-EFFECTIVE-FROM PIC 9(8).
            05  SRUL-EFFECTIVE-TO PIC 9(8).
            05  FILLER PIC X(10).
