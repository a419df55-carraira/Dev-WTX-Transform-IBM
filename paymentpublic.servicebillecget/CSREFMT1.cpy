            05  REFERENCE-3-LENGTH PIC 9(2).
            05  REFERENCE-3-NUMERIC-SW PIC X(1).
                88  REFERENCE-3-NUMERIC VALUE 'Y'.
            05  FMT-EFFECTIVE-FROM PIC 9(8).
            05  FMT-EFFECTIVE-TO PIC 9(8).
            05  FILLER PIC X(10).
