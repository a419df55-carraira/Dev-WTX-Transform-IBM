            05  CDTOK-TTL-MINUTES PIC 9(3).
            05  CDTOK-NOT-FOUND-SW PIC X(1).
                88  CDTOK-USER-NOT-FOUND VALUE 'Y'.
                88  CDTOK-USER-SUSPENDED VALUE 'S'.
            05  CDTOK-SEED-ROTATED-DATE PIC 9(8).
            05  FILLER PIC X(2).
