                88  ARCHIVE-PURGED VALUE 'Y'.
                88  ARCHIVE-ON-FILE VALUE 'N'.
            05  ARCHIVE-PURGE-ACTION-DATE PIC 9(8).
            05  ARCHIVE-RECORD-COUNT PIC 9(5).
            05  ARCHIVE-HASH-TOTAL PIC 9(15).
            05  FILLER PIC X(10).
