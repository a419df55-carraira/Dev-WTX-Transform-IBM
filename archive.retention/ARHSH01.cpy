        01  ARCHIVE-HASH-REQUEST.
            05  ARHS-IMAGE PIC X(11564).
            05  ARHS-RECORD-HASH PIC 9(9).
            05  ARHS-SIGNIFICANT-LENGTH PIC 9(5).
            05  ARHS-RECORD-COUNT PIC 9(5).
            05  ARHS-HASH-TOTAL PIC 9(15).
            05  FILLER PIC X(10).
