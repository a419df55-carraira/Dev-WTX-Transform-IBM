        01  MASTER-HISTORY-RECORD.
            05  HKH-MASTER-NAME PIC X(8).
            05  HKH-UNLOAD-DATE PIC 9(8).
            05  HKH-ROW-DATE PIC 9(8).
            05  HKH-ROW-IMAGE PIC X(200).
            05  FILLER PIC X(10).
