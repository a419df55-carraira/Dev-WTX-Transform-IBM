        01  RUN-HISTORY-RECORD.
            05  RUNH-KEY.
                10  RUNH-PROGRAM-ID PIC X(8).
                10  RUNH-RUN-DATE PIC 9(8).
                10  RUNH-CYCLE-NUMBER PIC 9(3).
            05  RUNH-START-DATE PIC 9(8).
            05  RUNH-START-TIME PIC 9(6).
            05  RUNH-END-DATE PIC 9(8).
            05  RUNH-END-TIME PIC 9(6).
            05  RUNH-ELAPSED-SECONDS PIC 9(7).
            05  RUNH-RECORD-COUNT PIC 9(9).
            05  RUNH-RECORDS-PER-SECOND PIC 9(7)V9(2).
            05  RUNH-LOAD-DATE PIC 9(8).
            05  FILLER PIC X(10).
