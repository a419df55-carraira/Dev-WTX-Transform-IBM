        01  BILLER-SETTLEMENT-RECORD.
            05  STLM-ASSOCIATED-SERVICE PIC 9(5).
            05  STLM-CARRY-FORWARD PIC S9(15)V9(2).
            05  STLM-LAST-VALUE-DATE PIC 9(8).
            05  STLM-LAST-NET-AMOUNT PIC S9(15)V9(2).
            05  STLM-LAST-TRANSFER-DATE PIC 9(8).
            05  STLM-LAST-TRANSFER-AMOUNT PIC 9(15)V9(2).
            05  STLM-TRANSFERRED-TOTAL PIC 9(15)V9(2).
            05  STLM-LAST-RUN-DATE PIC 9(8).
            05  FILLER PIC X(10).
