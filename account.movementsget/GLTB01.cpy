        01  GL-TRIAL-BALANCE-RECORD.
            05  GLTB-GL-ACCOUNT PIC 9(10).
            05  GLTB-PERIOD-END-DATE PIC 9(8).
            05  GLTB-DEBIT-BALANCE PIC 9(15)V9(2).
            05  GLTB-CREDIT-BALANCE PIC 9(15)V9(2).
            05  FILLER PIC X(10).
