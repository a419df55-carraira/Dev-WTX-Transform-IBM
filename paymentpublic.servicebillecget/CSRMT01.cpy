                10  RMT-DTL-ASSOCIATED-VALUE PIC 9(15)V9(2).
                10  RMT-DTL-LATE-FLAG PIC X(1).
                10  RMT-DTL-IDENTIFICATION-TYPE PIC X(1).
                10  RMT-DTL-RELEASED-FLAG PIC X(1).
                10  FILLER PIC X(16).
            05  RMT-TRAILER-DATA REDEFINES RMT-ADVICE-DATA.
                10  RMT-TRL-OBLIGATION-COUNT PIC 9(7).
                10  RMT-TRL-PAYMENT-TOTAL PIC 9(15)V9(2).
                10  RMT-TRL-EXCLUDED-DUPLICATES PIC 9(7).
                10  RMT-TRL-HELD-PAYMENTS PIC 9(7).
                10  RMT-TRL-RELEASED-PAYMENTS PIC 9(7).
                10  FILLER PIC X(45).
            05  FILLER PIC X(10).
