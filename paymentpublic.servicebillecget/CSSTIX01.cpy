        01  SETTLEMENT-WORK-RECORD.
            05  STIX-KEY.
                10  STIX-ASSOCIATED-SERVICE PIC 9(5).
                10  STIX-VALUE-DATE PIC 9(8).
            05  STIX-COLLECTED-AMOUNT PIC 9(15)V9(2).
            05  STIX-COLLECTED-COUNT PIC 9(7).
            05  STIX-REVERSED-AMOUNT PIC 9(15)V9(2).
            05  STIX-REVERSED-COUNT PIC 9(7).
            05  STIX-HELD-AMOUNT PIC 9(15)V9(2).
            05  STIX-HELD-COUNT PIC 9(7).
            05  FILLER PIC X(10).
