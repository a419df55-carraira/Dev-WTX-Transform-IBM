        01  COMMISSION-WORK-RECORD.
            05  CMIX-ASSOCIATED-SERVICE PIC 9(5).
            05  CMIX-COLLECTED-COUNT PIC 9(9).
            05  CMIX-COLLECTED-VALUE PIC 9(15)V9(2).
            05  CMIX-DUPLICATE-COUNT PIC 9(9).
            05  CMIX-DUPLICATE-VALUE PIC 9(15)V9(2).
            05  CMIX-REVERSED-COUNT PIC 9(9).
            05  CMIX-REVERSED-VALUE PIC 9(15)V9(2).
            05  FILLER PIC X(10).
