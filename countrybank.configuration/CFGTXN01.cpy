            05  CFGT-MIN-AMOUNT PIC 9(15)V9(2).
            05  CFGT-MAX-AMOUNT PIC 9(15)V9(2).
            05  CFGT-MAINT-USER PIC X(8).
            05  CFGT-DEFAULT-LANGUAGE PIC X(2).
            05  FILLER PIC X(8).
