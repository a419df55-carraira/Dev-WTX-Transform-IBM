            05  RUNC-STATUS PIC X(1).
                88  RUNC-RUNNING VALUE 'R'.
                88  RUNC-COMPLETED VALUE 'C'.
                88  RUNC-HELD VALUE 'H'.
                88  RUNC-EXCLUSIVE VALUE 'X'.
                88  RUNC-HOLDING VALUE 'H' 'X'.
            05  RUNC-START-DATE PIC 9(8).
            05  RUNC-START-TIME PIC 9(6).
            05  RUNC-END-DATE PIC 9(8).
