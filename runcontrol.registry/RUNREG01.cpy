            05  RREG-FUNCTION PIC X(1).
                88  RREG-START VALUE 'S'.
                88  RREG-END VALUE 'E'.
                88  RREG-HOLD VALUE 'H'.
                88  RREG-EXCLUSIVE VALUE 'X'.
            05  RREG-PROGRAM-ID PIC X(8).
            05  RREG-RECORD-COUNT PIC 9(9).
            05  RREG-STATUS PIC X(1).
                88  RREG-NOT-STARTED VALUE 'N'.
                88  RREG-GUARD-HOLD VALUE 'G'.
                88  RREG-PREREQ-HOLD VALUE 'P'.
                88  RREG-SUITE-ACTIVE VALUE 'A'.
            05  RREG-CYCLE-NUMBER PIC 9(3).
            05  RREG-GUARD-FILE PIC X(8).
            05  FILLER PIC X(9).
