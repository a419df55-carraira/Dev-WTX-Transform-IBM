        01  DORMANT-CONFIRM-CARD.
            05  DRC-INTEGRATION-USER PIC X(40).
            05  DRC-ACTION PIC X(1).
                88  DRC-DELETE VALUE 'D'.
                88  DRC-REINSTATE VALUE 'R'.
            05  DRC-CONFIRMED-BY PIC X(8).
            05  FILLER PIC X(31).
