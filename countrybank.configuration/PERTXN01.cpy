        01  PERIOD-MAINT-TRANSACTION.
            05  PERT-ACTION PIC X(1).
                88  PERT-CLOSE VALUE 'C'.
                88  PERT-REOPEN VALUE 'R'.
            05  PERT-COUNTRY-CODE PIC 9(4).
            05  PERT-PERIOD PIC 9(6).
            05  PERT-MAINT-USER PIC X(8).
            05  PERT-REASON-TEXT PIC X(40).
            05  FILLER PIC X(10).
