            05  CASM-OBLIGATION-TOTAL PIC 9(15)V9(2).
            05  CASM-DISPOSITION-DATE PIC 9(8).
            05  CASM-DISPOSITION-USER PIC X(8).
            05  CASM-FINDING-TYPE PIC X(4).
                88  CASM-WATCHLIST-FINDING VALUE 'WTCH'.
            05  FILLER PIC X(6).
