        01  DISPUTE-INTAKE-TRANSACTION.
            05  DSPT-ACTION PIC X(1).
                88  DSPT-OPEN VALUE 'O'.
                88  DSPT-INVESTIGATE VALUE 'I'.
                88  DSPT-REFUND VALUE 'F'.
                88  DSPT-REJECT VALUE 'R'.
                88  DSPT-CLOSE VALUE 'C'.
            05  DSPT-IDENTIFICATION-TYPE PIC X(1).
            05  DSPT-IDENTIFICATION-NUMBER PIC X(17).
            05  DSPT-OBLIGATION-NUMBER PIC X(20).
            05  DSPT-DISPUTED-AMOUNT PIC 9(15)V9(2).
            05  DSPT-DEBIT-DATE PIC 9(8).
            05  DSPT-ACC-CODE PIC 9(5).
            05  DSPT-NOTE PIC X(30).
            05  DSPT-MAINT-USER PIC X(8).
            05  FILLER PIC X(10).
