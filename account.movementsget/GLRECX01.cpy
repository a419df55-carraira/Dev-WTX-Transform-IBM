        01  GL-RECONCILIATION-EXCEPTION.
            05  GLRX-GL-ACCOUNT PIC 9(10).
            05  GLRX-PRODUCT-CODE PIC 9(3).
            05  GLRX-ACCOUNT-ROLE PIC X(1).
                88  GLRX-DEBIT-ACCOUNT VALUE 'D'.
                88  GLRX-CREDIT-ACCOUNT VALUE 'C'.
                88  GLRX-OFFSET-ACCOUNT VALUE 'O'.
            05  GLRX-PERIOD-END-DATE PIC 9(8).
            05  GLRX-REASON PIC X(4).
                88  GLRX-UNEXPLAINED-DIFFERENCE VALUE 'GLDF'.
                88  GLRX-NOT-ON-TRIAL-BALANCE VALUE 'NOTB'.
            05  GLRX-GL-BALANCE PIC S9(15)V9(2).
            05  GLRX-BOOK-BALANCE PIC S9(15)V9(2).
            05  GLRX-SUSPENSE-AMOUNT PIC S9(15)V9(2).
            05  GLRX-DIFFERENCE PIC S9(15)V9(2).
            05  FILLER PIC X(10).
