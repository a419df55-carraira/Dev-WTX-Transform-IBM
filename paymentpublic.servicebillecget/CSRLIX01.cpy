        01  RELEASED-PAYMENT-LOOKUP-RECORD.
            05  RLIX-KEY.
                10  RLIX-ASSOCIATED-SERVICE PIC 9(5).
                10  RLIX-TRANSACTION-ID PIC X(48).
            05  RLIX-OBLIGATION-NUMBER PIC X(20).
            05  RLIX-IDENTIFICATION-TYPE PIC X(1).
            05  RLIX-IDENTIFICATION-NUMBER PIC 9(17).
            05  RLIX-PAYMENT-VALUE PIC 9(15)V9(2).
            05  RLIX-ASSOCIATED-VALUE PIC 9(15)V9(2).
            05  RLIX-REMITTED-SW PIC X(1).
                88  RLIX-REMITTED VALUE 'Y'.
            05  FILLER PIC X(10).
