        01  ADJUSTMENT-AUDIT-RECORD.
            05  ADJA-ADJUSTMENT-TYPE PIC X(1).
            05  ADJA-PRODUCT-NUMBER PIC 9(20).
            05  ADJA-PRODUCT-CODE PIC 9(3).
            05  ADJA-OBLIGATION-NUMBER PIC X(20).
            05  ADJA-CHARGE-DATE PIC 9(8).
            05  ADJA-AMOUNT PIC 9(15)V9(2).
            05  ADJA-RESULT PIC X(4).
                88  ADJA-APPLIED VALUE 'OK  '.
                88  ADJA-REJECTED VALUE 'RJCT'.
            05  ADJA-REJECT-REASON PIC X(4).
                88  ADJA-BAD-TYPE VALUE 'TYPE'.
                88  ADJA-NO-REFERENCE VALUE 'NREF'.
                88  ADJA-NO-REASON VALUE 'RSNM'.
                88  ADJA-NO-USER VALUE 'USER'.
                88  ADJA-BAD-AMOUNT VALUE 'AMNT'.
                88  ADJA-CHARGE-NOT-FOUND VALUE 'NFND'.
                88  ADJA-ALREADY-REVERSED VALUE 'DUPL'.
                88  ADJA-NO-CHART-ROW VALUE 'NOCH'.
                88  ADJA-TABLE-FULL VALUE 'FULL'.
            05  ADJA-REASON-CODE PIC X(4).
            05  ADJA-REQUEST-USER PIC X(8).
            05  ADJA-ADJUST-DATE PIC 9(8).
            05  ADJA-ADJUST-TIME PIC 9(6).
            05  FILLER PIC X(10).
