        01  CLOSURE-ACCORD-INDEX-RECORD.
            05  CLSA-KEY.
                10  CLSA-DEBIT-ACCOUNT-NUMBER PIC 9(20).
                10  CLSA-REFERENCE-NUMBER PIC X(20).
            05  CLSA-DEBIT-BANK PIC 9(3).
            05  CLSA-IDENTIFICATION-NUMBER PIC X(17).
            05  CLSA-ACC-CODE PIC 9(5).
            05  CLSA-ACCORD-STATUS PIC X(1).
            05  FILLER PIC X(10).
