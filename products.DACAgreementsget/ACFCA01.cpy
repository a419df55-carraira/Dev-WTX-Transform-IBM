        01  FORECAST-ACCURACY-RECORD.
            05  FCA-IDENTIFICATION-NUMBER PIC X(17).
            05  FCA-ACC-CODE PIC 9(5).
            05  FCA-REFERENCE-NUMBER PIC X(20).
            05  FCA-OUTCOME PIC X(1).
                88  FCA-DEBITED VALUE 'D'.
                88  FCA-MISSED VALUE 'M'.
            05  FCA-CADENCE-TYPE PIC X(1).
            05  FCA-FORECAST-DATE PIC 9(8).
            05  FCA-EXPECTED-DATE PIC 9(8).
            05  FCA-EXPECTED-AMOUNT PIC 9(15)V9(2).
            05  FCA-ACTUAL-DATE PIC 9(8).
            05  FCA-ACTUAL-AMOUNT PIC 9(15)V9(2).
            05  FCA-DATE-VARIANCE PIC S9(5).
            05  FCA-AMOUNT-VARIANCE PIC S9(15)V9(2).
            05  FCA-RECORDED-DATE PIC 9(8).
            05  FILLER PIC X(10).
