        01  FIXITY-WORK-RECORD.
            05  FXW-TRANSACTION-ID PIC X(48).
            05  FXW-SOURCE-SERVICE PIC X(8).
            05  FXW-COUNTRY-CODE PIC 9(4).
            05  FXW-BANK-CODE PIC 9(3).
            05  FXW-ARCHIVED-DATE PIC 9(8).
            05  FXW-CONTROL-SW PIC X(1).
                88  FXW-CONTROLLED VALUE 'Y'.
                88  FXW-NO-CONTROL VALUE 'N'.
            05  FXW-RECORD-COUNT PIC 9(5).
            05  FXW-HASH-TOTAL PIC 9(15).
            05  FXW-SELECTED-BY PIC X(1).
            05  FXW-FOUND-COUNT PIC 9(5).
            05  FXW-FOUND-HASH PIC 9(15).
            05  FILLER PIC X(10).
