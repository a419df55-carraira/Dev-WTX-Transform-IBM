        01  FIXITY-MANIFEST-RECORD.
            05  FXM-SOURCE-SERVICE PIC X(8).
            05  FXM-TRANSACTION-ID PIC X(48).
            05  FXM-COUNTRY-CODE PIC 9(4).
            05  FXM-BANK-CODE PIC 9(3).
            05  FXM-ARCHIVED-DATE PIC 9(8).
            05  FXM-CONTROL-SW PIC X(1).
                88  FXM-CONTROLLED VALUE 'Y'.
                88  FXM-NO-CONTROL VALUE 'N'.
            05  FXM-RECORD-COUNT PIC 9(5).
            05  FXM-HASH-TOTAL PIC 9(15).
            05  FXM-SELECTED-BY PIC X(1).
                88  FXM-BY-ROTATION VALUE 'S'.
                88  FXM-BY-HOLD VALUE 'H'.
            05  FXM-CUT-DATE PIC 9(8).
            05  FILLER PIC X(10).
