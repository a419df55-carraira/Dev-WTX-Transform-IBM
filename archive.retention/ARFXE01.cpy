        01  FIXITY-EXCEPTION-RECORD.
            05  FXE-SOURCE-SERVICE PIC X(8).
            05  FXE-TRANSACTION-ID PIC X(48).
            05  FXE-COUNTRY-CODE PIC 9(4).
            05  FXE-BANK-CODE PIC 9(3).
            05  FXE-ARCHIVED-DATE PIC 9(8).
            05  FXE-REASON-CODE PIC X(4).
                88  FXE-GENERATION-MISSING VALUE 'MISS'.
                88  FXE-COUNT-MISMATCH VALUE 'CNT '.
                88  FXE-HASH-MISMATCH VALUE 'HASH'.
            05  FXE-EXPECTED-COUNT PIC 9(5).
            05  FXE-FOUND-COUNT PIC 9(5).
            05  FXE-EXPECTED-HASH PIC 9(15).
            05  FXE-FOUND-HASH PIC 9(15).
            05  FXE-SELECTED-BY PIC X(1).
            05  FXE-VERIFIED-DATE PIC 9(8).
            05  FILLER PIC X(10).
