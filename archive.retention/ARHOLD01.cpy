            05  HOLD-TYPE PIC X(1).
                88  HOLD-BY-TRANSACTION VALUE 'T'.
                88  HOLD-BY-COUNTRY-BANK VALUE 'C'.
                88  HOLD-BY-CUSTOMER VALUE 'I'.
            05  HOLD-TRANSACTION-ID PIC X(48).
            05  HOLD-CUSTOMER-KEY REDEFINES HOLD-TRANSACTION-ID.
                10  HOLD-IDENTIFICATION-TYPE PIC X(1).
                10  HOLD-IDENTIFICATION-NUMBER PIC X(17).
                10  FILLER PIC X(30).
            05  HOLD-COUNTRY-CODE PIC 9(4).
            05  HOLD-BANK-CODE-LOW PIC 9(3).
            05  HOLD-BANK-CODE-HIGH PIC 9(3).
