            05  ARHT-HOLD-TYPE PIC X(1).
                88  ARHT-BY-TRANSACTION VALUE 'T'.
                88  ARHT-BY-COUNTRY-BANK VALUE 'C'.
                88  ARHT-BY-CUSTOMER VALUE 'I'.
            05  ARHT-TRANSACTION-ID PIC X(48).
            05  ARHT-CUSTOMER-KEY REDEFINES ARHT-TRANSACTION-ID.
                10  ARHT-IDENTIFICATION-TYPE PIC X(1).
                10  ARHT-IDENTIFICATION-NUMBER PIC X(17).
                10  FILLER PIC X(30).
            05  ARHT-COUNTRY-CODE PIC 9(4).
            05  ARHT-BANK-CODE-LOW PIC 9(3).
            05  ARHT-BANK-CODE-HIGH PIC 9(3).
