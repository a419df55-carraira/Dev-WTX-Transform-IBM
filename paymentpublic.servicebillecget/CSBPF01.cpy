        01  BILL-PRESENTMENT-RECORD.
            05  BPF-RECORD-TYPE PIC X(1).
                88  BPF-FILE-HEADER VALUE 'H'.
                88  BPF-BILL-DETAIL VALUE 'D'.
                88  BPF-FILE-TRAILER VALUE 'T'.
            05  BPF-ASSOCIATED-SERVICE PIC 9(5).
            05  BPF-RECORD-DATA PIC X(120).
            05  BPF-HEADER-DATA REDEFINES BPF-RECORD-DATA.
                10  BPF-HDR-FILE-DATE PIC 9(8).
                10  BPF-HDR-FILE-SEQUENCE PIC 9(5).
                10  FILLER PIC X(107).
            05  BPF-STANDARD-DETAIL REDEFINES BPF-RECORD-DATA.
                10  BPF-STD-OBLIGATION-NUMBER PIC X(20).
                10  BPF-STD-AMOUNT-DUE PIC 9(15)V9(2).
                10  BPF-STD-PAYDAY-LIMIT PIC 9(8).
                10  FILLER PIC X(75).
            05  BPF-EXTENDED-DETAIL REDEFINES BPF-RECORD-DATA.
                10  BPF-EXT-OBLIGATION-NUMBER PIC X(20).
                10  BPF-EXT-IDENTIFICATION-TYPE PIC X(1).
                10  BPF-EXT-IDENTIFICATION-NUMBER PIC 9(17).
                10  BPF-EXT-CUSTOMER-NAME PIC X(30).
                10  BPF-EXT-ISSUE-DATE PIC 9(8).
                10  BPF-EXT-PAYDAY-LIMIT PIC 9(8).
                10  BPF-EXT-AMOUNT-DUE PIC 9(15)V9(2).
                10  BPF-EXT-CURRENCY-CODE PIC 9(3).
                10  FILLER PIC X(16).
            05  BPF-TRAILER-DATA REDEFINES BPF-RECORD-DATA.
                10  BPF-TRL-BILL-COUNT PIC 9(7).
                10  BPF-TRL-AMOUNT-TOTAL PIC 9(15)V9(2).
                10  FILLER PIC X(96).
            05  FILLER PIC X(10).
