        01  UNPAID-BILL-RETURN-RECORD.
            05  BPU-RECORD-TYPE PIC X(1).
                88  BPU-RETURN-HEADER VALUE 'H'.
                88  BPU-RETURN-DETAIL VALUE 'D'.
                88  BPU-RETURN-TRAILER VALUE 'T'.
            05  BPU-ASSOCIATED-SERVICE PIC 9(5).
            05  BPU-RETURN-DATA PIC X(90).
            05  BPU-HEADER-DATA REDEFINES BPU-RETURN-DATA.
                10  BPU-HDR-BILLER-NAME PIC X(30).
                10  BPU-HDR-RETURN-DATE PIC 9(8).
                10  FILLER PIC X(52).
            05  BPU-DETAIL-DATA REDEFINES BPU-RETURN-DATA.
                10  BPU-DTL-OBLIGATION-NUMBER PIC X(20).
                10  BPU-DTL-AMOUNT-DUE PIC 9(15)V9(2).
                10  BPU-DTL-PAID-AMOUNT PIC 9(15)V9(2).
                10  BPU-DTL-PAYDAY-LIMIT PIC 9(8).
                10  BPU-DTL-IDENTIFICATION-NUMBER PIC 9(17).
                10  FILLER PIC X(11).
            05  BPU-TRAILER-DATA REDEFINES BPU-RETURN-DATA.
                10  BPU-TRL-BILL-COUNT PIC 9(7).
                10  BPU-TRL-OUTSTANDING-TOTAL PIC 9(15)V9(2).
                10  FILLER PIC X(66).
            05  FILLER PIC X(10).
