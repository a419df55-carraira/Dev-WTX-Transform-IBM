        01  FUNDS-TRANSFER-RECORD.
            05  FTI-RECORD-TYPE PIC X(1).
                88  FTI-FILE-HEADER VALUE 'H'.
                88  FTI-TRANSFER-DETAIL VALUE 'D'.
                88  FTI-FILE-TRAILER VALUE 'T'.
            05  FTI-TRANSFER-DATA PIC X(90).
            05  FTI-HEADER-DATA REDEFINES FTI-TRANSFER-DATA.
                10  FTI-HDR-FILE-DATE PIC 9(8).
                10  FTI-HDR-ORIGINATOR PIC X(8).
                10  FTI-HDR-BATCH-NUMBER PIC 9(6).
                10  FILLER PIC X(68).
            05  FTI-DETAIL-DATA REDEFINES FTI-TRANSFER-DATA.
                10  FTI-DTL-SEQUENCE PIC 9(7).
                10  FTI-DTL-ASSOCIATED-SERVICE PIC 9(5).
                10  FTI-DTL-BILLER-NAME PIC X(30).
                10  FTI-DTL-CURRENCY-CODE PIC 9(3).
                10  FTI-DTL-VALUE-DATE PIC 9(8).
                10  FTI-DTL-AMOUNT PIC 9(15)V9(2).
                10  FTI-DTL-CARRIED-IN PIC S9(15)V9(2)
                    SIGN LEADING SEPARATE.
                10  FILLER PIC X(2).
            05  FTI-TRAILER-DATA REDEFINES FTI-TRANSFER-DATA.
                10  FTI-TRL-TRANSFER-COUNT PIC 9(7).
                10  FTI-TRL-AMOUNT-TOTAL PIC 9(15)V9(2).
                10  FTI-TRL-HASH-TOTAL PIC 9(15).
                10  FILLER PIC X(51).
            05  FILLER PIC X(10).
