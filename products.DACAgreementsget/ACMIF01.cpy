        01  MANDATE-INSTRUCTION-RECORD.
            05  MIF-RECORD-TYPE PIC X(1).
                88  MIF-FILE-HEADER VALUE 'H'.
                88  MIF-INSTRUCTION-DETAIL VALUE 'D'.
                88  MIF-FILE-TRAILER VALUE 'T'.
            05  MIF-INSTRUCTION-DATA PIC X(100).
            05  MIF-HEADER-DATA REDEFINES MIF-INSTRUCTION-DATA.
                10  MIF-HDR-FILE-DATE PIC 9(8).
                10  MIF-HDR-ORIGINATOR PIC X(8).
                10  FILLER PIC X(84).
            05  MIF-DETAIL-DATA REDEFINES MIF-INSTRUCTION-DATA.
                10  MIF-DTL-INSTRUCTION-NUMBER PIC 9(13).
                10  MIF-DTL-ACTION PIC X(1).
                10  MIF-DTL-IDENTIFICATION-TYPE PIC X(1).
                10  MIF-DTL-IDENTIFICATION-NUMBER PIC X(17).
                10  MIF-DTL-ACC-CODE PIC 9(5).
                10  MIF-DTL-REFERENCE-NUMBER PIC X(20).
                10  MIF-DTL-OLD-DEBIT-ACCOUNT PIC 9(20).
                10  MIF-DTL-NEW-DEBIT-ACCOUNT PIC 9(20).
                10  FILLER PIC X(3).
            05  MIF-TRAILER-DATA REDEFINES MIF-INSTRUCTION-DATA.
                10  MIF-TRL-INSTRUCTION-COUNT PIC 9(7).
                10  MIF-TRL-HASH-TOTAL PIC 9(15).
                10  FILLER PIC X(78).
            05  FILLER PIC X(10).
