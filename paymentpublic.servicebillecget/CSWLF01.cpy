        01  WATCHLIST-FILE-RECORD.
            05  WLF-RECORD-TYPE PIC X(1).
                88  WLF-LIST-HEADER VALUE 'H'.
                88  WLF-LIST-ENTRY VALUE 'D'.
                88  WLF-LIST-TRAILER VALUE 'T'.
            05  WLF-RECORD-DATA PIC X(80).
            05  WLF-HEADER-DATA REDEFINES WLF-RECORD-DATA.
                10  WLF-HDR-LIST-DATE PIC 9(8).
                10  WLF-HDR-LIST-VERSION PIC 9(5).
                10  FILLER PIC X(67).
            05  WLF-ENTRY-DATA REDEFINES WLF-RECORD-DATA.
                10  WLF-ENT-ENTRY-TYPE PIC X(1).
                    88  WLF-ENT-BY-IDENTIFICATION VALUE 'I'.
                    88  WLF-ENT-BY-ACCOUNT VALUE 'A'.
                    88  WLF-ENT-BY-NAME VALUE 'N'.
                10  WLF-ENT-LIST-SOURCE PIC X(4).
                    88  WLF-ENT-SANCTIONS VALUE 'SANC'.
                    88  WLF-ENT-INTERNAL VALUE 'INTL'.
                10  WLF-ENT-LIST-REFERENCE PIC X(12).
                10  WLF-ENT-VALUE PIC X(40).
                10  WLF-ENT-ID-VALUE REDEFINES WLF-ENT-VALUE.
                    15  WLF-ENT-ID-TYPE PIC X(1).
                    15  WLF-ENT-ID-NUMBER PIC 9(17).
                    15  FILLER PIC X(22).
                10  WLF-ENT-ACCOUNT-VALUE REDEFINES WLF-ENT-VALUE.
                    15  WLF-ENT-DEBIT-BANK PIC 9(3).
                    15  WLF-ENT-DEBIT-ACCOUNT PIC 9(20).
                    15  FILLER PIC X(17).
                10  FILLER PIC X(23).
            05  WLF-TRAILER-DATA REDEFINES WLF-RECORD-DATA.
                10  WLF-TRL-ENTRY-COUNT PIC 9(7).
                10  FILLER PIC X(73).
            05  FILLER PIC X(10).
