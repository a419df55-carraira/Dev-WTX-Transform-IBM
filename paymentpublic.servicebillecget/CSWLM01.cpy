        01  WATCHLIST-ENTRY-RECORD.
            05  WLM-KEY.
                10  WLM-ENTRY-TYPE PIC X(1).
                    88  WLM-BY-IDENTIFICATION VALUE 'I'.
                    88  WLM-BY-ACCOUNT VALUE 'A'.
                    88  WLM-BY-NAME VALUE 'N'.
                    88  WLM-LIST-CONTROL VALUE 'C'.
                10  WLM-ENTRY-VALUE PIC X(40).
                10  WLM-ID-VALUE REDEFINES WLM-ENTRY-VALUE.
                    15  WLM-ID-TYPE PIC X(1).
                    15  WLM-ID-NUMBER PIC 9(17).
                    15  FILLER PIC X(22).
                10  WLM-ACCOUNT-VALUE REDEFINES WLM-ENTRY-VALUE.
                    15  WLM-DEBIT-BANK PIC 9(3).
                    15  WLM-DEBIT-ACCOUNT PIC 9(20).
                    15  FILLER PIC X(17).
            05  WLM-LIST-SOURCE PIC X(4).
            05  WLM-LIST-REFERENCE PIC X(12).
            05  WLM-LIST-DATE PIC 9(8).
            05  WLM-LIST-VERSION PIC 9(5).
            05  WLM-LOAD-DATE PIC 9(8).
            05  WLM-ENTRY-COUNT PIC 9(7).
            05  FILLER PIC X(10).
