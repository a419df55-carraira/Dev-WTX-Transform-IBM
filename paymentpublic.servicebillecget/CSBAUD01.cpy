        01  BILLER-MAINT-AUDIT-RECORD.
            05  CSBA-ACTION PIC X(1).
            05  CSBA-AGREEMENT-CODE PIC 9(5).
            05  CSBA-SP-SERVICE-CODE PIC 9(5).
            05  CSBA-ASSOCIATED-SERVICE PIC 9(5).
            05  CSBA-RESULT PIC X(4).
                88  CSBA-APPLIED VALUE 'OK  '.
                88  CSBA-REJECTED VALUE 'RJCT'.
            05  CSBA-REJECT-REASON PIC X(4).
                88  CSBA-BAD-ACTION VALUE 'ACTN'.
                88  CSBA-NO-MAKER VALUE 'USER'.
                88  CSBA-BAD-CODE VALUE 'CODE'.
                88  CSBA-BAD-DATE VALUE 'DATE'.
                88  CSBA-NO-NAME VALUE 'NAME'.
                88  CSBA-BAD-FORMAT VALUE 'FRMT'.
                88  CSBA-BAD-CURRENCY VALUE 'CURR'.
                88  CSBA-BAD-REFERENCE VALUE 'RLEN'.
                88  CSBA-BAD-RULE VALUE 'RULE'.
                88  CSBA-ROW-EXISTS VALUE 'DUPL'.
                88  CSBA-ROW-NOT-FOUND VALUE 'NFND'.
                88  CSBA-KEY-MISMATCH VALUE 'MISM'.
                88  CSBA-INACTIVE VALUE 'INAC'.
            05  CSBA-BEFORE-IMAGE.
                10  CSBA-OLD-BILLER-NAME PIC X(30).
                10  CSBA-OLD-OUTPUT-FORMAT PIC X(1).
                10  CSBA-OLD-CURRENCY-CODE PIC 9(3).
                10  CSBA-OLD-REFERENCE-LENGTHS PIC X(9).
                10  CSBA-OLD-RULE-TYPE PIC X(1).
                10  CSBA-OLD-EFFECTIVE-FROM PIC 9(8).
                10  CSBA-OLD-EFFECTIVE-TO PIC 9(8).
            05  CSBA-AFTER-IMAGE.
                10  CSBA-NEW-BILLER-NAME PIC X(30).
                10  CSBA-NEW-OUTPUT-FORMAT PIC X(1).
                10  CSBA-NEW-CURRENCY-CODE PIC 9(3).
                10  CSBA-NEW-REFERENCE-LENGTHS PIC X(9).
                10  CSBA-NEW-RULE-TYPE PIC X(1).
                10  CSBA-NEW-EFFECTIVE-FROM PIC 9(8).
                10  CSBA-NEW-EFFECTIVE-TO PIC 9(8).
            05  CSBA-MAINT-USER PIC X(8).
            05  CSBA-MAINT-DATE PIC 9(8).
            05  CSBA-MAINT-TIME PIC 9(6).
            05  CSBA-OLD-PRESENTMENT-LAYOUT PIC X(1).
            05  CSBA-NEW-PRESENTMENT-LAYOUT PIC X(1).
            05  FILLER PIC X(8).
