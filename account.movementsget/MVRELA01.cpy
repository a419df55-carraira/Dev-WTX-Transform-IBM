        01  RELATIONSHIP-MAINT-AUDIT-RECORD.
            05  RELA-ACTION PIC X(1).
            05  RELA-PRODUCT-NUMBER PIC 9(20).
            05  RELA-IDENTIFICATION-TYPE PIC X(1).
            05  RELA-IDENTIFICATION-NUMBER PIC X(17).
            05  RELA-RESULT PIC X(4).
                88  RELA-APPLIED VALUE 'OK  '.
                88  RELA-REJECTED VALUE 'RJCT'.
            05  RELA-REJECT-REASON PIC X(4).
                88  RELA-BAD-ACTION VALUE 'ACTN'.
                88  RELA-BAD-ACCOUNT VALUE 'ACCT'.
                88  RELA-BAD-IDENTITY VALUE 'IDNT'.
                88  RELA-BAD-ROLE VALUE 'ROLE'.
                88  RELA-BAD-OPEN-DATE VALUE 'ODAT'.
                88  RELA-BAD-CLOSE-DATE VALUE 'CDAT'.
                88  RELA-ROW-EXISTS VALUE 'DUPL'.
                88  RELA-ROW-NOT-FOUND VALUE 'NFND'.
            05  RELA-BEFORE-IMAGE.
                10  RELA-OLD-ROLE PIC X(1).
                10  RELA-OLD-OPEN-DATE PIC 9(8).
                10  RELA-OLD-CLOSE-DATE PIC 9(8).
                10  RELA-OLD-SOURCE PIC X(1).
            05  RELA-AFTER-IMAGE.
                10  RELA-NEW-ROLE PIC X(1).
                10  RELA-NEW-OPEN-DATE PIC 9(8).
                10  RELA-NEW-CLOSE-DATE PIC 9(8).
                10  RELA-NEW-SOURCE PIC X(1).
            05  RELA-MAINT-USER PIC X(8).
            05  RELA-MAINT-DATE PIC 9(8).
            05  RELA-MAINT-TIME PIC 9(6).
            05  FILLER PIC X(10).
