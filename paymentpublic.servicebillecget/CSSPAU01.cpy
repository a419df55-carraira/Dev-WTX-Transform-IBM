        01  SCHEDULED-PAYMENT-AUDIT-RECORD.
            05  SPMA-ACTION PIC X(1).
            05  SPMA-IDENTIFICATION-TYPE PIC X(1).
            05  SPMA-IDENTIFICATION-NUMBER PIC 9(17).
            05  SPMA-SCHEDULE-NUMBER PIC 9(6).
            05  SPMA-RESULT PIC X(4).
                88  SPMA-APPLIED VALUE 'OK  '.
                88  SPMA-REJECTED VALUE 'RJCT'.
            05  SPMA-REJECT-REASON PIC X(4).
                88  SPMA-BAD-ACTION VALUE 'ACTN'.
                88  SPMA-NO-MAKER VALUE 'USER'.
                88  SPMA-BAD-IDENTITY VALUE 'IDNT'.
                88  SPMA-BAD-CODE VALUE 'CODE'.
                88  SPMA-BAD-CURRENCY VALUE 'CURR'.
                88  SPMA-BAD-DATE VALUE 'DATE'.
                88  SPMA-ROW-EXISTS VALUE 'DUPL'.
                88  SPMA-ROW-NOT-FOUND VALUE 'NFND'.
                88  SPMA-NOT-SCHEDULED VALUE 'STAT'.
                88  SPMA-BILLER-NOT-FOUND VALUE 'BLNF'.
                88  SPMA-REFERENCE-FORMAT-ERROR VALUE 'RFMT'.
                88  SPMA-BILLER-NOT-YET-ACTIVE VALUE 'BNYA'.
                88  SPMA-BILLER-DEACTIVATED VALUE 'BDEA'.
            05  SPMA-INVALID-REFERENCE-NUMBER PIC 9(1).
            05  SPMA-BEFORE-IMAGE.
                10  SPMA-OLD-AGREEMENT-CODE PIC 9(5).
                10  SPMA-OLD-SP-SERVICE-CODE PIC 9(5).
                10  SPMA-OLD-REFERENCE-1 PIC X(25).
                10  SPMA-OLD-REFERENCE-2 PIC X(25).
                10  SPMA-OLD-REFERENCE-3 PIC X(12).
                10  SPMA-OLD-CURRENCY-CODE PIC 9(3).
                10  SPMA-OLD-COUNTRY-CODE PIC 9(4).
                10  SPMA-OLD-BANK-CODE PIC 9(3).
                10  SPMA-OLD-EXECUTION-DATE PIC 9(8).
                10  SPMA-OLD-STATUS PIC X(1).
            05  SPMA-AFTER-IMAGE.
                10  SPMA-NEW-AGREEMENT-CODE PIC 9(5).
                10  SPMA-NEW-SP-SERVICE-CODE PIC 9(5).
                10  SPMA-NEW-REFERENCE-1 PIC X(25).
                10  SPMA-NEW-REFERENCE-2 PIC X(25).
                10  SPMA-NEW-REFERENCE-3 PIC X(12).
                10  SPMA-NEW-CURRENCY-CODE PIC 9(3).
                10  SPMA-NEW-COUNTRY-CODE PIC 9(4).
                10  SPMA-NEW-BANK-CODE PIC 9(3).
                10  SPMA-NEW-EXECUTION-DATE PIC 9(8).
                10  SPMA-NEW-STATUS PIC X(1).
            05  SPMA-MAINT-USER PIC X(8).
            05  SPMA-MAINT-DATE PIC 9(8).
            05  SPMA-MAINT-TIME PIC 9(6).
            05  FILLER PIC X(10).
