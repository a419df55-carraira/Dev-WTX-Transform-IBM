        01  HOLIDAY-MAINT-AUDIT-RECORD.
            05  HOLA-ACTION PIC X(1).
            05  HOLA-COUNTRY-CODE PIC 9(4).
            05  HOLA-HOLIDAY-DATE PIC 9(8).
            05  HOLA-RESULT PIC X(4).
                88  HOLA-APPLIED VALUE 'OK  '.
                88  HOLA-REJECTED VALUE 'RJCT'.
            05  HOLA-REJECT-REASON PIC X(4).
                88  HOLA-BAD-ACTION VALUE 'ACTN'.
                88  HOLA-NO-MAKER VALUE 'USER'.
                88  HOLA-UNKNOWN-COUNTRY VALUE 'CTRY'.
                88  HOLA-BAD-DATE VALUE 'DATE'.
                88  HOLA-DATE-PASSED VALUE 'PAST'.
                88  HOLA-NO-DESCRIPTION VALUE 'DESC'.
                88  HOLA-ROW-EXISTS VALUE 'DUPL'.
                88  HOLA-ROW-NOT-FOUND VALUE 'NFND'.
            05  HOLA-BEFORE-IMAGE.
                10  HOLA-OLD-DESCRIPTION PIC X(30).
                10  HOLA-OLD-HOLIDAY-TYPE PIC X(1).
            05  HOLA-AFTER-IMAGE.
                10  HOLA-NEW-DESCRIPTION PIC X(30).
                10  HOLA-NEW-HOLIDAY-TYPE PIC X(1).
            05  HOLA-MAINT-USER PIC X(8).
            05  HOLA-MAINT-DATE PIC 9(8).
            05  HOLA-MAINT-TIME PIC 9(6).
            05  FILLER PIC X(10).
