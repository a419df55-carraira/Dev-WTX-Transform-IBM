            05  CFGA-RESULT PIC X(4).
                88  CFGA-APPLIED VALUE 'OK  '.
                88  CFGA-REJECTED VALUE 'RJCT'.
                88  CFGA-PARKED VALUE 'PEND'.
            05  CFGA-REJECT-REASON PIC X(4).
                88  CFGA-BAD-ACTION VALUE 'ACTN'.
                88  CFGA-BAD-CURRENCY VALUE 'CURR'.
                88  CFGA-MIN-OVER-MAX VALUE 'MNMX'.
                88  CFGA-ROW-EXISTS VALUE 'DUPL'.
                88  CFGA-ROW-NOT-FOUND VALUE 'NFND'.
                88  CFGA-NO-MAKER VALUE 'USER'.
                88  CFGA-PENDING-NOT-FOUND VALUE 'PNFD'.
                88  CFGA-NOT-PENDING VALUE 'NPND'.
                88  CFGA-PENDING-EXPIRED VALUE 'PEXP'.
                88  CFGA-SAME-USER VALUE 'SELF'.
                88  CFGA-BAD-DECISION VALUE 'DCSN'.
                88  CFGA-DECLINED VALUE 'DECL'.
                88  CFGA-BAD-LANGUAGE VALUE 'LANG'.
            05  CFGA-BEFORE-IMAGE.
                10  CFGA-OLD-CURRENCY PIC 9(3).
                10  CFGA-OLD-DATE-FORMAT PIC X(10).
                10  CFGA-OLD-MIN-AMOUNT PIC 9(15)V9(2).
                10  CFGA-OLD-MAX-AMOUNT PIC 9(15)V9(2).
                10  CFGA-OLD-LANGUAGE PIC X(2).
            05  CFGA-AFTER-IMAGE.
                10  CFGA-NEW-CURRENCY PIC 9(3).
                10  CFGA-NEW-DATE-FORMAT PIC X(10).
                10  CFGA-NEW-MIN-AMOUNT PIC 9(15)V9(2).
                10  CFGA-NEW-MAX-AMOUNT PIC 9(15)V9(2).
                10  CFGA-NEW-LANGUAGE PIC X(2).
            05  CFGA-MAINT-USER PIC X(8).
            05  CFGA-MAINT-DATE PIC 9(8).
            05  CFGA-MAINT-TIME PIC 9(6).
            05  CFGA-CHECKER-USER PIC X(8).
            05  FILLER PIC X(2).
