            05  ARHA-RESULT PIC X(4).
                88  ARHA-APPLIED VALUE 'OK  '.
                88  ARHA-REJECTED VALUE 'RJCT'.
                88  ARHA-PARKED VALUE 'PEND'.
            05  ARHA-REJECT-REASON PIC X(4).
                88  ARHA-BAD-ACTION VALUE 'ACTN'.
                88  ARHA-BAD-TYPE VALUE 'TYPE'.
                88  ARHA-HOLD-EXISTS VALUE 'DUPL'.
                88  ARHA-HOLD-NOT-FOUND VALUE 'NFND'.
                88  ARHA-TABLE-FULL VALUE 'FULL'.
                88  ARHA-NO-MAKER VALUE 'USER'.
                88  ARHA-PENDING-NOT-FOUND VALUE 'PNFD'.
                88  ARHA-NOT-PENDING VALUE 'NPND'.
                88  ARHA-PENDING-EXPIRED VALUE 'PEXP'.
                88  ARHA-SAME-USER VALUE 'SELF'.
                88  ARHA-BAD-DECISION VALUE 'DCSN'.
                88  ARHA-DECLINED VALUE 'DECL'.
                88  ARHA-NO-CUSTOMER VALUE 'NCUS'.
            05  ARHA-BEFORE-IMAGE.
                10  ARHA-OLD-REFERENCE PIC X(20).
                10  ARHA-OLD-EXPIRY-DATE PIC 9(8).
            05  ARHA-MAINT-USER PIC X(8).
            05  ARHA-MAINT-DATE PIC 9(8).
            05  ARHA-MAINT-TIME PIC 9(6).
            05  ARHA-CHECKER-USER PIC X(8).
            05  FILLER PIC X(2).
