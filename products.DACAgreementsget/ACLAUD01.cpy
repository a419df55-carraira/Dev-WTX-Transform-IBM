            05  ACLA-RESULT PIC X(4).
                88  ACLA-APPLIED VALUE 'OK  '.
                88  ACLA-REJECTED VALUE 'RJCT'.
                88  ACLA-PARKED VALUE 'PEND'.
            05  ACLA-REJECT-REASON PIC X(4).
                88  ACLA-BAD-ACTION VALUE 'ACTN'.
                88  ACLA-NO-LIMITS VALUE 'NLIM'.
                88  ACLA-MAX-CONFLICT VALUE 'PDGM'.
                88  ACLA-ROW-EXISTS VALUE 'DUPL'.
                88  ACLA-ROW-NOT-FOUND VALUE 'NFND'.
                88  ACLA-NO-MAKER VALUE 'USER'.
                88  ACLA-PENDING-NOT-FOUND VALUE 'PNFD'.
                88  ACLA-NOT-PENDING VALUE 'NPND'.
                88  ACLA-PENDING-EXPIRED VALUE 'PEXP'.
                88  ACLA-SAME-USER VALUE 'SELF'.
                88  ACLA-BAD-DECISION VALUE 'DCSN'.
                88  ACLA-DECLINED VALUE 'DECL'.
            05  ACLA-BEFORE-IMAGE.
                10  ACLA-OLD-PER-DEBIT-MAX PIC 9(15)V9(2).
                10  ACLA-OLD-MONTHLY-MAX PIC 9(15)V9(2).
            05  ACLA-MAINT-USER PIC X(8).
            05  ACLA-MAINT-DATE PIC 9(8).
            05  ACLA-MAINT-TIME PIC 9(6).
            05  ACLA-CHECKER-USER PIC X(8).
            05  FILLER PIC X(2).
