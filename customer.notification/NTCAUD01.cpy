            05  NTCA-RESULT PIC X(4).
                88  NTCA-APPLIED VALUE 'OK  '.
                88  NTCA-REJECTED VALUE 'RJCT'.
                88  NTCA-PARKED VALUE 'PEND'.
            05  NTCA-REJECT-REASON PIC X(4).
                88  NTCA-BAD-ACTION VALUE 'ACTN'.
                88  NTCA-BAD-CHANNEL VALUE 'CHNL'.
                88  NTCA-NO-ADDRESS VALUE 'ADDR'.
                88  NTCA-ROW-EXISTS VALUE 'DUPL'.
                88  NTCA-ROW-NOT-FOUND VALUE 'NFND'.
                88  NTCA-NO-MAKER VALUE 'USER'.
                88  NTCA-PENDING-NOT-FOUND VALUE 'PNFD'.
                88  NTCA-NOT-PENDING VALUE 'NPND'.
                88  NTCA-PENDING-EXPIRED VALUE 'PEXP'.
                88  NTCA-SAME-USER VALUE 'SELF'.
                88  NTCA-BAD-DECISION VALUE 'DCSN'.
                88  NTCA-DECLINED VALUE 'DECL'.
                88  NTCA-BAD-LANGUAGE VALUE 'LANG'.
            05  NTCA-BEFORE-IMAGE.
                10  NTCA-OLD-EMAIL-ADDRESS PIC X(60).
                10  NTCA-OLD-MOBILE-NUMBER PIC X(15).
                10  NTCA-OLD-CHANNEL PIC X(1).
                10  NTCA-OLD-DNC-SW PIC X(1).
                10  NTCA-OLD-LANGUAGE PIC X(2).
            05  NTCA-AFTER-IMAGE.
                10  NTCA-NEW-EMAIL-ADDRESS PIC X(60).
                10  NTCA-NEW-MOBILE-NUMBER PIC X(15).
                10  NTCA-NEW-CHANNEL PIC X(1).
                10  NTCA-NEW-DNC-SW PIC X(1).
                10  NTCA-NEW-LANGUAGE PIC X(2).
            05  NTCA-MAINT-USER PIC X(8).
            05  NTCA-MAINT-DATE PIC 9(8).
            05  NTCA-MAINT-TIME PIC 9(6).
            05  NTCA-CHECKER-USER PIC X(8).
            05  FILLER PIC X(2).
