                88  NTST-PENDING-HANDOFF VALUE 'P'.
                88  NTST-DELIVERED VALUE 'D'.
                88  NTST-HANDOFF-FAILED VALUE 'F'.
                88  NTST-TEMPLATE-HELD VALUE 'T'.
            05  NTST-ATTEMPT-COUNT PIC 9(3).
            05  NTST-DISPATCH-DATE PIC 9(8).
            05  NTST-COUNTRY-CODE PIC 9(4).
            05  NTST-SUBSTITUTION-VALUES.
                10  NTST-AMOUNT PIC 9(18)V9(2).
                10  NTST-VALUE-DATE PIC 9(8).
                10  NTST-OBLIGATION-NUMBER PIC X(20).
                10  NTST-BILLER-SERVICE PIC 9(5).
                10  NTST-ACCOUNT-NUMBER PIC X(20).
            05  NTST-HELD-REASON PIC X(4).
                88  NTST-NO-TEMPLATE VALUE 'NTPL'.
                88  NTST-NO-LANGUAGE VALUE 'NLNG'.
                88  NTST-NO-VALUE VALUE 'NVAL'.
                88  NTST-NOT-MASKED VALUE 'NMSK'.
                88  NTST-SMS-TOO-LONG VALUE 'SMSL'.
                88  NTST-TEXT-TOO-LONG VALUE 'LONG'.
            05  FILLER PIC X(10).
