        01  PENDING-APPROVAL-TRANSACTION.
            05  PNDA-KEY.
                10  PNDA-TABLE-ID PIC X(4).
                10  PNDA-MAKER-DATE PIC 9(8).
                10  PNDA-MAKER-TIME PIC 9(6).
                10  PNDA-SEQUENCE PIC 9(4).
            05  PNDA-DECISION PIC X(1).
                88  PNDA-APPROVE VALUE 'A'.
                88  PNDA-REJECT VALUE 'R'.
            05  PNDA-CHECKER-USER PIC X(8).
            05  FILLER PIC X(10).
