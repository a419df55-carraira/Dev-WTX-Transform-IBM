        01  DISPUTE-CASE-AUDIT-RECORD.
            05  DSPA-ACTION PIC X(1).
            05  DSPA-IDENTIFICATION-NUMBER PIC X(17).
            05  DSPA-OBLIGATION-NUMBER PIC X(20).
            05  DSPA-SOURCE PIC X(4).
            05  DSPA-RESULT PIC X(4).
                88  DSPA-APPLIED VALUE 'OK  '.
                88  DSPA-REJECTED VALUE 'RJCT'.
            05  DSPA-REJECT-REASON PIC X(4).
                88  DSPA-BAD-ACTION VALUE 'ACTN'.
                88  DSPA-NO-USER VALUE 'USER'.
                88  DSPA-NO-KEY VALUE 'KEYS'.
                88  DSPA-BAD-AMOUNT VALUE 'AMNT'.
                88  DSPA-CASE-EXISTS VALUE 'DUPL'.
                88  DSPA-CASE-NOT-FOUND VALUE 'NFND'.
                88  DSPA-BAD-TRANSITION VALUE 'STAT'.
            05  DSPA-OLD-STATUS PIC X(1).
            05  DSPA-NEW-STATUS PIC X(1).
            05  DSPA-DEADLINE-DATE PIC 9(8).
            05  DSPA-NOTE PIC X(30).
            05  DSPA-MAINT-USER PIC X(8).
            05  DSPA-MAINT-DATE PIC 9(8).
            05  DSPA-MAINT-TIME PIC 9(6).
            05  FILLER PIC X(10).
