        01  MANDATE-REQUEST-AUDIT-RECORD.
            05  MRA-ACTION PIC X(1).
            05  MRA-IDENTIFICATION-NUMBER PIC X(17).
            05  MRA-ACC-CODE PIC X(5).
            05  MRA-NEW-DEBIT-ACCOUNT PIC X(20).
            05  MRA-RESULT PIC X(4).
                88  MRA-ISSUED VALUE 'OK  '.
                88  MRA-REJECTED VALUE 'RJCT'.
            05  MRA-REJECT-REASON PIC X(4).
                88  MRA-BAD-ACTION VALUE 'ACTN'.
                88  MRA-NO-USER VALUE 'USER'.
                88  MRA-NO-KEY VALUE 'KEYS'.
                88  MRA-BAD-ACCOUNT VALUE 'NACT'.
                88  MRA-NO-ACCORD VALUE 'NACC'.
                88  MRA-ACCORD-BLOCKED VALUE 'BLKD'.
                88  MRA-NO-CHANGE VALUE 'SAME'.
                88  MRA-NOT-CUSTOMERS VALUE 'NREL'.
                88  MRA-ALREADY-PENDING VALUE 'PEND'.
            05  MRA-INSTRUCTION-NUMBER PIC 9(13).
            05  MRA-REQUESTED-BY PIC X(8).
            05  MRA-AUDIT-DATE PIC 9(8).
            05  MRA-AUDIT-TIME PIC 9(6).
            05  FILLER PIC X(10).
