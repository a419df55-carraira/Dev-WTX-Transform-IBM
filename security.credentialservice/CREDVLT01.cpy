        01  CREDENTIAL-VAULT-RECORD.
            05  CREDVLT-INTEGRATION-USER PIC X(40).
            05  CREDVLT-SECRET-SEED PIC X(16).
            05  CREDVLT-SEED-CREATED-DATE PIC 9(8).
            05  CREDVLT-LAST-ROTATED-DATE PIC 9(8).
            05  CREDVLT-REQUESTER-SYSTEM PIC X(4).
            05  CREDVLT-PRIOR-SECRET-SEED PIC X(16).
            05  CREDVLT-PRIOR-ROTATED-DATE PIC 9(8).
            05  CREDVLT-PRIOR-SEED-EXPIRY PIC 9(8).
            05  CREDVLT-USER-STATUS PIC X(1).
                88  CREDVLT-USER-ACTIVE VALUE 'A' ' '.
                88  CREDVLT-USER-SUSPENDED VALUE 'S'.
            05  CREDVLT-SUSPENDED-DATE PIC 9(8).
            05  CREDVLT-LAST-ACTIVITY-DATE PIC 9(8).
            05  FILLER PIC X(10).
