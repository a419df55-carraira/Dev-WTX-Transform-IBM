                88  REFERENCE-VALID VALUE 'Y'.
                88  REFERENCE-INVALID VALUE 'N'.
            05  INVALID-REFERENCE-NUMBER PIC 9(1).
            05  VALIDATION-REASON PIC X(4).
                88  REFERENCE-FORMAT-ERROR VALUE 'RFMT'.
                88  BILLER-NOT-YET-ACTIVE VALUE 'BNYA'.
                88  BILLER-DEACTIVATED VALUE 'BDEA'.
            05  FILLER PIC X(6).
