                88  BPRF-FORMAT-STANDARD VALUE '1'.
                88  BPRF-FORMAT-EXTENDED VALUE '2'.
            05  BPRF-CURRENCY-CODE PIC 9(3).
            05  BPRF-AGREEMENT-CODE PIC 9(5).
            05  BPRF-SP-SERVICE-CODE PIC 9(5).
            05  BPRF-EFFECTIVE-FROM PIC 9(8).
            05  BPRF-EFFECTIVE-TO PIC 9(8).
            05  BPRF-PRESENTMENT-LAYOUT PIC X(1).
                88  BPRF-NO-PRESENTMENT VALUE ' '.
                88  BPRF-PRESENTMENT-STANDARD VALUE '1'.
                88  BPRF-PRESENTMENT-EXTENDED VALUE '2'.
            05  FILLER PIC X(9).
