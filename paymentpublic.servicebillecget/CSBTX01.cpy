        01  BILLER-MAINT-TRANSACTION.
            05  CSBT-ACTION PIC X(1).
                88  CSBT-ADD VALUE 'A'.
                88  CSBT-UPDATE VALUE 'U'.
                88  CSBT-DEACTIVATE VALUE 'D'.
            05  CSBT-AGREEMENT-CODE PIC 9(5).
            05  CSBT-SP-SERVICE-CODE PIC 9(5).
            05  CSBT-ASSOCIATED-SERVICE PIC 9(5).
            05  CSBT-EFFECTIVE-DATE PIC 9(8).
            05  CSBT-BILLER-NAME PIC X(30).
            05  CSBT-OUTPUT-FORMAT PIC X(1).
            05  CSBT-CURRENCY-CODE PIC 9(3).
            05  CSBT-REFERENCE-1-LENGTH PIC 9(2).
            05  CSBT-REFERENCE-1-NUMERIC-SW PIC X(1).
            05  CSBT-REFERENCE-2-LENGTH PIC 9(2).
            05  CSBT-REFERENCE-2-NUMERIC-SW PIC X(1).
            05  CSBT-REFERENCE-3-LENGTH PIC 9(2).
            05  CSBT-REFERENCE-3-NUMERIC-SW PIC X(1).
            05  CSBT-RULE-TYPE PIC X(1).
                88  CSBT-NO-SURCHARGE VALUE ' '.
                88  CSBT-FLAT-FEE VALUE 'F'.
                88  CSBT-PERCENTAGE VALUE 'P'.
                88  CSBT-PER-DAY-LATE VALUE 'D'.
            05  CSBT-FLAT-AMOUNT PIC 9(9)V9(2).
            05  CSBT-PERCENTAGE-RATE PIC 9(3)V9(2).
            05  CSBT-PER-DAY-AMOUNT PIC 9(9)V9(2).
            05  CSBT-CAP-AMOUNT PIC 9(9)V9(2).
            05  CSBT-MAINT-USER PIC X(8).
            05  CSBT-PRESENTMENT-LAYOUT PIC X(1).
            05  FILLER PIC X(9).
