        01  RELATIONSHIP-LOOKUP-REQUEST.
            05  RLK-PRODUCT-NUMBER PIC 9(20).
            05  RLK-AS-OF-DATE PIC 9(8).
            05  RLK-IDENTIFICATION-TYPE PIC X(1).
            05  RLK-IDENTIFICATION-NUMBER PIC X(17).
            05  RLK-ROLE PIC X(1).
            05  RLK-STATUS PIC X(1).
                88  RLK-FOUND VALUE '0'.
                88  RLK-NOT-FOUND VALUE 'N'.
            05  FILLER PIC X(10).
