        01  MOVEMENT-RESEARCH-PACK-RECORD.
            05  HPK-RECORD-TYPE PIC X(1).
                88  HPK-MOVEMENT VALUE 'M'.
                88  HPK-NOT-FOUND VALUE 'N'.
                88  HPK-REJECTED VALUE 'R'.
            05  HPK-CARD-NUMBER PIC 9(5).
            05  HPK-PRODUCT-NUMBER PIC X(20).
            05  HPK-PAYLOAD PIC X(100).
            05  HPK-MOVEMENT-DETAIL REDEFINES HPK-PAYLOAD.
                10  HPK-PRODUCT-CODE PIC 9(3).
                10  HPK-TRANSACTION-DATE PIC 9(8).
                10  HPK-TRANSACTION-IDENTIFIER PIC 9(15).
                10  HPK-TRANSACTION-DESCRIPTION PIC X(30).
                10  HPK-AMOUNT PIC 9(18)V9(2).
                10  HPK-TRANSACTION-TYPE PIC X(1).
                10  HPK-CATEGORY-CODE PIC X(4).
                10  HPK-EXTRACT-DATE PIC 9(8).
                10  HPK-LOAD-DATE PIC 9(8).
                10  FILLER PIC X(3).
            05  HPK-REJECT-DETAIL REDEFINES HPK-PAYLOAD.
                10  HPK-REJECT-REASON PIC X(40).
                10  FILLER PIC X(60).
            05  FILLER PIC X(10).
