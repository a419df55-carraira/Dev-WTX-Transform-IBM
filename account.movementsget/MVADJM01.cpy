        01  ADJUSTMENT-REGISTER-RECORD.
            05  ADJM-KEY.
                10  ADJM-ADJUSTMENT-TYPE PIC X(1).
                10  ADJM-REFERENCE PIC X(20).
                10  ADJM-CHARGE-DATE PIC 9(8).
            05  ADJM-PRODUCT-CODE PIC 9(3).
            05  ADJM-AMOUNT PIC 9(15)V9(2).
            05  ADJM-REASON-CODE PIC X(4).
            05  ADJM-REQUEST-USER PIC X(8).
            05  ADJM-ADJUST-DATE PIC 9(8).
            05  ADJM-BATCH-NUMBER PIC 9(6).
            05  FILLER PIC X(10).
