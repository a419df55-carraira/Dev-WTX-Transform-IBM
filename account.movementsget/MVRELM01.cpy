        01  ACCOUNT-RELATIONSHIP-RECORD.
            05  RELM-KEY.
                10  RELM-PRODUCT-NUMBER PIC 9(20).
                10  RELM-IDENTIFICATION-TYPE PIC X(1).
                10  RELM-IDENTIFICATION-NUMBER PIC X(17).
            05  RELM-ROLE PIC X(1).
                88  RELM-PRIMARY VALUE 'P'.
                88  RELM-JOINT VALUE 'J'.
                88  RELM-SIGNER VALUE 'S'.
            05  RELM-OPEN-DATE PIC 9(8).
            05  RELM-CLOSE-DATE PIC 9(8).
            05  RELM-SOURCE PIC X(1).
                88  RELM-SEEDED VALUE 'X'.
                88  RELM-MAINTAINED VALUE 'M'.
            05  RELM-MAINT-DATE PIC 9(8).
            05  FILLER PIC X(10).
