                88  DOS-PAYMENT-DETAIL VALUE 'P'.
                88  DOS-BALANCE-DETAIL VALUE 'B'.
                88  DOS-NOTIFICATION-DETAIL VALUE 'N'.
                88  DOS-RELATIONSHIP-DETAIL VALUE 'R'.
                88  DOS-NOTHING-ON-FILE VALUE 'X'.
                88  DOS-DOSSIER-TRAILER VALUE 'T'.
            05  DOS-IDENTIFICATION-TYPE PIC X(1).
                10  DOS-TRL-PAYMENT-COUNT PIC 9(5).
                10  DOS-TRL-BALANCE-COUNT PIC 9(5).
                10  DOS-TRL-NOTIFY-COUNT PIC 9(5).
                10  DOS-TRL-RELATION-COUNT PIC 9(5).
                10  FILLER PIC X(125).
            05  DOS-ACCORD-AREA REDEFINES DOS-PAYLOAD.
                10  DOS-ACC-CODE PIC 9(5).
                10  DOS-ACC-REFERENCE-NUMBER PIC X(20).
                10  DOS-BAL-CLOSING-BALANCE PIC S9(15)V9(2).
                10  DOS-BAL-STATEMENT-DATE PIC 9(8).
                10  FILLER PIC X(102).
            05  DOS-RELATIONSHIP-AREA REDEFINES DOS-PAYLOAD.
                10  DOS-REL-PRODUCT-NUMBER PIC 9(20).
                10  DOS-REL-ROLE PIC X(1).
                10  DOS-REL-OPEN-DATE PIC 9(8).
                10  DOS-REL-CLOSE-DATE PIC 9(8).
                10  DOS-REL-SOURCE PIC X(1).
                10  FILLER PIC X(112).
            05  DOS-NOTIFY-AREA REDEFINES DOS-PAYLOAD.
                10  DOS-NTF-SOURCE-SERVICE PIC X(8).
                10  DOS-NTF-REFERENCE PIC X(20).
