        01  COMMISSION-INVOICE-RECORD.
            05  CINV-RECORD-TYPE PIC X(1).
                88  CINV-BILLER-HEADER VALUE 'H'.
                88  CINV-INVOICE-LINE VALUE 'D'.
                88  CINV-BILLER-TRAILER VALUE 'T'.
            05  CINV-YEAR-MONTH PIC 9(6).
            05  CINV-ASSOCIATED-SERVICE PIC 9(5).
            05  CINV-INVOICE-DATA PIC X(80).
            05  CINV-HEADER-DATA REDEFINES CINV-INVOICE-DATA.
                10  CINV-HDR-BILLER-NAME PIC X(30).
                10  CINV-HDR-CURRENCY-CODE PIC 9(3).
                10  CINV-HDR-INVOICE-DATE PIC 9(8).
                10  CINV-HDR-PRICING-METHOD PIC X(1).
                10  FILLER PIC X(38).
            05  CINV-LINE-DATA REDEFINES CINV-INVOICE-DATA.
                10  CINV-LINE-TYPE PIC X(4).
                    88  CINV-LINE-COLLECTED VALUE 'COLL'.
                    88  CINV-LINE-DUPLICATES VALUE 'DUPL'.
                    88  CINV-LINE-REVERSALS VALUE 'RVSL'.
                    88  CINV-LINE-COMMISSION VALUE 'COMM'.
                    88  CINV-LINE-MINIMUM-FEE VALUE 'MINF'.
                10  CINV-LINE-ITEM-COUNT PIC 9(9).
                10  CINV-LINE-VALUE PIC 9(15)V9(2).
                10  CINV-LINE-CHARGE PIC 9(11)V9(2).
                10  FILLER PIC X(37).
            05  CINV-TRAILER-DATA REDEFINES CINV-INVOICE-DATA.
                10  CINV-TRL-BILLABLE-COUNT PIC 9(9).
                10  CINV-TRL-BILLABLE-VALUE PIC 9(15)V9(2).
                10  CINV-TRL-AMOUNT-DUE PIC 9(11)V9(2).
                10  CINV-TRL-RATE-SOURCE PIC X(1).
                    88  CINV-SCHEDULED VALUE 'S'.
                    88  CINV-NO-SCHEDULE VALUE 'N'.
                10  FILLER PIC X(40).
            05  FILLER PIC X(10).
