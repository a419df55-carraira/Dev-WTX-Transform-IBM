                88  SAR-COUNT-VELOCITY VALUE 'CNT '.
                88  SAR-VALUE-VELOCITY VALUE 'VAL '.
                88  SAR-STRUCTURING VALUE 'STRC'.
                88  SAR-WATCHLIST-HIT VALUE 'WTCH'.
            05  SAR-PAYMENT-COUNT PIC 9(5).
            05  SAR-PAYMENT-TOTAL PIC 9(15)V9(2).
            05  SAR-ASSOCIATED-SERVICE PIC 9(5).
