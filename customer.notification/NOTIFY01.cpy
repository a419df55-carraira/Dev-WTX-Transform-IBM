                88  NOTIFY-REVALIDATION VALUE 'RVAL'.
                88  NOTIFY-LIMIT-BREACH VALUE 'LIMX'.
                88  NOTIFY-DOUBLE-DEBIT VALUE 'DDBL'.
                88  NOTIFY-OVERDRAWN VALUE 'OVDR'.
                88  NOTIFY-MANDATE-CONFIRMED VALUE 'MNDC'.
                88  NOTIFY-DEBIT-PRENOTICE VALUE 'DDPN'.
                88  NOTIFY-SCHEDULED-PAYMENT-MADE VALUE 'SPEX'.
                88  NOTIFY-SCHEDULED-PAYMENT-FAILED VALUE 'SPFL'.
                88  NOTIFY-ACCOUNT-CLOSED VALUE 'ACCL'.
            05  NOTIFY-CHANNEL PIC X(1).
                88  NOTIFY-BY-EMAIL VALUE 'E'.
                88  NOTIFY-BY-SMS VALUE 'S'.
                88  NOTIFY-TO-BANK VALUE 'B'.
            05  NOTIFY-DATE PIC 9(8).
            05  NOTIFY-DEBIT-BANK PIC 9(3).
            05  NOTIFY-COUNTRY-CODE PIC 9(4).
            05  NOTIFY-SUBSTITUTION-VALUES.
                10  NOTIFY-AMOUNT PIC 9(18)V9(2).
                10  NOTIFY-VALUE-DATE PIC 9(8).
                10  NOTIFY-OBLIGATION-NUMBER PIC X(20).
                10  NOTIFY-BILLER-SERVICE PIC 9(5).
                10  NOTIFY-ACCOUNT-NUMBER PIC X(20).
            05  FILLER PIC X(07).
