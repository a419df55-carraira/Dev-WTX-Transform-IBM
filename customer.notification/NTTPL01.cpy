        01  NOTIFY-TEMPLATE-RECORD.
            05  NTTP-KEY.
                10  NTTP-REASON-CODE PIC X(4).
                10  NTTP-CHANNEL PIC X(1).
                    88  NTTP-EMAIL VALUE 'E'.
                    88  NTTP-SMS VALUE 'S'.
                    88  NTTP-BANK VALUE 'B'.
                10  NTTP-LANGUAGE PIC X(2).
            05  NTTP-TEMPLATE-TEXT PIC X(160).
            05  FILLER PIC X(10).
