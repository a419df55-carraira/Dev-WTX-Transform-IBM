                10  HOL-COUNTRY-CODE PIC 9(4).
                10  HOL-HOLIDAY-DATE PIC 9(8).
            05  HOL-DESCRIPTION PIC X(30).
            05  HOL-HOLIDAY-TYPE PIC X(1).
                88  HOL-SCHEDULED VALUE 'S'.
                88  HOL-AD-HOC-CLOSURE VALUE 'C'.
            05  FILLER PIC X(9).
