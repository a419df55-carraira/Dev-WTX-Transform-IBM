            05  NTCN-DO-NOT-CONTACT-SW PIC X(1).
                88  NTCN-DO-NOT-CONTACT VALUE 'Y'.
            05  NTCN-MAINT-DATE PIC 9(8).
            05  NTCN-PREFERRED-LANGUAGE PIC X(2).
            05  FILLER PIC X(8).
