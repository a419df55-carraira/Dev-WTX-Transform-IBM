            05  NTCT-PREFERRED-CHANNEL PIC X(1).
            05  NTCT-DO-NOT-CONTACT-SW PIC X(1).
            05  NTCT-MAINT-USER PIC X(8).
            05  NTCT-PREFERRED-LANGUAGE PIC X(2).
            05  FILLER PIC X(8).
