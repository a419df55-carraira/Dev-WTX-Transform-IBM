        01  FIXITY-COVERAGE-RECORD.
            05  FXC-ARCHIVE-YEAR PIC 9(4).
            05  FXC-ROWS-ON-FILE PIC 9(9).
            05  FXC-ROWS-CONTROLLED PIC 9(9).
            05  FXC-COUNTED-DATE PIC 9(8).
            05  FXC-LAST-VERIFIED-DATE PIC 9(8).
            05  FXC-LAST-RUN-VERIFIED PIC 9(7).
            05  FXC-ROWS-VERIFIED PIC 9(9).
            05  FXC-EXCEPTIONS PIC 9(7).
            05  FXC-LAST-EXCEPTION-DATE PIC 9(8).
            05  FILLER PIC X(20).
