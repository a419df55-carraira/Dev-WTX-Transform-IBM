        01  KPI-EXTRACT-HEADER.
            05  KPIH-RECORD-TYPE PIC X(1) VALUE 'H'.
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIH-RUN-DATE PIC 9(8).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIH-CYCLE-NUMBER PIC 9(3).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIH-CREATED-DATE PIC 9(8).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIH-CREATED-TIME PIC 9(6).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIH-EXTRACT-ID PIC X(8) VALUE 'RUNKPI01'.
            05  FILLER PIC X(51) VALUE SPACES.
        01  KPI-EXTRACT-DETAIL.
            05  KPID-RECORD-TYPE PIC X(1) VALUE 'D'.
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-RUN-DATE PIC 9(8).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-CYCLE-NUMBER PIC 9(3).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-METRIC PIC X(20).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-SERVICE PIC X(22).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-COUNTRY-CODE PIC 9(4).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-BANK-CODE PIC 9(3).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPID-VALUE PIC 9(17).9(4).
        01  KPI-EXTRACT-TRAILER.
            05  KPIT-RECORD-TYPE PIC X(1) VALUE 'T'.
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIT-RUN-DATE PIC 9(8).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIT-CYCLE-NUMBER PIC 9(3).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIT-ROW-COUNT PIC 9(9).
            05  FILLER PIC X(1) VALUE '|'.
            05  KPIT-HASH-TOTAL PIC 9(18).9(4).
            05  FILLER PIC X(42) VALUE SPACES.
