        01  NAME-NORMALIZE-REQUEST.
            05  NNRM-NAME-IN PIC X(40).
            05  NNRM-NAME-OUT PIC X(40).
            05  FILLER PIC X(10).
