        01  DISPUTE-CASE-RECORD.
            05  DSPM-KEY.
                10  DSPM-IDENTIFICATION-NUMBER PIC X(17).
                10  DSPM-OBLIGATION-NUMBER PIC X(20).
            05  DSPM-IDENTIFICATION-TYPE PIC X(1).
            05  DSPM-STATUS PIC X(1).
                88  DSPM-OPEN VALUE 'O'.
                88  DSPM-INVESTIGATING VALUE 'I'.
                88  DSPM-REFUNDED VALUE 'F'.
                88  DSPM-REJECTED VALUE 'R'.
                88  DSPM-CLOSED VALUE 'C'.
                88  DSPM-ACTIVE VALUE 'O' 'I'.
            05  DSPM-SOURCE PIC X(4).
                88  DSPM-FROM-INTAKE VALUE 'CSIN'.
                88  DSPM-FROM-BLOCKED-DEBIT VALUE 'BLKX'.
                88  DSPM-FROM-LIMIT-BREACH VALUE 'LBRX'.
                88  DSPM-FROM-DOUBLE-DEBIT VALUE 'DDRQ'.
                88  DSPM-FROM-BANK-RETURN VALUE 'RTRN'.
            05  DSPM-DISPUTED-AMOUNT PIC 9(15)V9(2).
            05  DSPM-DEBIT-DATE PIC 9(8).
            05  DSPM-ACC-CODE PIC 9(5).
            05  DSPM-PRODUCT-NUMBER PIC 9(20).
            05  DSPM-OPENED-DATE PIC 9(8).
            05  DSPM-DEADLINE-DATE PIC 9(8).
            05  DSPM-STATUS-DATE PIC 9(8).
            05  DSPM-DOSSIER-DATE PIC 9(8).
            05  DSPM-LAST-USER PIC X(8).
            05  DSPM-NOTE PIC X(30).
            05  FILLER PIC X(20).
