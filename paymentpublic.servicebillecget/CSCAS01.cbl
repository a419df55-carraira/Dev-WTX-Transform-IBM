003400*----------------------------------------------------------*
003500*  MODIFICATION HISTORY                                    *
003600*    09/02/26  DOB  INITIAL VERSION.                       *
003614*    10/15/26  DOB  CASE MASTER CARRIES THE TYPE OF THE    *
003628*                   LATEST FINDING ('WTCH' STICKS ONCE     *
003642*                   SET); THE OVERDUE REPORT SHOWS IT.     *
003656*                   THE CSSAR DD ALSO CARRIES CSWLS01'S    *
003670*                   WATCHLIST FINDINGS (CSWSAR); A BILLER  *
003684*                   CASE IS KEYED TYPE 'B' / SERVICE.      *
003700*----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
013200     05  FILLER                    PIC X(11)
013300         VALUE '  FINDINGS '.
013400     05  CSCAS-OV-FINDINGS         PIC Z(4)9.
013450     05  FILLER                    PIC X(10) VALUE '  FINDING '.
013500     05  CSCAS-OV-FINDING-TYPE     PIC X(4).
013550     05  FILLER                    PIC X(35) VALUE SPACES.
013600
013700 LINKAGE SECTION.
013800 01  CSCAS01-PARM-CARD.
028700         MOVE SAR-PAYMENT-TOTAL TO CASM-OBLIGATION-TOTAL
028800         MOVE ZERO TO CASM-DISPOSITION-DATE
028900         MOVE SPACES TO CASM-DISPOSITION-USER
028950         MOVE SAR-FLAG-REASON TO CASM-FINDING-TYPE
029000         WRITE SAR-CASE-RECORD
029100         ADD 1 TO CSCAS-OPENED-COUNT
029200         GO TO 3100-EXIT
030200     ELSE
030300         ADD 1 TO CSCAS-LINKED-COUNT
030400     END-IF.
030425     IF NOT CASM-WATCHLIST-FINDING
030450         MOVE SAR-FLAG-REASON TO CASM-FINDING-TYPE
030475     END-IF.
030500     ADD 1 TO CASM-FINDING-COUNT.
030600     ADD SAR-PAYMENT-TOTAL TO CASM-OBLIGATION-TOTAL.
030700     MOVE CSCAS-TODAY TO CASM-LAST-FLAG-DATE.
037500         MOVE CASM-OPENED-DATE TO CSCAS-OV-OPENED
037600         MOVE CASM-REVIEW-DEADLINE TO CSCAS-OV-DEADLINE
037700         MOVE CASM-FINDING-COUNT TO CSCAS-OV-FINDINGS
037750         MOVE CASM-FINDING-TYPE TO CSCAS-OV-FINDING-TYPE
037800         WRITE CSCASR-PRINT-LINE FROM CSCAS-OVERDUE-LINE
037900         ADD 1 TO CSCAS-OVERDUE-COUNT
038000     END-IF.
