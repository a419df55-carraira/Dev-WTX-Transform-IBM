002725*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
002750*                   PREREQUISITE STEP NOT COMPLETE         *
002775*                   (SEE RUNCTL01).                        *
002778*    10/15/26  DOB  STAMPS EACH INDEX ROW WITH THE         *
002781*                   CAPTURE'S RECORD COUNT AND CONTENT     *
002784*                   HASH TOTAL (SEE ARHSH01) FOR THE       *
002787*                   FIXITY CHECK; CONSECUTIVE RECORDS OF   *
002790*                   ONE TRANSACTION (PAGES) NOW SHARE A    *
002793*                   SINGLE INDEX ROW.                      *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).            *
005100*----------------------------------------------------------*
005200     COPY "RUNREG01.cpy".
005216
005232*----------------------------------------------------------*
005248*  CONTENT-HASH REQUEST AREA (SEE ARHSH01).                *
005264*----------------------------------------------------------*
005280     COPY "ARHSH01.cpy".
005300
005400 01  CSARCH01-SWITCHES.
005500     05  CSARCH01-EOF-SW           PIC X(01) VALUE 'N'.
006200 77  CSARCH01-TODAY                PIC 9(8) VALUE ZERO.
006300 77  CSARCH01-RETENTION-YEARS      PIC 9(2) VALUE 7.
006400 77  CSARCH01-COUNT                PIC 9(7) COMP VALUE ZERO.
006433 77  CSARCH01-RECORDS-HASHED       PIC 9(7) COMP VALUE ZERO.
006466 77  CSARCH01-CAPTURE-ID           PIC X(48) VALUE SPACES.
006500
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
010000
010100 2000-PROCESS-CAPTURE.
010200     PERFORM 2100-BUILD-ARCHIVE-RECORD THRU 2100-EXIT.
010210     MOVE ZERO TO ARHS-RECORD-COUNT.
010220     MOVE ZERO TO ARHS-HASH-TOTAL.
010230     MOVE TRANSACTION-ID OF RESPONSE TO CSARCH01-CAPTURE-ID.
010240     PERFORM 2300-HASH-CAPTURE-RECORD THRU 2300-EXIT
010250         UNTIL CSARCH01-EOF
010260         OR TRANSACTION-ID OF RESPONSE NOT =
010270             CSARCH01-CAPTURE-ID.
010280     MOVE ARHS-RECORD-COUNT TO ARCHIVE-RECORD-COUNT.
010290     MOVE ARHS-HASH-TOTAL   TO ARCHIVE-HASH-TOTAL.
010300     WRITE ARCHIVE-INDEX-RECORD.
010400     ADD 1 TO CSARCH01-COUNT.
010600 2000-EXIT.
010700     EXIT.
010800
012900     MOVE ZERO TO ARCHIVE-PURGE-ACTION-DATE.
013000 2200-EXIT.
013100     EXIT.
013107
013114*----------------------------------------------------------*
013121*  EVERY RECORD OF THE CAPTURE IS HASHED INTO THE ROW'S    *
013128*  TOTAL; THE NEXT TRANSACTION-ID STARTS THE NEXT ROW.     *
013135*----------------------------------------------------------*
013142 2300-HASH-CAPTURE-RECORD.
013149     MOVE RESPONSE TO ARHS-IMAGE.
013156     CALL 'ARHSH01' USING ARCHIVE-HASH-REQUEST.
013163     ADD 1 TO CSARCH01-RECORDS-HASHED.
013170     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
013177 2300-EXIT.
013184     EXIT.
013200
013300 3000-FINISH.
013400     CLOSE CSRESP-FILE.
013500     CLOSE ARCHV-FILE.
013600     DISPLAY 'CSARCH01 ARCHIVE ROWS WRITTEN = ' CSARCH01-COUNT.
013633     DISPLAY 'CSARCH01 RECORDS HASHED       = '
013666         CSARCH01-RECORDS-HASHED.
013700 3000-EXIT.
013800     EXIT.
013900
