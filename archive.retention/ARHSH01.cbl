000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARHSH01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - ARCHIVE RETENTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ARHSH01 -- SHARED CAPTURE CONTENT-HASH SUBROUTINE.      *
000900*                                                          *
001000*  THE ARCHIVE EXTRACTS (MVARCH01, CSARCH01, ACARCH01)     *
001100*  STAMP EACH ARCHV ROW WITH THE RECORD COUNT AND A HASH   *
001200*  TOTAL OF THE CAPTURE'S CONTENT; THE FIXITY CHECK        *
001300*  (ARFXV01) RECOMPUTES BOTH FROM THE STAGED GENERATION.   *
001400*  ALL FOUR CALL THIS ROUTINE SO THE ALGORITHM CAN NEVER   *
001500*  DRIFT BETWEEN THE WRITER AND THE CHECKER.               *
001600*                                                          *
001700*  THE CALLER PLACES ONE RECORD IN ARHS-IMAGE (SEE         *
001800*  ARHSH01.cpy).  THE RECORD IS HASHED BYTE BY BYTE UP TO  *
001900*  ITS LAST NON-BLANK BYTE -- TRAILING BLANKS ARE NOT      *
002000*  SIGNIFICANT, AS LINE-SEQUENTIAL STORAGE MAY DROP THEM   *
002100*  -- WITH THE SAME MULTIPLY-BY-31 ROLLING HASH MSKFLD01   *
002200*  USES FOR ITS TOKENS.  THE RECORD HASH COMES BACK IN     *
002300*  ARHS-RECORD-HASH; ARHS-RECORD-COUNT IS STEPPED AND THE  *
002400*  RECORD HASH ADDED INTO ARHS-HASH-TOTAL, SO THE CALLER   *
002500*  ZEROES THOSE TWO AT THE START OF EACH CAPTURE AND THE   *
002600*  TOTAL DOES NOT DEPEND ON RECORD ORDER.                  *
002700*----------------------------------------------------------*
002800*  MODIFICATION HISTORY                                    *
002900*    10/15/26  DOB  INITIAL VERSION.                       *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-ZSERIES.
003400 OBJECT-COMPUTER. IBM-ZSERIES.
003500
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 01  ARHSH-SWITCHES.
003900     05  ARHSH-END-FOUND-SW        PIC X(01) VALUE 'N'.
004000         88  ARHSH-END-FOUND         VALUE 'Y'.
004100
004200 77  ARHSH-IDX                     PIC 9(5) COMP VALUE ZERO.
004300 77  ARHSH-HASH                    PIC 9(9) COMP VALUE ZERO.
004400
004500 LINKAGE SECTION.
004600     COPY "ARHSH01.cpy".
004700
004800 PROCEDURE DIVISION USING ARCHIVE-HASH-REQUEST.
004900 0000-MAINLINE.
005000     PERFORM 1000-FIND-LENGTH THRU 1000-EXIT.
005100     MOVE ZERO TO ARHSH-HASH.
005200     PERFORM 2000-HASH-ONE-BYTE THRU 2000-EXIT
005300         VARYING ARHSH-IDX FROM 1 BY 1
005400         UNTIL ARHSH-IDX > ARHS-SIGNIFICANT-LENGTH.
005500     MOVE ARHSH-HASH TO ARHS-RECORD-HASH.
005600     IF ARHS-RECORD-COUNT NOT NUMERIC
005700         MOVE ZERO TO ARHS-RECORD-COUNT
005800     END-IF.
005900     IF ARHS-HASH-TOTAL NOT NUMERIC
006000         MOVE ZERO TO ARHS-HASH-TOTAL
006100     END-IF.
006200     ADD 1 TO ARHS-RECORD-COUNT.
006300     COMPUTE ARHS-HASH-TOTAL = FUNCTION MOD(
006400         ARHS-HASH-TOTAL + ARHSH-HASH
006500         1000000000000000).
006600 0000-EXIT.
006700     GOBACK.
006800
006900 1000-FIND-LENGTH.
007000     MOVE 11564 TO ARHS-SIGNIFICANT-LENGTH.
007100     SET ARHSH-END-FOUND-SW TO 'N'.
007200     PERFORM 1100-STEP-BACK THRU 1100-EXIT
007300         UNTIL ARHSH-END-FOUND
007400         OR ARHS-SIGNIFICANT-LENGTH = ZERO.
007500 1000-EXIT.
007600     EXIT.
007700
007800 1100-STEP-BACK.
007900     IF ARHS-IMAGE (ARHS-SIGNIFICANT-LENGTH:1) NOT = SPACE
008000         SET ARHSH-END-FOUND TO TRUE
008100     ELSE
008200         SUBTRACT 1 FROM ARHS-SIGNIFICANT-LENGTH
008300     END-IF.
008400 1100-EXIT.
008500     EXIT.
008600
008700 2000-HASH-ONE-BYTE.
008800     COMPUTE ARHSH-HASH = FUNCTION MOD(
008900         ARHSH-HASH * 31
009000         + FUNCTION ORD(ARHS-IMAGE (ARHSH-IDX:1))
009100         999999999).
009200 2000-EXIT.
009300     EXIT.
