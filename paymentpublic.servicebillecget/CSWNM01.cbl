000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSWNM01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. PAYMENTS - PUBLIC SERVICE BILLING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  CSWNM01 -- WATCHLIST NAME NORMALIZATION SUBROUTINE.     *
000900*                                                          *
001000*  CALLED BY THE WATCHLIST LOAD (CSWLL01) FOR EVERY NAME   *
001100*  ENTRY AND BY THE SCREENING STEP (CSWLS01) FOR EVERY     *
001200*  BILLER NAME, SO BOTH SIDES OF A NAME MATCH ARE REDUCED  *
001300*  THE SAME WAY:                                           *
001400*    1. LOWER CASE IS FOLDED TO UPPER CASE;                *
001500*    2. PUNCTUATION IS TREATED AS A WORD BREAK;            *
001600*    3. LEGAL-FORM AND FILLER WORDS (THE, AND, OF, CO,     *
001700*       CORP, INC, LTD, LLC, PLC, SA ...) ARE DROPPED;     *
001800*    4. THE WORDS LEFT ARE RUN TOGETHER WITH NO SPACES.    *
001900*  'THE ACME WATER CO., LTD.' AND 'Acme-Water' BOTH COME   *
002000*  BACK AS 'ACMEWATER'.  A NAME THAT IS ALL FILLER WORDS   *
002100*  COMES BACK BLANK AND THE CALLER DOES NOT MATCH ON IT.   *
002200*----------------------------------------------------------*
002300*  MODIFICATION HISTORY                                    *
002400*    10/15/26  DOB  INITIAL VERSION.                       *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-ZSERIES.
002900 OBJECT-COMPUTER. IBM-ZSERIES.
003000
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 77  CSWNM-WORK-NAME               PIC X(40) VALUE SPACES.
003400 77  CSWNM-SCAN-PTR                PIC 9(3) COMP VALUE ZERO.
003500 77  CSWNM-OUT-PTR                 PIC 9(3) COMP VALUE ZERO.
003600
003700 01  CSWNM-WORD                    PIC X(40) VALUE SPACES.
003800     88  CSWNM-FILLER-WORD           VALUE 'THE' 'AND' 'OF'
003900                                     'CO' 'COMPANY' 'CORP'
004000                                     'CORPORATION' 'INC'
004100                                     'INCORPORATED' 'LTD'
004200                                     'LIMITED' 'LLC' 'PLC'
004300                                     'SA' 'SAS' 'SRL' 'GMBH'
004400                                     'AG' 'BV' 'NV'.
004500
004600 LINKAGE SECTION.
004700     COPY "CSWNM01.cpy".
004800
004900 PROCEDURE DIVISION USING NAME-NORMALIZE-REQUEST.
005000 0000-MAINLINE.
005100     MOVE SPACES TO NNRM-NAME-OUT.
005200     MOVE NNRM-NAME-IN TO CSWNM-WORK-NAME.
005300     INSPECT CSWNM-WORK-NAME CONVERTING
005400         'abcdefghijklmnopqrstuvwxyz'
005500         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005600     INSPECT CSWNM-WORK-NAME CONVERTING
005700         '.,;:-_/&()''!?#*+'
005800         TO '                '.
005900     MOVE 1 TO CSWNM-SCAN-PTR.
006000     MOVE 1 TO CSWNM-OUT-PTR.
006100     PERFORM 1000-TAKE-WORD THRU 1000-EXIT
006200         UNTIL CSWNM-SCAN-PTR > 40.
006300 0000-EXIT.
006400     GOBACK.
006500
006600*----------------------------------------------------------*
006700*  PULL THE NEXT WORD OFF THE NAME AND, UNLESS IT IS A     *
006800*  FILLER WORD, APPEND IT TO THE NORMALIZED NAME.          *
006900*----------------------------------------------------------*
007000 1000-TAKE-WORD.
007100     MOVE SPACES TO CSWNM-WORD.
007200     UNSTRING CSWNM-WORK-NAME DELIMITED BY ALL SPACE
007300         INTO CSWNM-WORD
007400         WITH POINTER CSWNM-SCAN-PTR
007500     END-UNSTRING.
007600     IF CSWNM-WORD = SPACES
007700             OR CSWNM-FILLER-WORD
007800         GO TO 1000-EXIT
007900     END-IF.
008000     STRING CSWNM-WORD DELIMITED BY SPACE
008100         INTO NNRM-NAME-OUT
008200         WITH POINTER CSWNM-OUT-PTR
008300     END-STRING.
008400 1000-EXIT.
008500     EXIT.
