000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MVRLK01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. RETAIL DEPOSITS - ACCOUNT SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  MVRLK01 -- SHARED ACCOUNT-HOLDER LOOKUP SUBROUTINE.      *
000900*                                                          *
001000*  RESOLVES AN OCBMOVA01 PRODUCT-NUMBER TO THE CUSTOMER     *
001100*  WHO HOLDS IT FROM THE RELATIONSHIP MASTER (MVRELM,       *
001200*  KEYED PRODUCT-NUMBER / IDENTIFICATION-TYPE / NUMBER).    *
001300*  CALLED BY MVDRM01, MVDDR01 AND CSRET01 BEFORE THEY FALL  *
001400*  BACK TO THE ACXREF DEBIT CROSS-REFERENCE, WHICH ONLY     *
001500*  KNOWS ACCOUNTS THAT HAPPEN TO CARRY A DAC ACCORD.        *
001600*                                                          *
001700*  A ROW COUNTS WHEN IT WAS OPEN ON THE AS-OF DATE (OPEN    *
001800*  DATE ON OR BEFORE IT, CLOSE DATE ZERO OR AFTER IT).      *
001900*  THE FIRST OPEN PRIMARY HOLDER WINS; FAILING THAT THE     *
002000*  FIRST OPEN JOINT HOLDER OR SIGNER IS RETURNED.  AN AS-OF *
002100*  DATE OF ZERO MEANS TODAY.  THE MASTER IS OPENED ON THE   *
002200*  FIRST CALL AND LEFT OPEN FOR THE CALLER'S WHOLE RUN.     *
002300*----------------------------------------------------------*
002400*  MODIFICATION HISTORY                                    *
002500*    10/15/26  DOB  INITIAL VERSION.                       *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-ZSERIES.
003000 OBJECT-COMPUTER. IBM-ZSERIES.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MVRELM-FILE ASSIGN TO MVRELM
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RELM-KEY.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  MVRELM-FILE.
004100     COPY "MVRELM01.cpy".
004200
004300 WORKING-STORAGE SECTION.
004400 01  MVRLK-SWITCHES.
004500     05  MVRLK-OPENED-SW           PIC X(01) VALUE 'N'.
004600         88  MVRLK-OPENED            VALUE 'Y'.
004700     05  MVRLK-EOF-SW              PIC X(01) VALUE 'N'.
004800         88  MVRLK-EOF               VALUE 'Y'.
004900
005000 77  MVRLK-AS-OF-DATE              PIC 9(8) VALUE ZERO.
005100
005200 LINKAGE SECTION.
005300     COPY "MVRLK01.cpy".
005400
005500 PROCEDURE DIVISION USING RELATIONSHIP-LOOKUP-REQUEST.
005600 0000-MAINLINE.
005700     IF NOT MVRLK-OPENED
005800         OPEN INPUT MVRELM-FILE
005900         SET MVRLK-OPENED TO TRUE
006000     END-IF.
006100     SET RLK-NOT-FOUND TO TRUE.
006200     MOVE SPACE TO RLK-IDENTIFICATION-TYPE.
006300     MOVE SPACES TO RLK-IDENTIFICATION-NUMBER.
006400     MOVE SPACE TO RLK-ROLE.
006500     IF RLK-AS-OF-DATE NOT NUMERIC OR RLK-AS-OF-DATE = ZERO
006600         ACCEPT MVRLK-AS-OF-DATE FROM DATE YYYYMMDD
006700     ELSE
006800         MOVE RLK-AS-OF-DATE TO MVRLK-AS-OF-DATE
006900     END-IF.
007000     MOVE 'N' TO MVRLK-EOF-SW.
007100     MOVE LOW-VALUES TO RELM-KEY.
007200     MOVE RLK-PRODUCT-NUMBER TO RELM-PRODUCT-NUMBER.
007300     START MVRELM-FILE
007400         KEY IS NOT LESS THAN RELM-KEY
007500         INVALID KEY
007600             SET MVRLK-EOF TO TRUE
007700     END-START.
007800     PERFORM 2000-SWEEP-ACCOUNT THRU 2000-EXIT
007900         UNTIL MVRLK-EOF.
008000 0000-EXIT.
008100     GOBACK.
008200
008300*----------------------------------------------------------*
008400*  THE ACCOUNT'S ROWS SIT TOGETHER UNDER THE KEY, SO THE    *
008500*  SWEEP STOPS AT THE FIRST ROW FOR ANOTHER ACCOUNT OR AT   *
008600*  THE FIRST OPEN PRIMARY HOLDER.                           *
008700*----------------------------------------------------------*
008800 2000-SWEEP-ACCOUNT.
008900     READ MVRELM-FILE NEXT RECORD
009000         AT END
009100             SET MVRLK-EOF TO TRUE
009200     END-READ.
009300     IF MVRLK-EOF
009400         GO TO 2000-EXIT
009500     END-IF.
009600     IF RELM-PRODUCT-NUMBER NOT = RLK-PRODUCT-NUMBER
009700         SET MVRLK-EOF TO TRUE
009800         GO TO 2000-EXIT
009900     END-IF.
010000     IF RELM-OPEN-DATE > MVRLK-AS-OF-DATE
010100         GO TO 2000-EXIT
010200     END-IF.
010300     IF RELM-CLOSE-DATE NOT = ZERO
010400             AND RELM-CLOSE-DATE NOT > MVRLK-AS-OF-DATE
010500         GO TO 2000-EXIT
010600     END-IF.
010700     IF RLK-NOT-FOUND OR RELM-PRIMARY
010800         MOVE RELM-IDENTIFICATION-TYPE TO
010900             RLK-IDENTIFICATION-TYPE
011000         MOVE RELM-IDENTIFICATION-NUMBER TO
011100             RLK-IDENTIFICATION-NUMBER
011200         MOVE RELM-ROLE TO RLK-ROLE
011300         SET RLK-FOUND TO TRUE
011400     END-IF.
011500     IF RELM-PRIMARY
011600         SET MVRLK-EOF TO TRUE
011700     END-IF.
011800 2000-EXIT.
011900     EXIT.
