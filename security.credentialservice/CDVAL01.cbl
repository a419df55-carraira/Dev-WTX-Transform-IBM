002200*            AFTER ISSUE (MIDNIGHT CROSSINGS HANDLED        *
002300*            THROUGH THE LILIAN DATE INTRINSIC);            *
002400*    'REVK'  USER/TOKEN PAIR ON THE REVOCATION LIST.        *
002420*    'SUSP'  USER SUSPENDED IN THE VAULT (CDDRM01);         *
002440*    'RETR'  TOKEN CUT FROM A SEED CDROT01 HAS RETIRED --   *
002460*            NEITHER THE CURRENT SEED NOR THE PRIOR ONE     *
002480*            INSIDE ITS OVERLAP WINDOW.                     *
002500*  ONE SECURITY EXCEPTION RECORD (CDXCP) IS WRITTEN PER     *
002600*  FAILING REQUEST -- THE EVIDENCE AUDIT ASKED FOR AT THE   *
002700*  LAST REVIEW.  ANY EXCEPTION ENDS THE STEP WITH           *
003925*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
003950*                   PREREQUISITE STEP NOT COMPLETE         *
003975*                   (SEE RUNCTL01).                        *
003978*    10/15/26  DOB  CHECKS EACH ISSUED TOKEN'S SEED        *
003981*                   AGAINST THE VAULT (CREDVLT): THE PRIOR *
003984*                   SEED IS HONOURED UNTIL ITS OVERLAP     *
003987*                   EXPIRY SO A CDROT01 ROTATION DOES NOT  *
003990*                   REJECT TRAFFIC MID-CUTOVER.  NEW       *
003993*                   REASONS RETR AND SUSP.  SUSPENDED      *
003996*                   USERS' EMPTY TOKEN ROWS ARE NOT        *
003998*                   LOADED.                                *
004000*----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT CDRVK-FILE ASSIGN TO CDRVK
005600         ORGANIZATION IS LINE SEQUENTIAL.
005620     SELECT CREDVLT-FILE ASSIGN TO CREDVLT
005640         ORGANIZATION IS INDEXED
005660         ACCESS MODE IS RANDOM
005680         RECORD KEY IS CREDVLT-INTEGRATION-USER.
005700     SELECT CDXCP-FILE ASSIGN TO CDXCP01
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
007700 FD  CDRVK-FILE.
007800     COPY "CDRVK01.cpy".
007900
007925 FD  CREDVLT-FILE.
007950     COPY "CREDVLT01.cpy".
007975
008000 FD  CDXCP-FILE.
008100     COPY "CDXCP01.cpy".
008200
010500         88  CDVAL-USER-MATCH        VALUE 'Y'.
010600     05  CDVAL-REVOKED-SW          PIC X(01) VALUE 'N'.
010700         88  CDVAL-REVOKED           VALUE 'Y'.
010720     05  CDVAL-VAULT-FOUND-SW      PIC X(01) VALUE 'N'.
010740         88  CDVAL-VAULT-FOUND       VALUE 'Y'.
010760     05  CDVAL-SEED-OK-SW          PIC X(01) VALUE 'N'.
010780         88  CDVAL-SEED-OK           VALUE 'Y'.
010800
010900 77  CDVAL-CHECKED-COUNT           PIC 9(7) COMP VALUE ZERO.
011000 77  CDVAL-EXCEPTION-COUNT         PIC 9(7) COMP VALUE ZERO.
014900         10  CDVAL-TAB-ISSUED-DATE PIC 9(8).
015000         10  CDVAL-TAB-ISSUED-TIME PIC 9(6).
015100         10  CDVAL-TAB-TTL-MINUTES PIC 9(3).
015150         10  CDVAL-TAB-SEED-DATE   PIC 9(8).
015200
015300 01  CDVAL-REVOKE-TABLE.
015400     05  CDVAL-REVOKE-ENTRY OCCURS 200 TIMES.
019300     OPEN INPUT ACREQ-FILE.
019400     OPEN INPUT CDTOK-FILE.
019500     OPEN INPUT CDRVK-FILE.
019550     OPEN INPUT CREDVLT-FILE.
019600     OPEN OUTPUT CDXCP-FILE.
019700     PERFORM 1100-LOAD-TOKENS THRU 1100-EXIT
019800         UNTIL CDVAL-TOK-EOF.
021100     END-READ.
021200     IF NOT CDVAL-TOK-EOF
021300             AND NOT CDTOK-USER-NOT-FOUND
021350             AND NOT CDTOK-USER-SUSPENDED
021400             AND CDVAL-TOKEN-COUNT NOT < 500
021500         ADD 1 TO CDVAL-TOK-DROPPED-COUNT
021600     END-IF.
021700     IF NOT CDVAL-TOK-EOF
021800             AND NOT CDTOK-USER-NOT-FOUND
021850             AND NOT CDTOK-USER-SUSPENDED
021900             AND CDVAL-TOKEN-COUNT < 500
022000         ADD 1 TO CDVAL-TOKEN-COUNT
022100         MOVE CDTOK-INTEGRATION-USER TO
022800             CDVAL-TAB-ISSUED-TIME (CDVAL-TOKEN-COUNT)
022900         MOVE CDTOK-TTL-MINUTES TO
023000             CDVAL-TAB-TTL-MINUTES (CDVAL-TOKEN-COUNT)
023033         MOVE CDTOK-SEED-ROTATED-DATE TO
023066             CDVAL-TAB-SEED-DATE (CDVAL-TOKEN-COUNT)
023100     END-IF.
023200 1100-EXIT.
023300     EXIT.
029900*----------------------------------------------------------*
030000*  THE ACTUAL TOKEN CHECK, SHARED BY ALL THREE SERVICES.    *
030100*  ORDER MATTERS: A TOKEN MUST FIRST MATCH AN ISSUED        *
030200*  ENTRY, THEN BE CLEAR OF THE REVOCATION LIST, THEN COME   *
030300*  FROM A SEED THE VAULT STILL HONOURS, AND ONLY THEN IS    *
030350*  ITS AGE JUDGED AGAINST THE TTL IT WAS ISSUED WITH.       *
030500*----------------------------------------------------------*
030600 6000-CHECK-HEADER.
030700     ADD 1 TO CDVAL-CHECKED-COUNT.
032600         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
032700         GO TO 6000-EXIT
032800     END-IF.
032816     PERFORM 6500-CHECK-SEED THRU 6500-EXIT.
032832     IF NOT CDVAL-SEED-OK
032848         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
032864         GO TO 6000-EXIT
032880     END-IF.
032900     PERFORM 6300-CHECK-EXPIRY THRU 6300-EXIT.
033000     IF NOT CDVAL-TOKEN-OK
033100         SET CDXCP-TOKEN-EXPIRED TO TRUE
039600     ADD 1 TO CDVAL-EXCEPTION-COUNT.
039700 6400-EXIT.
039800     EXIT.
039802
039804*----------------------------------------------------------*
039806*  THE TOKEN CARRIES THE LAST-ROTATED DATE OF THE SEED IT   *
039808*  WAS CUT FROM.  THE CURRENT SEED ALWAYS VALIDATES; THE    *
039810*  PRIOR ONE ONLY UP TO AND INCLUDING ITS OVERLAP EXPIRY.   *
039812*  A VAULT ROW NEVER STAMPED BY CDROT01 IS NOT JUDGED.      *
039814*----------------------------------------------------------*
039816 6500-CHECK-SEED.
039818     SET CDVAL-SEED-OK-SW TO 'N'.
039820     SET CDVAL-VAULT-FOUND-SW TO 'N'.
039822     MOVE CDVAL-HDR-USER TO CREDVLT-INTEGRATION-USER.
039824     READ CREDVLT-FILE
039826         INVALID KEY
039828             CONTINUE
039830         NOT INVALID KEY
039832             SET CDVAL-VAULT-FOUND TO TRUE
039834     END-READ.
039836     IF NOT CDVAL-VAULT-FOUND
039838         SET CDXCP-SEED-RETIRED TO TRUE
039840         GO TO 6500-EXIT
039842     END-IF.
039844     IF CREDVLT-USER-SUSPENDED
039846         SET CDXCP-USER-SUSPENDED TO TRUE
039848         GO TO 6500-EXIT
039850     END-IF.
039852     IF CREDVLT-LAST-ROTATED-DATE NOT NUMERIC
039854             OR CDVAL-TAB-SEED-DATE (CDVAL-HIT-IDX) =
039856                 CREDVLT-LAST-ROTATED-DATE
039858         SET CDVAL-SEED-OK TO TRUE
039860         GO TO 6500-EXIT
039862     END-IF.
039864     IF CDVAL-TAB-SEED-DATE (CDVAL-HIT-IDX) =
039866                 CREDVLT-PRIOR-ROTATED-DATE
039868             AND CREDVLT-PRIOR-SEED-EXPIRY NUMERIC
039870             AND CDVAL-HDR-REQUEST-DATE NOT >
039872                 CREDVLT-PRIOR-SEED-EXPIRY
039874         SET CDVAL-SEED-OK TO TRUE
039876         GO TO 6500-EXIT
039878     END-IF.
039880     SET CDXCP-SEED-RETIRED TO TRUE.
039882 6500-EXIT.
039884     EXIT.
039900
040000 5000-FINISH.
040100     CLOSE MVREQ-FILE.
040300     CLOSE ACREQ-FILE.
040400     CLOSE CDTOK-FILE.
040500     CLOSE CDRVK-FILE.
040550     CLOSE CREDVLT-FILE.
040600     CLOSE CDXCP-FILE.
040700     DISPLAY 'CDVAL01 HEADERS CHECKED     = '
040800         CDVAL-CHECKED-COUNT.
