002303*                   VECTOR AND HASH -- THOSE TWO LENGTH       *
002304*                   FIELDS WERE MISSING TOO, ADDED NOW.       *
002305*----------------------------------------------------------*
002310*    10/15/26  DOB  A USER SUSPENDED IN THE VAULT BY THE     *
002315*                   DORMANT REVIEW (CDDRM01) GETS NO TOKEN   *
002320*                   ('S' IN CDTOK-NOT-FOUND-SW).  EVERY      *
002325*                   TOKEN CARRIES THE LAST-ROTATED DATE OF   *
002330*                   THE SEED IT CAME FROM, SO CDVAL01 CAN    *
002335*                   HONOUR THE PRIOR SEED ONLY THROUGH THE   *
002340*                   CDROT01 OVERLAP WINDOW.  TOKENS ARE      *
002345*                   ALWAYS ISSUED FROM THE CURRENT SEED.     *
002350*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-ZSERIES.
006200 77  CDTOK01-SEQUENCE-DISPLAY      PIC 9(6) VALUE ZERO.
006300 77  CDTOK01-ISSUED-COUNT          PIC 9(7) COMP VALUE ZERO.
006400 77  CDTOK01-NOT-FOUND-COUNT       PIC 9(7) COMP VALUE ZERO.
006405 77  CDTOK01-SUSPENDED-COUNT       PIC 9(7) COMP VALUE ZERO.
006410
006420*----------------------------------------------------------*
006430*  FIELDS FOR THE ICSF ONE-WAY HASH GENERATE CALL USED TO   *
008900     MOVE CDTOK01-TODAY-TIME TO CDTOK-ISSUED-TIME.
009000     MOVE CDTOK01-TTL-MINUTES TO CDTOK-TTL-MINUTES.
009100     MOVE 'N' TO CDTOK-NOT-FOUND-SW.
009150     MOVE ZERO TO CDTOK-SEED-ROTATED-DATE.
009200     PERFORM 2100-LOOKUP-VAULT THRU 2100-EXIT.
009216     IF CDTOK01-FOUND AND CREDVLT-USER-SUSPENDED
009232         MOVE SPACES TO CDTOK-TOKEN
009248         SET CDTOK-USER-SUSPENDED TO TRUE
009264         ADD 1 TO CDTOK01-SUSPENDED-COUNT
009280     ELSE
009300     IF CDTOK01-FOUND
009400         PERFORM 2200-BUILD-TOKEN THRU 2200-EXIT
009500         ADD 1 TO CDTOK01-ISSUED-COUNT
009520         IF CREDVLT-LAST-ROTATED-DATE NUMERIC
009540             MOVE CREDVLT-LAST-ROTATED-DATE TO
009560                 CDTOK-SEED-ROTATED-DATE
009580         END-IF
009600     ELSE
009700         MOVE SPACES TO CDTOK-TOKEN
009800         SET CDTOK-USER-NOT-FOUND TO TRUE
009900         ADD 1 TO CDTOK01-NOT-FOUND-COUNT
009950     END-IF
010000     END-IF.
010100     WRITE CREDENTIAL-TOKEN-RECORD.
010200     PERFORM 8100-READ-CREDREQ THRU 8100-EXIT.
013100     DISPLAY 'CDTOK01 TOKENS ISSUED       = ' CDTOK01-ISSUED-COUNT.
013200     DISPLAY 'CDTOK01 USERS NOT IN VAULT  = '
013300         CDTOK01-NOT-FOUND-COUNT.
013333     DISPLAY 'CDTOK01 USERS SUSPENDED     = '
013366         CDTOK01-SUSPENDED-COUNT.
013400 3000-EXIT.
013500     EXIT.
013600
