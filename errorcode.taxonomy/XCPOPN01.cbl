001100*  THE SUITE SCATTERS EXCEPTIONS ACROSS POINT-IN-TIME       *
001200*  FILES NOBODY AGES -- MVPRMF PERMANENT FAILURES, GLSUSP   *
001300*  SUSPENDED JOURNALS, MVBALX BALANCE EXCEPTIONS, CSFXRJ    *
001400*  RATE REJECTS, SVCXCP CATALOG CONFLICTS AND GLRECX GL     *
001450*  RECONCILIATION DIFFERENCES -- AND AN EXCEPTION OLDER     *
001500*  THAN ITS FILE'S RETENTION SIMPLY CEASED TO EXIST.  THIS  *
001600*  STEP ABSORBS EACH NIGHT'S SIX FEEDS INTO ONE OPEN-ITEMS  *
001700*  MASTER (XCPOPN) KEYED BY SOURCE PROGRAM AND A NORMALIZED *
001800*  EXCEPTION KEY, CARRIES EVERY ITEM FORWARD UNTIL A        *
001900*  RESOLUTION TRANSACTION (XCPRES) CLOSES IT, AND PRINTS    *
002000*  THE MORNING AGING REPORT (XCPAGE): NEW / 1-7 DAYS /      *
002100*  OVER 7, BY SOURCE.  AN ITEM SEEN AGAIN KEEPS ITS         *
002200*  ORIGINAL OPENED DATE.  CLOSED ITEMS ARE DELETED; ITEMS   *
002300*  OLDER THAN THE PARM THRESHOLD (ZERO TAKES 14 DAYS) ARE   *
002400*  LISTED AS ESCALATED AND END THE STEP WITH CONDITION      *
002500*  CODE 4.                                                  *
002600*                                                          *
002700*  EXCEPTION KEYS: MVPRMF CARRIES ITS TRANSACTION-ID;       *
002800*  GLSUSP AND MVBALX CARRY PRODUCT / EXTRACT DATE / CYCLE;  *
002900*  CSFXRJ CARRIES CURRENCY / EFFECTIVE DATE; SVCXCP         *
003000*  CARRIES THE SERVICE CODE; GLRECX CARRIES THE GL ACCOUNT  *
003050*  (SO AN UNCLEARED DIFFERENCE KEEPS AGING MONTH TO MONTH). *
003100*----------------------------------------------------------*
003200*  MODIFICATION HISTORY                                    *
003300*    09/02/26  DOB  INITIAL VERSION.                       *
003325*    10/15/26  DOB  ABSORBS THE MONTH-END GL RECONCILIATION*
003350*                   EXCEPTIONS (GLRECX, SEE MVGLR01) AS A  *
003375*                   SIXTH FEED.                            *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT SVCXCP-FILE ASSIGN TO SVCXCP
005200         ORGANIZATION IS LINE SEQUENTIAL.
005233     SELECT GLRECX-FILE ASSIGN TO GLRECX
005266         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT XCPOPN-FILE ASSIGN TO XCPOPN
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
007600
007700 FD  SVCXCP-FILE.
007800     COPY "SVCXCP01.cpy".
007825
007850 FD  GLRECX-FILE.
007875     COPY "GLRECX01.cpy".
007900
008000 FD  XCPOPN-FILE.
008100     COPY "XCPOPN01.cpy".
012200     05  XCPOPN-WK-KEY             PIC X(48).
012300     05  XCPOPN-WK-REASON          PIC X(8).
012400     05  XCPOPN-WK-DETAIL          PIC X(100).
012433
012466 77  XCPOPN-EDIT-AMOUNT            PIC -(15)9.99.
012500
012600*----------------------------------------------------------*
012700*  AGING BUCKETS PER SOURCE PROGRAM FOR THE MORNING         *
026800     PERFORM 3500-ABSORB-SVCXCP THRU 3500-EXIT
026900         UNTIL XCPOPN-FEED-EOF.
027000     CLOSE SVCXCP-FILE.
027016     MOVE 'N' TO XCPOPN-FEED-EOF-SW.
027032     OPEN INPUT GLRECX-FILE.
027048     PERFORM 3600-ABSORB-GLRECX THRU 3600-EXIT
027064         UNTIL XCPOPN-FEED-EOF.
027080     CLOSE GLRECX-FILE.
027100 3000-EXIT.
027200     EXIT.
027300
035700     END-IF.
035800 3500-EXIT.
035900     EXIT.
035904
035908 3600-ABSORB-GLRECX.
035912     READ GLRECX-FILE
035916         AT END
035920             SET XCPOPN-FEED-EOF TO TRUE
035924     END-READ.
035928     IF NOT XCPOPN-FEED-EOF
035932         MOVE 'MVGLR01 ' TO XCPOPN-WK-PROGRAM
035936         MOVE GLRX-GL-ACCOUNT TO XCPOPN-WK-KEY
035940         MOVE GLRX-REASON TO XCPOPN-WK-REASON
035944         MOVE GLRX-DIFFERENCE TO XCPOPN-EDIT-AMOUNT
035948         MOVE SPACES TO XCPOPN-WK-DETAIL
035952         STRING 'PRODUCT ' GLRX-PRODUCT-CODE
035956             ' PERIOD ' GLRX-PERIOD-END-DATE
035960             ' UNEXPLAINED ' XCPOPN-EDIT-AMOUNT
035964             DELIMITED BY SIZE INTO XCPOPN-WK-DETAIL
035968         PERFORM 3900-UPSERT-ITEM THRU 3900-EXIT
035972     END-IF.
035976 3600-EXIT.
035980     EXIT.
036000
036100*----------------------------------------------------------*
036200*  AN ITEM SEEN BEFORE KEEPS ITS OPENED DATE -- THAT IS     *
