001600*  REFERENCE IN OUR OWN TRANSFORM INSTEAD OF BURNING A      *
001700*  ROUND TRIP TO THE HOST.  A BILLER WITH NO FORMAT ON      *
001800*  FILE IS PASSED AS VALID -- NO RULE TO CHECK AGAINST.     *
001833*  A BILLER NOT YET LIVE OR ALREADY DEACTIVATED ON THE      *
001866*  REQUEST DATE IS REFUSED WITHOUT CHECKING THE REFERENCES. *
001874*  THE DATES ARE TAKEN FROM THE BILLER PROFILE (CSBPRF) AS  *
001882*  WELL AS THE FORMAT ROW, SO A BILLER WITH NO FORMAT ON    *
001890*  FILE IS STILL REFUSED ONCE CSBMNT01 HAS DEACTIVATED IT.  *
001900*----------------------------------------------------------*
002000*  MODIFICATION HISTORY                                    *
002100*    08/09/26  DOB  INITIAL VERSION.                       *
002525*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
002550*                   PREREQUISITE STEP NOT COMPLETE         *
002575*                   (SEE RUNCTL01).                        *
002579*    10/15/26  DOB  REFUSES A REQUEST DATED BEFORE THE     *
002583*                   BILLER'S EFFECTIVE-FROM DATE OR ON OR  *
002587*                   AFTER ITS EFFECTIVE-TO DATE (SEE       *
002591*                   CSBMNT01) AND RECORDS WHY A REQUEST    *
002595*                   FAILED IN VALIDATION-REASON.           *
002596*    10/15/26  DOB  ALSO JUDGES THE DATES ON THE BILLER    *
002597*                   PROFILE (CSBPRF), SO A DEACTIVATED     *
002598*                   BILLER WITHOUT A FORMAT ROW IS REFUSED.*
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS FMT-KEY.
003820     SELECT CSBPRF-FILE ASSIGN TO CSBPRF
003840         ORGANIZATION IS INDEXED
003860         ACCESS MODE IS DYNAMIC
003880         RECORD KEY IS BPRF-ASSOCIATED-SERVICE.
003900     SELECT CSREFVR-FILE ASSIGN TO CSREFVR
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004600
004700 FD  CSREFMT-FILE.
004800     COPY "CSREFMT1.cpy".
004825
004850 FD  CSBPRF-FILE.
004875     COPY "CSBPRF01.cpy".
004900
005000 FD  CSREFVR-FILE.
005100     COPY "CSREFVR1.cpy".
006100         88  CSVAL02-EOF            VALUE 'Y'.
006200     05  CSVAL02-FMT-FOUND-SW      PIC X(01) VALUE 'N'.
006300         88  CSVAL02-FMT-FOUND      VALUE 'Y'.
006333     05  CSVAL02-PRF-EOF-SW        PIC X(01) VALUE 'N'.
006366         88  CSVAL02-PRF-EOF        VALUE 'Y'.
006400
006500 77  CSVAL02-LEN                   PIC 9(2) COMP VALUE ZERO.
006600 77  CSVAL02-INVALID-COUNT         PIC 9(7) COMP VALUE ZERO.
006605 77  CSVAL02-FROM-DATE             PIC 9(8) VALUE ZERO.
006610 77  CSVAL02-TO-DATE               PIC 9(8) VALUE ZERO.
006615 77  CSVAL02-IDX                   PIC 9(5) COMP VALUE ZERO.
006620 77  CSVAL02-HIT                   PIC 9(5) COMP VALUE ZERO.
006625 77  CSVAL02-DROPPED-COUNT         PIC 9(7) COMP VALUE ZERO.
006630
006635*----------------------------------------------------------*
006640*  BILLER PROFILES BY AGREEMENT-CODE / SP-SERVICE-CODE,    *
006645*  WITH THEIR EFFECTIVE DATES (ZERO WHEN OPEN).            *
006650*----------------------------------------------------------*
006655 77  CSVAL02-PRF-MAX               PIC 9(5) COMP VALUE 2000.
006660 77  CSVAL02-PRF-COUNT             PIC 9(5) COMP VALUE ZERO.
006665 01  CSVAL02-PRF-TABLE.
006670     05  CSVAL02-PRF-ENTRY OCCURS 2000 TIMES.
006675         10  CSVAL02-PRF-AGREEMENT PIC 9(5).
006680         10  CSVAL02-PRF-SP-SERVICE
006685                                   PIC 9(5).
006690         10  CSVAL02-PRF-FROM      PIC 9(8).
006695         10  CSVAL02-PRF-TO        PIC 9(8).
006700
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
009500     END-IF.
009600     OPEN INPUT CSREQ-FILE.
009700     OPEN INPUT CSREFMT-FILE.
009733     OPEN INPUT CSBPRF-FILE.
009766     PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT.
009800     OPEN OUTPUT CSREFVR-FILE.
009900     PERFORM 8100-READ-CSREQ THRU 8100-EXIT.
010000 1000-EXIT.
010100     EXIT.
010200
010201 1100-LOAD-PROFILES.
010202     MOVE LOW-VALUES TO BPRF-ASSOCIATED-SERVICE.
010203     START CSBPRF-FILE
010204         KEY IS NOT LESS THAN BPRF-ASSOCIATED-SERVICE
010205         INVALID KEY
010206             SET CSVAL02-PRF-EOF TO TRUE
010207     END-START.
010208     PERFORM 1200-LOAD-ONE-PROFILE THRU 1200-EXIT
010209         UNTIL CSVAL02-PRF-EOF.
010210     CLOSE CSBPRF-FILE.
010211 1100-EXIT.
010212     EXIT.
010213
010214*----------------------------------------------------------*
010215*  PROFILES WRITTEN BEFORE CSBMNT01 CARRY SPACES IN THE    *
010216*  PAIR AND DATE FIELDS; THEY CANNOT BE MATCHED TO A       *
010217*  REQUEST AND ARE SKIPPED.                                *
010218*----------------------------------------------------------*
010219 1200-LOAD-ONE-PROFILE.
010220     READ CSBPRF-FILE NEXT RECORD
010221         AT END
010222             SET CSVAL02-PRF-EOF TO TRUE
010223             GO TO 1200-EXIT
010224     END-READ.
010225     IF BPRF-AGREEMENT-CODE NOT NUMERIC
010226             OR BPRF-SP-SERVICE-CODE NOT NUMERIC
010227         GO TO 1200-EXIT
010228     END-IF.
010229     IF CSVAL02-PRF-COUNT NOT < CSVAL02-PRF-MAX
010230         ADD 1 TO CSVAL02-DROPPED-COUNT
010231         GO TO 1200-EXIT
010232     END-IF.
010233     ADD 1 TO CSVAL02-PRF-COUNT.
010234     MOVE BPRF-AGREEMENT-CODE TO
010235         CSVAL02-PRF-AGREEMENT (CSVAL02-PRF-COUNT).
010236     MOVE BPRF-SP-SERVICE-CODE TO
010237         CSVAL02-PRF-SP-SERVICE (CSVAL02-PRF-COUNT).
010238     MOVE ZERO TO CSVAL02-PRF-FROM (CSVAL02-PRF-COUNT)
010239         CSVAL02-PRF-TO (CSVAL02-PRF-COUNT).
010240     IF BPRF-EFFECTIVE-FROM NUMERIC
010241         MOVE BPRF-EFFECTIVE-FROM TO
010242             CSVAL02-PRF-FROM (CSVAL02-PRF-COUNT)
010243     END-IF.
010244     IF BPRF-EFFECTIVE-TO NUMERIC
010245         MOVE BPRF-EFFECTIVE-TO TO
010246             CSVAL02-PRF-TO (CSVAL02-PRF-COUNT)
010247     END-IF.
010248 1200-EXIT.
010249     EXIT.
010250
010300 2000-PROCESS-CAPTURE.
010400     MOVE AGREEMENT-CODE OF REQUEST   TO AGREEMENT-CODE OF
010500         FMT-KEY.
011500         REFERENCE-VALIDATION-RECORD.
011600     SET REFERENCE-VALID OF REFERENCE-VALIDATION-RECORD
011700         TO TRUE.
011733     MOVE SPACES TO VALIDATION-REASON OF
011766         REFERENCE-VALIDATION-RECORD.
011800     PERFORM 2100-LOOKUP-FORMAT THRU 2100-EXIT.
011825     PERFORM 2500-CHECK-EFFECTIVE THRU 2500-EXIT.
011900     IF CSVAL02-FMT-FOUND
011950             AND REFERENCE-VALID OF REFERENCE-VALIDATION-RECORD
012000         PERFORM 2200-CHECK-REFERENCE-1 THRU 2200-EXIT
012100         PERFORM 2300-CHECK-REFERENCE-2 THRU 2300-EXIT
012200         PERFORM 2400-CHECK-REFERENCE-3 THRU 2400-EXIT
012300     END-IF.
012400     IF REFERENCE-INVALID OF REFERENCE-VALIDATION-RECORD
012500         ADD 1 TO CSVAL02-INVALID-COUNT
012516         IF VALIDATION-REASON OF REFERENCE-VALIDATION-RECORD
012532                 = SPACES
012548             SET REFERENCE-FORMAT-ERROR OF
012564                 REFERENCE-VALIDATION-RECORD TO TRUE
012580         END-IF
012600     END-IF.
012700     WRITE REFERENCE-VALIDATION-RECORD.
012800     PERFORM 8100-READ-CSREQ THRU 8100-EXIT.
021500     END-IF.
021600 2400-EXIT.
021700     EXIT.
021703
021704*----------------------------------------------------------*
021705*  THE BILLER MUST BE LIVE ON THE REQUEST DATE: NOT BEFORE *
021706*  ITS EFFECTIVE-FROM DATE AND NOT ON OR AFTER ITS         *
021707*  EFFECTIVE-TO DATE, BY ITS FORMAT ROW WHEN IT HAS ONE AND*
021708*  BY ITS PROFILE WHEN IT HAS ONE.  A ROW WRITTEN BEFORE   *
021709*  THE DATES WERE CARRIED HOLDS SPACES AND IS TREATED AS   *
021710*  OPEN.                                                   *
021711*----------------------------------------------------------*
021712 2500-CHECK-EFFECTIVE.
021713     IF CSVAL02-FMT-FOUND
021714         MOVE ZERO TO CSVAL02-FROM-DATE CSVAL02-TO-DATE
021715         IF FMT-EFFECTIVE-FROM NUMERIC
021716             MOVE FMT-EFFECTIVE-FROM TO CSVAL02-FROM-DATE
021717         END-IF
021718         IF FMT-EFFECTIVE-TO NUMERIC
021719             MOVE FMT-EFFECTIVE-TO TO CSVAL02-TO-DATE
021720         END-IF
021721         PERFORM 2600-JUDGE-DATES THRU 2600-EXIT
021722     END-IF.
021723     IF REFERENCE-INVALID OF REFERENCE-VALIDATION-RECORD
021724         GO TO 2500-EXIT
021725     END-IF.
021726     MOVE ZERO TO CSVAL02-HIT.
021727     PERFORM 2550-MATCH-PROFILE THRU 2550-EXIT
021728         VARYING CSVAL02-IDX FROM 1 BY 1
021729         UNTIL CSVAL02-IDX > CSVAL02-PRF-COUNT
021730            OR CSVAL02-HIT NOT = ZERO.
021731     IF CSVAL02-HIT NOT = ZERO
021732         MOVE CSVAL02-PRF-FROM (CSVAL02-HIT) TO CSVAL02-FROM-DATE
021733         MOVE CSVAL02-PRF-TO (CSVAL02-HIT) TO CSVAL02-TO-DATE
021734         PERFORM 2600-JUDGE-DATES THRU 2600-EXIT
021735     END-IF.
021736 2500-EXIT.
021737     EXIT.
021738
021739 2550-MATCH-PROFILE.
021740     IF CSVAL02-PRF-AGREEMENT (CSVAL02-IDX) =
021741             AGREEMENT-CODE OF REQUEST
021742             AND CSVAL02-PRF-SP-SERVICE (CSVAL02-IDX) =
021743             SP-SERVICE-CODE OF REQUEST
021744         MOVE CSVAL02-IDX TO CSVAL02-HIT
021745     END-IF.
021746 2550-EXIT.
021747     EXIT.
021748
021749 2600-JUDGE-DATES.
021750     IF CSVAL02-FROM-DATE > ZERO
021751             AND REQUEST-DATE OF REQUEST < CSVAL02-FROM-DATE
021752         SET REFERENCE-INVALID OF
021753             REFERENCE-VALIDATION-RECORD TO TRUE
021754         SET BILLER-NOT-YET-ACTIVE OF
021755             REFERENCE-VALIDATION-RECORD TO TRUE
021756         GO TO 2600-EXIT
021757     END-IF.
021758     IF CSVAL02-TO-DATE > ZERO
021759             AND REQUEST-DATE OF REQUEST NOT < CSVAL02-TO-DATE
021760         SET REFERENCE-INVALID OF
021761             REFERENCE-VALIDATION-RECORD TO TRUE
021762         SET BILLER-DEACTIVATED OF
021763             REFERENCE-VALIDATION-RECORD TO TRUE
021764     END-IF.
021765 2600-EXIT.
021766     EXIT.
021800
021900 3000-FINISH.
022000     CLOSE CSREQ-FILE.
022100     CLOSE CSREFMT-FILE.
022200     CLOSE CSREFVR-FILE.
022300     DISPLAY 'CSVAL02 INVALID REFERENCES = ' CSVAL02-INVALID-COUNT.
022320     IF CSVAL02-DROPPED-COUNT NOT = ZERO
022340         DISPLAY 'CSVAL02 PROFILES NOT LOADED = '
022360             CSVAL02-DROPPED-COUNT
022380     END-IF.
022400 3000-EXIT.
022500     EXIT.
022600
