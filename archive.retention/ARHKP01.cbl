000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARHKP01.
000300 AUTHOR. D-OKONKWO.
000400 INSTALLATION. ENTERPRISE INTEGRATION - ARCHIVE RETENTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800*  ARHKP01 -- WEEKLY MASTER HOUSEKEEPING AND AGE-OUT TO    *
000900*             HISTORY.                                     *
001000*                                                          *
001100*  SEVERAL INDEXED MASTERS ONLY EVER GROW, AND THE NIGHTLY *
001200*  SWEEPS OVER THEM SLOW DOWN EVERY MONTH.  THIS WEEKLY    *
001300*  STEP APPLIES ONE RETENTION RULE PER MASTER:             *
001400*    NTSTAT   DELIVERED NOTIFICATIONS DISPATCHED MORE THAN *
001500*             THE NOTIFY DAYS AGO (PARM, ZERO TAKES 90);   *
001600*    ACSNP    ACCORD SNAPSHOTS AND ACCORD LAST-KNOWN       *
001700*    ACSTL01  STATUSES NOT SEEN ON A QRYACRL01 CAPTURE FOR *
001800*             THE ACCORD DAYS (ZERO TAKES 730);            *
001900*    CSOBLM   CLOSED OBLIGATIONS WHOSE LAST PAYMENT IS     *
002000*             OLDER THAN THE OBLIGATION MONTHS (ZERO TAKES *
002100*             13);                                         *
002200*    CSCASM   CLEARED OR FILED CASES DISPOSED OF MORE THAN *
002300*             THE CASE MONTHS AGO (ZERO TAKES 24);         *
002400*    MVDRMM   ESCHEATED ACCOUNTS EXTRACTED MORE THAN THE   *
002500*             DORMANT MONTHS AGO (ZERO TAKES 12).          *
002600*  AN ELIGIBLE ROW TIED TO A LEGAL HOLD (ARHOLD -- BY      *
002700*  TRANSACTION OR REFERENCE, BY COUNTRY/BANK RANGE OR BY   *
002800*  CUSTOMER, EXPIRED HOLDS IGNORED AS IN ARPURG01) OR TO   *
002900*  AN OPEN EXCEPTION (XCPOPN, MATCHED ON THE LEADING PART  *
003000*  OF THE EXCEPTION KEY) IS KEPT AND COUNTED HELD.  EVERY  *
003100*  OTHER ELIGIBLE ROW IS WRITTEN WHOLE TO THE DATED        *
003200*  HISTORY FILE (ARHKHS) AND DELETED.  EACH MASTER IS THEN *
003300*  REORGANIZED: THE SURVIVING ROWS, UNLOADED TO ARHKUN IN  *
003400*  THE SAME PASS, ARE RELOADED INTO THE MASTER OPENED      *
003500*  OUTPUT.  THE REPORT (ARHKPR) SHOWS EACH MASTER'S RULE   *
003600*  WITH ITS BEFORE, UNLOADED, HELD AND AFTER COUNTS.       *
003700*                                                          *
003800*  THE STEP REGISTERS WITH RUNCTL01 AS AN EXCLUSIVE START: *
003900*  IT IS REFUSED WHILE ANY STEP OF THE SUITE IS RUNNING,   *
004000*  AND EVERY OTHER START FOR THE DATE IS HELD UNTIL IT     *
004100*  ENDS.  A HOLD OR EXCEPTION TABLE TOO SMALL TO LOAD      *
004200*  WHOLE WOULD LET A PROTECTED ROW GO, SO AN OVERFLOW      *
004300*  TOUCHES NO MASTER AND ENDS THE STEP WITH CONDITION      *
004400*  CODE 8 WITHOUT REGISTERING ITS END, SO THE SUITE STAYS  *
004500*  HELD UNTIL THE STEP IS RERUN.  AN AFTER COUNT THAT IS   *
004600*  NOT THE BEFORE COUNT LESS THE ROWS UNLOADED STOPS THE   *
004700*  STEP AT THAT MASTER, ALSO WITH CODE 8, AND REGISTERS A  *
004800*  HOLD (RREG-HOLD) -- THE MASTERS AFTER IT ARE LEFT AS    *
004900*  THEY ARE AND ARHKUN STILL HOLDS THE FAILED MASTER'S     *
005000*  ROWS.                                                   *
005100*                                                          *
005200*  RESTART.  THE HISTORY FILE IS EXTENDED, SO A RERUN      *
005300*  KEEPS THE ROWS ALREADY AGED OUT.  ONCE A MASTER'S       *
005400*  SURVIVORS ARE ALL ON ARHKUN THE CHECKPOINT FILE         *
005500*  (ARHKCK) NAMES THAT MASTER UNLOADED, AND ONLY AFTER ITS *
005600*  RELOAD AGREES IS IT MARKED RELOADED.  A RERUN THAT      *
005700*  FINDS A MASTER STILL MARKED UNLOADED -- THE LAST RUN    *
005800*  DIED OR WAS HELD PART WAY THROUGH ITS RELOAD -- DOES    *
005900*  NOT SWEEP IT AGAIN BUT RELOADS IT STRAIGHT FROM THE     *
006000*  ARHKUN LEFT BEHIND, SO THE ONLY COMPLETE COPY OF THE    *
006100*  ROWS IS NEVER OVERWRITTEN; THE MASTERS BEFORE IT, WHICH *
006200*  THAT RUN HAD ALREADY RELOADED, ARE NOT TOUCHED AGAIN.   *
006300*  THE CHECKPOINT ALSO CARRIES THE MASTER'S NAME AND THE   *
006400*  NUMBER OF SURVIVORS UNLOADED, AND THE RESUMED RELOAD    *
006500*  MUST GIVE BACK EXACTLY THAT MANY (CODE 8 IF NOT).       *
006600*  ARHKUN AND ARHKCK MUST THEREFORE BE CATALOGUED DATA     *
006700*  SETS KEPT BETWEEN RUNS.  A PARM FIELD THAT IS NOT       *
006800*  NUMERIC ENDS THE STEP WITH CODE 8 BEFORE IT REGISTERS.  *
006900*----------------------------------------------------------*
007000*  MODIFICATION HISTORY                                    *
007100*    10/15/26  DOB  INITIAL VERSION.                       *
007200*    10/15/26  DOB  A TABLE OVERFLOW NO LONGER REGISTERS   *
007300*                   THE STEP ENDED, AND A RELOAD THAT      *
007400*                   DOES NOT AGREE REGISTERS A HOLD AND    *
007500*                   STOPS THE STEP.  NEW CHECKPOINT FILE   *
007600*                   (ARHKCK) SO A RERUN RELOADS A MASTER   *
007700*                   LEFT HALF LOADED FROM ITS UNLOAD       *
007800*                   INSTEAD OF SWEEPING IT AGAIN.          *
007900*    10/15/26  DOB  A RESUMED RUN LEAVES THE MASTERS       *
008000*                   BEFORE THE CHECKPOINT ALONE AND PROVES *
008100*                   THE RELOAD AGAINST THE SURVIVOR COUNT  *
008200*                   NOW KEPT ON ARHKCK.  PARM FIELDS MUST  *
008300*                   BE NUMERIC.                            *
008400*----------------------------------------------------------*
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 SOURCE-COMPUTER. IBM-ZSERIES.
008800 OBJECT-COMPUTER. IBM-ZSERIES.
008900 INPUT-OUTPUT SECTION.
009000 FILE-CONTROL.
009100     SELECT ARHOLD-FILE ASSIGN TO ARHOLD
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300     SELECT XCPOPN-FILE ASSIGN TO XCPOPN
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS XCPO-KEY.
009700     SELECT NTSTAT-FILE ASSIGN TO NTSTAT
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS NTST-KEY.
010100     SELECT ACSNP-FILE ASSIGN TO ACSNP
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS ACSNP-KEY.
010500     SELECT ACSTL-FILE ASSIGN TO ACSTL01
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS ACSTL-KEY.
010900     SELECT CSOBLM-FILE ASSIGN TO CSOBLM
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS DYNAMIC
011200         RECORD KEY IS OBLM-KEY.
011300     SELECT CSCASM-FILE ASSIGN TO CSCASM
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS CASM-KEY.
011700     SELECT MVDRMM-FILE ASSIGN TO MVDRMM
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS DYNAMIC
012000         RECORD KEY IS DRMM-PRODUCT-NUMBER.
012100     SELECT ARHKUN-FILE ASSIGN TO ARHKUN
012200         ORGANIZATION IS LINE SEQUENTIAL.
012300     SELECT OPTIONAL ARHKHS-FILE ASSIGN TO ARHKHS
012400         ORGANIZATION IS LINE SEQUENTIAL.
012500     SELECT ARHKPR-FILE ASSIGN TO ARHKPR
012600         ORGANIZATION IS LINE SEQUENTIAL.
012700     SELECT OPTIONAL ARHKCK-FILE ASSIGN TO ARHKCK
012800         ORGANIZATION IS LINE SEQUENTIAL.
012900
013000 DATA DIVISION.
013100 FILE SECTION.
013200 FD  ARHOLD-FILE.
013300     COPY "ARHOLD01.cpy".
013400
013500 FD  XCPOPN-FILE.
013600     COPY "XCPOPN01.cpy".
013700
013800 FD  NTSTAT-FILE.
013900     COPY "NTSTAT01.cpy".
014000
014100 FD  ACSNP-FILE.
014200     COPY "ACSNP01.cpy".
014300
014400 FD  ACSTL-FILE.
014500     COPY "ACSTL01.cpy".
014600
014700 FD  CSOBLM-FILE.
014800     COPY "CSOBLM01.cpy".
014900
015000 FD  CSCASM-FILE.
015100     COPY "CSCASM01.cpy".
015200
015300 FD  MVDRMM-FILE.
015400     COPY "MVDRMM01.cpy".
015500
015600 FD  ARHKUN-FILE.
015700 01  ARHKUN-RECORD                 PIC X(200).
015800
015900 FD  ARHKHS-FILE.
016000     COPY "ARHKH01.cpy".
016100
016200 FD  ARHKPR-FILE.
016300 01  ARHKPR-PRINT-LINE             PIC X(132).
016400
016500 FD  ARHKCK-FILE.
016600 01  ARHKCK-RECORD                 PIC X(30).
016700
016800 WORKING-STORAGE SECTION.
016900*----------------------------------------------------------*
017000*  RUN-CONTROL REGISTRATION AREA (SEE RUNCTL01).           *
017100*----------------------------------------------------------*
017200     COPY "RUNREG01.cpy".
017300
017400 77  ARHKP-SEVERITY-CODE           PIC 9(1) VALUE ZERO.
017500
017600 01  ARHKP-SWITCHES.
017700     05  ARHKP-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
017800         88  ARHKP-HOLD-EOF          VALUE 'Y'.
017900     05  ARHKP-XCP-EOF-SW          PIC X(01) VALUE 'N'.
018000         88  ARHKP-XCP-EOF           VALUE 'Y'.
018100     05  ARHKP-MST-EOF-SW          PIC X(01) VALUE 'N'.
018200         88  ARHKP-MST-EOF           VALUE 'Y'.
018300     05  ARHKP-UNL-EOF-SW          PIC X(01) VALUE 'N'.
018400         88  ARHKP-UNL-EOF           VALUE 'Y'.
018500     05  ARHKP-ELIGIBLE-SW         PIC X(01) VALUE 'N'.
018600         88  ARHKP-ELIGIBLE          VALUE 'Y'.
018700     05  ARHKP-TIED-SW             PIC X(01) VALUE 'N'.
018800         88  ARHKP-TIED              VALUE 'Y'.
018900     05  ARHKP-AGED-SW             PIC X(01) VALUE 'N'.
019000         88  ARHKP-AGED              VALUE 'Y'.
019100     05  ARHKP-REFUSED-SW          PIC X(01) VALUE 'N'.
019200         88  ARHKP-REFUSED           VALUE 'Y'.
019300     05  ARHKP-RELOAD-FAILED-SW    PIC X(01) VALUE 'N'.
019400         88  ARHKP-RELOAD-FAILED     VALUE 'Y'.
019500     05  ARHKP-CK-EOF-SW           PIC X(01) VALUE 'N'.
019600         88  ARHKP-CK-EOF            VALUE 'Y'.
019700
019800 77  ARHKP-TODAY                   PIC 9(8) VALUE ZERO.
019900 77  ARHKP-NOTIFY-DAYS             PIC 9(3) VALUE 90.
020000 77  ARHKP-ACCORD-DAYS             PIC 9(4) VALUE 730.
020100 77  ARHKP-OBLIG-MONTHS            PIC 9(3) VALUE 13.
020200 77  ARHKP-CASE-MONTHS             PIC 9(3) VALUE 24.
020300 77  ARHKP-DORMANT-MONTHS          PIC 9(3) VALUE 12.
020400 77  ARHKP-BACK-MONTHS             PIC 9(3) VALUE ZERO.
020500 77  ARHKP-MONTH-COUNT             PIC 9(7) COMP VALUE ZERO.
020600 77  ARHKP-NOTIFY-CUTOFF           PIC 9(8) VALUE ZERO.
020700 77  ARHKP-ACCORD-CUTOFF           PIC 9(8) VALUE ZERO.
020800 77  ARHKP-OBLIG-CUTOFF            PIC 9(8) VALUE ZERO.
020900 77  ARHKP-CASE-CUTOFF             PIC 9(8) VALUE ZERO.
021000 77  ARHKP-DORMANT-CUTOFF          PIC 9(8) VALUE ZERO.
021100 77  ARHKP-ROW-DATE                PIC 9(8) VALUE ZERO.
021200 77  ARHKP-ROW-IMAGE               PIC X(200) VALUE SPACES.
021300 77  ARHKP-UNLOADED-TOTAL          PIC 9(9) COMP VALUE ZERO.
021400 77  ARHKP-HOLD-COUNT              PIC 9(3) COMP VALUE ZERO.
021500 77  ARHKP-HOLD-DROPPED            PIC 9(5) COMP VALUE ZERO.
021600 77  ARHKP-HOLD-EXPIRED            PIC 9(5) COMP VALUE ZERO.
021700 77  ARHKP-XCP-COUNT               PIC 9(4) COMP VALUE ZERO.
021800 77  ARHKP-XCP-DROPPED             PIC 9(5) COMP VALUE ZERO.
021900 77  ARHKP-IDX                     PIC 9(4) COMP VALUE ZERO.
022000 77  ARHKP-MST                     PIC 9(1) COMP VALUE ZERO.
022100 77  ARHKP-RESUME-MST              PIC 9(1) COMP VALUE ZERO.
022200 77  ARHKP-RESUME-SURVIVORS        PIC 9(9) COMP VALUE ZERO.
022300
022400*----------------------------------------------------------*
022500*  THE CHECKPOINT (ARHKCK): THE LAST MASTER WHOSE UNLOAD   *
022600*  WAS COMPLETED, BY NUMBER AND NAME, WHETHER ITS RELOAD   *
022700*  ALSO AGREED, AND HOW MANY SURVIVORS THE UNLOAD HOLDS.   *
022800*----------------------------------------------------------*
022900 01  ARHKP-CHECKPOINT.
023000     05  ARHKP-CK-MASTER           PIC 9(1).
023100     05  ARHKP-CK-PHASE            PIC X(1).
023200         88  ARHKP-CK-UNLOADED       VALUE 'U'.
023300         88  ARHKP-CK-RELOADED       VALUE 'R'.
023400     05  ARHKP-CK-MASTER-NAME      PIC X(8).
023500     05  ARHKP-CK-SURVIVORS        PIC 9(9).
023600     05  ARHKP-CK-RUN-DATE         PIC 9(8).
023700     05  FILLER                    PIC X(03) VALUE SPACES.
023800
023900 01  ARHKP-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
024000 01  ARHKP-CUTOFF-PARTS REDEFINES ARHKP-CUTOFF-DATE.
024100     05  ARHKP-CUTOFF-YEAR         PIC 9(4).
024200     05  ARHKP-CUTOFF-MONTH        PIC 9(2).
024300     05  ARHKP-CUTOFF-DAY          PIC 9(2).
024400
024500 01  ARHKP-TODAY-PARTS.
024600     05  ARHKP-TODAY-YEAR          PIC 9(4).
024700     05  ARHKP-TODAY-MONTH         PIC 9(2).
024800     05  ARHKP-TODAY-DAY           PIC 9(2).
024900
025000*----------------------------------------------------------*
025100*  WHAT AN ELIGIBLE ROW IS CHECKED AGAINST THE HOLDS AND   *
025200*  OPEN EXCEPTIONS BY.  EACH MASTER FILLS WHAT IT CARRIES; *
025300*  A FIELD LEFT BLANK OR ZERO MATCHES NOTHING.  AN         *
025400*  IDENTIFICATION TYPE LEFT BLANK MATCHES A CUSTOMER HOLD  *
025500*  OF ANY TYPE ON THE SAME NUMBER.                         *
025600*----------------------------------------------------------*
025700 01  ARHKP-SUBJECT.
025800     05  ARHKP-SUBJ-REFERENCE      PIC X(48).
025900     05  ARHKP-SUBJ-ID-TYPE        PIC X(1).
026000     05  ARHKP-SUBJ-ID-NUMBER      PIC X(17).
026100     05  ARHKP-SUBJ-COUNTRY        PIC 9(4).
026200     05  ARHKP-SUBJ-BANK           PIC 9(3).
026300
026400*----------------------------------------------------------*
026500*  THE LEGAL-HOLD FILE, LOADED ONCE AT INITIALIZATION THE  *
026600*  SAME WAY ARPURG01 LOADS IT.                             *
026700*----------------------------------------------------------*
026800 01  ARHKP-HOLD-TABLE.
026900     05  ARHKP-HOLD-ENTRY OCCURS 200 TIMES.
027000         10  ARHKP-HOLD-TYPE       PIC X(1).
027100         10  ARHKP-HOLD-TRANID     PIC X(48).
027200         10  ARHKP-HOLD-CUSTOMER REDEFINES ARHKP-HOLD-TRANID.
027300             15  ARHKP-HOLD-ID-TYPE
027400                                   PIC X(1).
027500             15  ARHKP-HOLD-ID-NUMBER
027600                                   PIC X(17).
027700             15  FILLER            PIC X(30).
027800         10  ARHKP-HOLD-COUNTRY    PIC 9(4).
027900         10  ARHKP-HOLD-BANK-LOW   PIC 9(3).
028000         10  ARHKP-HOLD-BANK-HIGH  PIC 9(3).
028100
028200*----------------------------------------------------------*
028300*  THE OPEN EXCEPTIONS, BY THE PART OF THE EXCEPTION KEY   *
028400*  BEFORE ANY '/' -- THE TRANSACTION-ID, PRODUCT, SERVICE  *
028500*  OR ACCOUNT THE ITEM IS ABOUT (SEE XCPOPN01).            *
028600*----------------------------------------------------------*
028700 01  ARHKP-XCP-TABLE.
028800     05  ARHKP-XCP-LEAD OCCURS 2000 TIMES
028900                                   PIC X(48).
029000
029100*----------------------------------------------------------*
029200*  ONE ENTRY PER MASTER, IN THE ORDER THEY ARE PROCESSED.  *
029300*----------------------------------------------------------*
029400 01  ARHKP-MASTER-TABLE.
029500     05  ARHKP-MST-ENTRY OCCURS 6 TIMES.
029600         10  ARHKP-MST-NAME        PIC X(8).
029700         10  ARHKP-MST-RULE        PIC X(40).
029800         10  ARHKP-MST-BEFORE      PIC 9(9) COMP.
029900         10  ARHKP-MST-UNLOADED    PIC 9(9) COMP.
030000         10  ARHKP-MST-HELD        PIC 9(9) COMP.
030100         10  ARHKP-MST-AFTER       PIC 9(9) COMP.
030200
030300 01  ARHKP-HEADING-1.
030400     05  FILLER                    PIC X(37)
030500         VALUE 'ARHKP01 WEEKLY MASTER HOUSEKEEPING - '.
030600     05  ARHKP-H1-DATE             PIC 9(8).
030700     05  FILLER                    PIC X(87) VALUE SPACES.
030800
030900 01  ARHKP-HEADING-2.
031000     05  FILLER                    PIC X(10) VALUE 'MASTER    '.
031100     05  FILLER                    PIC X(42)
031200         VALUE 'RETENTION RULE'.
031300     05  FILLER                    PIC X(12) VALUE '    BEFORE  '.
031400     05  FILLER                    PIC X(12) VALUE '  UNLOADED  '.
031500     05  FILLER                    PIC X(12) VALUE '      HELD  '.
031600     05  FILLER                    PIC X(10) VALUE '     AFTER'.
031700     05  FILLER                    PIC X(34) VALUE SPACES.
031800
031900 01  ARHKP-DETAIL-LINE.
032000     05  ARHKP-DL-NAME             PIC X(8).
032100     05  FILLER                    PIC X(02) VALUE SPACES.
032200     05  ARHKP-DL-RULE             PIC X(40).
032300     05  FILLER                    PIC X(02) VALUE SPACES.
032400     05  ARHKP-DL-BEFORE           PIC Z(9)9.
032500     05  FILLER                    PIC X(02) VALUE SPACES.
032600     05  ARHKP-DL-UNLOADED         PIC Z(9)9.
032700     05  FILLER                    PIC X(02) VALUE SPACES.
032800     05  ARHKP-DL-HELD             PIC Z(9)9.
032900     05  FILLER                    PIC X(02) VALUE SPACES.
033000     05  ARHKP-DL-AFTER            PIC Z(9)9.
033100     05  FILLER                    PIC X(34) VALUE SPACES.
033200
033300 01  ARHKP-SUMMARY-LINE.
033400     05  ARHKP-SL-LABEL            PIC X(40).
033500     05  ARHKP-SL-COUNT            PIC Z(8)9.
033600     05  FILLER                    PIC X(83) VALUE SPACES.
033700
033800 LINKAGE SECTION.
033900 01  ARHKP01-PARM-CARD.
034000     05  ARHKP01-PARM-NOTIFY-DAYS  PIC 9(3).
034100     05  ARHKP01-PARM-ACCORD-DAYS  PIC 9(4).
034200     05  ARHKP01-PARM-OBLIG-MONTHS PIC 9(3).
034300     05  ARHKP01-PARM-CASE-MONTHS  PIC 9(3).
034400     05  ARHKP01-PARM-DORMANT-MONTHS
034500                                   PIC 9(3).
034600
034700 PROCEDURE DIVISION USING ARHKP01-PARM-CARD.
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035000     IF NOT ARHKP-REFUSED
035100         PERFORM 2100-AGE-NTSTAT THRU 2100-EXIT
035200         PERFORM 2200-AGE-ACSNP THRU 2200-EXIT
035300         PERFORM 2300-AGE-ACSTL THRU 2300-EXIT
035400         PERFORM 2400-AGE-CSOBLM THRU 2400-EXIT
035500         PERFORM 2500-AGE-CSCASM THRU 2500-EXIT
035600         PERFORM 2600-AGE-MVDRMM THRU 2600-EXIT
035700     END-IF.
035800     PERFORM 3000-REPORT-COUNTS THRU 3000-EXIT.
035900     PERFORM 4000-FINISH THRU 4000-EXIT.
036000     MOVE ARHKP-UNLOADED-TOTAL TO RREG-RECORD-COUNT.
036100     IF ARHKP-RELOAD-FAILED
036200         SET RREG-HOLD TO TRUE
036300         CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST
036400         DISPLAY 'ARHKP01 SUITE HELD - RELOAD COUNT DOES NOT '
036500             'AGREE'
036600     END-IF.
036700     IF NOT ARHKP-REFUSED AND NOT ARHKP-RELOAD-FAILED
036800         SET RREG-END TO TRUE
036900         CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST
037000     END-IF.
037100     MOVE ARHKP-SEVERITY-CODE TO RETURN-CODE.
037200     STOP RUN.
037300
037400 1000-INITIALIZE.
037500     PERFORM 1050-CHECK-PARM THRU 1050-EXIT.
037600     SET RREG-EXCLUSIVE TO TRUE.
037700     MOVE 'ARHKP01 ' TO RREG-PROGRAM-ID.
037800     MOVE SPACES TO RREG-GUARD-FILE.
037900     MOVE ZERO TO RREG-CYCLE-NUMBER.
038000     MOVE ZERO TO RREG-RECORD-COUNT.
038100     CALL 'RUNCTL01' USING RUN-REGISTER-REQUEST.
038200     IF RREG-BLOCKED
038300         DISPLAY 'ARHKP01 ALREADY COMPLETED FOR THIS DATE'
038400         MOVE 8 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700     IF RREG-PREREQ-HOLD
038800         DISPLAY 'ARHKP01 HELD - PREREQUISITE NOT COMPLETE'
038900         MOVE 8 TO RETURN-CODE
039000         STOP RUN
039100     END-IF.
039200     IF RREG-SUITE-ACTIVE
039300         DISPLAY 'ARHKP01 HELD - THE SUITE IS STILL RUNNING'
039400         MOVE 8 TO RETURN-CODE
039500         STOP RUN
039600     END-IF.
039700     OPEN OUTPUT ARHKPR-FILE.
039800     OPEN EXTEND ARHKHS-FILE.
039900     ACCEPT ARHKP-TODAY FROM DATE YYYYMMDD.
040000     MOVE ARHKP-TODAY TO ARHKP-H1-DATE.
040100     INITIALIZE ARHKP-MASTER-TABLE.
040200     PERFORM 1300-SET-CUTOFFS THRU 1300-EXIT.
040300     OPEN INPUT ARHOLD-FILE.
040400     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
040500         UNTIL ARHKP-HOLD-EOF.
040600     CLOSE ARHOLD-FILE.
040700     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
040800     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT.
040900     IF ARHKP-HOLD-DROPPED NOT = ZERO
041000             OR ARHKP-XCP-DROPPED NOT = ZERO
041100         SET ARHKP-REFUSED TO TRUE
041200         MOVE 8 TO ARHKP-SEVERITY-CODE
041300     END-IF.
041400 1000-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------*
041800*  A RETENTION PERIOD THAT IS NOT NUMERIC WOULD AGE OUT    *
041900*  LIVE ROWS, SO A BAD PARM STOPS THE STEP BEFORE IT       *
042000*  REGISTERS OR TOUCHES ANY MASTER.  ZERO TAKES THE        *
042100*  DEFAULT.                                                *
042200*----------------------------------------------------------*
042300 1050-CHECK-PARM.
042400     IF ARHKP01-PARM-NOTIFY-DAYS NOT NUMERIC
042500             OR ARHKP01-PARM-ACCORD-DAYS NOT NUMERIC
042600             OR ARHKP01-PARM-OBLIG-MONTHS NOT NUMERIC
042700             OR ARHKP01-PARM-CASE-MONTHS NOT NUMERIC
042800             OR ARHKP01-PARM-DORMANT-MONTHS NOT NUMERIC
042900         DISPLAY 'ARHKP01 PARM NOT NUMERIC - NO MASTER TOUCHED'
043000         MOVE 8 TO RETURN-CODE
043100         STOP RUN
043200     END-IF.
043300     IF ARHKP01-PARM-NOTIFY-DAYS NUMERIC
043400             AND ARHKP01-PARM-NOTIFY-DAYS NOT = ZERO
043500         MOVE ARHKP01-PARM-NOTIFY-DAYS TO ARHKP-NOTIFY-DAYS
043600     END-IF.
043700     IF ARHKP01-PARM-ACCORD-DAYS NUMERIC
043800             AND ARHKP01-PARM-ACCORD-DAYS NOT = ZERO
043900         MOVE ARHKP01-PARM-ACCORD-DAYS TO ARHKP-ACCORD-DAYS
044000     END-IF.
044100     IF ARHKP01-PARM-OBLIG-MONTHS NUMERIC
044200             AND ARHKP01-PARM-OBLIG-MONTHS NOT = ZERO
044300         MOVE ARHKP01-PARM-OBLIG-MONTHS TO ARHKP-OBLIG-MONTHS
044400     END-IF.
044500     IF ARHKP01-PARM-CASE-MONTHS NUMERIC
044600             AND ARHKP01-PARM-CASE-MONTHS NOT = ZERO
044700         MOVE ARHKP01-PARM-CASE-MONTHS TO ARHKP-CASE-MONTHS
044800     END-IF.
044900     IF ARHKP01-PARM-DORMANT-MONTHS NUMERIC
045000             AND ARHKP01-PARM-DORMANT-MONTHS NOT = ZERO
045100         MOVE ARHKP01-PARM-DORMANT-MONTHS TO
045200             ARHKP-DORMANT-MONTHS
045300     END-IF.
045400 1050-EXIT.
045500     EXIT.
045600
045700 1100-LOAD-HOLDS.
045800     READ ARHOLD-FILE
045900         AT END
046000             SET ARHKP-HOLD-EOF TO TRUE
046100     END-READ.
046200     IF ARHKP-HOLD-EOF
046300         GO TO 1100-EXIT
046400     END-IF.
046500     IF HOLD-EXPIRY-DATE NUMERIC
046600             AND HOLD-EXPIRY-DATE NOT = ZERO
046700             AND HOLD-EXPIRY-DATE < ARHKP-TODAY
046800         ADD 1 TO ARHKP-HOLD-EXPIRED
046900         GO TO 1100-EXIT
047000     END-IF.
047100     IF ARHKP-HOLD-COUNT < 200
047200         ADD 1 TO ARHKP-HOLD-COUNT
047300         MOVE HOLD-TYPE TO
047400             ARHKP-HOLD-TYPE (ARHKP-HOLD-COUNT)
047500         MOVE HOLD-TRANSACTION-ID TO
047600             ARHKP-HOLD-TRANID (ARHKP-HOLD-COUNT)
047700         MOVE HOLD-COUNTRY-CODE TO
047800             ARHKP-HOLD-COUNTRY (ARHKP-HOLD-COUNT)
047900         MOVE HOLD-BANK-CODE-LOW TO
048000             ARHKP-HOLD-BANK-LOW (ARHKP-HOLD-COUNT)
048100         MOVE HOLD-BANK-CODE-HIGH TO
048200             ARHKP-HOLD-BANK-HIGH (ARHKP-HOLD-COUNT)
048300     ELSE
048400         ADD 1 TO ARHKP-HOLD-DROPPED
048500     END-IF.
048600 1100-EXIT.
048700     EXIT.
048800
048900 1200-LOAD-EXCEPTIONS.
049000     OPEN INPUT XCPOPN-FILE.
049100     MOVE LOW-VALUES TO XCPO-KEY.
049200     START XCPOPN-FILE
049300         KEY IS NOT LESS THAN XCPO-KEY
049400         INVALID KEY
049500             SET ARHKP-XCP-EOF TO TRUE
049600     END-START.
049700     PERFORM 1210-LOAD-ONE-EXCEPTION THRU 1210-EXIT
049800         UNTIL ARHKP-XCP-EOF.
049900     CLOSE XCPOPN-FILE.
050000 1200-EXIT.
050100     EXIT.
050200
050300 1210-LOAD-ONE-EXCEPTION.
050400     READ XCPOPN-FILE NEXT RECORD
050500         AT END
050600             SET ARHKP-XCP-EOF TO TRUE
050700     END-READ.
050800     IF ARHKP-XCP-EOF
050900         GO TO 1210-EXIT
051000     END-IF.
051100     IF ARHKP-XCP-COUNT < 2000
051200         ADD 1 TO ARHKP-XCP-COUNT
051300         MOVE SPACES TO ARHKP-XCP-LEAD (ARHKP-XCP-COUNT)
051400         UNSTRING XCPO-EXCEPTION-KEY DELIMITED BY '/'
051500             INTO ARHKP-XCP-LEAD (ARHKP-XCP-COUNT)
051600         END-UNSTRING
051700     ELSE
051800         ADD 1 TO ARHKP-XCP-DROPPED
051900     END-IF.
052000 1210-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------*
052400*  DAY RULES COUNT BACK CALENDAR DAYS; MONTH RULES TAKE    *
052500*  TODAY'S DAY OF THE MONTH THE NUMBER OF MONTHS BACK, AS  *
052600*  MVHLD01 DOES -- THE CUTOFF IS ONLY EVER COMPARED, SO A  *
052700*  DAY THE EARLIER MONTH DOES NOT HAVE STILL ORDERS        *
052800*  CORRECTLY.  A ROW AGES OUT WHEN ITS DATE IS BEFORE THE  *
052900*  CUTOFF.                                                 *
053000*----------------------------------------------------------*
053100 1300-SET-CUTOFFS.
053200     COMPUTE ARHKP-NOTIFY-CUTOFF = FUNCTION DATE-OF-INTEGER(
053300         FUNCTION INTEGER-OF-DATE(ARHKP-TODAY)
053400             - ARHKP-NOTIFY-DAYS).
053500     COMPUTE ARHKP-ACCORD-CUTOFF = FUNCTION DATE-OF-INTEGER(
053600         FUNCTION INTEGER-OF-DATE(ARHKP-TODAY)
053700             - ARHKP-ACCORD-DAYS).
053800     MOVE ARHKP-OBLIG-MONTHS TO ARHKP-BACK-MONTHS.
053900     PERFORM 1310-MONTHS-BACK THRU 1310-EXIT.
054000     MOVE ARHKP-CUTOFF-DATE TO ARHKP-OBLIG-CUTOFF.
054100     MOVE ARHKP-CASE-MONTHS TO ARHKP-BACK-MONTHS.
054200     PERFORM 1310-MONTHS-BACK THRU 1310-EXIT.
054300     MOVE ARHKP-CUTOFF-DATE TO ARHKP-CASE-CUTOFF.
054400     MOVE ARHKP-DORMANT-MONTHS TO ARHKP-BACK-MONTHS.
054500     PERFORM 1310-MONTHS-BACK THRU 1310-EXIT.
054600     MOVE ARHKP-CUTOFF-DATE TO ARHKP-DORMANT-CUTOFF.
054700     MOVE 'NTSTAT  ' TO ARHKP-MST-NAME (1).
054800     MOVE 'ACSNP   ' TO ARHKP-MST-NAME (2).
054900     MOVE 'ACSTL01 ' TO ARHKP-MST-NAME (3).
055000     MOVE 'CSOBLM  ' TO ARHKP-MST-NAME (4).
055100     MOVE 'CSCASM  ' TO ARHKP-MST-NAME (5).
055200     MOVE 'MVDRMM  ' TO ARHKP-MST-NAME (6).
055300     STRING 'DELIVERED, DISPATCHED BEFORE '
055400         ARHKP-NOTIFY-CUTOFF
055500         DELIMITED BY SIZE INTO ARHKP-MST-RULE (1).
055600     STRING 'ACCORD NOT SEEN SINCE '
055700         ARHKP-ACCORD-CUTOFF
055800         DELIMITED BY SIZE INTO ARHKP-MST-RULE (2).
055900     MOVE ARHKP-MST-RULE (2) TO ARHKP-MST-RULE (3).
056000     STRING 'CLOSED, LAST PAYMENT BEFORE '
056100         ARHKP-OBLIG-CUTOFF
056200         DELIMITED BY SIZE INTO ARHKP-MST-RULE (4).
056300     STRING 'CLEARED/FILED, DISPOSED BEFORE '
056400         ARHKP-CASE-CUTOFF
056500         DELIMITED BY SIZE INTO ARHKP-MST-RULE (5).
056600     STRING 'ESCHEATED BEFORE '
056700         ARHKP-DORMANT-CUTOFF
056800         DELIMITED BY SIZE INTO ARHKP-MST-RULE (6).
056900 1300-EXIT.
057000     EXIT.
057100
057200 1310-MONTHS-BACK.
057300     MOVE ARHKP-TODAY TO ARHKP-TODAY-PARTS.
057400     COMPUTE ARHKP-MONTH-COUNT =
057500         ARHKP-TODAY-YEAR * 12 + ARHKP-TODAY-MONTH - 1
057600             - ARHKP-BACK-MONTHS.
057700     DIVIDE ARHKP-MONTH-COUNT BY 12
057800         GIVING ARHKP-CUTOFF-YEAR
057900         REMAINDER ARHKP-CUTOFF-MONTH.
058000     ADD 1 TO ARHKP-CUTOFF-MONTH.
058100     MOVE ARHKP-TODAY-DAY TO ARHKP-CUTOFF-DAY.
058200 1310-EXIT.
058300     EXIT.
058400
058500*  A MASTER LEFT UNLOADED BY THE LAST RUN IS RELOADED FROM *
058600*  ARHKUN WITHOUT BEING SWEPT, AND THE MASTERS BEFORE IT   *
058700*  (ALREADY RELOADED BY THAT RUN) ARE LEFT ALONE.  NO      *
058800*  CHECKPOINT, OR ONE LEFT RELOADED, MEANS AN ORDINARY RUN.*
058900*  A CHECKPOINT WHOSE NAME DOES NOT MATCH ITS MASTER NUMBER*
059000*  CANNOT BE TRUSTED AND STOPS THE STEP WITH CODE 8.       *
059100*----------------------------------------------------------*
059200 1400-READ-CHECKPOINT.
059300     OPEN INPUT ARHKCK-FILE.
059400     READ ARHKCK-FILE INTO ARHKP-CHECKPOINT
059500         AT END
059600             SET ARHKP-CK-EOF TO TRUE
059700     END-READ.
059800     CLOSE ARHKCK-FILE.
059900     IF ARHKP-CK-EOF
060000         GO TO 1400-EXIT
060100     END-IF.
060200     IF ARHKP-CK-UNLOADED
060300             AND ARHKP-CK-MASTER > ZERO
060400             AND ARHKP-CK-MASTER NOT > 6
060500         IF ARHKP-CK-MASTER-NAME NOT =
060600                 ARHKP-MST-NAME (ARHKP-CK-MASTER)
060700             DISPLAY 'ARHKP01 CHECKPOINT NAMES '
060800                 ARHKP-CK-MASTER-NAME
060900                 ' NOT MASTER ' ARHKP-CK-MASTER
061000             MOVE 8 TO RETURN-CODE
061100             STOP RUN
061200         END-IF
061300         MOVE ARHKP-CK-MASTER TO ARHKP-RESUME-MST
061400         MOVE ARHKP-CK-SURVIVORS TO ARHKP-RESUME-SURVIVORS
061500         DISPLAY 'ARHKP01 RESUMING - '
061600             ARHKP-MST-NAME (ARHKP-RESUME-MST)
061700             ' RELOADS FROM THE ARHKUN OF '
061800             ARHKP-CK-RUN-DATE ' (' ARHKP-CK-SURVIVORS ' ROWS)'
061900     END-IF.
062000 1400-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------*
062400*  EACH MASTER: ONE SWEEP IN KEY ORDER THAT SENDS AN       *
062500*  AGED ROW TO HISTORY AND DELETES IT, AND UNLOADS EVERY   *
062600*  ROW KEPT TO ARHKUN; THEN THE MASTER IS OPENED OUTPUT    *
062700*  AND RELOADED FROM ARHKUN, WHICH IS THE REORGANIZATION.  *
062800*  A MASTER MARKED UNLOADED ON THE CHECKPOINT SKIPS THE    *
062900*  SWEEP AND IS RELOADED FROM THE ARHKUN ALREADY THERE.    *
063000*----------------------------------------------------------*
063100 2100-AGE-NTSTAT.
063200     MOVE 1 TO ARHKP-MST.
063300     IF ARHKP-MST < ARHKP-RESUME-MST
063400         GO TO 2100-EXIT
063500     END-IF.
063600     IF ARHKP-RELOAD-FAILED
063700         GO TO 2100-EXIT
063800     END-IF.
063900     IF ARHKP-MST = ARHKP-RESUME-MST
064000         GO TO 2100-RELOAD
064100     END-IF.
064200     OPEN I-O NTSTAT-FILE.
064300     OPEN OUTPUT ARHKUN-FILE.
064400     SET ARHKP-MST-EOF-SW TO 'N'.
064500     MOVE LOW-VALUES TO NTST-KEY.
064600     START NTSTAT-FILE
064700         KEY IS NOT LESS THAN NTST-KEY
064800         INVALID KEY
064900             SET ARHKP-MST-EOF TO TRUE
065000     END-START.
065100     PERFORM 2110-NTSTAT-ROW THRU 2110-EXIT
065200         UNTIL ARHKP-MST-EOF.
065300     CLOSE NTSTAT-FILE.
065400     CLOSE ARHKUN-FILE.
065500     SET ARHKP-CK-UNLOADED TO TRUE.
065600     COMPUTE ARHKP-CK-SURVIVORS =
065700         ARHKP-MST-BEFORE (ARHKP-MST)
065800             - ARHKP-MST-UNLOADED (ARHKP-MST).
065900     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
066000 2100-RELOAD.
066100     OPEN OUTPUT NTSTAT-FILE.
066200     OPEN INPUT ARHKUN-FILE.
066300     SET ARHKP-UNL-EOF-SW TO 'N'.
066400     PERFORM 2120-NTSTAT-RELOAD THRU 2120-EXIT
066500         UNTIL ARHKP-UNL-EOF.
066600     CLOSE NTSTAT-FILE.
066700     CLOSE ARHKUN-FILE.
066800     PERFORM 3900-CHECK-AFTER THRU 3900-EXIT.
066900 2100-EXIT.
067000     EXIT.
067100
067200 2110-NTSTAT-ROW.
067300     READ NTSTAT-FILE NEXT RECORD
067400         AT END
067500             SET ARHKP-MST-EOF TO TRUE
067600     END-READ.
067700     IF ARHKP-MST-EOF
067800         GO TO 2110-EXIT
067900     END-IF.
068000     ADD 1 TO ARHKP-MST-BEFORE (ARHKP-MST).
068100     SET ARHKP-ELIGIBLE-SW TO 'N'.
068200     IF NTST-DELIVERED
068300             AND NTST-DISPATCH-DATE NUMERIC
068400             AND NTST-DISPATCH-DATE NOT = ZERO
068500             AND NTST-DISPATCH-DATE < ARHKP-NOTIFY-CUTOFF
068600         SET ARHKP-ELIGIBLE TO TRUE
068700         MOVE SPACES TO ARHKP-SUBJECT
068800         MOVE NTST-REFERENCE TO ARHKP-SUBJ-REFERENCE
068900         MOVE NTST-IDENTIFICATION-TYPE TO ARHKP-SUBJ-ID-TYPE
069000         MOVE NTST-IDENTIFICATION-NUMBER TO
069100             ARHKP-SUBJ-ID-NUMBER
069200         MOVE NTST-COUNTRY-CODE TO ARHKP-SUBJ-COUNTRY
069300         MOVE NTST-DEBIT-BANK TO ARHKP-SUBJ-BANK
069400         MOVE NTST-DISPATCH-DATE TO ARHKP-ROW-DATE
069500         MOVE NOTIFY-STATUS-RECORD TO ARHKP-ROW-IMAGE
069600     END-IF.
069700     PERFORM 7000-JUDGE-ROW THRU 7000-EXIT.
069800     IF ARHKP-AGED
069900         DELETE NTSTAT-FILE RECORD
070000     ELSE
070100         WRITE ARHKUN-RECORD FROM NOTIFY-STATUS-RECORD
070200     END-IF.
070300 2110-EXIT.
070400     EXIT.
070500
070600 2120-NTSTAT-RELOAD.
070700     READ ARHKUN-FILE
070800         AT END
070900             SET ARHKP-UNL-EOF TO TRUE
071000     END-READ.
071100     IF NOT ARHKP-UNL-EOF
071200         WRITE NOTIFY-STATUS-RECORD FROM ARHKUN-RECORD
071300         ADD 1 TO ARHKP-MST-AFTER (ARHKP-MST)
071400     END-IF.
071500 2120-EXIT.
071600     EXIT.
071700
071800 2200-AGE-ACSNP.
071900     MOVE 2 TO ARHKP-MST.
072000     IF ARHKP-MST < ARHKP-RESUME-MST
072100         GO TO 2200-EXIT
072200     END-IF.
072300     IF ARHKP-RELOAD-FAILED
072400         GO TO 2200-EXIT
072500     END-IF.
072600     IF ARHKP-MST = ARHKP-RESUME-MST
072700         GO TO 2200-RELOAD
072800     END-IF.
072900     OPEN I-O ACSNP-FILE.
073000     OPEN OUTPUT ARHKUN-FILE.
073100     SET ARHKP-MST-EOF-SW TO 'N'.
073200     MOVE LOW-VALUES TO ACSNP-KEY.
073300     START ACSNP-FILE
073400         KEY IS NOT LESS THAN ACSNP-KEY
073500         INVALID KEY
073600             SET ARHKP-MST-EOF TO TRUE
073700     END-START.
073800     PERFORM 2210-ACSNP-ROW THRU 2210-EXIT
073900         UNTIL ARHKP-MST-EOF.
074000     CLOSE ACSNP-FILE.
074100     CLOSE ARHKUN-FILE.
074200     SET ARHKP-CK-UNLOADED TO TRUE.
074300     COMPUTE ARHKP-CK-SURVIVORS =
074400         ARHKP-MST-BEFORE (ARHKP-MST)
074500             - ARHKP-MST-UNLOADED (ARHKP-MST).
074600     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
074700 2200-RELOAD.
074800     OPEN OUTPUT ACSNP-FILE.
074900     OPEN INPUT ARHKUN-FILE.
075000     SET ARHKP-UNL-EOF-SW TO 'N'.
075100     PERFORM 2220-ACSNP-RELOAD THRU 2220-EXIT
075200         UNTIL ARHKP-UNL-EOF.
075300     CLOSE ACSNP-FILE.
075400     CLOSE ARHKUN-FILE.
075500     PERFORM 3900-CHECK-AFTER THRU 3900-EXIT.
075600 2200-EXIT.
075700     EXIT.
075800
075900 2210-ACSNP-ROW.
076000     READ ACSNP-FILE NEXT RECORD
076100         AT END
076200             SET ARHKP-MST-EOF TO TRUE
076300     END-READ.
076400     IF ARHKP-MST-EOF
076500         GO TO 2210-EXIT
076600     END-IF.
076700     ADD 1 TO ARHKP-MST-BEFORE (ARHKP-MST).
076800     SET ARHKP-ELIGIBLE-SW TO 'N'.
076900     IF ACSNP-SNAPSHOT-DATE < ARHKP-ACCORD-CUTOFF
077000         SET ARHKP-ELIGIBLE TO TRUE
077100         MOVE SPACES TO ARHKP-SUBJECT
077200         MOVE ACSNP-REFERENCE-NUMBER TO ARHKP-SUBJ-REFERENCE
077300         MOVE ACSNP-IDENTIFICATION-NUMBER TO
077400             ARHKP-SUBJ-ID-NUMBER
077500         MOVE ZERO TO ARHKP-SUBJ-COUNTRY
077600         MOVE ZERO TO ARHKP-SUBJ-BANK
077700         MOVE ACSNP-SNAPSHOT-DATE TO ARHKP-ROW-DATE
077800         MOVE ACCORD-SNAPSHOT-RECORD TO ARHKP-ROW-IMAGE
077900     END-IF.
078000     PERFORM 7000-JUDGE-ROW THRU 7000-EXIT.
078100     IF ARHKP-AGED
078200         DELETE ACSNP-FILE RECORD
078300     ELSE
078400         WRITE ARHKUN-RECORD FROM ACCORD-SNAPSHOT-RECORD
078500     END-IF.
078600 2210-EXIT.
078700     EXIT.
078800
078900 2220-ACSNP-RELOAD.
079000     READ ARHKUN-FILE
079100         AT END
079200             SET ARHKP-UNL-EOF TO TRUE
079300     END-READ.
079400     IF NOT ARHKP-UNL-EOF
079500         WRITE ACCORD-SNAPSHOT-RECORD FROM ARHKUN-RECORD
079600         ADD 1 TO ARHKP-MST-AFTER (ARHKP-MST)
079700     END-IF.
079800 2220-EXIT.
079900     EXIT.
080000
080100 2300-AGE-ACSTL.
080200     MOVE 3 TO ARHKP-MST.
080300     IF ARHKP-MST < ARHKP-RESUME-MST
080400         GO TO 2300-EXIT
080500     END-IF.
080600     IF ARHKP-RELOAD-FAILED
080700         GO TO 2300-EXIT
080800     END-IF.
080900     IF ARHKP-MST = ARHKP-RESUME-MST
081000         GO TO 2300-RELOAD
081100     END-IF.
081200     OPEN I-O ACSTL-FILE.
081300     OPEN OUTPUT ARHKUN-FILE.
081400     SET ARHKP-MST-EOF-SW TO 'N'.
081500     MOVE LOW-VALUES TO ACSTL-KEY.
081600     START ACSTL-FILE
081700         KEY IS NOT LESS THAN ACSTL-KEY
081800         INVALID KEY
081900             SET ARHKP-MST-EOF TO TRUE
082000     END-START.
082100     PERFORM 2310-ACSTL-ROW THRU 2310-EXIT
082200         UNTIL ARHKP-MST-EOF.
082300     CLOSE ACSTL-FILE.
082400     CLOSE ARHKUN-FILE.
082500     SET ARHKP-CK-UNLOADED TO TRUE.
082600     COMPUTE ARHKP-CK-SURVIVORS =
082700         ARHKP-MST-BEFORE (ARHKP-MST)
082800             - ARHKP-MST-UNLOADED (ARHKP-MST).
082900     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
083000 2300-RELOAD.
083100     OPEN OUTPUT ACSTL-FILE.
083200     OPEN INPUT ARHKUN-FILE.
083300     SET ARHKP-UNL-EOF-SW TO 'N'.
083400     PERFORM 2320-ACSTL-RELOAD THRU 2320-EXIT
083500         UNTIL ARHKP-UNL-EOF.
083600     CLOSE ACSTL-FILE.
083700     CLOSE ARHKUN-FILE.
083800     PERFORM 3900-CHECK-AFTER THRU 3900-EXIT.
083900 2300-EXIT.
084000     EXIT.
084100
084200 2310-ACSTL-ROW.
084300     READ ACSTL-FILE NEXT RECORD
084400         AT END
084500             SET ARHKP-MST-EOF TO TRUE
084600     END-READ.
084700     IF ARHKP-MST-EOF
084800         GO TO 2310-EXIT
084900     END-IF.
085000     ADD 1 TO ARHKP-MST-BEFORE (ARHKP-MST).
085100     SET ARHKP-ELIGIBLE-SW TO 'N'.
085200     IF LAST-CHECK-DATE < ARHKP-ACCORD-CUTOFF
085300         SET ARHKP-ELIGIBLE TO TRUE
085400         MOVE SPACES TO ARHKP-SUBJECT
085500         MOVE IDENTIFICATION-NUMBER OF ACSTL-KEY TO
085600             ARHKP-SUBJ-ID-NUMBER
085700         MOVE ZERO TO ARHKP-SUBJ-COUNTRY
085800         MOVE ZERO TO ARHKP-SUBJ-BANK
085900         MOVE LAST-CHECK-DATE TO ARHKP-ROW-DATE
086000         MOVE ACCORD-STATUS-LAST-KNOWN TO ARHKP-ROW-IMAGE
086100     END-IF.
086200     PERFORM 7000-JUDGE-ROW THRU 7000-EXIT.
086300     IF ARHKP-AGED
086400         DELETE ACSTL-FILE RECORD
086500     ELSE
086600         WRITE ARHKUN-RECORD FROM ACCORD-STATUS-LAST-KNOWN
086700     END-IF.
086800 2310-EXIT.
086900     EXIT.
087000
087100 2320-ACSTL-RELOAD.
087200     READ ARHKUN-FILE
087300         AT END
087400             SET ARHKP-UNL-EOF TO TRUE
087500     END-READ.
087600     IF NOT ARHKP-UNL-EOF
087700         WRITE ACCORD-STATUS-LAST-KNOWN FROM ARHKUN-RECORD
087800         ADD 1 TO ARHKP-MST-AFTER (ARHKP-MST)
087900     END-IF.
088000 2320-EXIT.
088100     EXIT.
088200
088300*----------------------------------------------------------*
088400*  THE LEDGER KEEPS NO CLOSING DATE; THE LAST PAYMENT IS   *
088500*  WHAT CLOSED THE OBLIGATION.  ONE CLOSED WITH NO PAYMENT *
088600*  ON FILE AGES FROM THE DAY IT WAS FIRST SEEN.            *
088700*----------------------------------------------------------*
088800 2400-AGE-CSOBLM.
088900     MOVE 4 TO ARHKP-MST.
089000     IF ARHKP-MST < ARHKP-RESUME-MST
089100         GO TO 2400-EXIT
089200     END-IF.
089300     IF ARHKP-RELOAD-FAILED
089400         GO TO 2400-EXIT
089500     END-IF.
089600     IF ARHKP-MST = ARHKP-RESUME-MST
089700         GO TO 2400-RELOAD
089800     END-IF.
089900     OPEN I-O CSOBLM-FILE.
090000     OPEN OUTPUT ARHKUN-FILE.
090100     SET ARHKP-MST-EOF-SW TO 'N'.
090200     MOVE LOW-VALUES TO OBLM-KEY.
090300     START CSOBLM-FILE
090400         KEY IS NOT LESS THAN OBLM-KEY
090500         INVALID KEY
090600             SET ARHKP-MST-EOF TO TRUE
090700     END-START.
090800     PERFORM 2410-CSOBLM-ROW THRU 2410-EXIT
090900         UNTIL ARHKP-MST-EOF.
091000     CLOSE CSOBLM-FILE.
091100     CLOSE ARHKUN-FILE.
091200     SET ARHKP-CK-UNLOADED TO TRUE.
091300     COMPUTE ARHKP-CK-SURVIVORS =
091400         ARHKP-MST-BEFORE (ARHKP-MST)
091500             - ARHKP-MST-UNLOADED (ARHKP-MST).
091600     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
091700 2400-RELOAD.
091800     OPEN OUTPUT CSOBLM-FILE.
091900     OPEN INPUT ARHKUN-FILE.
092000     SET ARHKP-UNL-EOF-SW TO 'N'.
092100     PERFORM 2420-CSOBLM-RELOAD THRU 2420-EXIT
092200         UNTIL ARHKP-UNL-EOF.
092300     CLOSE CSOBLM-FILE.
092400     CLOSE ARHKUN-FILE.
092500     PERFORM 3900-CHECK-AFTER THRU 3900-EXIT.
092600 2400-EXIT.
092700     EXIT.
092800
092900 2410-CSOBLM-ROW.
093000     READ CSOBLM-FILE NEXT RECORD
093100         AT END
093200             SET ARHKP-MST-EOF TO TRUE
093300     END-READ.
093400     IF ARHKP-MST-EOF
093500         GO TO 2410-EXIT
093600     END-IF.
093700     ADD 1 TO ARHKP-MST-BEFORE (ARHKP-MST).
093800     SET ARHKP-ELIGIBLE-SW TO 'N'.
093900     IF OBLM-LAST-PAYMENT-DATE NOT = ZERO
094000         MOVE OBLM-LAST-PAYMENT-DATE TO ARHKP-ROW-DATE
094100     ELSE
094200         MOVE OBLM-FIRST-SEEN-DATE TO ARHKP-ROW-DATE
094300     END-IF.
094400     IF OBLM-CLOSED
094500             AND ARHKP-ROW-DATE < ARHKP-OBLIG-CUTOFF
094600         SET ARHKP-ELIGIBLE TO TRUE
094700         MOVE SPACES TO ARHKP-SUBJECT
094800         MOVE OBLM-OBLIGATION-NUMBER TO ARHKP-SUBJ-REFERENCE
094900         MOVE OBLM-IDENTIFICATION-TYPE TO ARHKP-SUBJ-ID-TYPE
095000         MOVE OBLM-IDENTIFICATION-NUMBER TO
095100             ARHKP-SUBJ-ID-NUMBER
095200         MOVE ZERO TO ARHKP-SUBJ-COUNTRY
095300         MOVE ZERO TO ARHKP-SUBJ-BANK
095400         MOVE OBLIGATION-LEDGER-RECORD TO ARHKP-ROW-IMAGE
095500     END-IF.
095600     PERFORM 7000-JUDGE-ROW THRU 7000-EXIT.
095700     IF ARHKP-AGED
095800         DELETE CSOBLM-FILE RECORD
095900     ELSE
096000         WRITE ARHKUN-RECORD FROM OBLIGATION-LEDGER-RECORD
096100     END-IF.
096200 2410-EXIT.
096300     EXIT.
096400
096500 2420-CSOBLM-RELOAD.
096600     READ ARHKUN-FILE
096700         AT END
096800             SET ARHKP-UNL-EOF TO TRUE
096900     END-READ.
097000     IF NOT ARHKP-UNL-EOF
097100         WRITE OBLIGATION-LEDGER-RECORD FROM ARHKUN-RECORD
097200         ADD 1 TO ARHKP-MST-AFTER (ARHKP-MST)
097300     END-IF.
097400 2420-EXIT.
097500     EXIT.
097600
097700 2500-AGE-CSCASM.
097800     MOVE 5 TO ARHKP-MST.
097900     IF ARHKP-MST < ARHKP-RESUME-MST
098000         GO TO 2500-EXIT
098100     END-IF.
098200     IF ARHKP-RELOAD-FAILED
098300         GO TO 2500-EXIT
098400     END-IF.
098500     IF ARHKP-MST = ARHKP-RESUME-MST
098600         GO TO 2500-RELOAD
098700     END-IF.
098800     OPEN I-O CSCASM-FILE.
098900     OPEN OUTPUT ARHKUN-FILE.
099000     SET ARHKP-MST-EOF-SW TO 'N'.
099100     MOVE LOW-VALUES TO CASM-KEY.
099200     START CSCASM-FILE
099300         KEY IS NOT LESS THAN CASM-KEY
099400         INVALID KEY
099500             SET ARHKP-MST-EOF TO TRUE
099600     END-START.
099700     PERFORM 2510-CSCASM-ROW THRU 2510-EXIT
099800         UNTIL ARHKP-MST-EOF.
099900     CLOSE CSCASM-FILE.
100000     CLOSE ARHKUN-FILE.
100100     SET ARHKP-CK-UNLOADED TO TRUE.
100200     COMPUTE ARHKP-CK-SURVIVORS =
100300         ARHKP-MST-BEFORE (ARHKP-MST)
100400             - ARHKP-MST-UNLOADED (ARHKP-MST).
100500     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
100600 2500-RELOAD.
100700     OPEN OUTPUT CSCASM-FILE.
100800     OPEN INPUT ARHKUN-FILE.
100900     SET ARHKP-UNL-EOF-SW TO 'N'.
101000     PERFORM 2520-CSCASM-RELOAD THRU 2520-EXIT
101100         UNTIL ARHKP-UNL-EOF.
101200     CLOSE CSCASM-FILE.
101300     CLOSE ARHKUN-FILE.
101400     PERFORM 3900-CHECK-AFTER THRU 3900-EXIT.
101500 2500-EXIT.
101600     EXIT.
101700
101800 2510-CSCASM-ROW.
101900     READ CSCASM-FILE NEXT RECORD
102000         AT END
102100             SET ARHKP-MST-EOF TO TRUE
102200     END-READ.
102300     IF ARHKP-MST-EOF
102400         GO TO 2510-EXIT
102500     END-IF.
102600     ADD 1 TO ARHKP-MST-BEFORE (ARHKP-MST).
102700     SET ARHKP-ELIGIBLE-SW TO 'N'.
102800     IF (CASM-CLEARED OR CASM-FILED)
102900             AND CASM-DISPOSITION-DATE NOT = ZERO
103000             AND CASM-DISPOSITION-DATE < ARHKP-CASE-CUTOFF
103100         SET ARHKP-ELIGIBLE TO TRUE
103200         MOVE SPACES TO ARHKP-SUBJECT
103300         MOVE CASM-IDENTIFICATION-TYPE TO ARHKP-SUBJ-ID-TYPE
103400         MOVE CASM-IDENTIFICATION-NUMBER TO
103500             ARHKP-SUBJ-ID-NUMBER
103600         MOVE ZERO TO ARHKP-SUBJ-COUNTRY
103700         MOVE ZERO TO ARHKP-SUBJ-BANK
103800         MOVE CASM-DISPOSITION-DATE TO ARHKP-ROW-DATE
103900         MOVE SAR-CASE-RECORD TO ARHKP-ROW-IMAGE
104000     END-IF.
104100     PERFORM 7000-JUDGE-ROW THRU 7000-EXIT.
104200     IF ARHKP-AGED
104300         DELETE CSCASM-FILE RECORD
104400     ELSE
104500         WRITE ARHKUN-RECORD FROM SAR-CASE-RECORD
104600     END-IF.
104700 2510-EXIT.
104800     EXIT.
104900
105000 2520-CSCASM-RELOAD.
105100     READ ARHKUN-FILE
105200         AT END
105300             SET ARHKP-UNL-EOF TO TRUE
105400     END-READ.
105500     IF NOT ARHKP-UNL-EOF
105600         WRITE SAR-CASE-RECORD FROM ARHKUN-RECORD
105700         ADD 1 TO ARHKP-MST-AFTER (ARHKP-MST)
105800     END-IF.
105900 2520-EXIT.
106000     EXIT.
106100
106200*----------------------------------------------------------*
106300*  AN ESCHEATED ACCOUNT IS TIED BY ITS PRODUCT-NUMBER -- A *
106400*  TRANSACTION HOLD OR AN OPEN EXCEPTION CARRYING THE      *
106500*  ACCOUNT KEEPS IT.                                       *
106600*----------------------------------------------------------*
106700 2600-AGE-MVDRMM.
106800     MOVE 6 TO ARHKP-MST.
106900     IF ARHKP-MST < ARHKP-RESUME-MST
107000         GO TO 2600-EXIT
107100     END-IF.
107200     IF ARHKP-RELOAD-FAILED
107300         GO TO 2600-EXIT
107400     END-IF.
107500     IF ARHKP-MST = ARHKP-RESUME-MST
107600         GO TO 2600-RELOAD
107700     END-IF.
107800     OPEN I-O MVDRMM-FILE.
107900     OPEN OUTPUT ARHKUN-FILE.
108000     SET ARHKP-MST-EOF-SW TO 'N'.
108100     MOVE ZERO TO DRMM-PRODUCT-NUMBER.
108200     START MVDRMM-FILE
108300         KEY IS NOT LESS THAN DRMM-PRODUCT-NUMBER
108400         INVALID KEY
108500             SET ARHKP-MST-EOF TO TRUE
108600     END-START.
108700     PERFORM 2610-MVDRMM-ROW THRU 2610-EXIT
108800         UNTIL ARHKP-MST-EOF.
108900     CLOSE MVDRMM-FILE.
109000     CLOSE ARHKUN-FILE.
109100     SET ARHKP-CK-UNLOADED TO TRUE.
109200     COMPUTE ARHKP-CK-SURVIVORS =
109300         ARHKP-MST-BEFORE (ARHKP-MST)
109400             - ARHKP-MST-UNLOADED (ARHKP-MST).
109500     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
109600 2600-RELOAD.
109700     OPEN OUTPUT MVDRMM-FILE.
109800     OPEN INPUT ARHKUN-FILE.
109900     SET ARHKP-UNL-EOF-SW TO 'N'.
110000     PERFORM 2620-MVDRMM-RELOAD THRU 2620-EXIT
110100         UNTIL ARHKP-UNL-EOF.
110200     CLOSE MVDRMM-FILE.
110300     CLOSE ARHKUN-FILE.
110400     PERFORM 3900-CHECK-AFTER THRU 3900-EXIT.
110500 2600-EXIT.
110600     EXIT.
110700
110800 2610-MVDRMM-ROW.
110900     READ MVDRMM-FILE NEXT RECORD
111000         AT END
111100             SET ARHKP-MST-EOF TO TRUE
111200     END-READ.
111300     IF ARHKP-MST-EOF
111400         GO TO 2610-EXIT
111500     END-IF.
111600     ADD 1 TO ARHKP-MST-BEFORE (ARHKP-MST).
111700     SET ARHKP-ELIGIBLE-SW TO 'N'.
111800     IF DRMM-ESCHEAT-DATE NOT = ZERO
111900             AND DRMM-ESCHEAT-DATE < ARHKP-DORMANT-CUTOFF
112000         SET ARHKP-ELIGIBLE TO TRUE
112100         MOVE SPACES TO ARHKP-SUBJECT
112200         MOVE DRMM-PRODUCT-NUMBER TO ARHKP-SUBJ-REFERENCE
112300         MOVE ZERO TO ARHKP-SUBJ-COUNTRY
112400         MOVE ZERO TO ARHKP-SUBJ-BANK
112500         MOVE DRMM-ESCHEAT-DATE TO ARHKP-ROW-DATE
112600         MOVE ACCOUNT-DORMANCY-RECORD TO ARHKP-ROW-IMAGE
112700     END-IF.
112800     PERFORM 7000-JUDGE-ROW THRU 7000-EXIT.
112900     IF ARHKP-AGED
113000         DELETE MVDRMM-FILE RECORD
113100     ELSE
113200         WRITE ARHKUN-RECORD FROM ACCOUNT-DORMANCY-RECORD
113300     END-IF.
113400 2610-EXIT.
113500     EXIT.
113600
113700 2620-MVDRMM-RELOAD.
113800     READ ARHKUN-FILE
113900         AT END
114000             SET ARHKP-UNL-EOF TO TRUE
114100     END-READ.
114200     IF NOT ARHKP-UNL-EOF
114300         WRITE ACCOUNT-DORMANCY-RECORD FROM ARHKUN-RECORD
114400         ADD 1 TO ARHKP-MST-AFTER (ARHKP-MST)
114500     END-IF.
114600 2620-EXIT.
114700     EXIT.
114800
114900 3000-REPORT-COUNTS.
115000     WRITE ARHKPR-PRINT-LINE FROM ARHKP-HEADING-1.
115100     WRITE ARHKPR-PRINT-LINE FROM ARHKP-HEADING-2.
115200     PERFORM 3100-REPORT-ONE-MASTER THRU 3100-EXIT
115300         VARYING ARHKP-MST FROM 1 BY 1
115400         UNTIL ARHKP-MST > 6.
115500     MOVE SPACES TO ARHKPR-PRINT-LINE.
115600     WRITE ARHKPR-PRINT-LINE.
115700     MOVE 'LEGAL HOLDS LOADED' TO ARHKP-SL-LABEL.
115800     MOVE ARHKP-HOLD-COUNT TO ARHKP-SL-COUNT.
115900     WRITE ARHKPR-PRINT-LINE FROM ARHKP-SUMMARY-LINE.
116000     MOVE 'LEGAL HOLDS EXPIRED, IGNORED' TO ARHKP-SL-LABEL.
116100     MOVE ARHKP-HOLD-EXPIRED TO ARHKP-SL-COUNT.
116200     WRITE ARHKPR-PRINT-LINE FROM ARHKP-SUMMARY-LINE.
116300     MOVE 'OPEN EXCEPTIONS LOADED' TO ARHKP-SL-LABEL.
116400     MOVE ARHKP-XCP-COUNT TO ARHKP-SL-COUNT.
116500     WRITE ARHKPR-PRINT-LINE FROM ARHKP-SUMMARY-LINE.
116600     IF ARHKP-REFUSED
116700         MOVE 'HOLD TABLE FULL, HOLDS DROPPED' TO
116800             ARHKP-SL-LABEL
116900         MOVE ARHKP-HOLD-DROPPED TO ARHKP-SL-COUNT
117000         WRITE ARHKPR-PRINT-LINE FROM ARHKP-SUMMARY-LINE
117100         MOVE 'EXCEPTION TABLE FULL, ITEMS DROPPED' TO
117200             ARHKP-SL-LABEL
117300         MOVE ARHKP-XCP-DROPPED TO ARHKP-SL-COUNT
117400         WRITE ARHKPR-PRINT-LINE FROM ARHKP-SUMMARY-LINE
117500         MOVE SPACES TO ARHKPR-PRINT-LINE
117600         MOVE '*** NO MASTER TOUCHED - TABLE OVERFLOW ***'
117700             TO ARHKPR-PRINT-LINE
117800         WRITE ARHKPR-PRINT-LINE
117900     END-IF.
118000 3000-EXIT.
118100     EXIT.
118200
118300 3100-REPORT-ONE-MASTER.
118400     MOVE ARHKP-MST-NAME (ARHKP-MST) TO ARHKP-DL-NAME.
118500     MOVE ARHKP-MST-RULE (ARHKP-MST) TO ARHKP-DL-RULE.
118600     MOVE ARHKP-MST-BEFORE (ARHKP-MST) TO ARHKP-DL-BEFORE.
118700     MOVE ARHKP-MST-UNLOADED (ARHKP-MST) TO
118800         ARHKP-DL-UNLOADED.
118900     MOVE ARHKP-MST-HELD (ARHKP-MST) TO ARHKP-DL-HELD.
119000     MOVE ARHKP-MST-AFTER (ARHKP-MST) TO ARHKP-DL-AFTER.
119100     WRITE ARHKPR-PRINT-LINE FROM ARHKP-DETAIL-LINE.
119200 3100-EXIT.
119300     EXIT.
119400
119500*----------------------------------------------------------*
119600*  THE RELOAD MUST GIVE BACK EXACTLY WHAT WAS KEPT.  A     *
119700*  MASTER RESUMED FROM THE LAST RUN'S UNLOAD WAS NOT SWEPT *
119800*  THIS RUN, SO ITS RELOAD IS HELD TO THE SURVIVOR COUNT   *
119900*  THE CHECKPOINT RECORDED, WHICH THE REPORT SHOWS AS ITS  *
120000*  BEFORE COUNT.                                           *
120100*----------------------------------------------------------*
120200 3900-CHECK-AFTER.
120300     IF ARHKP-MST = ARHKP-RESUME-MST
120400         MOVE ARHKP-RESUME-SURVIVORS TO
120500             ARHKP-MST-BEFORE (ARHKP-MST)
120600         DISPLAY 'ARHKP01 ' ARHKP-MST-NAME (ARHKP-MST)
120700             ' RELOADED FROM THE UNLOAD OF THE LAST RUN'
120800     END-IF.
120900     IF ARHKP-MST-AFTER (ARHKP-MST) NOT =
121000             ARHKP-MST-BEFORE (ARHKP-MST)
121100                 - ARHKP-MST-UNLOADED (ARHKP-MST)
121200         DISPLAY 'ARHKP01 ' ARHKP-MST-NAME (ARHKP-MST)
121300             ' RELOAD COUNT DOES NOT AGREE'
121400         MOVE 8 TO ARHKP-SEVERITY-CODE
121500         SET ARHKP-RELOAD-FAILED TO TRUE
121600         GO TO 3900-EXIT
121700     END-IF.
121800     SET ARHKP-CK-RELOADED TO TRUE.
121900     PERFORM 7200-WRITE-CHECKPOINT THRU 7200-EXIT.
122000 3900-EXIT.
122100     EXIT.
122200
122300 4000-FINISH.
122400     CLOSE ARHKHS-FILE.
122500     CLOSE ARHKPR-FILE.
122600     DISPLAY 'ARHKP01 ROWS UNLOADED       = '
122700         ARHKP-UNLOADED-TOTAL.
122800     DISPLAY 'ARHKP01 HOLDS EXPIRED       = '
122900         ARHKP-HOLD-EXPIRED.
123000     IF ARHKP-REFUSED
123100         DISPLAY 'ARHKP01 HOLD OR EXCEPTION TABLE FULL, '
123200             'NO MASTER TOUCHED'
123300     END-IF.
123400 4000-EXIT.
123500     EXIT.
123600
123700*----------------------------------------------------------*
123800*  AN ELIGIBLE ROW TIED TO A LIVE HOLD OR AN OPEN          *
123900*  EXCEPTION IS KEPT AND COUNTED HELD; ANY OTHER GOES TO   *
124000*  HISTORY AND IS FLAGGED FOR DELETION.                    *
124100*----------------------------------------------------------*
124200 7000-JUDGE-ROW.
124300     SET ARHKP-AGED-SW TO 'N'.
124400     IF NOT ARHKP-ELIGIBLE
124500         GO TO 7000-EXIT
124600     END-IF.
124700     SET ARHKP-TIED-SW TO 'N'.
124800     PERFORM 7010-MATCH-HOLD THRU 7010-EXIT
124900         VARYING ARHKP-IDX FROM 1 BY 1
125000         UNTIL ARHKP-IDX > ARHKP-HOLD-COUNT
125100         OR ARHKP-TIED.
125200     IF NOT ARHKP-TIED
125300             AND ARHKP-SUBJ-REFERENCE NOT = SPACES
125400         PERFORM 7020-MATCH-EXCEPTION THRU 7020-EXIT
125500             VARYING ARHKP-IDX FROM 1 BY 1
125600             UNTIL ARHKP-IDX > ARHKP-XCP-COUNT
125700             OR ARHKP-TIED
125800     END-IF.
125900     IF ARHKP-TIED
126000         ADD 1 TO ARHKP-MST-HELD (ARHKP-MST)
126100         GO TO 7000-EXIT
126200     END-IF.
126300     PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT.
126400     ADD 1 TO ARHKP-MST-UNLOADED (ARHKP-MST).
126500     ADD 1 TO ARHKP-UNLOADED-TOTAL.
126600     SET ARHKP-AGED TO TRUE.
126700 7000-EXIT.
126800     EXIT.
126900
127000 7010-MATCH-HOLD.
127100     EVALUATE TRUE
127200         WHEN ARHKP-HOLD-TYPE (ARHKP-IDX) = 'T'
127300             IF ARHKP-SUBJ-REFERENCE NOT = SPACES
127400                 AND ARHKP-HOLD-TRANID (ARHKP-IDX) =
127500                     ARHKP-SUBJ-REFERENCE
127600                 SET ARHKP-TIED TO TRUE
127700             END-IF
127800         WHEN ARHKP-HOLD-TYPE (ARHKP-IDX) = 'C'
127900             IF ARHKP-SUBJ-COUNTRY NOT = ZERO
128000                 AND ARHKP-HOLD-COUNTRY (ARHKP-IDX) =
128100                     ARHKP-SUBJ-COUNTRY
128200                 AND ARHKP-SUBJ-BANK NOT <
128300                     ARHKP-HOLD-BANK-LOW (ARHKP-IDX)
128400                 AND ARHKP-SUBJ-BANK NOT >
128500                     ARHKP-HOLD-BANK-HIGH (ARHKP-IDX)
128600                 SET ARHKP-TIED TO TRUE
128700             END-IF
128800         WHEN ARHKP-HOLD-TYPE (ARHKP-IDX) = 'I'
128900             IF ARHKP-SUBJ-ID-NUMBER NOT = SPACES
129000                 AND ARHKP-HOLD-ID-NUMBER (ARHKP-IDX) =
129100                     ARHKP-SUBJ-ID-NUMBER
129200                 AND (ARHKP-SUBJ-ID-TYPE = SPACE
129300                 OR ARHKP-HOLD-ID-TYPE (ARHKP-IDX) =
129400                     ARHKP-SUBJ-ID-TYPE)
129500                 SET ARHKP-TIED TO TRUE
129600             END-IF
129700     END-EVALUATE.
129800 7010-EXIT.
129900     EXIT.
130000
130100 7020-MATCH-EXCEPTION.
130200     IF ARHKP-XCP-LEAD (ARHKP-IDX) = ARHKP-SUBJ-REFERENCE
130300         SET ARHKP-TIED TO TRUE
130400     END-IF.
130500 7020-EXIT.
130600     EXIT.
130700
130800 7100-WRITE-HISTORY.
130900     MOVE ARHKP-MST-NAME (ARHKP-MST) TO HKH-MASTER-NAME.
131000     MOVE ARHKP-TODAY TO HKH-UNLOAD-DATE.
131100     MOVE ARHKP-ROW-DATE TO HKH-ROW-DATE.
131200     MOVE ARHKP-ROW-IMAGE TO HKH-ROW-IMAGE.
131300     WRITE MASTER-HISTORY-RECORD.
131400 7100-EXIT.
131500     EXIT.
131600
131700*----------------------------------------------------------*
131800*  REWRITES THE ONE-ROW CHECKPOINT FOR THE CURRENT MASTER  *
131900*  WITH THE PHASE THE CALLER HAS SET.                      *
132000*----------------------------------------------------------*
132100 7200-WRITE-CHECKPOINT.
132200     MOVE ARHKP-MST TO ARHKP-CK-MASTER.
132300     MOVE ARHKP-MST-NAME (ARHKP-MST) TO ARHKP-CK-MASTER-NAME.
132400     MOVE ARHKP-TODAY TO ARHKP-CK-RUN-DATE.
132500     OPEN OUTPUT ARHKCK-FILE.
132600     WRITE ARHKCK-RECORD FROM ARHKP-CHECKPOINT.
132700     CLOSE ARHKCK-FILE.
132800 7200-EXIT.
132900     EXIT.
