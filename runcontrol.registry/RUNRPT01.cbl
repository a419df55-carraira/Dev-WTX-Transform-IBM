003500*                   THE RUN-CONTROL KEY CARRIES THE        *
003600*                   INTRADAY CYCLE, AND CAPTURE CONSUMERS  *
003700*                   WAIT ON THEIR STREAM'S TRIAGE STEP.    *
003720*    10/15/26  DOB  THE HOLIDAY-COVERAGE CHECK (HOLCHK01)  *
003740*                   HEADS THE SCHEDULE AND THE INTEGRITY   *
003760*                   GUARD WAITS ON IT.  A STEP LEFT HELD   *
003780*                   (RUNCTL01 HOLD) IS SHOWN AS HELD.      *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
006600
006700 77  RUNRPT-RUN-DATE               PIC 9(8) VALUE ZERO.
006800 77  RUNRPT-IDX                    PIC 9(3) COMP VALUE ZERO.
006900 77  RUNRPT-STEP-MAX               PIC 9(3) COMP VALUE 57.
007000 77  RUNRPT-DONE-COUNT             PIC 9(3) COMP VALUE ZERO.
007100 77  RUNRPT-DIED-COUNT             PIC 9(3) COMP VALUE ZERO.
007200 77  RUNRPT-WAITING-COUNT          PIC 9(3) COMP VALUE ZERO.
007250 77  RUNRPT-HELD-COUNT             PIC 9(3) COMP VALUE ZERO.
007300
007400*----------------------------------------------------------*
007500*  THE NIGHT'S STEPS IN SCHEDULE ORDER, EACH WITH THE      *
007800*  PREREQUISITE HAS.                                        *
007900*----------------------------------------------------------*
008000 01  RUNRPT-STEP-LIST.
008050     05  FILLER PIC X(16) VALUE 'HOLCHK01        '.
008100     05  FILLER PIC X(16) VALUE 'SVCGRD01HOLCHK01'.
008200     05  FILLER PIC X(16) VALUE 'MVTRG01 SVCGRD01'.
008300     05  FILLER PIC X(16) VALUE 'CSTRG01 SVCGRD01'.
008400     05  FILLER PIC X(16) VALUE 'ACTRG01 SVCGRD01'.
013500     05  FILLER PIC X(16) VALUE 'AUDACM01AUDCHN01'.
013600     05  FILLER PIC X(16) VALUE 'AUDINV01AUDACM01'.
013700 01  RUNRPT-STEP-TABLE REDEFINES RUNRPT-STEP-LIST.
013800     05  RUNRPT-STEP-ENTRY OCCURS 57 TIMES.
013900         10  RUNRPT-STEP-PROGRAM   PIC X(8).
014000         10  RUNRPT-STEP-PRED      PIC X(8).
014100
021300             MOVE RUNC-RECORD-COUNT TO RUNRPT-DT-RECORDS
021400             ADD 1 TO RUNRPT-DONE-COUNT
021500         ELSE
021514             IF RUNC-HELD
021528                 MOVE 'HELD        ' TO RUNRPT-DT-STATUS
021542                 MOVE RUNC-END-TIME TO RUNRPT-DT-END-TIME
021556                 MOVE RUNC-RECORD-COUNT TO RUNRPT-DT-RECORDS
021570                 ADD 1 TO RUNRPT-HELD-COUNT
021584             ELSE
021600                 MOVE 'DIED MID-RUN' TO RUNRPT-DT-STATUS
021700                 ADD 1 TO RUNRPT-DIED-COUNT
021750             END-IF
021800         END-IF
021900     ELSE
022000         MOVE 'NOT STARTED ' TO RUNRPT-DT-STATUS
028500         RUNRPT-DIED-COUNT.
028600     DISPLAY 'RUNRPT01 STEPS NOT STARTED  = '
028700         RUNRPT-WAITING-COUNT.
028733     DISPLAY 'RUNRPT01 STEPS HELD         = '
028766         RUNRPT-HELD-COUNT.
028800 3000-EXIT.
028900     EXIT.
