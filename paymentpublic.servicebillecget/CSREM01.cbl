003425*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
003450*                   PREREQUISITE STEP NOT COMPLETE         *
003475*                   (SEE RUNCTL01).                        *
003477*    10/15/26  DOB  A PAYMENT ON HOLD ON THE PAYMENT-HOLD  *
003479*                   MASTER (CSPHLD, E.G. NO PRESENTED BILL *
003481*                   -- SEE CSBPM01) IS LEFT OFF THE ADVICE *
003483*                   AND COUNTED ON THE TRAILER.            *
003485*    10/15/26  DOB  A HELD PAYMENT COMPLIANCE RELEASES     *
003487*                   (CSWLS01) IS REMITTED ON ITS RELEASE   *
003489*                   DATE: THE DAY'S RELEASES ARE ROLLED    *
003491*                   INTO A WORK INDEX (CSRLIX), JOIN THEIR *
003493*                   BILLER'S ADVICE MARKED 'R' (A BILLER   *
003495*                   WITH NO PAYMENT TODAY GETS ITS OWN     *
003497*                   ADVICE) AND ARE COUNTED ON THE         *
003499*                   TRAILER.                               *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DUPIX-KEY.
005910     SELECT OPTIONAL CSPHLD-FILE ASSIGN TO CSPHLD
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS DYNAMIC
005940         RECORD KEY IS PHLD-TRANSACTION-ID.
005950     SELECT CSRLIX-FILE ASSIGN TO CSRLIX
005960         ORGANIZATION IS INDEXED
005970         ACCESS MODE IS DYNAMIC
005980         RECORD KEY IS RLIX-KEY.
006000     SELECT CSRMT-FILE ASSIGN TO CSRMT
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
008000 FD  CSDUPIX-FILE.
008100     COPY "CSDUPIX1.cpy".
008200
008210 FD  CSPHLD-FILE.
008220     COPY "CSPHLD01.cpy".
008230
008240 FD  CSRLIX-FILE.
008250     COPY "CSRLIX01.cpy".
008260
008300 FD  CSRMT-FILE.
008400     COPY "CSRMT01.cpy".
008500
010200         88  CSREM-PROFILE-FOUND     VALUE 'Y'.
010300     05  CSREM-HIT-SW              PIC X(01) VALUE 'N'.
010400         88  CSREM-HIT               VALUE 'Y'.
010414     05  CSREM-PHLD-EOF-SW         PIC X(01) VALUE 'N'.
010428         88  CSREM-PHLD-EOF          VALUE 'Y'.
010442     05  CSREM-RLIX-EOF-SW         PIC X(01) VALUE 'N'.
010456         88  CSREM-RLIX-EOF          VALUE 'Y'.
010470     05  CSREM-LEFTOVER-EOF-SW     PIC X(01) VALUE 'N'.
010484         88  CSREM-LEFTOVER-EOF      VALUE 'Y'.
010500
010600 77  CSREM-TODAY                   PIC 9(8) VALUE ZERO.
010700 77  CSREM-SAVE-SERVICE            PIC 9(5) VALUE ZERO.
010900 77  CSREM-GROUP-COUNT             PIC 9(7) COMP VALUE ZERO.
011000 77  CSREM-GROUP-TOTAL             PIC 9(15)V9(2) VALUE ZERO.
011100 77  CSREM-GROUP-EXCLUDED          PIC 9(7) COMP VALUE ZERO.
011150 77  CSREM-GROUP-HELD              PIC 9(7) COMP VALUE ZERO.
011166 77  CSREM-GROUP-RELEASED          PIC 9(7) COMP VALUE ZERO.
011182 77  CSREM-RELEASED-COUNT          PIC 9(7) COMP VALUE ZERO.
011200 77  CSREM-ADVICE-COUNT            PIC 9(7) COMP VALUE ZERO.
011300 77  CSREM-NO-PROFILE-COUNT        PIC 9(7) COMP VALUE ZERO.
011400
014100     PERFORM 1200-BUILD-DUP-INDEX THRU 1200-EXIT.
014200     OPEN INPUT CSLATIX-FILE.
014300     OPEN INPUT CSDUPIX-FILE.
014350     OPEN INPUT CSPHLD-FILE.
014366     PERFORM 1300-BUILD-RELEASE-INDEX THRU 1300-EXIT.
014382     OPEN I-O CSRLIX-FILE.
014400     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
014500 1000-EXIT.
014600     EXIT.
020200     END-IF.
020300 1210-EXIT.
020400     EXIT.
020402
020404*----------------------------------------------------------*
020406*  THE PAYMENTS RELEASED FROM HOLD TODAY.  ONE HELD AND    *
020408*  RELEASED THE SAME DAY IS ON TODAY'S CAPTURE AND IS      *
020410*  REMITTED FROM THERE, SO IT IS LEFT OUT HERE.            *
020412*----------------------------------------------------------*
020414 1300-BUILD-RELEASE-INDEX.
020416     OPEN OUTPUT CSRLIX-FILE.
020418     MOVE LOW-VALUES TO PHLD-TRANSACTION-ID.
020420     START CSPHLD-FILE
020422         KEY IS NOT LESS THAN PHLD-TRANSACTION-ID
020424         INVALID KEY
020426             SET CSREM-PHLD-EOF TO TRUE
020428     END-START.
020430     PERFORM 1310-LOAD-ONE-RELEASE THRU 1310-EXIT
020432         UNTIL CSREM-PHLD-EOF.
020434     CLOSE CSRLIX-FILE.
020436 1300-EXIT.
020438     EXIT.
020440
020442 1310-LOAD-ONE-RELEASE.
020444     READ CSPHLD-FILE NEXT RECORD
020446         AT END
020448             SET CSREM-PHLD-EOF TO TRUE
020450     END-READ.
020452     IF NOT CSREM-PHLD-EOF
020454             AND PHLD-RELEASED
020456             AND PHLD-RELEASE-DATE = CSREM-TODAY
020458             AND PHLD-HOLD-DATE NOT = CSREM-TODAY
020460         MOVE PHLD-ASSOCIATED-SERVICE TO
020462             RLIX-ASSOCIATED-SERVICE
020464         MOVE PHLD-TRANSACTION-ID TO RLIX-TRANSACTION-ID
020466         MOVE PHLD-OBLIGATION-NUMBER TO RLIX-OBLIGATION-NUMBER
020468         MOVE PHLD-IDENTIFICATION-TYPE TO
020470             RLIX-IDENTIFICATION-TYPE
020472         MOVE PHLD-IDENTIFICATION-NUMBER TO
020474             RLIX-IDENTIFICATION-NUMBER
020476         MOVE PHLD-PAYMENT-VALUE TO RLIX-PAYMENT-VALUE
020478         MOVE PHLD-ASSOCIATED-VALUE TO RLIX-ASSOCIATED-VALUE
020480         MOVE 'N' TO RLIX-REMITTED-SW
020482         WRITE RELEASED-PAYMENT-LOOKUP-RECORD
020484             INVALID KEY
020486                 CONTINUE
020488         END-WRITE
020490     END-IF.
020492 1310-EXIT.
020494     EXIT.
020500
020600 2000-PROCESS-OBLIGATION.
020700     IF CSREM-FIRST-REC
021600     PERFORM 2300-JUDGE-DUPLICATE THRU 2300-EXIT.
021700     IF CSREM-HIT
021800         ADD 1 TO CSREM-GROUP-EXCLUDED
021816         GO TO 2000-READ-NEXT
021832     END-IF.
021848     PERFORM 2350-JUDGE-HELD THRU 2350-EXIT.
021864     IF CSREM-HIT
021880         ADD 1 TO CSREM-GROUP-HELD
021900     ELSE
022000         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
022100     END-IF.
022150 2000-READ-NEXT.
022200     PERFORM 8100-READ-CSRESP THRU 8100-EXIT.
022300 2000-EXIT.
022400     EXIT.
022700     MOVE ASSOCIATED-SERVICE OF RESPONSE TO
022800         CSREM-SAVE-SERVICE.
022900     MOVE ZERO TO CSREM-GROUP-COUNT CSREM-GROUP-TOTAL
023000         CSREM-GROUP-EXCLUDED CSREM-GROUP-HELD
023050         CSREM-GROUP-RELEASED.
023100     PERFORM 2210-LOOKUP-PROFILE THRU 2210-EXIT.
023200     PERFORM 2220-WRITE-HEADER THRU 2220-EXIT.
023300 2200-EXIT.
028500     END-READ.
028600 2300-EXIT.
028700     EXIT.
028706
028712 2350-JUDGE-HELD.
028718     SET CSREM-HIT-SW TO 'N'.
028724     MOVE TRANSACTION-ID OF RESPONSE TO PHLD-TRANSACTION-ID.
028730     READ CSPHLD-FILE
028736         KEY IS PHLD-TRANSACTION-ID
028742         INVALID KEY
028748             CONTINUE
028754         NOT INVALID KEY
028760             IF PHLD-HELD
028766                 SET CSREM-HIT TO TRUE
028772             END-IF
028778     END-READ.
028784 2350-EXIT.
028790     EXIT.
028800
028900 2400-WRITE-DETAIL.
029000     MOVE SPACES TO REMITTANCE-ADVICE-RECORD.
033100 2410-EXIT.
033200     EXIT.
033300
033301*----------------------------------------------------------*
033302*  THE BILLER'S PAYMENTS RELEASED FROM HOLD TODAY CLOSE    *
033303*  ITS ADVICE, MARKED 'R'.  EACH IS MARKED REMITTED ON THE *
033304*  WORK INDEX SO IT IS NEVER REMITTED TWICE.               *
033305*----------------------------------------------------------*
033306 2500-ADD-RELEASED.
033307     MOVE 'N' TO CSREM-RLIX-EOF-SW.
033308     MOVE CSREM-SAVE-SERVICE TO RLIX-ASSOCIATED-SERVICE.
033309     MOVE LOW-VALUES TO RLIX-TRANSACTION-ID.
033310     START CSRLIX-FILE
033311         KEY IS NOT LESS THAN RLIX-KEY
033312         INVALID KEY
033313             SET CSREM-RLIX-EOF TO TRUE
033314     END-START.
033315     PERFORM 2510-ADD-ONE-RELEASED THRU 2510-EXIT
033316         UNTIL CSREM-RLIX-EOF.
033317 2500-EXIT.
033318     EXIT.
033319
033320 2510-ADD-ONE-RELEASED.
033321     READ CSRLIX-FILE NEXT RECORD
033322         AT END
033323             SET CSREM-RLIX-EOF TO TRUE
033324     END-READ.
033325     IF CSREM-RLIX-EOF
033326         GO TO 2510-EXIT
033327     END-IF.
033328     IF RLIX-ASSOCIATED-SERVICE NOT = CSREM-SAVE-SERVICE
033329         SET CSREM-RLIX-EOF TO TRUE
033330         GO TO 2510-EXIT
033331     END-IF.
033332     IF RLIX-REMITTED
033333         GO TO 2510-EXIT
033334     END-IF.
033335     MOVE SPACES TO REMITTANCE-ADVICE-RECORD.
033336     SET RMT-ADVICE-DETAIL TO TRUE.
033337     MOVE CSREM-SAVE-SERVICE TO RMT-ASSOCIATED-SERVICE.
033338     MOVE RLIX-OBLIGATION-NUMBER TO RMT-DTL-OBLIGATION-NUMBER.
033339     MOVE RLIX-IDENTIFICATION-NUMBER TO
033340         RMT-DTL-IDENTIFICATION-NUMBER.
033341     MOVE RLIX-PAYMENT-VALUE TO RMT-DTL-PAYMENT-VALUE.
033342     MOVE RLIX-ASSOCIATED-VALUE TO RMT-DTL-ASSOCIATED-VALUE.
033343     MOVE SPACE TO RMT-DTL-LATE-FLAG.
033344     IF CSREM-SAVE-FORMAT = '2'
033345         MOVE RLIX-IDENTIFICATION-TYPE TO
033346             RMT-DTL-IDENTIFICATION-TYPE
033347     ELSE
033348         MOVE SPACE TO RMT-DTL-IDENTIFICATION-TYPE
033349     END-IF.
033350     MOVE 'R' TO RMT-DTL-RELEASED-FLAG.
033351     WRITE REMITTANCE-ADVICE-RECORD.
033352     ADD 1 TO CSREM-GROUP-COUNT.
033353     ADD RLIX-PAYMENT-VALUE TO CSREM-GROUP-TOTAL.
033354     ADD 1 TO CSREM-GROUP-RELEASED.
033355     ADD 1 TO CSREM-RELEASED-COUNT.
033356     SET RLIX-REMITTED TO TRUE.
033357     REWRITE RELEASED-PAYMENT-LOOKUP-RECORD.
033358 2510-EXIT.
033359     EXIT.
033360
033400 3100-WRITE-TRAILER.
033450     PERFORM 2500-ADD-RELEASED THRU 2500-EXIT.
033500     MOVE SPACES TO REMITTANCE-ADVICE-RECORD.
033600     SET RMT-ADVICE-TRAILER TO TRUE.
033700     MOVE CSREM-SAVE-SERVICE TO RMT-ASSOCIATED-SERVICE.
033900     MOVE CSREM-GROUP-TOTAL TO RMT-TRL-PAYMENT-TOTAL.
034000     MOVE CSREM-GROUP-EXCLUDED TO
034100         RMT-TRL-EXCLUDED-DUPLICATES.
034150     MOVE CSREM-GROUP-HELD TO RMT-TRL-HELD-PAYMENTS.
034175     MOVE CSREM-GROUP-RELEASED TO RMT-TRL-RELEASED-PAYMENTS.
034200     WRITE REMITTANCE-ADVICE-RECORD.
034300 3100-EXIT.
034400     EXIT.
034700     IF NOT CSREM-FIRST-REC
034800         PERFORM 3100-WRITE-TRAILER THRU 3100-EXIT
034900     END-IF.
034950     PERFORM 3200-REMIT-LEFTOVERS THRU 3200-EXIT.
035000     CLOSE CSRESP-FILE.
035100     CLOSE CSBPRF-FILE.
035200     CLOSE CSLATIX-FILE.
035300     CLOSE CSDUPIX-FILE.
035350     CLOSE CSPHLD-FILE.
035375     CLOSE CSRLIX-FILE.
035400     CLOSE CSRMT-FILE.
035500     DISPLAY 'CSREM01 ADVICES WRITTEN     = '
035600         CSREM-ADVICE-COUNT.
035700     DISPLAY 'CSREM01 UNREGISTERED BILLERS = '
035800         CSREM-NO-PROFILE-COUNT.
035833     DISPLAY 'CSREM01 RELEASED PAYMENTS   = '
035866         CSREM-RELEASED-COUNT.
035900 3000-EXIT.
036000     EXIT.
036002
036004*----------------------------------------------------------*
036006*  A BILLER WITH A RELEASED PAYMENT BUT NO PAYMENT ON      *
036008*  TODAY'S CAPTURE GETS AN ADVICE OF ITS OWN.  ONCE A      *
036010*  BILLER'S ADVICE IS WRITTEN THE SWEEP RESUMES PAST IT.   *
036012*----------------------------------------------------------*
036014 3200-REMIT-LEFTOVERS.
036016     MOVE 'N' TO CSREM-LEFTOVER-EOF-SW.
036018     MOVE LOW-VALUES TO RLIX-KEY.
036020     START CSRLIX-FILE
036022         KEY IS NOT LESS THAN RLIX-KEY
036024         INVALID KEY
036026             SET CSREM-LEFTOVER-EOF TO TRUE
036028     END-START.
036030     PERFORM 3210-REMIT-ONE-BILLER THRU 3210-EXIT
036032         UNTIL CSREM-LEFTOVER-EOF.
036034 3200-EXIT.
036036     EXIT.
036038
036040 3210-REMIT-ONE-BILLER.
036042     READ CSRLIX-FILE NEXT RECORD
036044         AT END
036046             SET CSREM-LEFTOVER-EOF TO TRUE
036048     END-READ.
036050     IF CSREM-LEFTOVER-EOF
036052             OR RLIX-REMITTED
036054         GO TO 3210-EXIT
036056     END-IF.
036058     MOVE RLIX-ASSOCIATED-SERVICE TO CSREM-SAVE-SERVICE.
036060     MOVE ZERO TO CSREM-GROUP-COUNT CSREM-GROUP-TOTAL
036062         CSREM-GROUP-EXCLUDED CSREM-GROUP-HELD
036064         CSREM-GROUP-RELEASED.
036066     PERFORM 2210-LOOKUP-PROFILE THRU 2210-EXIT.
036068     PERFORM 2220-WRITE-HEADER THRU 2220-EXIT.
036070     PERFORM 3100-WRITE-TRAILER THRU 3100-EXIT.
036072     MOVE CSREM-SAVE-SERVICE TO RLIX-ASSOCIATED-SERVICE.
036074     MOVE HIGH-VALUES TO RLIX-TRANSACTION-ID.
036076     START CSRLIX-FILE
036078         KEY IS GREATER THAN RLIX-KEY
036080         INVALID KEY
036082             SET CSREM-LEFTOVER-EOF TO TRUE
036084     END-START.
036086 3210-EXIT.
036088     EXIT.
036100
036200 8100-READ-CSRESP.
036300     READ CSRESP-FILE
