000300*              CARRIED FORWARD AND THE RUN ENDS RC 0; OUT OF
000310*              BALANCE THE CONTROL IS LEFT UNTOUCHED AND THE
000320*              RUN ENDS RC 8 SO THE NIGHTLY STREAM STOPS.
000321*10/15/26  RD  ACCOUNTS CUSTPRG PURGED TO THE ARCHIVE SINCE THE
000322*              CONTROL WAS CARRIED FORWARD (CTL-PURGED ON THE
000323*              CONTROL RECORD) NOW COME OFF THE EXPECTED
000324*              CUSTOMER COUNT AND PRINT IN THE RECONCILIATION.
000325*              THE CARRY-FORWARD RESETS THE PURGED COUNT.
000326*10/15/26  RD  A LATER UPDATE ON THE SAME DATE (THE MONTH-END
000327*              ASSESSMENT BATCH) NOW PROVES ON TODAY'S CONTROL.
000328*              THE CARRY-FORWARD FLAGS THE DAY-TOTALS RECORD
000329*              ABSORBED SO A RERUN NEVER ADDS IT TWICE.
000332*10/15/26  RD  THE CONTROL AND DAY-TOTALS REWRITES ARE CHECKED.
000336*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
001600     05  WS-DAY-ADDS        PIC 9(05)  VALUE ZERO.
001610     05  WS-DAY-DELETES     PIC 9(05)  VALUE ZERO.
001620     05  WS-DAY-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
001625     05  WS-PRIOR-PURGED    PIC 9(05)  VALUE ZERO.
001630     05  WS-EXP-COUNT       PIC S9(08) COMP-3 VALUE ZERO.
001640     05  WS-EXP-BALANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
001650     05  WS-CTL-FOUND-SW    PIC X(01)  VALUE "N".
001680         88  WS-CTL-TODAY              VALUE "Y".
001690     05  WS-TOT-FOUND-SW    PIC X(01)  VALUE "N".
001700         88  WS-TOT-FOUND              VALUE "Y".
001702     05  WS-TOT-ABSORBED-SW PIC X(01)  VALUE "N".
001704         88  WS-TOT-ABSORBED           VALUE "Y".
001706     05  WS-TOT-SAVE        PIC X(47)  VALUE SPACES.
001710     05  WS-BALANCED-SW     PIC X(01)  VALUE "Y".
001720         88  WS-IN-BALANCE             VALUE "Y".
001730         88  WS-OUT-OF-BALANCE         VALUE "N".
003320*                  MAY BE ABSENT - A MISSING CONTROL MEANS    *
003330*                  THE CONTROL IS ESTABLISHED THIS RUN, AND A *
003340*                  MISSING OR STALE (WRONG RUN DATE) DAY-     *
003350*                  TOTALS RECORD MEANS NO UPDATE RAN TODAY,   *
003352*                  AND ONE FLAGGED ABSORBED WAS ALREADY       *
003354*                  CARRIED INTO TODAY'S CONTROL               *
003360*============================================================*
003370 3000-READ-CONTROLS.
003380     OPEN INPUT CTLF
003560     END-READ
003570     CLOSE CTLF.
003580 3000-TOTALS.
003620     OPEN INPUT TOTALS
003630     IF WS-OTS-NOFILE
003640         GO TO 3000-EXIT
004120     IF CTL-BALANCE-NEG
004130         COMPUTE WS-PRIOR-BALANCE = ZERO - WS-PRIOR-BALANCE
004140     END-IF
004142     IF CTL-PURGED IS NUMERIC
004144         MOVE CTL-PURGED TO WS-PRIOR-PURGED
004146     END-IF
004150     IF CTL-ASOF-DATE = WS-RUN-DATE
004160         SET WS-CTL-TODAY TO TRUE
004170     END-IF.
004240*                  NUMERIC FIELD MUST NOT BE CHASED AS AN      *
004250*                  OUT-OF-BALANCE CONDITION - ABEND INSTEAD.   *
004260*                  A RECORD FROM ANOTHER RUN DATE IS STALE     *
004270*                  AND IS LEFT OUT OF THE PROOF, AS IS ONE     *
004275*                  ALREADY FLAGGED ABSORBED                   *
004280*============================================================*
004290 3200-TAKE-TOT-RECORD.
004300     IF NOT WS-OTS-OK
004460         CLOSE TOTALS
004470         PERFORM 9900-ABEND THRU 9900-EXIT
004480     END-IF
004482     IF TOT-RUN-DATE = WS-RUN-DATE AND TOT-ABSORBED-BY-BAL
004484         SET WS-TOT-ABSORBED TO TRUE
004486         GO TO 3200-EXIT
004488     END-IF
004490     IF TOT-RUN-DATE = WS-RUN-DATE
004500         SET WS-TOT-FOUND TO TRUE
004505         MOVE CUSTTOT-RECORD TO WS-TOT-SAVE
004510         MOVE TOT-ADDS       TO WS-DAY-ADDS
004520         MOVE TOT-DELETES    TO WS-DAY-DELETES
004530         MOVE TOT-NET-CHANGE TO WS-DAY-NET
005860         MOVE WS-TOT-BALANCE TO WS-EXP-BALANCE
005870         GO TO 5000-DECIDE
005880     END-IF
005890     IF WS-TOT-ABSORBED
005900         MOVE SPACES TO WS-RPT-LINE
005910         STRING "CONTROL ALREADY CARRIED FORWARD TODAY"
005920                    DELIMITED BY SIZE
005960         END-STRING
005970         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005980     END-IF
005982     IF WS-CTL-TODAY AND WS-TOT-FOUND
005984         MOVE "LATER UPDATE TODAY - PROVED ON TODAY'S CONTROL"
005986             TO WS-RPT-LINE
005988         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005989     END-IF
005990*
006000     IF NOT WS-TOT-FOUND AND NOT WS-TOT-ABSORBED
006010         MOVE "NO DAY TOTALS - NO UPDATE RUN APPLIED TODAY"
006020             TO WS-RPT-LINE
006030         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
006040     END-IF
006050     COMPUTE WS-EXP-COUNT
006060         = WS-PRIOR-COUNT + WS-DAY-ADDS - WS-DAY-DELETES
006065         - WS-PRIOR-PURGED
006070     COMPUTE WS-EXP-BALANCE
006080         = WS-PRIOR-BALANCE + WS-DAY-NET
006090     MOVE WS-PRIOR-COUNT TO WS-CNT-ED
006320            WS-CNT-ED                  DELIMITED BY SIZE
006330         INTO WS-RPT-LINE
006340     END-STRING
006350     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
006351     MOVE WS-PRIOR-PURGED TO WS-CNT-ED
006352     MOVE SPACES TO WS-RPT-LINE
006353     STRING "PURGED SINCE CONTROL... " DELIMITED BY SIZE
006354            WS-CNT-ED                  DELIMITED BY SIZE
006355         INTO WS-RPT-LINE
006356     END-STRING
006357     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
006360 5000-DECIDE.
006370     MOVE WS-EXP-COUNT TO WS-CNT-ED
006380     MOVE WS-EXP-BALANCE TO WS-BAL-ED
006900     END-IF
006910     MOVE SPACES TO CUSTCTL-RECORD
006920     MOVE WS-CUST-COUNT TO CTL-CUST-COUNT
006925     MOVE ZERO          TO CTL-PURGED
006930     IF WS-TOT-BALANCE < ZERO
006940         MOVE "-" TO CTL-BALANCE-SIGN
006950         COMPUTE CTL-TOT-BALANCE = ZERO - WS-TOT-BALANCE
006990     END-IF
007000     MOVE WS-RUN-DATE TO CTL-ASOF-DATE
007010     WRITE CUSTCTL-RECORD
007011     IF NOT WS-CST-OK
007013         MOVE SPACES TO WS-ABEND-MESSAGE
007014         STRING "I/O ERROR WRITING CONTROL - STATUS = "
007016                    DELIMITED BY SIZE
007017                CST DELIMITED BY SIZE
007019             INTO WS-ABEND-MESSAGE
007020         END-STRING
007022         CLOSE CTLF
007023         PERFORM 9900-ABEND THRU 9900-EXIT
007025     END-IF
007026     CLOSE CTLF
007028     PERFORM 6100-MARK-ABSORBED THRU 6100-EXIT.
007030 6000-EXIT.
007040     EXIT.
007050*
007620     STOP RUN.
007630 9900-EXIT.
007640     EXIT.
007650*
007660*============================================================*
007670*    6100-MARK-ABSORBED - REWRITE TODAY'S DAY-TOTALS RECORD   *
007680*                  FLAGGED ABSORBED NOW THAT THE CONTROL CARRIES *
007690*                  IT, SO A RERUN OR A LATER UPDATE TODAY DOES   *
007700*                  NOT ADD THE SAME TOTALS TWICE                 *
007710*============================================================*
007720 6100-MARK-ABSORBED.
007730     IF NOT WS-TOT-FOUND
007740         GO TO 6100-EXIT
007750     END-IF
007760     OPEN OUTPUT TOTALS
007770     IF NOT WS-OTS-OK
007780         MOVE SPACES TO WS-ABEND-MESSAGE
007790         STRING "UNABLE TO REWRITE DAY TOTALS - STATUS = "
007800                    DELIMITED BY SIZE
007810                OTS DELIMITED BY SIZE
007820             INTO WS-ABEND-MESSAGE
007830         END-STRING
007840         PERFORM 9900-ABEND THRU 9900-EXIT
007850     END-IF
007860     MOVE WS-TOT-SAVE TO CUSTTOT-RECORD
007870     SET TOT-ABSORBED-BY-BAL TO TRUE
007880     WRITE CUSTTOT-RECORD
007882     IF NOT WS-OTS-OK
007884         MOVE SPACES TO WS-ABEND-MESSAGE
007886         STRING "I/O ERROR WRITING DAY TOTALS - STATUS = "
007889                    DELIMITED BY SIZE
007891                OTS DELIMITED BY SIZE
007893             INTO WS-ABEND-MESSAGE
007896         END-STRING
007898         CLOSE TOTALS
007900         PERFORM 9900-ABEND THRU 9900-EXIT
007903     END-IF
007905     CLOSE TOTALS.
007907 6100-EXIT.
007910     EXIT.
