000369*              CHANGE OR BALANCE ADJUSTMENT STAMPS THE LAST-
000370*              ACTIVITY DATE SO CUSTDRM CAN AGE THE DORMANT
000371*              ACCOUNTS.
000372*10/15/26  RD  NEW "X" CLOSE TRANSACTION (COPYBOOK CUSTTRAN).
000374*              A CLOSE MARKS THE ACCOUNT CUST-CLOSED AND
000376*              STAMPS ITS LAST-ACTIVITY DATE; IT IS REFUSED
000378*              WHEN THE BALANCE IS NOT ZERO (REASON 08) OR
000380*              THE ACCOUNT IS ALREADY CLOSED (REASON 09).
000382*              CLOSED ZERO-BALANCE ACCOUNTS ARE LATER MOVED
000384*              OFF THE MASTER BY CUSTPRG.
000386*10/15/26  RD  THE UPDATE NOW TAKES A CHECKPOINT (COPYBOOK
000387*              CUSTCKP, Data/CUSTUPD.CKP) EVERY CHKPT= DETAIL
000388*              TRANSACTIONS, DEFAULT 100.  THE MASTER, REJECTS
000389*              AND HISTORY ARE CLOSED AND REOPENED FIRST SO THE
000390*              CHECKPOINT NEVER GETS AHEAD OF THEM.  A RERUN THAT
000391*              FINDS A CHECKPOINT RESUMES AFTER THE LAST
000392*              CHECKPOINTED TRANSACTION WITH ITS COUNTS, NET
000393*              CHANGE AND RUN DATE.  HISTORY WRITTEN AFTER THE
000394*              CHECKPOINT IS MATCHED TO THE REPLAYED TRANSACTIONS
000395*              SO NOTHING IS POSTED OR WRITTEN TO HISTORY TWICE.
000396*              PARM COLD DISCARDS A CHECKPOINT AFTER A CUSTRLD
000397*              RELOAD.
000398*10/15/26  RD  EACH BATCH APPLIED (HEADER BATCH DATE, TRAILER
000399*              COUNT AND HASH TOTAL) IS ADDED TO THE PERMANENT
000400*              PROCESSED-BATCH REGISTER (COPYBOOK CUSTBRG,
000401*              Data/CUSTBRG.DAT) ONCE THE DAY TOTALS ARE
000402*              WRITTEN, SO CUSTEDT CAN HOLD A BATCH THAT HAS
000403*              ALREADY BEEN POSTED.
000404*10/15/26  RD  A RESTART NO LONGER CUTS BACK THE REJECTS FILE.
000405*              REJECTS WRITTEN AFTER THE CHECKPOINT ARE HELD, AND
000406*              A REPLAYED TRANSACTION MATCHING THE NEXT ONE IS
000407*              REJECTED AGAIN WITHOUT TOUCHING THE MASTER.
000408*10/15/26  RD  A RESTART WHOSE HELD HISTORY IS NOT ALL MATCHED NOW
000409*              ABENDS BEFORE THE DAY TOTALS ARE WRITTEN OR THE
000410*              BATCH REGISTERED, SO THE CHECKPOINT IS KEPT.
000412*10/15/26  RD  THE SAME CHECK NOW COVERS THE HELD REJECTS AND IS
000414*              MADE BEFORE THE RECYCLE PHASE-END CHECKPOINT.
000415*10/15/26  RD  PARM NORECYCLE, FOR THE MONTHEND FEE PASS, SKIPS
000417*              THE RECYCLE PHASE AND LEAVES Data/CUSTRCY.TRN FOR
000418*              THE NEXT NIGHT'S UPDATE.
000420*
000422*              REJECT REASON CODES
000423*                01  TRANSACTION CODE NOT A/C/D/B/X
000425*                02  AMOUNT NOT NUMERIC OR BAD SIGN
000427*                03  ADD - CUSTOMER ALREADY ON MASTER
000428*                04  CUSTOMER NOT ON MASTER
000430*                05  CUSTOMER ID MISSING
000431*                06  MASTER I/O ERROR ON THIS CUSTOMER
000433*                07  BALANCE WOULD OVERFLOW
000435*                08  CLOSE - BALANCE NOT ZERO
000436*                09  CLOSE - ACCOUNT ALREADY CLOSED
000438*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000580     SELECT REJECTS ASSIGN TO DYNAMIC WS-REJ-PATH
000590                ORGANIZATION IS LINE SEQUENTIAL
000600                FILE STATUS  IS JST.
000604     SELECT CKPF ASSIGN TO DYNAMIC WS-CKP-PATH
000605                ORGANIZATION IS LINE SEQUENTIAL
000606                FILE STATUS  IS KST.
000607     SELECT BRGF ASSIGN TO DYNAMIC WS-BRG-PATH
000608                ORGANIZATION IS LINE SEQUENTIAL
000609                FILE STATUS  IS GST.
000610     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000620                ORGANIZATION IS LINE SEQUENTIAL
000630                FILE STATUS  IS RST.
000830     05  FILLER             PIC X(01).
000840     05  REJ-TRAN-IMAGE     PIC X(60).
000850*
000855 FD  CKPF
000856     LABEL RECORDS ARE STANDARD.
000857     COPY CUSTCKP.
000858*
000860 FD  RPT
000870     LABEL RECORDS ARE STANDARD.
000880 01  RPT-RECORD             PIC X(100).
000931     LABEL RECORDS ARE STANDARD.
000932 01  RCY-RECORD             PIC X(60).
000933*
000934 FD  BRGF
000935     LABEL RECORDS ARE STANDARD.
000936     COPY CUSTBRG.
000937*
000940 WORKING-STORAGE SECTION.
000950*
000960*    FILE STATUS AND SWITCHES
001100 01  WS-REJ-STATUS.
001110     05  JST                PIC X(02)  VALUE "00".
001120         88  WS-JST-OK                 VALUE "00".
001121         88  WS-JST-EOF                VALUE "10".
001122*
001123 01  WS-REJ-TAIL.
001124     05  WS-RTAIL-COUNT     PIC 9(04)  COMP VALUE ZERO.
001125     05  WS-RTAIL-IDX       PIC 9(04)  COMP VALUE 1.
001126     05  WS-RTAIL-ENTRY     OCCURS 1000 TIMES PIC X(63).
001127 01  WS-REJ-MATCH-SW        PIC X(01)  VALUE "N".
001128     88  WS-REJ-MATCHED                VALUE "Y".
001130*
001140 01  WS-RPT-STATUS.
001150     05  RST                PIC X(02)  VALUE "00".
001160*
001161 01  WS-CKP-STATUS.
001162     05  KST                PIC X(02)  VALUE "00".
001163         88  WS-KST-OK                 VALUE "00".
001164         88  WS-KST-NOFILE             VALUE "35".
001165*
001170 01  WS-TRANS-PATH          PIC X(64)  VALUE "Data/CUSTTRAN.DAT".
001180 01  WS-MASTER-PATH         PIC X(64)  VALUE "Data/CUSTMAST.DAT".
001190 01  WS-REJ-PATH            PIC X(64)  VALUE "Data/CUSTREJ.DAT".
001200 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
001206 01  WS-CKP-PATH            PIC X(64)  VALUE "Data/CUSTUPD.CKP".
001208 01  WS-REJ-COUNT           PIC 9(05)  COMP VALUE ZERO.
001209 01  WS-BRG-PATH            PIC X(64)  VALUE "Data/CUSTBRG.DAT".
001210*
001211 01  WS-BRG-STATUS.
001212     05  GST                PIC X(02)  VALUE "00".
001213         88  WS-GST-OK                 VALUE "00" "05".
001214         88  WS-GST-NOTFOUND           VALUE "35".
001215 01  WS-BATCH-IDENT.
001216     05  WS-BI-BATCH-DATE   PIC 9(08)  VALUE ZERO.
001217     05  WS-BI-RECORD-COUNT PIC 9(05)  VALUE ZERO.
001218     05  WS-BI-HASH-TOTAL   PIC 9(11)V99 VALUE ZERO.
001219*
001220 01  WS-PAGE-CTL.
001230     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
001240     05  WS-PAGE-NO-ED      PIC ZZZ9.
001510     05  WS-SAVED-NAME      PIC X(30)  VALUE SPACES.
001520     05  WS-NET-CHANGE      PIC S9(11)V99 COMP-3 VALUE ZERO.
001530*
001531 01  WS-HIST-TAIL.
001532     05  WS-TAIL-COUNT      PIC 9(04)  COMP VALUE ZERO.
001533     05  WS-TAIL-IDX        PIC 9(04)  COMP VALUE 1.
001534     05  WS-TAIL-ENTRY      OCCURS 1000 TIMES PIC X(55).
001535 01  WS-TAIL-AMOUNT         PIC S9(07)V99 COMP-3 VALUE ZERO.
001536 01  WS-HIST-MATCH-SW       PIC X(01)  VALUE "N".
001537     88  WS-HIST-MATCHED               VALUE "Y".
001538*
001540 01  WS-TOTALS-STATUS.
001550     05  OTS                PIC X(02)  VALUE "00".
001560         88  WS-OTS-OK                 VALUE "00".
001586     05  HST                PIC X(02)  VALUE "00".
001588         88  WS-HST-OK                 VALUE "00" "05".
001590         88  WS-HST-NOTFOUND           VALUE "35".
001591         88  WS-HST-EOF                VALUE "10".
001592*
001594 01  WS-HIST-PATH           PIC X(64)  VALUE "Data/CUSTHIST.DAT".
001595*
001602 01  WS-RCY-PATH            PIC X(64)  VALUE "Data/CUSTRCY.TRN".
001603 01  WS-TOT-RECYCLED        PIC 9(05)  COMP VALUE ZERO.
001604 01  WS-TOT-RECYCLED-ED     PIC ZZZZ9.
001605 01  WS-RECYCLE-SW          PIC X(01)  VALUE "Y".
001606     88  WS-NO-RECYCLE                 VALUE "N".
001607*
001608 01  WS-BAL-ED              PIC ZZZZZZ9.99-.
001610*
001611 01  WS-RESTART-WORK.
001612     05  WS-CKP-PHASE       PIC X(01)  VALUE SPACE.
001613         88  WS-CKP-PHASE-TRANS        VALUE "T".
001614     05  WS-CKP-LAST-TRAN   PIC X(60)  VALUE SPACES.
001615     05  WS-COLD-SW         PIC X(01)  VALUE "N".
001616         88  WS-COLD-START             VALUE "Y".
001617     05  WS-CKP-TOKEN       PIC X(05)  VALUE SPACES.
001618     05  WS-CKP-LEN         PIC 9(02)  COMP VALUE ZERO.
001619*
001620*    RUN TOTALS
001630*
001640 01  WS-RUN-TOTALS.
001690     05  WS-TOT-CHANGES     PIC 9(05)  COMP VALUE ZERO.
001700     05  WS-TOT-DELETES     PIC 9(05)  COMP VALUE ZERO.
001710     05  WS-TOT-ADJUSTS     PIC 9(05)  COMP VALUE ZERO.
001715     05  WS-TOT-CLOSES      PIC 9(05)  COMP VALUE ZERO.
001720 01  WS-TOT-READ-ED         PIC ZZZZ9.
001730 01  WS-TOT-APPLIED-ED      PIC ZZZZ9.
001740 01  WS-TOT-REJECTED-ED     PIC ZZZZ9.
001760 01  WS-TOT-CHANGES-ED      PIC ZZZZ9.
001770 01  WS-TOT-DELETES-ED      PIC ZZZZ9.
001780 01  WS-TOT-ADJUSTS-ED      PIC ZZZZ9.
001785 01  WS-TOT-CLOSES-ED       PIC ZZZZ9.
001787 01  WS-TOT-CHECKPOINTS-ED  PIC ZZZZ9.
001790*
001800*    SHELL COMMAND WORK AREA
001810*
001820 01  WS-SYS-COMMAND         PIC X(80)  VALUE SPACES.
001830*
001831*    RUN PARM WORK AREAS
001832*
001833 01  WS-PARM-AREA.
001834     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
001835 01  WS-PARM-TOKENS.
001836     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
001837     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
001838 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
001839*
001840*    REGISTER LINE
001850*
001860 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
001960     05  FILLER             PIC X(02).
001970     05  WS-RG-AFTER        PIC ZZZZZZ9.99-.
001980*
001981*    CHECKPOINT/RESTART CONTROL
001982*
001983 01  WS-CKP-CONTROL.
001984     05  WS-CKP-INTERVAL    PIC 9(04)  COMP VALUE 100.
001985     05  WS-SINCE-CKP       PIC 9(04)  COMP VALUE ZERO.
001986     05  WS-TOT-CHECKPOINTS PIC 9(05)  COMP VALUE ZERO.
001987     05  WS-RESTART-SW      PIC X(01)  VALUE "N".
001988         88  WS-RESTART-RUN            VALUE "Y".
001989*
001990*    ABEND MESSAGE WORK AREA
002000*
002010 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
002011*
002012 01  WS-CKP-POSITION.
002013     05  WS-PHASE           PIC X(01)  VALUE "T".
002014     05  WS-RCY-RECS        PIC 9(07)  COMP VALUE ZERO.
002015     05  WS-TRN-RECS        PIC 9(07)  COMP VALUE ZERO.
002016     05  WS-SKIP-RCY        PIC 9(07)  COMP VALUE ZERO.
002017     05  WS-SKIP-TRN        PIC 9(07)  COMP VALUE ZERO.
002018     05  WS-HIST-COUNT      PIC 9(09)  COMP VALUE ZERO.
002019     05  WS-SKIP-HIST       PIC 9(09)  COMP VALUE ZERO.
002020*
002030 PROCEDURE DIVISION.
002040*
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
002100     PERFORM 2000-APPLY-TRANS    THRU 2000-EXIT
002105     PERFORM 6800-CHECK-HELD-TAIL THRU 6800-EXIT
002110     PERFORM 8000-PRINT-SUMMARY  THRU 8000-EXIT
002120     PERFORM 8500-WRITE-TOTALS   THRU 8500-EXIT
002122     PERFORM 8700-REGISTER-BATCH THRU 8700-EXIT
002125     PERFORM 8600-CLEAR-CHECKPOINT THRU 8600-EXIT
002130     PERFORM 9000-TERMINATE      THRU 9000-EXIT
002140     STOP RUN.
002150*
002220     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
002230     MOVE "mkdir -p Data" TO WS-SYS-COMMAND
002240     CALL "SYSTEM" USING WS-SYS-COMMAND
002242     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002244     PERFORM 1100-PARSE-PARM       THRU 1100-EXIT
002246     PERFORM 1500-READ-CHECKPOINT  THRU 1500-EXIT
002248     PERFORM 1300-SCAN-HISTORY     THRU 1300-EXIT
002250     OPEN INPUT TRANS
002260     IF NOT WS-TST-OK
002270         MOVE SPACES TO WS-ABEND-MESSAGE
002480         CLOSE TRANS
002490         PERFORM 9900-ABEND THRU 9900-EXIT
002500     END-IF
002505     IF WS-RESTART-RUN
002506         PERFORM 1400-HOLD-REJECTS THRU 1400-EXIT
002507     ELSE
002510         OPEN OUTPUT REJECTS
002515     END-IF
002520     IF NOT WS-JST-OK
002530         MOVE SPACES TO WS-ABEND-MESSAGE
002540         STRING "UNABLE TO OPEN REJECTS - FILE STATUS = "
002635         PERFORM 9900-ABEND THRU 9900-EXIT
002636     END-IF
002640     MOVE "Reports/CUSTUPD.RPT" TO WS-RPT-PATH
002645     IF WS-RESTART-RUN
002646         PERFORM 1600-REOPEN-REGISTER THRU 1600-EXIT
002647     ELSE
002648         OPEN OUTPUT RPT
002649     END-IF
002650     MOVE ZERO TO WS-PAGE-NO
002660     MOVE ZERO TO WS-LINE-CTR
002662     IF WS-RESTART-RUN
002664         PERFORM 1700-PRINT-RESTART THRU 1700-EXIT
002666     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690*
002950*                  VALIDATION AND THE MASTER UPDATE            *
002960*============================================================*
002970 2000-APPLY-TRANS.
002971     IF WS-NO-RECYCLE
002973         PERFORM 2400-SKIP-RECYCLE  THRU 2400-EXIT
002975     ELSE
002976         PERFORM 2500-APPLY-RECYCLE THRU 2500-EXIT
002978     END-IF
002980     PERFORM UNTIL WS-TST-EOF
002990         READ TRANS
003000             AT END
003010                 CONTINUE
003020             NOT AT END
003030                 PERFORM 2050-TAKE-ONE-TRAN THRU 2050-EXIT
003040         END-READ
003050     END-PERFORM
003052     IF WS-TRN-RECS < WS-SKIP-TRN
003054         MOVE "TRANSACTION FILE IS SHORTER THAN THE CHECKPOINT"
003056             TO WS-ABEND-MESSAGE
003058         PERFORM 9900-ABEND THRU 9900-EXIT
003059     END-IF
003060     CLOSE TRANS
003070     CLOSE MASTER
003080     CLOSE REJECTS
003345     MOVE ZERO   TO WS-TRAN-AMOUNT
003350     MOVE ZERO   TO WS-AFTER-BAL
003360     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT
003361     MOVE "N" TO WS-REJ-MATCH-SW
003362     MOVE "N" TO WS-HIST-MATCH-SW
003364     IF WS-REASON = SPACES
003366         PERFORM 6500-MATCH-HISTORY THRU 6500-EXIT
003368     END-IF
003369     PERFORM 6700-MATCH-REJECT THRU 6700-EXIT
003370     IF WS-REASON = SPACES AND NOT WS-HIST-MATCHED
003380         IF TRAN-ADD
003390             PERFORM 3100-APPLY-ADD     THRU 3100-EXIT
003400         END-IF
003470         IF TRAN-BAL-ADJ
003480             PERFORM 3400-APPLY-BAL-ADJ THRU 3400-EXIT
003490         END-IF
003492         IF TRAN-CLOSE
003494             PERFORM 3500-APPLY-CLOSE   THRU 3500-EXIT
003496         END-IF
003500     END-IF
003510     IF WS-APPLIED
003520         ADD 1 TO WS-TOT-APPLIED
003530         PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT
003535         IF WS-HIST-MATCHED
003536             PERFORM 6600-NOTE-PRIOR-APPLY THRU 6600-EXIT
003537         ELSE
003538             PERFORM 4500-WRITE-HISTORY  THRU 4500-EXIT
003539         END-IF
003540     ELSE
003550         IF WS-REJ-MATCHED
003552             ADD 1 TO WS-TOT-REJECTED
003554         ELSE
003556             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
003558         END-IF
003560     END-IF
003562     ADD 1 TO WS-SINCE-CKP
003564     IF WS-SINCE-CKP NOT < WS-CKP-INTERVAL
003566        AND WS-TAIL-IDX > WS-TAIL-COUNT
003567        AND WS-RTAIL-IDX > WS-RTAIL-COUNT
003568         PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT
003569     END-IF.
003570 2100-EXIT.
003580     EXIT.
003590*
005770     MOVE WS-TOT-CHANGES  TO WS-TOT-CHANGES-ED
005780     MOVE WS-TOT-DELETES  TO WS-TOT-DELETES-ED
005790     MOVE WS-TOT-ADJUSTS  TO WS-TOT-ADJUSTS-ED
005795     MOVE WS-TOT-CLOSES   TO WS-TOT-CLOSES-ED
005800     MOVE SPACES TO WS-RPT-LINE
005810     STRING "ADDS: "          DELIMITED BY SIZE
005820            WS-TOT-ADDS-ED    DELIMITED BY SIZE
005870            "  BALANCE ADJUSTS: "
005880                              DELIMITED BY SIZE
005890            WS-TOT-ADJUSTS-ED DELIMITED BY SIZE
005895            "  CLOSES: "      DELIMITED BY SIZE
005897            WS-TOT-CLOSES-ED  DELIMITED BY SIZE
005900         INTO WS-RPT-LINE
005910     END-STRING
005920     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
006930             "  REJECTED: " WS-TOT-REJECTED-ED
006940     IF WS-TOT-REJECTED > ZERO
006950         MOVE 4 TO RETURN-CODE
006960     END-IF
006961     IF WS-TOT-CHECKPOINTS > ZERO
006962         MOVE WS-TOT-CHECKPOINTS TO WS-TOT-CHECKPOINTS-ED
006963         DISPLAY "CUSTUPD - CHECKPOINTS TAKEN: "
006964                 WS-TOT-CHECKPOINTS-ED
006965     END-IF.
006972 9000-EXIT.
006980     EXIT.
006990*
007000*============================================================*
007400     END-IF
007410     MOVE WS-RUN-DATE TO HIS-RUN-DATE
007420     WRITE CUSTHIST-RECORD
007425     ADD 1 TO WS-HIST-COUNT
007430     IF NOT WS-HST-OK
007440         MOVE SPACES TO WS-ABEND-MESSAGE
007450         STRING "I/O ERROR WRITING HISTORY - STATUS = "
007650*                  RECYCLE FILE MEANS A CLEAN PRIOR NIGHT      *
007660*============================================================*
007670 2500-APPLY-RECYCLE.
007671     IF WS-RESTART-RUN AND WS-CKP-PHASE-TRANS
007672         MOVE SPACES TO WS-SYS-COMMAND
007673         STRING "rm -f "     DELIMITED BY SIZE
007674                WS-RCY-PATH  DELIMITED BY SPACE
007675             INTO WS-SYS-COMMAND
007676         END-STRING
007677         CALL "SYSTEM" USING WS-SYS-COMMAND
007678         GO TO 2500-EXIT
007679     END-IF
007680     OPEN INPUT RCYF
007690     IF WS-YST-NOFILE
007692         IF WS-SKIP-RCY > ZERO
007694             MOVE "RECYCLE FILE MISSING - CANNOT RESUME RUN"
007696                 TO WS-ABEND-MESSAGE
007698             PERFORM 9900-ABEND THRU 9900-EXIT
007699         END-IF
007700         GO TO 2500-EXIT
007710     END-IF
007720     IF NOT WS-YST-OK
007820         CLOSE HISTF
007830         PERFORM 9900-ABEND THRU 9900-EXIT
007840     END-IF
007845     MOVE "R" TO WS-PHASE
007850     PERFORM UNTIL WS-YST-EOF
007860         READ RCYF
007870             AT END
007910         END-READ
007920     END-PERFORM
007930     CLOSE RCYF
007931     IF WS-RCY-RECS < WS-SKIP-RCY
007932         MOVE "RECYCLE FILE IS SHORTER THAN THE CHECKPOINT"
007933             TO WS-ABEND-MESSAGE
007934         PERFORM 9900-ABEND THRU 9900-EXIT
007935     END-IF
007936     PERFORM 6800-CHECK-HELD-TAIL THRU 6800-EXIT
007937     MOVE "T" TO WS-PHASE
007938     PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT
007940     MOVE SPACES TO WS-SYS-COMMAND
007950     STRING "rm -f "     DELIMITED BY SIZE
007960            WS-RCY-PATH  DELIMITED BY SPACE
008230         CLOSE RCYF
008240         PERFORM 9900-ABEND THRU 9900-EXIT
008250     END-IF
008251     ADD 1 TO WS-RCY-RECS
008252     IF WS-RCY-RECS NOT > WS-SKIP-RCY
008253         IF WS-RCY-RECS = WS-SKIP-RCY
008254             MOVE RCY-RECORD TO CUSTTRAN-RECORD
008255             PERFORM 6200-CHECK-RESUME-POINT THRU 6200-EXIT
008256         END-IF
008257         GO TO 2510-EXIT
008258     END-IF
008260     ADD 1 TO WS-TOT-RECYCLED
008270     MOVE RCY-RECORD TO CUSTTRAN-RECORD
008280     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT.
008290 2510-EXIT.
008300     EXIT.
008310*
008320*============================================================*
008330*    3500-APPLY-CLOSE - CLOSE AN EXISTING CUSTOMER.  ONLY A   *
008340*                  ZERO-BALANCE ACTIVE ACCOUNT MAY BE CLOSED - *
008350*                  THE RECORD STAYS ON THE MASTER UNTIL CUSTPRG *
008360*                  PURGES IT TO THE ARCHIVE                     *
008370*============================================================*
008380 3500-APPLY-CLOSE.
008390     MOVE TRAN-CUST-ID TO CUST-ID
008400     READ MASTER
008410     IF WS-MST-NOTFND
008420         MOVE "04" TO WS-REASON
008430         GO TO 3500-EXIT
008440     END-IF
008450     IF NOT WS-MST-OK
008460         MOVE "06" TO WS-REASON
008470         GO TO 3500-EXIT
008480     END-IF
008490     IF CUST-BALANCE NOT = ZERO
008500         MOVE "08" TO WS-REASON
008510         GO TO 3500-EXIT
008520     END-IF
008530     IF CUST-CLOSED
008540         MOVE "09" TO WS-REASON
008550         GO TO 3500-EXIT
008560     END-IF
008570     MOVE CUST-BALANCE TO WS-BEFORE-BAL
008580     MOVE CUST-BALANCE TO WS-AFTER-BAL
008590     MOVE CUST-NAME    TO WS-SAVED-NAME
008600     SET CUST-CLOSED   TO TRUE
008610     MOVE WS-RUN-DATE  TO CUST-LAST-ACT
008620     REWRITE CUSTREC
008630     IF NOT WS-MST-OK
008640         MOVE "06" TO WS-REASON
008650         GO TO 3500-EXIT
008660     END-IF
008670     ADD 1 TO WS-TOT-CLOSES
008680     SET WS-APPLIED TO TRUE.
008690 3500-EXIT.
008700     EXIT.
008710*
008720*============================================================*
008730*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED    *
008740*                      TOKENS AND CLASSIFY EACH ONE            *
008750*============================================================*
008760 1100-PARSE-PARM.
008770     MOVE SPACES TO WS-PARM-TOKENS
008780     MOVE ZERO   TO WS-TOK-COUNT
008790     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
008800         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
008810              WS-PARM-TOK(03) WS-PARM-TOK(04)
008820              WS-PARM-TOK(05) WS-PARM-TOK(06)
008830              WS-PARM-TOK(07) WS-PARM-TOK(08)
008840              WS-PARM-TOK(09) WS-PARM-TOK(10)
008850         TALLYING IN WS-TOK-COUNT
008860     END-UNSTRING
008870     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
008880         VARYING WS-TOK-IDX FROM 1 BY 1
008890             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
008900 1100-EXIT.
008910     EXIT.
008920*
008930*============================================================*
008940*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD.        *
008950*                  CHKPT=N SETS THE CHECKPOINT INTERVAL (1 TO  *
008960*                  1000 TRANSACTIONS) AND COLD THROWS AWAY ANY  *
008970*                  CHECKPOINT LEFT BY AN EARLIER FAILED RUN.    *
008973*                  NORECYCLE LEAVES Data/CUSTRCY.TRN UNTOUCHED   *
008976*                  FOR THE NEXT NIGHT'S UPDATE                   *
008980*============================================================*
008990 1110-CLASSIFY-TOKEN.
009000     IF WS-PARM-TOK(WS-TOK-IDX) = "COLD"
009010         SET WS-COLD-START TO TRUE
009020     END-IF
009022     IF WS-PARM-TOK(WS-TOK-IDX) = "NORECYCLE"
009025         SET WS-NO-RECYCLE TO TRUE
009027     END-IF
009030     IF WS-PARM-TOK(WS-TOK-IDX)(1:6) = "CHKPT="
009040         MOVE WS-PARM-TOK(WS-TOK-IDX)(7:5) TO WS-CKP-TOKEN
009050         MOVE ZERO TO WS-CKP-LEN
009060         INSPECT WS-CKP-TOKEN TALLYING WS-CKP-LEN
009070             FOR CHARACTERS BEFORE INITIAL " "
009080         IF WS-CKP-LEN < 1 OR WS-CKP-LEN > 4
009090             MOVE "CHKPT= MUST BE 1 TO 1000"
009100                 TO WS-ABEND-MESSAGE
009110             PERFORM 9900-ABEND THRU 9900-EXIT
009120         END-IF
009130         IF WS-CKP-TOKEN(1:WS-CKP-LEN) IS NOT NUMERIC
009140             MOVE "CHKPT= MUST BE NUMERIC"
009150                 TO WS-ABEND-MESSAGE
009160             PERFORM 9900-ABEND THRU 9900-EXIT
009170         END-IF
009180         MOVE WS-CKP-TOKEN(1:WS-CKP-LEN) TO WS-CKP-INTERVAL
009190         IF WS-CKP-INTERVAL < 1 OR WS-CKP-INTERVAL > 1000
009200             MOVE "CHKPT= MUST BE 1 TO 1000"
009210                 TO WS-ABEND-MESSAGE
009220             PERFORM 9900-ABEND THRU 9900-EXIT
009230         END-IF
009240     END-IF.
009250 1110-EXIT.
009260     EXIT.
009270*
009280*============================================================*
009290*    1300-SCAN-HISTORY - COUNT THE HISTORY FILE SO EACH        *
009300*                  CHECKPOINT KNOWS HOW FAR HISTORY HAD GOT.  ON *
009310*                  A RESTART, THE RECORDS WRITTEN AFTER THE      *
009320*                  CHECKPOINT ARE HELD FOR 6500-MATCH-HISTORY    *
009330*============================================================*
009340 1300-SCAN-HISTORY.
009350     MOVE ZERO TO WS-HIST-COUNT
009360     OPEN INPUT HISTF
009370     IF WS-HST-NOTFOUND
009380         IF WS-SKIP-HIST > ZERO
009390             MOVE "HISTORY FILE MISSING - CANNOT RESUME RUN"
009400                 TO WS-ABEND-MESSAGE
009410             PERFORM 9900-ABEND THRU 9900-EXIT
009420         END-IF
009430         GO TO 1300-EXIT
009440     END-IF
009450     IF NOT WS-HST-OK
009460         MOVE SPACES TO WS-ABEND-MESSAGE
009470         STRING "UNABLE TO READ HISTORY - FILE STATUS = "
009480                    DELIMITED BY SIZE
009490                HST DELIMITED BY SIZE
009500             INTO WS-ABEND-MESSAGE
009510         END-STRING
009520         PERFORM 9900-ABEND THRU 9900-EXIT
009530     END-IF
009540     PERFORM UNTIL WS-HST-EOF
009550         READ HISTF
009560             AT END
009570                 CONTINUE
009580             NOT AT END
009590                 PERFORM 1310-TAKE-ONE-HISTORY THRU 1310-EXIT
009600         END-READ
009610     END-PERFORM
009620     CLOSE HISTF
009630     IF WS-HIST-COUNT < WS-SKIP-HIST
009640         MOVE "HISTORY FILE IS SHORTER THAN THE CHECKPOINT"
009650             TO WS-ABEND-MESSAGE
009660         PERFORM 9900-ABEND THRU 9900-EXIT
009670     END-IF
009680     IF WS-TAIL-COUNT > ZERO
009690         MOVE WS-TAIL-COUNT TO WS-TOT-CHECKPOINTS-ED
009700         DISPLAY "CUSTUPD - HISTORY RECORDS WRITTEN AFTER THE "
009710                 "CHECKPOINT: " WS-TOT-CHECKPOINTS-ED
009720     END-IF.
009730 1300-EXIT.
009740     EXIT.
009750*
009760*============================================================*
009770*    1310-TAKE-ONE-HISTORY - COUNT ONE HISTORY RECORD AND, ON  *
009780*                  A RESTART, KEEP IT IF IT IS PAST THE         *
009790*                  CHECKPOINT                                   *
009800*============================================================*
009810 1310-TAKE-ONE-HISTORY.
009820     IF NOT WS-HST-OK
009830         MOVE SPACES TO WS-ABEND-MESSAGE
009840         STRING "I/O ERROR READING HISTORY - STATUS = "
009850                    DELIMITED BY SIZE
009860                HST DELIMITED BY SIZE
009870             INTO WS-ABEND-MESSAGE
009880         END-STRING
009890         CLOSE HISTF
009900         PERFORM 9900-ABEND THRU 9900-EXIT
009910     END-IF
009920     ADD 1 TO WS-HIST-COUNT
009930     IF NOT WS-RESTART-RUN OR WS-HIST-COUNT NOT > WS-SKIP-HIST
009940         GO TO 1310-EXIT
009950     END-IF
009960     IF WS-TAIL-COUNT NOT < 1000
009970         MOVE "OVER 1000 HISTORY RECORDS PAST THE CHECKPOINT"
009980             TO WS-ABEND-MESSAGE
009990         CLOSE HISTF
010000         PERFORM 9900-ABEND THRU 9900-EXIT
010010     END-IF
010020     ADD 1 TO WS-TAIL-COUNT
010030     MOVE CUSTHIST-RECORD TO WS-TAIL-ENTRY(WS-TAIL-COUNT).
010040 1310-EXIT.
010050     EXIT.
010060*
010070*============================================================*
010080*    1400-HOLD-REJECTS - ON A RESTART, THE REJECTS FILE IS    *
010090*                  KEPT AS THE FAILED RUN LEFT IT.  REJECTS   *
010100*                  PAST THE COUNT AT THE CHECKPOINT ARE HELD  *
010110*                  FOR 6700-MATCH-REJECT, AND THE FILE IS     *
010120*                  REOPENED TO ADD TO                         *
010130*============================================================*
010140 1400-HOLD-REJECTS.
010150     MOVE ZERO TO WS-REJ-COUNT
010160     OPEN INPUT REJECTS
010170     IF NOT WS-JST-OK
010180         IF WS-TOT-REJECTED > ZERO
010190             MOVE "REJECTS FROM BEFORE THE RESTART ARE MISSING"
010200                 TO WS-ABEND-MESSAGE
010210             CLOSE TRANS
010220             CLOSE MASTER
010230             PERFORM 9900-ABEND THRU 9900-EXIT
010240         END-IF
010250         OPEN OUTPUT REJECTS
010260         GO TO 1400-EXIT
010270     END-IF
010280     PERFORM UNTIL WS-JST-EOF
010290         READ REJECTS
010300             AT END
010310                 CONTINUE
010320             NOT AT END
010330                 PERFORM 1410-HOLD-ONE-REJECT THRU 1410-EXIT
010340         END-READ
010350     END-PERFORM
010360     CLOSE REJECTS
010370     IF WS-REJ-COUNT < WS-TOT-REJECTED
010380         MOVE "REJECTS FILE IS SHORTER THAN THE CHECKPOINT"
010390             TO WS-ABEND-MESSAGE
010400         CLOSE TRANS
010410         CLOSE MASTER
010420         PERFORM 9900-ABEND THRU 9900-EXIT
010430     END-IF
010440     IF WS-RTAIL-COUNT > ZERO
010450         MOVE WS-RTAIL-COUNT TO WS-TOT-CHECKPOINTS-ED
010460         DISPLAY "CUSTUPD - REJECTS WRITTEN AFTER THE "
010470                 "CHECKPOINT: " WS-TOT-CHECKPOINTS-ED
010480     END-IF
010490     OPEN EXTEND REJECTS.
010500 1400-EXIT.
010510     EXIT.
010520*
010530*============================================================*
010540*    1410-HOLD-ONE-REJECT - COUNT ONE REJECT ON FILE AND, IF  *
010550*                  IT IS PAST THE CHECKPOINT, HOLD IT         *
010560*============================================================*
010570 1410-HOLD-ONE-REJECT.
010580     IF NOT WS-JST-OK
010590         MOVE SPACES TO WS-ABEND-MESSAGE
010600         STRING "I/O ERROR READING REJECTS - STATUS = "
010610                    DELIMITED BY SIZE
010620                JST DELIMITED BY SIZE
010630             INTO WS-ABEND-MESSAGE
010640         END-STRING
010650         CLOSE TRANS
010660         CLOSE MASTER
010670         CLOSE REJECTS
010680         PERFORM 9900-ABEND THRU 9900-EXIT
010690     END-IF
010700     ADD 1 TO WS-REJ-COUNT
010710     IF WS-REJ-COUNT NOT > WS-TOT-REJECTED
010720         GO TO 1410-EXIT
010730     END-IF
010740     IF WS-RTAIL-COUNT NOT < 1000
010750         MOVE "OVER 1000 REJECTS PAST THE CHECKPOINT"
010760             TO WS-ABEND-MESSAGE
010770         CLOSE TRANS
010780         CLOSE MASTER
010790         CLOSE REJECTS
010800         PERFORM 9900-ABEND THRU 9900-EXIT
010810     END-IF
010820     ADD 1 TO WS-RTAIL-COUNT
010830     MOVE REJ-RECORD TO WS-RTAIL-ENTRY(WS-RTAIL-COUNT).
010840 1410-EXIT.
010850     EXIT.
010860*
011030*============================================================*
011040*    1500-READ-CHECKPOINT - A CHECKPOINT LEFT BY A FAILED RUN  *
011050*                  MAKES THIS A RESTART: THE COUNTS, NET CHANGE, *
011060*                  RUN DATE AND FILE POSITIONS ARE PICKED UP     *
011070*                  WHERE THE FAILED RUN LAST SAVED THEM          *
011080*============================================================*
011090 1500-READ-CHECKPOINT.
011100     IF WS-COLD-START
011110         MOVE SPACES TO WS-SYS-COMMAND
011120         STRING "rm -f "     DELIMITED BY SIZE
011130                WS-CKP-PATH  DELIMITED BY SPACE
011140             INTO WS-SYS-COMMAND
011150         END-STRING
011160         CALL "SYSTEM" USING WS-SYS-COMMAND
011170         DISPLAY "CUSTUPD - COLD START - ANY CHECKPOINT DISCARDED"
011180         GO TO 1500-EXIT
011190     END-IF
011200     OPEN INPUT CKPF
011210     IF WS-KST-NOFILE
011220         GO TO 1500-EXIT
011230     END-IF
011240     IF NOT WS-KST-OK
011250         MOVE SPACES TO WS-ABEND-MESSAGE
011260         STRING "UNABLE TO OPEN CHECKPOINT - FILE STATUS = "
011270                    DELIMITED BY SIZE
011280                KST DELIMITED BY SIZE
011290             INTO WS-ABEND-MESSAGE
011300         END-STRING
011310         PERFORM 9900-ABEND THRU 9900-EXIT
011320     END-IF
011330     READ CKPF
011340         AT END
011350             MOVE "CHECKPOINT FILE IS EMPTY - RERUN COLD"
011360                 TO WS-ABEND-MESSAGE
011370             CLOSE CKPF
011380             PERFORM 9900-ABEND THRU 9900-EXIT
011390     END-READ
011400     IF NOT WS-KST-OK
011410         MOVE SPACES TO WS-ABEND-MESSAGE
011420         STRING "I/O ERROR READING CHECKPOINT - STATUS = "
011430                    DELIMITED BY SIZE
011440                KST DELIMITED BY SIZE
011450             INTO WS-ABEND-MESSAGE
011460         END-STRING
011470         CLOSE CKPF
011480         PERFORM 9900-ABEND THRU 9900-EXIT
011490     END-IF
011500     MOVE CKP-RUN-DATE TO WS-RUN-DATE
011510     MOVE SPACES TO WS-RUN-DATE-ED
011520     STRING WS-RUN-MM DELIMITED BY SIZE
011530            "/"        DELIMITED BY SIZE
011540            WS-RUN-DD  DELIMITED BY SIZE
011550            "/"        DELIMITED BY SIZE
011560            WS-RUN-YYYY DELIMITED BY SIZE
011570         INTO WS-RUN-DATE-ED
011580     END-STRING
011590     MOVE CKP-PHASE TO WS-CKP-PHASE
011600     IF CKP-PHASE-RECYCLE
011610         MOVE CKP-RCY-RECS TO WS-SKIP-RCY
011620     ELSE
011630         MOVE CKP-RCY-RECS TO WS-RCY-RECS
011640     END-IF
011650     MOVE CKP-TRN-RECS     TO WS-SKIP-TRN
011660     MOVE CKP-HIST-COUNT   TO WS-SKIP-HIST
011670     MOVE CKP-NET-CHANGE   TO WS-NET-CHANGE
011680     IF CKP-NET-NEG
011690         COMPUTE WS-NET-CHANGE = ZERO - WS-NET-CHANGE
011700     END-IF
011710     MOVE CKP-TOT-READ     TO WS-TOT-READ
011720     MOVE CKP-TOT-APPLIED  TO WS-TOT-APPLIED
011730     MOVE CKP-TOT-REJECTED TO WS-TOT-REJECTED
011740     MOVE CKP-TOT-ADDS     TO WS-TOT-ADDS
011750     MOVE CKP-TOT-CHANGES  TO WS-TOT-CHANGES
011760     MOVE CKP-TOT-DELETES  TO WS-TOT-DELETES
011770     MOVE CKP-TOT-ADJUSTS  TO WS-TOT-ADJUSTS
011780     MOVE CKP-TOT-CLOSES   TO WS-TOT-CLOSES
011790     MOVE CKP-TOT-RECYCLED TO WS-TOT-RECYCLED
011800     MOVE CKP-LAST-TRAN    TO WS-CKP-LAST-TRAN
011810     CLOSE CKPF
011820     SET WS-RESTART-RUN TO TRUE
011830     MOVE WS-TOT-READ TO WS-TOT-READ-ED
011840     DISPLAY "CUSTUPD - RESTARTING FROM CHECKPOINT FOR RUN DATE "
011850             WS-RUN-DATE-ED
011860     DISPLAY "CUSTUPD - TRANSACTIONS ALREADY PROCESSED: "
011870             WS-TOT-READ-ED.
011880 1500-EXIT.
011890     EXIT.
011900*
011910*============================================================*
011920*    1600-REOPEN-REGISTER - A RESTART ADDS TO THE REGISTER    *
011930*                  THE FAILED RUN STARTED                       *
011940*============================================================*
011950 1600-REOPEN-REGISTER.
011960     OPEN EXTEND RPT
011970     IF RST = "35"
011980         OPEN OUTPUT RPT
011990     END-IF.
012000 1600-EXIT.
012010     EXIT.
012020*
012030*============================================================*
012040*    1700-PRINT-RESTART - MARK WHERE THE RESTART PICKED UP    *
012050*============================================================*
012060 1700-PRINT-RESTART.
012070     MOVE WS-TOT-READ TO WS-TOT-READ-ED
012080     MOVE SPACES TO WS-RPT-LINE
012090     STRING "*** RESTARTED FROM CHECKPOINT - " DELIMITED BY SIZE
012100            WS-TOT-READ-ED                     DELIMITED BY SIZE
012110            " TRANSACTIONS ALREADY PROCESSED ***"
012120                                               DELIMITED BY SIZE
012130         INTO WS-RPT-LINE
012140     END-STRING
012150     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
012160     MOVE SPACES TO WS-RPT-LINE
012170     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
012180 1700-EXIT.
012190     EXIT.
012200*
012210*============================================================*
012220*    2050-TAKE-ONE-TRAN - COUNT ONE TRANSACTION FILE RECORD.  *
012230*                  ON A RESTART, RECORDS UP TO THE CHECKPOINT  *
012240*                  WERE DONE BY THE FAILED RUN AND ARE PASSED  *
012250*============================================================*
012260 2050-TAKE-ONE-TRAN.
012270     IF WS-TST-OK
012280         ADD 1 TO WS-TRN-RECS
012282         IF TRAN-HEADER OR TRAN-TRAILER
012284             PERFORM 2060-KEEP-BATCH-IDENT THRU 2060-EXIT
012286         END-IF
012290         IF WS-TRN-RECS NOT > WS-SKIP-TRN
012300             IF WS-TRN-RECS = WS-SKIP-TRN
012310                 PERFORM 6200-CHECK-RESUME-POINT THRU 6200-EXIT
012320             END-IF
012330             GO TO 2050-EXIT
012340         END-IF
012350     END-IF
012360     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT.
012370 2050-EXIT.
012380     EXIT.
012390*
012400*============================================================*
012410*    6000-TAKE-CHECKPOINT - COMMIT THE WORK SO FAR.  THE       *
012420*                  MASTER, REJECTS AND HISTORY ARE CLOSED AND   *
012430*                  REOPENED SO EVERYTHING BEFORE THE CHECKPOINT *
012440*                  IS ON DISK BEFORE THE CHECKPOINT SAYS SO      *
012450*============================================================*
012460 6000-TAKE-CHECKPOINT.
012470     CLOSE MASTER
012480     OPEN I-O MASTER
012490     IF NOT WS-MST-OK
012500         MOVE SPACES TO WS-ABEND-MESSAGE
012510         STRING "UNABLE TO REOPEN MASTER - STATUS = "
012520                    DELIMITED BY SIZE
012530                MST DELIMITED BY SIZE
012540             INTO WS-ABEND-MESSAGE
012550         END-STRING
012560         PERFORM 9900-ABEND THRU 9900-EXIT
012570     END-IF
012580     CLOSE REJECTS
012590     OPEN EXTEND REJECTS
012600     IF NOT WS-JST-OK
012610         MOVE SPACES TO WS-ABEND-MESSAGE
012620         STRING "UNABLE TO REOPEN REJECTS - STATUS = "
012630                    DELIMITED BY SIZE
012640                JST DELIMITED BY SIZE
012650             INTO WS-ABEND-MESSAGE
012660         END-STRING
012670         PERFORM 9900-ABEND THRU 9900-EXIT
012680     END-IF
012690     CLOSE HISTF
012700     OPEN EXTEND HISTF
012710     IF NOT WS-HST-OK
012720         MOVE SPACES TO WS-ABEND-MESSAGE
012730         STRING "UNABLE TO REOPEN HISTORY - STATUS = "
012740                    DELIMITED BY SIZE
012750                HST DELIMITED BY SIZE
012760             INTO WS-ABEND-MESSAGE
012770         END-STRING
012780         PERFORM 9900-ABEND THRU 9900-EXIT
012790     END-IF
012800     OPEN OUTPUT CKPF
012810     IF NOT WS-KST-OK
012820         MOVE SPACES TO WS-ABEND-MESSAGE
012830         STRING "UNABLE TO OPEN CHECKPOINT - FILE STATUS = "
012840                    DELIMITED BY SIZE
012850                KST DELIMITED BY SIZE
012860             INTO WS-ABEND-MESSAGE
012870         END-STRING
012880         PERFORM 9900-ABEND THRU 9900-EXIT
012890     END-IF
012900     MOVE SPACES          TO CUSTCKP-RECORD
012910     MOVE WS-RUN-DATE     TO CKP-RUN-DATE
012920     MOVE WS-PHASE        TO CKP-PHASE
012930     MOVE WS-RCY-RECS     TO CKP-RCY-RECS
012940     MOVE WS-TRN-RECS     TO CKP-TRN-RECS
012950     MOVE WS-HIST-COUNT   TO CKP-HIST-COUNT
012960     IF WS-NET-CHANGE < ZERO
012970         MOVE "-" TO CKP-NET-SIGN
012980         COMPUTE CKP-NET-CHANGE = ZERO - WS-NET-CHANGE
012990     ELSE
013000         MOVE "+" TO CKP-NET-SIGN
013010         MOVE WS-NET-CHANGE TO CKP-NET-CHANGE
013020     END-IF
013030     MOVE WS-TOT-READ     TO CKP-TOT-READ
013040     MOVE WS-TOT-APPLIED  TO CKP-TOT-APPLIED
013050     MOVE WS-TOT-REJECTED TO CKP-TOT-REJECTED
013060     MOVE WS-TOT-ADDS     TO CKP-TOT-ADDS
013070     MOVE WS-TOT-CHANGES  TO CKP-TOT-CHANGES
013080     MOVE WS-TOT-DELETES  TO CKP-TOT-DELETES
013090     MOVE WS-TOT-ADJUSTS  TO CKP-TOT-ADJUSTS
013100     MOVE WS-TOT-CLOSES   TO CKP-TOT-CLOSES
013110     MOVE WS-TOT-RECYCLED TO CKP-TOT-RECYCLED
013120     MOVE CUSTTRAN-RECORD TO CKP-LAST-TRAN
013130     WRITE CUSTCKP-RECORD
013140     IF NOT WS-KST-OK
013150         MOVE SPACES TO WS-ABEND-MESSAGE
013160         STRING "I/O ERROR WRITING CHECKPOINT - STATUS = "
013170                    DELIMITED BY SIZE
013180                KST DELIMITED BY SIZE
013190             INTO WS-ABEND-MESSAGE
013200         END-STRING
013210         CLOSE CKPF
013220         PERFORM 9900-ABEND THRU 9900-EXIT
013230     END-IF
013240     CLOSE CKPF
013250     ADD 1 TO WS-TOT-CHECKPOINTS
013260     MOVE ZERO TO WS-SINCE-CKP.
013270 6000-EXIT.
013280     EXIT.
013290*
013300*============================================================*
013310*    6200-CHECK-RESUME-POINT - THE LAST RECORD PASSED ON A     *
013320*                  RESTART MUST BE THE ONE THE CHECKPOINT       *
013330*                  SAVED, OR THE INPUT HAS CHANGED SINCE        *
013340*============================================================*
013350 6200-CHECK-RESUME-POINT.
013360     IF CUSTTRAN-RECORD NOT = WS-CKP-LAST-TRAN
013370         MOVE "INPUT DOES NOT MATCH THE CHECKPOINT - RERUN COLD"
013380             TO WS-ABEND-MESSAGE
013390         PERFORM 9900-ABEND THRU 9900-EXIT
013400     END-IF
013410     DISPLAY "CUSTUPD - RESUMING AFTER CHECKPOINTED TRANSACTION "
013420             TRAN-CODE " " TRAN-CUST-ID.
013430 6200-EXIT.
013440     EXIT.
013450*
013460*============================================================*
013470*    6500-MATCH-HISTORY - ON A RESTART, A TRANSACTION THE      *
013480*                  FAILED RUN APPLIED AFTER ITS LAST CHECKPOINT *
013490*                  IS ALREADY ON THE MASTER AND IN HISTORY.  IT *
013500*                  IS RECOGNIZED BY THE NEXT UNMATCHED HISTORY  *
013510*                  RECORD AND COUNTED FROM THERE, NOT REAPPLIED  *
013520*============================================================*
013530 6500-MATCH-HISTORY.
013540     IF WS-TAIL-IDX > WS-TAIL-COUNT
013550         GO TO 6500-EXIT
013560     END-IF
013570     MOVE WS-TAIL-ENTRY(WS-TAIL-IDX) TO CUSTHIST-RECORD
013580     IF HIS-CUST-ID NOT = TRAN-CUST-ID
013590        OR HIS-TRAN-CODE NOT = TRAN-CODE
013600         GO TO 6500-EXIT
013610     END-IF
013620     MOVE HIS-AMOUNT TO WS-TAIL-AMOUNT
013630     IF HIS-AMT-NEG
013640         COMPUTE WS-TAIL-AMOUNT = ZERO - WS-TAIL-AMOUNT
013650     END-IF
013660     IF WS-TAIL-AMOUNT NOT = WS-TRAN-AMOUNT
013670         GO TO 6500-EXIT
013680     END-IF
013690     MOVE HIS-BEF-BALANCE TO WS-BEFORE-BAL
013700     IF HIS-BEF-NEG
013710         COMPUTE WS-BEFORE-BAL = ZERO - WS-BEFORE-BAL
013720     END-IF
013730     MOVE HIS-AFT-BALANCE TO WS-AFTER-BAL
013740     IF HIS-AFT-NEG
013750         COMPUTE WS-AFTER-BAL = ZERO - WS-AFTER-BAL
013760     END-IF
013770     MOVE SPACES TO WS-SAVED-NAME
013780     IF NOT TRAN-DELETE
013790         MOVE TRAN-CUST-ID TO CUST-ID
013800         READ MASTER
013810         IF WS-MST-OK
013820             MOVE CUST-NAME TO WS-SAVED-NAME
013830         END-IF
013840     END-IF
013850     IF TRAN-ADD
013860         ADD WS-TRAN-AMOUNT TO WS-NET-CHANGE
013870         ADD 1 TO WS-TOT-ADDS
013880     END-IF
013890     IF TRAN-CHANGE
013900         ADD 1 TO WS-TOT-CHANGES
013910     END-IF
013920     IF TRAN-DELETE
013930         SUBTRACT WS-BEFORE-BAL FROM WS-NET-CHANGE
013940         ADD 1 TO WS-TOT-DELETES
013950     END-IF
013960     IF TRAN-BAL-ADJ
013970         ADD WS-TRAN-AMOUNT TO WS-NET-CHANGE
013980         ADD 1 TO WS-TOT-ADJUSTS
013990     END-IF
014000     IF TRAN-CLOSE
014010         ADD 1 TO WS-TOT-CLOSES
014020     END-IF
014030     ADD 1 TO WS-TAIL-IDX
014040     SET WS-HIST-MATCHED TO TRUE
014050     SET WS-APPLIED TO TRUE.
014060 6500-EXIT.
014070     EXIT.
014080*
014090*============================================================*
014100*    6600-NOTE-PRIOR-APPLY - FLAG A REGISTER LINE WHOSE        *
014110*                  TRANSACTION THE FAILED RUN HAD ALREADY        *
014120*                  APPLIED                                       *
014130*============================================================*
014140 6600-NOTE-PRIOR-APPLY.
014150     MOVE SPACES TO WS-RPT-LINE
014160     MOVE "   APPLIED BEFORE THE RESTART - HISTORY NOT REWRITTEN"
014170         TO WS-RPT-LINE
014180     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
014190 6600-EXIT.
014200     EXIT.
014210*
014220*============================================================*
014230*    8600-CLEAR-CHECKPOINT - THE RUN FINISHED AND ITS DAY      *
014240*                  TOTALS ARE WRITTEN, SO NO RESTART IS NEEDED   *
014250*============================================================*
014260 8600-CLEAR-CHECKPOINT.
014270     MOVE SPACES TO WS-SYS-COMMAND
014280     STRING "rm -f "     DELIMITED BY SIZE
014290            WS-CKP-PATH  DELIMITED BY SPACE
014300         INTO WS-SYS-COMMAND
014310     END-STRING
014320     CALL "SYSTEM" USING WS-SYS-COMMAND.
014330 8600-EXIT.
014340     EXIT.
014350*
014360*============================================================*
014370*    2060-KEEP-BATCH-IDENT - HOLD THE HEADER BATCH DATE AND   *
014380*                  THE TRAILER COUNT AND HASH FOR THE BATCH    *
014390*                  REGISTER.  THEY ARE TAKEN EVEN FROM RECORDS *
014400*                  PASSED ON A RESTART                          *
014410*============================================================*
014420 2060-KEEP-BATCH-IDENT.
014430     IF TRAN-HEADER AND HDR-BATCH-DATE IS NUMERIC
014440         MOVE HDR-BATCH-DATE TO WS-BI-BATCH-DATE
014450     END-IF
014460     IF TRAN-TRAILER
014470        AND TRL-RECORD-COUNT IS NUMERIC
014480        AND TRL-HASH-TOTAL IS NUMERIC
014490         MOVE TRL-RECORD-COUNT TO WS-BI-RECORD-COUNT
014500         MOVE TRL-HASH-TOTAL   TO WS-BI-HASH-TOTAL
014510     END-IF.
014520 2060-EXIT.
014530     EXIT.
014540*
014550*============================================================*
014560*    8700-REGISTER-BATCH - ADD THE BATCH JUST APPLIED TO THE   *
014570*                  PERMANENT PROCESSED-BATCH REGISTER CUSTEDT  *
014580*                  CHECKS EVERY NEW BATCH AGAINST               *
014590*============================================================*
014600 8700-REGISTER-BATCH.
014610     IF WS-BI-BATCH-DATE = ZERO
014620         DISPLAY "CUSTUPD - NO BATCH HEADER - NOT REGISTERED"
014630         GO TO 8700-EXIT
014640     END-IF
014650     OPEN EXTEND BRGF
014660     IF WS-GST-NOTFOUND
014670         OPEN OUTPUT BRGF
014680     END-IF
014690     IF NOT WS-GST-OK
014700         MOVE SPACES TO WS-ABEND-MESSAGE
014710         STRING "UNABLE TO OPEN BATCH REGISTER - FILE STATUS = "
014720                    DELIMITED BY SIZE
014730                GST DELIMITED BY SIZE
014740             INTO WS-ABEND-MESSAGE
014750         END-STRING
014760         PERFORM 9900-ABEND THRU 9900-EXIT
014770     END-IF
014780     MOVE SPACES             TO CUSTBRG-RECORD
014790     MOVE WS-BI-BATCH-DATE   TO BRG-BATCH-DATE
014800     MOVE WS-BI-RECORD-COUNT TO BRG-RECORD-COUNT
014810     MOVE WS-BI-HASH-TOTAL   TO BRG-HASH-TOTAL
014820     MOVE WS-RUN-DATE        TO BRG-RUN-DATE
014830     MOVE WS-RUN-TIME(1:6)   TO BRG-RUN-TIME
014840     MOVE WS-TOT-APPLIED     TO BRG-APPLIED
014850     WRITE CUSTBRG-RECORD
014860     IF NOT WS-GST-OK
014870         MOVE SPACES TO WS-ABEND-MESSAGE
014880         STRING "I/O ERROR WRITING BATCH REGISTER - STATUS = "
014890                    DELIMITED BY SIZE
014900                GST DELIMITED BY SIZE
014910             INTO WS-ABEND-MESSAGE
014920         END-STRING
014930         CLOSE BRGF
014940         PERFORM 9900-ABEND THRU 9900-EXIT
014950     END-IF
014960     CLOSE BRGF.
014970 8700-EXIT.
014980     EXIT.
014990*
015000*============================================================*
015010*    6700-MATCH-REJECT - ON A RESTART, A TRANSACTION THE      *
015020*                  FAILED RUN REJECTED AFTER ITS CHECKPOINT   *
015030*                  IS ALREADY ON THE REJECTS FILE.  IT IS     *
015040*                  KNOWN BY THE NEXT HELD REJECT AND TAKES    *
015050*                  THAT REJECT'S REASON WITHOUT BEING TRIED   *
015060*                  AGAIN AGAINST THE MASTER, WHICH MAY NOW    *
015070*                  CARRY LATER WORK OF THE FAILED RUN         *
015080*============================================================*
015090 6700-MATCH-REJECT.
015100     IF WS-HIST-MATCHED
015110        OR WS-RTAIL-IDX > WS-RTAIL-COUNT
015120         GO TO 6700-EXIT
015130     END-IF
015140     IF WS-RTAIL-ENTRY(WS-RTAIL-IDX)(4:60) NOT = CUSTTRAN-RECORD
015150         GO TO 6700-EXIT
015160     END-IF
015170     MOVE WS-RTAIL-ENTRY(WS-RTAIL-IDX)(1:2) TO WS-REASON
015180     ADD 1 TO WS-RTAIL-IDX
015190     SET WS-REJ-MATCHED TO TRUE.
015200 6700-EXIT.
015210     EXIT.
015220*
015230*============================================================*
015240*    6800-CHECK-HELD-TAIL - ON A RESTART EVERY HISTORY RECORD *
015250*                  AND EVERY REJECT WRITTEN AFTER THE          *
015260*                  CHECKPOINT MUST HAVE MATCHED A REPLAYED     *
015270*                  TRANSACTION.  IF ANY IS LEFT OVER THE RUN   *
015280*                  STOPS HERE - BEFORE THE RECYCLE PHASE-END   *
015290*                  CHECKPOINT, AND BEFORE THE DAY TOTALS ARE   *
015300*                  WRITTEN OR THE BATCH IS REGISTERED - SO THE *
015310*                  CHECKPOINT IT RESTARTED FROM IS KEPT        *
015320*============================================================*
015330 6800-CHECK-HELD-TAIL.
015340     IF WS-TAIL-IDX NOT > WS-TAIL-COUNT
015350         MOVE SPACES TO WS-ABEND-MESSAGE
015360         STRING "HISTORY FROM BEFORE THE RESTART WAS NOT ALL "
015370                    DELIMITED BY SIZE
015380                "MATCHED - CHECK THE MASTER" DELIMITED BY SIZE
015390             INTO WS-ABEND-MESSAGE
015400         END-STRING
015410         PERFORM 9900-ABEND THRU 9900-EXIT
015420     END-IF
015430     IF WS-RTAIL-IDX NOT > WS-RTAIL-COUNT
015440         MOVE SPACES TO WS-ABEND-MESSAGE
015450         STRING "REJECTS FROM BEFORE THE RESTART WERE NOT ALL "
015460                    DELIMITED BY SIZE
015470                "MATCHED - CHECK THE MASTER" DELIMITED BY SIZE
015480             INTO WS-ABEND-MESSAGE
015490         END-STRING
015500         PERFORM 9900-ABEND THRU 9900-EXIT
015510     END-IF.
015520 6800-EXIT.
015530     EXIT.
015540*
015550*============================================================*
015560*    2400-SKIP-RECYCLE - NORECYCLE RUN: THE RECYCLE FILE IS   *
015570*                  NEITHER APPLIED NOR REMOVED.  A CHECKPOINT  *
015580*                  TAKEN INSIDE THE RECYCLE PHASE CANNOT BE    *
015590*                  RESUMED THIS WAY                            *
015600*============================================================*
015610 2400-SKIP-RECYCLE.
015620     IF WS-RESTART-RUN AND NOT WS-CKP-PHASE-TRANS
015630         MOVE "RESTART IN RECYCLE PHASE - NORECYCLE NOT ALLOWED"
015640             TO WS-ABEND-MESSAGE
015650         PERFORM 9900-ABEND THRU 9900-EXIT
015660     END-IF
015670     DISPLAY "CUSTUPD - NORECYCLE - RECYCLE FILE LEFT FOR THE "
015680             "NEXT RUN".
015690 2400-EXIT.
015700     EXIT.
