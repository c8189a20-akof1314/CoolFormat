000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CUSTFEE.
000120 AUTHOR.        R DUNNE.
000130 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*
000170*MODIFICATION HISTORY
000180*----------------------------------------------------------
000190*10/15/26  RD  NEW PROGRAM.  MONTH-END FINANCE-CHARGE AND
000200*              SERVICE-FEE ASSESSMENT.  ONE SEQUENTIAL PASS OF
000210*              THE CUSTOMER MASTER CHARGES A FINANCE CHARGE ON
000220*              EVERY DEBIT BALANCE AND A FLAT SERVICE FEE ON
000230*              EVERY ACCOUNT, AT THE RATES, MINIMUMS AND RULES
000240*              IN THE Control/CUSTFEE.PRM RATE FILE (COPYBOOK
000250*              CUSTRAT).  CLOSED ACCOUNTS AND ACCOUNTS OPENED IN
000260*              THE ASSESSMENT MONTH ARE CHARGED OR WAIVED BY
000270*              THEIR OWN RULE ON EACH RATE RECORD.  THE CHARGES
000280*              ARE WRITTEN AS "B" BALANCE ADJUSTMENTS TO A
000290*              HEADED AND TRAILED Data/CUSTTRAN.DAT BATCH, SO
000300*              CUSTEDT PROVES IT AND CUSTUPD POSTS IT LIKE ANY
000310*              OTHER BATCH, IN THE MONTHEND STEPS OF
000315*              Control/NIGHTLY.STR.  THE MONTH IS MONTH=YYYYMM,
000320*              DEFAULT THE RUN MONTH.  A
000330*              CUSTTRAN.DAT BATCH NOT YET IN THE CUSTBRG
000340*              REGISTER IS NEVER OVERWRITTEN, AND A MONTH WHOSE
000350*              ASSESSMENT BATCH WAS POSTED IS NOT ASSESSED
000360*              AGAIN - EACH BATCH WRITTEN IS KEPT ON THE
000370*              Data/CUSTFEE.HST ASSESSMENT HISTORY FOR THAT
000380*              CHECK.  THE ASSESSMENT REGISTER LISTS EVERY
000390*              CHARGE AND WAIVER WITH TOTALS BY CHARGE TYPE.
000392*10/15/26  RD  NOW RUN AS A MONTHEND STEP OF Control/NIGHTLY.STR,
000395*              AFTER THE NIGHT'S OWN BATCH IS POSTED.  THE BATCH
000397*              HEADER AND ASSESSMENT HISTORY WRITES ARE CHECKED.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MASTER ASSIGN TO DYNAMIC WS-MASTER-PATH
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE  IS SEQUENTIAL
000500                RECORD KEY   IS CUST-ID
000510                FILE STATUS  IS MST.
000520     SELECT PRMF ASSIGN TO DYNAMIC WS-PRM-PATH
000530                ORGANIZATION IS LINE SEQUENTIAL
000540                FILE STATUS  IS PST.
000550     SELECT TRANS ASSIGN TO DYNAMIC WS-TRANS-PATH
000560                ORGANIZATION IS LINE SEQUENTIAL
000570                FILE STATUS  IS TST.
000580     SELECT BRGF ASSIGN TO DYNAMIC WS-BRG-PATH
000590                ORGANIZATION IS LINE SEQUENTIAL
000600                FILE STATUS  IS GST.
000610     SELECT FHSF ASSIGN TO DYNAMIC WS-FHS-PATH
000620                ORGANIZATION IS LINE SEQUENTIAL
000630                FILE STATUS  IS HST.
000640     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000650                ORGANIZATION IS LINE SEQUENTIAL
000660                FILE STATUS  IS RST.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*
000710 FD  MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CUSTREC.
000740*
000750 FD  PRMF
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CUSTRAT.
000780*
000790 FD  TRANS
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CUSTTRAN.
000820*
000830 FD  BRGF
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CUSTBRG.
000860*
000870 FD  FHSF
000880     LABEL RECORDS ARE STANDARD.
000890 01  FHS-RECORD.
000900     05  FHS-MONTH          PIC 9(06).
000910     05  FHS-BATCH-DATE     PIC 9(08).
000920     05  FHS-RECORD-COUNT   PIC 9(05).
000930     05  FHS-HASH-TOTAL     PIC 9(11)V99.
000940     05  FHS-RUN-DATE       PIC 9(08).
000950     05  FHS-RUN-TIME       PIC 9(06).
000960     05  FILLER             PIC X(10).
000970*
000980 FD  RPT
000990     LABEL RECORDS ARE STANDARD.
001000 01  RPT-RECORD             PIC X(100).
001010*
001020 WORKING-STORAGE SECTION.
001030*
001040*    FILE STATUS AND SWITCHES
001050*
001060 01  WS-MASTER-STATUS.
001070     05  MST                PIC X(02)  VALUE "00".
001080         88  WS-MST-OK                 VALUE "00".
001090         88  WS-MST-EOF                VALUE "10".
001100         88  WS-MST-NOFILE             VALUE "35".
001110*
001120 01  WS-PRM-STATUS.
001130     05  PST                PIC X(02)  VALUE "00".
001140         88  WS-PST-OK                 VALUE "00".
001150         88  WS-PST-EOF                VALUE "10".
001160         88  WS-PST-NOFILE             VALUE "35".
001170*
001180 01  WS-TRANS-STATUS.
001190     05  TST                PIC X(02)  VALUE "00".
001200         88  WS-TST-OK                 VALUE "00".
001210         88  WS-TST-EOF                VALUE "10".
001220         88  WS-TST-NOFILE             VALUE "35".
001230*
001240 01  WS-BRG-STATUS.
001250     05  GST                PIC X(02)  VALUE "00".
001260         88  WS-GST-OK                 VALUE "00".
001270         88  WS-GST-EOF                VALUE "10".
001280         88  WS-GST-NOFILE             VALUE "35".
001290*
001300 01  WS-FHS-STATUS.
001310     05  HST                PIC X(02)  VALUE "00".
001320         88  WS-HST-OK                 VALUE "00" "05".
001330         88  WS-HST-EOF                VALUE "10".
001340         88  WS-HST-NOFILE             VALUE "35".
001350*
001360 01  WS-RPT-STATUS.
001370     05  RST                PIC X(02)  VALUE "00".
001380*
001390 01  WS-MASTER-PATH         PIC X(64)  VALUE "Data/CUSTMAST.DAT".
001400 01  WS-PRM-PATH            PIC X(64)
001410                            VALUE "Control/CUSTFEE.PRM".
001420 01  WS-TRANS-PATH          PIC X(64)  VALUE "Data/CUSTTRAN.DAT".
001430 01  WS-BRG-PATH            PIC X(64)  VALUE "Data/CUSTBRG.DAT".
001440 01  WS-FHS-PATH            PIC X(64)  VALUE "Data/CUSTFEE.HST".
001450 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
001460*
001470 01  WS-PAGE-CTL.
001480     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
001490     05  WS-PAGE-NO-ED      PIC ZZZ9.
001500     05  WS-LINE-CTR        PIC 9(03)  COMP VALUE ZERO.
001510     05  WS-LINE-MAX        PIC 9(03)  COMP VALUE 55.
001520*
001530*    RUN DATE/TIME STAMP
001540*
001550 01  WS-RUN-DATE.
001560     05  WS-RUN-YYYY        PIC 9(04).
001570     05  WS-RUN-MM          PIC 9(02).
001580     05  WS-RUN-DD          PIC 9(02).
001590 01  WS-RUN-TIME.
001600     05  WS-RUN-HH          PIC 9(02).
001610     05  WS-RUN-MN          PIC 9(02).
001620     05  WS-RUN-SS          PIC 9(02).
001630     05  WS-RUN-HS          PIC 9(02).
001640 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001650 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001660*
001670*    ASSESSMENT MONTH (MONTH= PARM, DEFAULT THE RUN MONTH)
001680*
001690 01  WS-FEE-MONTH-AREA.
001700     05  WS-FEE-MONTH       PIC 9(06)  VALUE ZERO.
001710     05  WS-FEE-MONTH-R REDEFINES WS-FEE-MONTH.
001720         10  WS-FEE-YYYY    PIC 9(04).
001730         10  WS-FEE-MM      PIC 9(02).
001740     05  WS-RUN-MONTH       PIC 9(06)  VALUE ZERO.
001750     05  WS-OPEN-MONTH      PIC 9(06)  VALUE ZERO.
001760     05  WS-FEE-MONTH-ED    PIC X(07)  VALUE SPACES.
001770     05  WS-MONTH-TOKEN     PIC X(06)  VALUE SPACES.
001780     05  WS-MONTH-LEN       PIC 9(02)  COMP VALUE ZERO.
001790*
001800*    RATES AND RULES TAKEN OFF THE RATE FILE
001810*
001820 01  WS-FIN-RATES.
001830     05  WS-FIN-FOUND-SW    PIC X(01)  VALUE "N".
001840         88  WS-FIN-FOUND              VALUE "Y".
001850     05  WS-FIN-RATE        PIC 9V9(04) VALUE ZERO.
001860     05  WS-FIN-MINIMUM     PIC 9(05)V99 VALUE ZERO.
001870     05  WS-FIN-THRESHOLD   PIC 9(07)V99 VALUE ZERO.
001880     05  WS-FIN-CLOSED-RULE PIC X(01)  VALUE "C".
001890         88  WS-FIN-CLOSED-WAIVE       VALUE "W".
001900     05  WS-FIN-NEW-RULE    PIC X(01)  VALUE "C".
001910         88  WS-FIN-NEW-WAIVE          VALUE "W".
001920     05  WS-FIN-DESC        PIC X(30)  VALUE SPACES.
001930*
001940 01  WS-SVC-RATES.
001950     05  WS-SVC-FOUND-SW    PIC X(01)  VALUE "N".
001960         88  WS-SVC-FOUND              VALUE "Y".
001970     05  WS-SVC-AMOUNT      PIC 9(05)V99 VALUE ZERO.
001980     05  WS-SVC-CLOSED-RULE PIC X(01)  VALUE "W".
001990         88  WS-SVC-CLOSED-WAIVE       VALUE "W".
002000     05  WS-SVC-NEW-RULE    PIC X(01)  VALUE "C".
002010         88  WS-SVC-NEW-WAIVE          VALUE "W".
002020     05  WS-SVC-DESC        PIC X(30)  VALUE SPACES.
002030*
002040 01  WS-RATE-ED             PIC 9.9999.
002050 01  WS-MIN-ED              PIC ZZZZ9.99.
002060 01  WS-THRESH-ED           PIC ZZZZZZ9.99.
002070*
002080*    THE BATCH NOW ON CUSTTRAN.DAT, PROVED POSTED OR NOT
002090*
002100 01  WS-OLD-BATCH.
002110     05  WS-OLD-RECS        PIC 9(07)  COMP VALUE ZERO.
002120     05  WS-OLD-HDR-SW      PIC X(01)  VALUE "N".
002130         88  WS-OLD-HAS-HDR            VALUE "Y".
002140     05  WS-OLD-TRL-SW      PIC X(01)  VALUE "N".
002150         88  WS-OLD-HAS-TRL            VALUE "Y".
002160     05  WS-OLD-BATCH-DATE  PIC 9(08)  VALUE ZERO.
002170     05  WS-OLD-RECORD-COUNT
002180                            PIC 9(05)  VALUE ZERO.
002190     05  WS-OLD-HASH-TOTAL  PIC 9(11)V99 VALUE ZERO.
002200     05  WS-OLD-POSTED-SW   PIC X(01)  VALUE "N".
002210         88  WS-OLD-POSTED             VALUE "Y".
002220     05  WS-OLD-OURS-SW     PIC X(01)  VALUE "N".
002230         88  WS-OLD-OURS               VALUE "Y".
002240*
002250*    EARLIER ASSESSMENT BATCHES WRITTEN FOR THE SAME MONTH
002260*
002270 01  WS-PRIOR-TABLE.
002280     05  WS-PRIOR-COUNT     PIC 9(03)  COMP VALUE ZERO.
002290     05  WS-PRIOR-MAX       PIC 9(03)  COMP VALUE 50.
002300     05  WS-PRIOR-ENTRY OCCURS 50 TIMES.
002310         10  WS-PR-BATCH-DATE
002320                            PIC 9(08).
002330         10  WS-PR-RECORD-COUNT
002340                            PIC 9(05).
002350         10  WS-PR-HASH-TOTAL
002360                            PIC 9(11)V99.
002370 01  WS-PR-IDX              PIC 9(03)  COMP VALUE ZERO.
002380 01  WS-POSTED-SW           PIC X(01)  VALUE "N".
002390     88  WS-MONTH-POSTED               VALUE "Y".
002400 01  WS-POSTED-DATE         PIC 9(08)  VALUE ZERO.
002410 01  WS-POSTED-DATE-ED      PIC X(10)  VALUE SPACES.
002420*
002430*    ONE ACCOUNT'S CHARGE
002440*
002450 01  WS-CHARGE-WORK.
002460     05  WS-CHARGE          PIC 9(07)V99 VALUE ZERO.
002470     05  WS-NEW-SW          PIC X(01)  VALUE "N".
002480         88  WS-NEW-ACCOUNT            VALUE "Y".
002490     05  WS-CHG-TYPE        PIC X(08)  VALUE SPACES.
002500     05  WS-CHG-NOTE        PIC X(16)  VALUE SPACES.
002510*
002520*    THE ASSESSMENT BATCH CONTROLS
002530*
002540 01  WS-OUT-CONTROLS.
002550     05  WS-OUT-COUNT       PIC 9(05)  VALUE ZERO.
002560     05  WS-OUT-HASH        PIC 9(11)V99 VALUE ZERO.
002570     05  WS-OUT-MAX         PIC 9(05)  VALUE 99999.
002580*
002590*    RUN TOTALS BY CHARGE TYPE
002600*
002610 01  WS-RUN-TOTALS.
002620     05  WS-TOT-READ        PIC 9(07)  COMP VALUE ZERO.
002630     05  WS-TOT-ACTIVE      PIC 9(07)  COMP VALUE ZERO.
002640     05  WS-TOT-CLOSED      PIC 9(07)  COMP VALUE ZERO.
002650     05  WS-TOT-NEW         PIC 9(07)  COMP VALUE ZERO.
002660     05  WS-FIN-COUNT       PIC 9(07)  COMP VALUE ZERO.
002670     05  WS-FIN-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002680     05  WS-FIN-MIN-COUNT   PIC 9(07)  COMP VALUE ZERO.
002690     05  WS-FIN-EXEMPT      PIC 9(07)  COMP VALUE ZERO.
002700     05  WS-FIN-WAIVED      PIC 9(07)  COMP VALUE ZERO.
002710     05  WS-SVC-COUNT       PIC 9(07)  COMP VALUE ZERO.
002720     05  WS-SVC-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002730     05  WS-SVC-WAIVED      PIC 9(07)  COMP VALUE ZERO.
002740     05  WS-ALL-COUNT       PIC 9(07)  COMP VALUE ZERO.
002750     05  WS-ALL-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002760 01  WS-CNT-ED              PIC ZZZZZZ9.
002770 01  WS-CNT2-ED             PIC ZZZZZZ9.
002780 01  WS-CNT3-ED             PIC ZZZZZZ9.
002790 01  WS-CNT4-ED             PIC ZZZZZZ9.
002800 01  WS-AMT-ED              PIC ZZZZZZZZZZ9.99.
002810*
002820*    EDITED DETAIL FIELDS
002830*
002840 01  WS-BAL-ED              PIC ZZZZZZ9.99-.
002850 01  WS-CHG-ED              PIC ZZZZZZ9.99 BLANK WHEN ZERO.
002860*
002870*    REPORT LINE WORK AREA
002880*
002890 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
002900*
002910*    RUN PARM WORK AREAS
002920*
002930 01  WS-PARM-AREA.
002940     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
002950*
002960 01  WS-PARM-TOKENS.
002970     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
002980     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
002990 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
003000*
003010*    SHELL COMMAND WORK AREA
003020*
003030 01  WS-SYS-COMMAND         PIC X(80)  VALUE SPACES.
003040*
003050*    ABEND MESSAGE WORK AREA
003060*
003070 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
003080*
003090 PROCEDURE DIVISION.
003100*
003110*============================================================*
003120*    0000-MAINLINE                                            *
003130*============================================================*
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
003160     PERFORM 1300-LOAD-RATES       THRU 1300-EXIT
003170     PERFORM 1500-CHECK-BATCH-FILE THRU 1500-EXIT
003180     PERFORM 1600-SCAN-ASSESSMENTS THRU 1600-EXIT
003190     PERFORM 1700-CHECK-REGISTER   THRU 1700-EXIT
003200     PERFORM 1900-PRINT-RATES      THRU 1900-EXIT
003210     PERFORM 2000-ASSESS-MASTER    THRU 2000-EXIT
003220     PERFORM 3000-RECORD-ASSESSMENT THRU 3000-EXIT
003230     PERFORM 8000-PRINT-TOTALS     THRU 8000-EXIT
003240     PERFORM 9000-TERMINATE        THRU 9000-EXIT
003250     STOP RUN.
003260*
003270*============================================================*
003280*    1000-INITIALIZE - ACCEPT THE PARM AND SETTLE THE         *
003290*                  ASSESSMENT MONTH                             *
003300*============================================================*
003310 1000-INITIALIZE.
003320     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
003330     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
003340     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
003350     MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
003360     IF WS-FEE-MONTH = ZERO
003370         MOVE WS-RUN-MONTH TO WS-FEE-MONTH
003380     END-IF
003390     IF WS-FEE-MM < 1 OR WS-FEE-MM > 12
003400         MOVE "MONTH= MUST BE YYYYMM WITH MM 01-12"
003410             TO WS-ABEND-MESSAGE
003420         PERFORM 9900-ABEND THRU 9900-EXIT
003430     END-IF
003440     IF WS-FEE-MONTH > WS-RUN-MONTH
003450         MOVE "MONTH= CANNOT BE A FUTURE MONTH"
003460             TO WS-ABEND-MESSAGE
003470         PERFORM 9900-ABEND THRU 9900-EXIT
003480     END-IF
003490     STRING WS-FEE-MM   DELIMITED BY SIZE
003500            "/"         DELIMITED BY SIZE
003510            WS-FEE-YYYY DELIMITED BY SIZE
003520         INTO WS-FEE-MONTH-ED
003530     END-STRING
003540     MOVE "mkdir -p Data" TO WS-SYS-COMMAND
003550     CALL "SYSTEM" USING WS-SYS-COMMAND.
003560 1000-EXIT.
003570     EXIT.
003580*
003590*============================================================*
003600*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED    *
003610*                      TOKENS AND CLASSIFY EACH ONE            *
003620*============================================================*
003630 1100-PARSE-PARM.
003640     MOVE SPACES TO WS-PARM-TOKENS
003650     MOVE ZERO   TO WS-TOK-COUNT
003660     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
003670         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
003680              WS-PARM-TOK(03) WS-PARM-TOK(04)
003690              WS-PARM-TOK(05) WS-PARM-TOK(06)
003700              WS-PARM-TOK(07) WS-PARM-TOK(08)
003710              WS-PARM-TOK(09) WS-PARM-TOK(10)
003720         TALLYING IN WS-TOK-COUNT
003730     END-UNSTRING
003740     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
003750         VARYING WS-TOK-IDX FROM 1 BY 1
003760             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
003770 1100-EXIT.
003780     EXIT.
003790*
003800*============================================================*
003810*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD          *
003820*============================================================*
003830 1110-CLASSIFY-TOKEN.
003840     IF WS-PARM-TOK(WS-TOK-IDX)(1:6) = "MONTH="
003850         MOVE WS-PARM-TOK(WS-TOK-IDX)(7:6) TO WS-MONTH-TOKEN
003860         MOVE ZERO TO WS-MONTH-LEN
003870         INSPECT WS-MONTH-TOKEN TALLYING WS-MONTH-LEN
003880             FOR CHARACTERS BEFORE INITIAL " "
003890         IF WS-MONTH-LEN NOT = 6
003900            OR WS-MONTH-TOKEN IS NOT NUMERIC
003910             MOVE "MONTH= MUST BE YYYYMM"
003920                 TO WS-ABEND-MESSAGE
003930             PERFORM 9900-ABEND THRU 9900-EXIT
003940         END-IF
003950         MOVE WS-MONTH-TOKEN TO WS-FEE-MONTH
003960     END-IF.
003970 1110-EXIT.
003980     EXIT.
003990*
004000*============================================================*
004010*    1200-GET-TIMESTAMP - CAPTURE AND EDIT THE RUN DATE/TIME  *
004020*============================================================*
004030 1200-GET-TIMESTAMP.
004040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004050     ACCEPT WS-RUN-TIME FROM TIME
004060     STRING WS-RUN-MM DELIMITED BY SIZE
004070            "/"        DELIMITED BY SIZE
004080            WS-RUN-DD  DELIMITED BY SIZE
004090            "/"        DELIMITED BY SIZE
004100            WS-RUN-YYYY DELIMITED BY SIZE
004110         INTO WS-RUN-DATE-ED
004120     END-STRING
004130     STRING WS-RUN-HH DELIMITED BY SIZE
004140            ":"        DELIMITED BY SIZE
004150            WS-RUN-MN  DELIMITED BY SIZE
004160            ":"        DELIMITED BY SIZE
004170            WS-RUN-SS  DELIMITED BY SIZE
004180         INTO WS-RUN-TIME-ED
004190     END-STRING.
004200 1200-EXIT.
004210     EXIT.
004220*
004230*============================================================*
004240*    1300-LOAD-RATES - READ THE RATE FILE.  ONE FINANCE       *
004250*                  CHARGE (F) AND ONE SERVICE FEE (S) RECORD   *
004260*                  ARE REQUIRED; A ZERO RATE OR FEE SWITCHES   *
004270*                  THAT CHARGE OFF                              *
004280*============================================================*
004290 1300-LOAD-RATES.
004300     OPEN INPUT PRMF
004310     IF WS-PST-NOFILE
004320         MOVE "NO RATE FILE - Control/CUSTFEE.PRM IS REQUIRED"
004330             TO WS-ABEND-MESSAGE
004340         PERFORM 9900-ABEND THRU 9900-EXIT
004350     END-IF
004360     IF NOT WS-PST-OK
004370         MOVE SPACES TO WS-ABEND-MESSAGE
004380         STRING "UNABLE TO OPEN RATE FILE - FILE STATUS = "
004390                    DELIMITED BY SIZE
004400                PST DELIMITED BY SIZE
004410             INTO WS-ABEND-MESSAGE
004420         END-STRING
004430         PERFORM 9900-ABEND THRU 9900-EXIT
004440     END-IF
004450     PERFORM UNTIL WS-PST-EOF
004460         READ PRMF
004470             AT END
004480                 CONTINUE
004490             NOT AT END
004500                 PERFORM 1310-TAKE-RATE-RECORD THRU 1310-EXIT
004510         END-READ
004520     END-PERFORM
004530     CLOSE PRMF
004540     IF NOT WS-FIN-FOUND
004550         MOVE "RATE FILE HAS NO FINANCE CHARGE (F) RECORD"
004560             TO WS-ABEND-MESSAGE
004570         PERFORM 9900-ABEND THRU 9900-EXIT
004580     END-IF
004590     IF NOT WS-SVC-FOUND
004600         MOVE "RATE FILE HAS NO SERVICE FEE (S) RECORD"
004610             TO WS-ABEND-MESSAGE
004620         PERFORM 9900-ABEND THRU 9900-EXIT
004630     END-IF.
004640 1300-EXIT.
004650     EXIT.
004660*
004670*============================================================*
004680*    1310-TAKE-RATE-RECORD - EDIT ONE RATE RECORD.  BLANK AND *
004690*                  "*" COMMENT LINES ARE SKIPPED                *
004700*============================================================*
004710 1310-TAKE-RATE-RECORD.
004720     IF NOT WS-PST-OK
004730         MOVE SPACES TO WS-ABEND-MESSAGE
004740         STRING "I/O ERROR READING RATE FILE - STATUS = "
004750                    DELIMITED BY SIZE
004760                PST DELIMITED BY SIZE
004770             INTO WS-ABEND-MESSAGE
004780         END-STRING
004790         CLOSE PRMF
004800         PERFORM 9900-ABEND THRU 9900-EXIT
004810     END-IF
004820     IF RAT-COMMENT
004830         GO TO 1310-EXIT
004840     END-IF
004850     IF NOT RAT-FINANCE AND NOT RAT-SERVICE
004860         MOVE SPACES TO WS-ABEND-MESSAGE
004870         STRING "RATE FILE RECORD TYPE NOT F OR S: "
004880                    DELIMITED BY SIZE
004890                RAT-TYPE DELIMITED BY SIZE
004900             INTO WS-ABEND-MESSAGE
004910         END-STRING
004920         CLOSE PRMF
004930         PERFORM 9900-ABEND THRU 9900-EXIT
004940     END-IF
004950     IF RAT-RATE IS NOT NUMERIC
004960        OR RAT-AMOUNT IS NOT NUMERIC
004970        OR RAT-THRESHOLD IS NOT NUMERIC
004980        OR NOT RAT-VALID-CLOSED
004990        OR NOT RAT-VALID-NEW
005000         MOVE SPACES TO WS-ABEND-MESSAGE
005010         STRING "RATE FILE FIELDS OR RULES NOT VALID - TYPE "
005020                    DELIMITED BY SIZE
005030                RAT-TYPE DELIMITED BY SIZE
005040             INTO WS-ABEND-MESSAGE
005050         END-STRING
005060         CLOSE PRMF
005070         PERFORM 9900-ABEND THRU 9900-EXIT
005080     END-IF
005090     IF (RAT-FINANCE AND WS-FIN-FOUND)
005100        OR (RAT-SERVICE AND WS-SVC-FOUND)
005110         MOVE SPACES TO WS-ABEND-MESSAGE
005120         STRING "RATE FILE HAS MORE THAN ONE RECORD - TYPE "
005130                    DELIMITED BY SIZE
005140                RAT-TYPE DELIMITED BY SIZE
005150             INTO WS-ABEND-MESSAGE
005160         END-STRING
005170         CLOSE PRMF
005180         PERFORM 9900-ABEND THRU 9900-EXIT
005190     END-IF
005200     IF RAT-FINANCE
005210         SET WS-FIN-FOUND TO TRUE
005220         MOVE RAT-RATE        TO WS-FIN-RATE
005230         MOVE RAT-AMOUNT      TO WS-FIN-MINIMUM
005240         MOVE RAT-THRESHOLD   TO WS-FIN-THRESHOLD
005250         MOVE RAT-CLOSED-RULE TO WS-FIN-CLOSED-RULE
005260         MOVE RAT-NEW-RULE    TO WS-FIN-NEW-RULE
005270         MOVE RAT-DESC        TO WS-FIN-DESC
005280     ELSE
005290         SET WS-SVC-FOUND TO TRUE
005300         MOVE RAT-AMOUNT      TO WS-SVC-AMOUNT
005310         MOVE RAT-CLOSED-RULE TO WS-SVC-CLOSED-RULE
005320         MOVE RAT-NEW-RULE    TO WS-SVC-NEW-RULE
005330         MOVE RAT-DESC        TO WS-SVC-DESC
005340     END-IF.
005350 1310-EXIT.
005360     EXIT.
005370*
005380*============================================================*
005390*    1500-CHECK-BATCH-FILE - TAKE THE IDENTITY OF THE BATCH   *
005400*                  NOW ON CUSTTRAN.DAT (HEADER DATE, TRAILER   *
005410*                  COUNT AND HASH) SO IT CAN BE PROVED POSTED  *
005420*                  BEFORE IT IS OVERWRITTEN                     *
005430*============================================================*
005440 1500-CHECK-BATCH-FILE.
005450     OPEN INPUT TRANS
005460     IF WS-TST-NOFILE
005470         GO TO 1500-EXIT
005480     END-IF
005490     IF NOT WS-TST-OK
005500         MOVE SPACES TO WS-ABEND-MESSAGE
005510         STRING "UNABLE TO OPEN TRANSACTIONS - FILE STATUS = "
005520                    DELIMITED BY SIZE
005530                TST DELIMITED BY SIZE
005540             INTO WS-ABEND-MESSAGE
005550         END-STRING
005560         PERFORM 9900-ABEND THRU 9900-EXIT
005570     END-IF
005580     PERFORM UNTIL WS-TST-EOF
005590         READ TRANS
005600             AT END
005610                 CONTINUE
005620             NOT AT END
005630                 PERFORM 1510-TAKE-OLD-RECORD THRU 1510-EXIT
005640         END-READ
005650     END-PERFORM
005660     CLOSE TRANS.
005670 1500-EXIT.
005680     EXIT.
005690*
005700*============================================================*
005710*    1510-TAKE-OLD-RECORD - KEEP THE HEADER AND TRAILER       *
005720*                  CONTROLS OF THE BATCH NOW ON FILE             *
005730*============================================================*
005740 1510-TAKE-OLD-RECORD.
005750     IF NOT WS-TST-OK
005760         MOVE SPACES TO WS-ABEND-MESSAGE
005770         STRING "I/O ERROR READING TRANSACTIONS - STATUS = "
005780                    DELIMITED BY SIZE
005790                TST DELIMITED BY SIZE
005800             INTO WS-ABEND-MESSAGE
005810         END-STRING
005820         CLOSE TRANS
005830         PERFORM 9900-ABEND THRU 9900-EXIT
005840     END-IF
005850     ADD 1 TO WS-OLD-RECS
005860     IF TRAN-HEADER AND HDR-BATCH-DATE IS NUMERIC
005870         SET WS-OLD-HAS-HDR TO TRUE
005880         MOVE HDR-BATCH-DATE TO WS-OLD-BATCH-DATE
005890     END-IF
005900     IF TRAN-TRAILER
005910        AND TRL-RECORD-COUNT IS NUMERIC
005920        AND TRL-HASH-TOTAL IS NUMERIC
005930         SET WS-OLD-HAS-TRL TO TRUE
005940         MOVE TRL-RECORD-COUNT TO WS-OLD-RECORD-COUNT
005950         MOVE TRL-HASH-TOTAL   TO WS-OLD-HASH-TOTAL
005960     END-IF.
005970 1510-EXIT.
005980     EXIT.
005990*
006000*============================================================*
006010*    1600-SCAN-ASSESSMENTS - TABLE EVERY BATCH ALREADY        *
006020*                  WRITTEN FOR THE ASSESSMENT MONTH, AND NOTE   *
006030*                  WHETHER THE BATCH ON CUSTTRAN.DAT IS AN      *
006040*                  EARLIER ASSESSMENT BATCH OF OUR OWN          *
006050*============================================================*
006060 1600-SCAN-ASSESSMENTS.
006070     OPEN INPUT FHSF
006080     IF WS-HST-NOFILE
006090         GO TO 1600-EXIT
006100     END-IF
006110     IF NOT WS-HST-OK
006120         MOVE SPACES TO WS-ABEND-MESSAGE
006130         STRING "UNABLE TO OPEN ASSESSMENT HISTORY - STATUS = "
006140                    DELIMITED BY SIZE
006150                HST DELIMITED BY SIZE
006160             INTO WS-ABEND-MESSAGE
006170         END-STRING
006180         PERFORM 9900-ABEND THRU 9900-EXIT
006190     END-IF
006200     PERFORM UNTIL WS-HST-EOF
006210         READ FHSF
006220             AT END
006230                 CONTINUE
006240             NOT AT END
006250                 PERFORM 1610-TAKE-ONE-ASSESSMENT THRU 1610-EXIT
006260         END-READ
006270     END-PERFORM
006280     CLOSE FHSF.
006290 1600-EXIT.
006300     EXIT.
006310*
006320*============================================================*
006330*    1610-TAKE-ONE-ASSESSMENT - ONE ASSESSMENT HISTORY RECORD *
006340*============================================================*
006350 1610-TAKE-ONE-ASSESSMENT.
006360     IF NOT WS-HST-OK
006370         MOVE SPACES TO WS-ABEND-MESSAGE
006380         STRING "I/O ERROR READING ASSESSMENT HISTORY - STATUS = "
006390                    DELIMITED BY SIZE
006400                HST DELIMITED BY SIZE
006410             INTO WS-ABEND-MESSAGE
006420         END-STRING
006430         CLOSE FHSF
006440         PERFORM 9900-ABEND THRU 9900-EXIT
006450     END-IF
006460     IF FHS-MONTH IS NOT NUMERIC
006470        OR FHS-BATCH-DATE IS NOT NUMERIC
006480        OR FHS-RECORD-COUNT IS NOT NUMERIC
006490        OR FHS-HASH-TOTAL IS NOT NUMERIC
006500         GO TO 1610-EXIT
006510     END-IF
006520     IF WS-OLD-HAS-HDR AND WS-OLD-HAS-TRL
006530        AND FHS-BATCH-DATE   = WS-OLD-BATCH-DATE
006540        AND FHS-RECORD-COUNT = WS-OLD-RECORD-COUNT
006550        AND FHS-HASH-TOTAL   = WS-OLD-HASH-TOTAL
006560         SET WS-OLD-OURS TO TRUE
006570     END-IF
006580     IF FHS-MONTH NOT = WS-FEE-MONTH
006590         GO TO 1610-EXIT
006600     END-IF
006610     IF WS-PRIOR-COUNT NOT < WS-PRIOR-MAX
006620         MOVE "MORE THAN 50 ASSESSMENT BATCHES FOR ONE MONTH"
006630             TO WS-ABEND-MESSAGE
006640         CLOSE FHSF
006650         PERFORM 9900-ABEND THRU 9900-EXIT
006660     END-IF
006670     ADD 1 TO WS-PRIOR-COUNT
006680     MOVE FHS-BATCH-DATE   TO WS-PR-BATCH-DATE(WS-PRIOR-COUNT)
006690     MOVE FHS-RECORD-COUNT TO WS-PR-RECORD-COUNT(WS-PRIOR-COUNT)
006700     MOVE FHS-HASH-TOTAL   TO WS-PR-HASH-TOTAL(WS-PRIOR-COUNT).
006710 1610-EXIT.
006720     EXIT.
006730*
006740*============================================================*
006750*    1700-CHECK-REGISTER - PROVE AGAINST THE CUSTBRG BATCH    *
006760*                  REGISTER THAT THE BATCH ON CUSTTRAN.DAT WAS *
006770*                  POSTED (OR IS AN UNPOSTED ASSESSMENT BATCH  *
006780*                  OF OUR OWN) AND THAT NO ASSESSMENT BATCH    *
006790*                  FOR THE MONTH WAS POSTED ALREADY             *
006800*============================================================*
006810 1700-CHECK-REGISTER.
006820     OPEN INPUT BRGF
006830     IF WS-GST-NOFILE
006840         GO TO 1750-DECIDE
006850     END-IF
006860     IF NOT WS-GST-OK
006870         MOVE SPACES TO WS-ABEND-MESSAGE
006880         STRING "UNABLE TO OPEN BATCH REGISTER - STATUS = "
006890                    DELIMITED BY SIZE
006900                GST DELIMITED BY SIZE
006910             INTO WS-ABEND-MESSAGE
006920         END-STRING
006930         PERFORM 9900-ABEND THRU 9900-EXIT
006940     END-IF
006950     PERFORM UNTIL WS-GST-EOF
006960         READ BRGF
006970             AT END
006980                 CONTINUE
006990             NOT AT END
007000                 PERFORM 1710-MATCH-ONE-BATCH THRU 1710-EXIT
007010         END-READ
007020     END-PERFORM
007030     CLOSE BRGF.
007040 1750-DECIDE.
007050     IF WS-MONTH-POSTED
007060         MOVE SPACES TO WS-POSTED-DATE-ED
007070         STRING WS-POSTED-DATE(5:2) DELIMITED BY SIZE
007080                "/"                 DELIMITED BY SIZE
007090                WS-POSTED-DATE(7:2) DELIMITED BY SIZE
007100                "/"                 DELIMITED BY SIZE
007110                WS-POSTED-DATE(1:4) DELIMITED BY SIZE
007120             INTO WS-POSTED-DATE-ED
007130         END-STRING
007140         MOVE SPACES TO WS-ABEND-MESSAGE
007150         STRING "MONTH "          DELIMITED BY SIZE
007160                WS-FEE-MONTH-ED   DELIMITED BY SIZE
007170                " ALREADY ASSESSED - BATCH POSTED ON "
007180                                  DELIMITED BY SIZE
007190                WS-POSTED-DATE-ED DELIMITED BY SIZE
007200             INTO WS-ABEND-MESSAGE
007210         END-STRING
007220         PERFORM 9900-ABEND THRU 9900-EXIT
007230     END-IF
007240     IF WS-OLD-RECS > ZERO
007250        AND NOT WS-OLD-POSTED
007260        AND NOT WS-OLD-OURS
007270         MOVE "CUSTTRAN.DAT BATCH NOT POSTED - RUN CUSTUPD FIRST"
007280             TO WS-ABEND-MESSAGE
007290         PERFORM 9900-ABEND THRU 9900-EXIT
007300     END-IF.
007310 1700-EXIT.
007320     EXIT.
007330*
007340*============================================================*
007350*    1710-MATCH-ONE-BATCH - ONE REGISTERED BATCH AGAINST THE  *
007360*                  BATCH ON FILE AND THE MONTH'S ASSESSMENTS    *
007370*============================================================*
007380 1710-MATCH-ONE-BATCH.
007390     IF NOT WS-GST-OK
007400         MOVE SPACES TO WS-ABEND-MESSAGE
007410         STRING "I/O ERROR READING BATCH REGISTER - STATUS = "
007420                    DELIMITED BY SIZE
007430                GST DELIMITED BY SIZE
007440             INTO WS-ABEND-MESSAGE
007450         END-STRING
007460         CLOSE BRGF
007470         PERFORM 9900-ABEND THRU 9900-EXIT
007480     END-IF
007490     IF BRG-BATCH-DATE IS NOT NUMERIC
007500        OR BRG-RECORD-COUNT IS NOT NUMERIC
007510        OR BRG-HASH-TOTAL IS NOT NUMERIC
007520         GO TO 1710-EXIT
007530     END-IF
007540     IF WS-OLD-HAS-HDR AND WS-OLD-HAS-TRL
007550        AND BRG-BATCH-DATE   = WS-OLD-BATCH-DATE
007560        AND BRG-RECORD-COUNT = WS-OLD-RECORD-COUNT
007570        AND BRG-HASH-TOTAL   = WS-OLD-HASH-TOTAL
007580         SET WS-OLD-POSTED TO TRUE
007590     END-IF
007600     PERFORM 1720-MATCH-ONE-PRIOR THRU 1720-EXIT
007610         VARYING WS-PR-IDX FROM 1 BY 1
007620             UNTIL WS-PR-IDX > WS-PRIOR-COUNT.
007630 1710-EXIT.
007640     EXIT.
007650*
007660*============================================================*
007670*    1720-MATCH-ONE-PRIOR - ONE OF THE MONTH'S ASSESSMENT     *
007680*                  BATCHES AGAINST THE REGISTERED BATCH         *
007690*============================================================*
007700 1720-MATCH-ONE-PRIOR.
007710     IF BRG-BATCH-DATE   = WS-PR-BATCH-DATE(WS-PR-IDX)
007720        AND BRG-RECORD-COUNT = WS-PR-RECORD-COUNT(WS-PR-IDX)
007730        AND BRG-HASH-TOTAL   = WS-PR-HASH-TOTAL(WS-PR-IDX)
007740         SET WS-MONTH-POSTED TO TRUE
007750         MOVE BRG-RUN-DATE TO WS-POSTED-DATE
007760     END-IF.
007770 1720-EXIT.
007780     EXIT.
007790*
007800*============================================================*
007810*    1900-PRINT-RATES - OPEN THE ASSESSMENT REGISTER, HEADED  *
007820*                  BY THE RATES AND RULES IN FORCE              *
007830*============================================================*
007840 1900-PRINT-RATES.
007850     MOVE "Reports/CUSTFEE.RPT" TO WS-RPT-PATH
007860     OPEN OUTPUT RPT
007870     MOVE ZERO TO WS-PAGE-NO
007880     MOVE ZERO TO WS-LINE-CTR
007890     MOVE WS-FIN-RATE      TO WS-RATE-ED
007900     MOVE WS-FIN-MINIMUM   TO WS-MIN-ED
007910     MOVE WS-FIN-THRESHOLD TO WS-THRESH-ED
007920     MOVE SPACES TO WS-RPT-LINE
007930     STRING "FINANCE CHARGE  RATE "  DELIMITED BY SIZE
007940            WS-RATE-ED               DELIMITED BY SIZE
007950            "  MINIMUM "             DELIMITED BY SIZE
007960            WS-MIN-ED                DELIMITED BY SIZE
007970            "  LOWEST BALANCE "      DELIMITED BY SIZE
007980            WS-THRESH-ED             DELIMITED BY SIZE
007990            "  CLOSED "              DELIMITED BY SIZE
008000            WS-FIN-CLOSED-RULE       DELIMITED BY SIZE
008010            "  NEW "                 DELIMITED BY SIZE
008020            WS-FIN-NEW-RULE          DELIMITED BY SIZE
008030         INTO WS-RPT-LINE
008040     END-STRING
008050     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008060     MOVE WS-SVC-AMOUNT    TO WS-MIN-ED
008070     MOVE SPACES TO WS-RPT-LINE
008080     STRING "SERVICE FEE     FLAT AMOUNT "
008090                                     DELIMITED BY SIZE
008100            WS-MIN-ED                DELIMITED BY SIZE
008110            "  CLOSED "              DELIMITED BY SIZE
008120            WS-SVC-CLOSED-RULE       DELIMITED BY SIZE
008130            "  NEW "                 DELIMITED BY SIZE
008140            WS-SVC-NEW-RULE          DELIMITED BY SIZE
008150         INTO WS-RPT-LINE
008160     END-STRING
008170     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008180     MOVE "(RULES: C CHARGE, W WAIVE)" TO WS-RPT-LINE
008190     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008200     MOVE SPACES TO WS-RPT-LINE
008210     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
008220 1900-EXIT.
008230     EXIT.
008240*
008250*============================================================*
008260*    2000-ASSESS-MASTER - WRITE THE BATCH HEADER, ASSESS      *
008270*                  EVERY ACCOUNT IN ONE SEQUENTIAL PASS OF THE *
008280*                  MASTER, THEN WRITE THE TRAILER               *
008290*============================================================*
008300 2000-ASSESS-MASTER.
008310     OPEN INPUT MASTER
008320     IF WS-MST-NOFILE
008330         MOVE "NO CUSTOMER MASTER - RUN CUSTUPD FIRST"
008340             TO WS-ABEND-MESSAGE
008350         PERFORM 9900-ABEND THRU 9900-EXIT
008360     END-IF
008370     IF NOT WS-MST-OK
008380         MOVE SPACES TO WS-ABEND-MESSAGE
008390         STRING "UNABLE TO OPEN MASTER - FILE STATUS = "
008400                    DELIMITED BY SIZE
008410                MST DELIMITED BY SIZE
008420             INTO WS-ABEND-MESSAGE
008430         END-STRING
008440         PERFORM 9900-ABEND THRU 9900-EXIT
008450     END-IF
008460     OPEN OUTPUT TRANS
008470     IF NOT WS-TST-OK
008480         MOVE SPACES TO WS-ABEND-MESSAGE
008490         STRING "UNABLE TO OPEN TRANSACTIONS - FILE STATUS = "
008500                    DELIMITED BY SIZE
008510                TST DELIMITED BY SIZE
008520             INTO WS-ABEND-MESSAGE
008530         END-STRING
008540         CLOSE MASTER
008550         PERFORM 9900-ABEND THRU 9900-EXIT
008560     END-IF
008570     MOVE SPACES TO CUSTTRAN-RECORD
008580     SET TRAN-HEADER TO TRUE
008590     MOVE WS-RUN-DATE TO HDR-BATCH-DATE
008600     WRITE CUSTTRAN-RECORD
008604     IF NOT WS-TST-OK
008609         MOVE SPACES TO WS-ABEND-MESSAGE
008613         STRING "I/O ERROR WRITING HEADER - STATUS = "
008618                    DELIMITED BY SIZE
008622                TST DELIMITED BY SIZE
008627             INTO WS-ABEND-MESSAGE
008631         END-STRING
008636         CLOSE MASTER
008640         CLOSE TRANS
008645         PERFORM 9900-ABEND THRU 9900-EXIT
008649     END-IF
008654     PERFORM UNTIL WS-MST-EOF
008658         READ MASTER
008663             AT END
008667                 CONTINUE
008672             NOT AT END
008676                 PERFORM 2100-ASSESS-ONE-CUST THRU 2100-EXIT
008681         END-READ
008685     END-PERFORM
008690     CLOSE MASTER
008700     MOVE SPACES TO CUSTTRAN-RECORD
008710     SET TRAN-TRAILER TO TRUE
008720     MOVE WS-OUT-COUNT TO TRL-RECORD-COUNT
008730     MOVE WS-OUT-HASH  TO TRL-HASH-TOTAL
008740     WRITE CUSTTRAN-RECORD
008750     IF NOT WS-TST-OK
008760         MOVE SPACES TO WS-ABEND-MESSAGE
008770         STRING "I/O ERROR WRITING TRAILER - STATUS = "
008780                    DELIMITED BY SIZE
008790                TST DELIMITED BY SIZE
008800             INTO WS-ABEND-MESSAGE
008810         END-STRING
008820         CLOSE TRANS
008830         PERFORM 9900-ABEND THRU 9900-EXIT
008840     END-IF
008850     CLOSE TRANS.
008860 2000-EXIT.
008870     EXIT.
008880*
008890*============================================================*
008900*    2100-ASSESS-ONE-CUST - CLASSIFY ONE CLEANLY READ ACCOUNT *
008910*                  (CLOSED, OPENED IN THE MONTH) AND TAKE BOTH *
008920*                  CHARGES AGAINST IT                           *
008930*============================================================*
008940 2100-ASSESS-ONE-CUST.
008950     IF NOT WS-MST-OK
008960         MOVE SPACES TO WS-ABEND-MESSAGE
008970         STRING "I/O ERROR READING MASTER - STATUS = "
008980                    DELIMITED BY SIZE
008990                MST DELIMITED BY SIZE
009000             INTO WS-ABEND-MESSAGE
009010         END-STRING
009020         CLOSE MASTER
009030         CLOSE TRANS
009040         CLOSE RPT
009050         PERFORM 9900-ABEND THRU 9900-EXIT
009060     END-IF
009070     ADD 1 TO WS-TOT-READ
009080     IF CUST-CLOSED
009090         ADD 1 TO WS-TOT-CLOSED
009100     ELSE
009110         ADD 1 TO WS-TOT-ACTIVE
009120     END-IF
009130     MOVE "N" TO WS-NEW-SW
009140     IF CUST-OPEN-DATE IS NUMERIC
009150         MOVE CUST-OPEN-DATE(1:6) TO WS-OPEN-MONTH
009160         IF WS-OPEN-MONTH NOT < WS-FEE-MONTH
009170             SET WS-NEW-ACCOUNT TO TRUE
009180             ADD 1 TO WS-TOT-NEW
009190         END-IF
009200     END-IF
009210     PERFORM 2200-FINANCE-CHARGE THRU 2200-EXIT
009220     PERFORM 2300-SERVICE-FEE    THRU 2300-EXIT.
009230 2100-EXIT.
009240     EXIT.
009250*
009260*============================================================*
009270*    2200-FINANCE-CHARGE - RATE TIMES THE DEBIT BALANCE,      *
009280*                  ROUNDED, RAISED TO THE MINIMUM.  A BALANCE  *
009290*                  BELOW THE LOWEST CHARGEABLE IS EXEMPT        *
009300*============================================================*
009310 2200-FINANCE-CHARGE.
009320     IF CUST-BALANCE NOT > ZERO
009330         GO TO 2200-EXIT
009340     END-IF
009350     IF WS-FIN-RATE = ZERO AND WS-FIN-MINIMUM = ZERO
009360         GO TO 2200-EXIT
009370     END-IF
009380     IF CUST-BALANCE < WS-FIN-THRESHOLD
009390         ADD 1 TO WS-FIN-EXEMPT
009400         GO TO 2200-EXIT
009410     END-IF
009420     MOVE "FINANCE" TO WS-CHG-TYPE
009430     MOVE ZERO      TO WS-CHARGE
009440     MOVE SPACES    TO WS-CHG-NOTE
009450     IF CUST-CLOSED AND WS-FIN-CLOSED-WAIVE
009460         MOVE "WAIVED - CLOSED" TO WS-CHG-NOTE
009470     END-IF
009480     IF WS-NEW-ACCOUNT AND WS-FIN-NEW-WAIVE
009490         MOVE "WAIVED - NEW" TO WS-CHG-NOTE
009500     END-IF
009510     IF WS-CHG-NOTE NOT = SPACES
009520         ADD 1 TO WS-FIN-WAIVED
009530         PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT
009540         GO TO 2200-EXIT
009550     END-IF
009560     COMPUTE WS-CHARGE ROUNDED = CUST-BALANCE * WS-FIN-RATE
009570     IF WS-CHARGE < WS-FIN-MINIMUM
009580         MOVE WS-FIN-MINIMUM TO WS-CHARGE
009590         MOVE "MINIMUM" TO WS-CHG-NOTE
009600         ADD 1 TO WS-FIN-MIN-COUNT
009610     END-IF
009620     IF WS-CHARGE = ZERO
009630         GO TO 2200-EXIT
009640     END-IF
009650     ADD 1 TO WS-FIN-COUNT
009660     ADD WS-CHARGE TO WS-FIN-TOTAL
009670     PERFORM 2500-WRITE-CHARGE   THRU 2500-EXIT
009680     PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT.
009690 2200-EXIT.
009700     EXIT.
009710*
009720*============================================================*
009730*    2300-SERVICE-FEE - THE FLAT FEE ON EVERY ACCOUNT, SUBJECT *
009740*                  TO THE CLOSED AND NEW-ACCOUNT RULES          *
009750*============================================================*
009760 2300-SERVICE-FEE.
009770     IF WS-SVC-AMOUNT = ZERO
009780         GO TO 2300-EXIT
009790     END-IF
009800     MOVE "SERVICE" TO WS-CHG-TYPE
009810     MOVE ZERO      TO WS-CHARGE
009820     MOVE SPACES    TO WS-CHG-NOTE
009830     IF CUST-CLOSED AND WS-SVC-CLOSED-WAIVE
009840         MOVE "WAIVED - CLOSED" TO WS-CHG-NOTE
009850     END-IF
009860     IF WS-NEW-ACCOUNT AND WS-SVC-NEW-WAIVE
009870         MOVE "WAIVED - NEW" TO WS-CHG-NOTE
009880     END-IF
009890     IF WS-CHG-NOTE NOT = SPACES
009900         ADD 1 TO WS-SVC-WAIVED
009910         PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT
009920         GO TO 2300-EXIT
009930     END-IF
009940     MOVE WS-SVC-AMOUNT TO WS-CHARGE
009950     ADD 1 TO WS-SVC-COUNT
009960     ADD WS-CHARGE TO WS-SVC-TOTAL
009970     PERFORM 2500-WRITE-CHARGE   THRU 2500-EXIT
009980     PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT.
009990 2300-EXIT.
010000     EXIT.
010010*
010020*============================================================*
010030*    2500-WRITE-CHARGE - ONE "B" BALANCE ADJUSTMENT TO THE    *
010040*                  BATCH, FOLDED INTO THE TRAILER CONTROLS      *
010050*============================================================*
010060 2500-WRITE-CHARGE.
010070     IF WS-OUT-COUNT NOT < WS-OUT-MAX
010080         MOVE "ASSESSMENT BATCH OVER 99999 RECORDS - TRAILER FULL"
010090             TO WS-ABEND-MESSAGE
010100         CLOSE MASTER
010110         CLOSE TRANS
010120         CLOSE RPT
010130         PERFORM 9900-ABEND THRU 9900-EXIT
010140     END-IF
010150     MOVE SPACES TO CUSTTRAN-RECORD
010160     SET TRAN-BAL-ADJ TO TRUE
010170     MOVE CUST-ID   TO TRAN-CUST-ID
010180     MOVE CUST-NAME TO TRAN-CUST-NAME
010190     MOVE "+"       TO TRAN-AMOUNT-SIGN
010200     MOVE WS-CHARGE TO TRAN-AMOUNT
010210     WRITE CUSTTRAN-RECORD
010220     IF NOT WS-TST-OK
010230         MOVE SPACES TO WS-ABEND-MESSAGE
010240         STRING "I/O ERROR WRITING TRANSACTIONS - STATUS = "
010250                    DELIMITED BY SIZE
010260                TST DELIMITED BY SIZE
010270             INTO WS-ABEND-MESSAGE
010280         END-STRING
010290         CLOSE MASTER
010300         CLOSE TRANS
010310         CLOSE RPT
010320         PERFORM 9900-ABEND THRU 9900-EXIT
010330     END-IF
010340     ADD 1 TO WS-OUT-COUNT
010350     ADD WS-CHARGE TO WS-OUT-HASH.
010360 2500-EXIT.
010370     EXIT.
010380*
010390*============================================================*
010400*    3000-RECORD-ASSESSMENT - APPEND THE BATCH JUST WRITTEN   *
010410*                  TO THE PERMANENT ASSESSMENT HISTORY          *
010420*============================================================*
010430 3000-RECORD-ASSESSMENT.
010440     OPEN EXTEND FHSF
010450     IF WS-HST-NOFILE
010460         OPEN OUTPUT FHSF
010470     END-IF
010480     IF NOT WS-HST-OK
010490         MOVE SPACES TO WS-ABEND-MESSAGE
010500         STRING "UNABLE TO OPEN ASSESSMENT HISTORY - STATUS = "
010510                    DELIMITED BY SIZE
010520                HST DELIMITED BY SIZE
010530             INTO WS-ABEND-MESSAGE
010540         END-STRING
010550         PERFORM 9900-ABEND THRU 9900-EXIT
010560     END-IF
010570     MOVE SPACES            TO FHS-RECORD
010580     MOVE WS-FEE-MONTH      TO FHS-MONTH
010590     MOVE WS-RUN-DATE       TO FHS-BATCH-DATE
010600     MOVE WS-OUT-COUNT      TO FHS-RECORD-COUNT
010610     MOVE WS-OUT-HASH       TO FHS-HASH-TOTAL
010620     MOVE WS-RUN-DATE       TO FHS-RUN-DATE
010630     MOVE WS-RUN-TIME(1:6)  TO FHS-RUN-TIME
010640     WRITE FHS-RECORD
010641     IF NOT WS-HST-OK
010643         MOVE SPACES TO WS-ABEND-MESSAGE
010645         STRING "I/O ERROR WRITING ASSESSMENT HISTORY - STATUS = "
010646                    DELIMITED BY SIZE
010648                HST DELIMITED BY SIZE
010650             INTO WS-ABEND-MESSAGE
010651         END-STRING
010653         CLOSE FHSF
010655         PERFORM 9900-ABEND THRU 9900-EXIT
010656     END-IF
010658     CLOSE FHSF.
010660 3000-EXIT.
010670     EXIT.
010680*
010690*============================================================*
010700*    4000-PRINT-REGISTER - ONE ASSESSMENT REGISTER LINE, A    *
010710*                  CHARGE OR A WAIVER                           *
010720*============================================================*
010730 4000-PRINT-REGISTER.
010740     MOVE CUST-BALANCE TO WS-BAL-ED
010750     MOVE WS-CHARGE    TO WS-CHG-ED
010760     MOVE SPACES TO WS-RPT-LINE
010770     STRING "    "        DELIMITED BY SIZE
010780            CUST-ID       DELIMITED BY SIZE
010790            "  "          DELIMITED BY SIZE
010800            CUST-NAME     DELIMITED BY SIZE
010810            "  "          DELIMITED BY SIZE
010820            CUST-STATUS   DELIMITED BY SIZE
010830            "  "          DELIMITED BY SIZE
010840            WS-BAL-ED     DELIMITED BY SIZE
010850            "  "          DELIMITED BY SIZE
010860            WS-CHG-TYPE   DELIMITED BY SIZE
010870            "  "          DELIMITED BY SIZE
010880            WS-CHG-ED     DELIMITED BY SIZE
010890            "  "          DELIMITED BY SIZE
010900            WS-CHG-NOTE   DELIMITED BY SIZE
010910         INTO WS-RPT-LINE
010920     END-STRING
010930     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010940 4000-EXIT.
010950     EXIT.
010960*
010970*============================================================*
010980*    8000-PRINT-TOTALS - ACCOUNT COUNTS, TOTALS BY CHARGE     *
010990*                  TYPE AND THE BATCH CONTROLS                  *
011000*============================================================*
011010 8000-PRINT-TOTALS.
011020     COMPUTE WS-ALL-COUNT = WS-FIN-COUNT + WS-SVC-COUNT
011030     COMPUTE WS-ALL-TOTAL = WS-FIN-TOTAL + WS-SVC-TOTAL
011040     IF WS-ALL-COUNT = ZERO
011050         MOVE "    (NO CHARGES ASSESSED)" TO WS-RPT-LINE
011060         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011070     END-IF
011080     MOVE SPACES TO WS-RPT-LINE
011090     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011100     MOVE WS-TOT-READ   TO WS-CNT-ED
011110     MOVE WS-TOT-ACTIVE TO WS-CNT2-ED
011120     MOVE WS-TOT-CLOSED TO WS-CNT3-ED
011130     MOVE WS-TOT-NEW    TO WS-CNT4-ED
011140     MOVE SPACES TO WS-RPT-LINE
011150     STRING "ACCOUNTS READ: "     DELIMITED BY SIZE
011160            WS-CNT-ED             DELIMITED BY SIZE
011170            "  ACTIVE: "          DELIMITED BY SIZE
011180            WS-CNT2-ED            DELIMITED BY SIZE
011190            "  CLOSED: "          DELIMITED BY SIZE
011200            WS-CNT3-ED            DELIMITED BY SIZE
011210            "  OPENED IN MONTH: " DELIMITED BY SIZE
011220            WS-CNT4-ED            DELIMITED BY SIZE
011230         INTO WS-RPT-LINE
011240     END-STRING
011250     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011260     MOVE SPACES TO WS-RPT-LINE
011270     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011280     MOVE "CHARGE TYPE           COUNT           AMOUNT   WAIVED"
011290         TO WS-RPT-LINE
011300     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011310     MOVE WS-FIN-COUNT  TO WS-CNT-ED
011320     MOVE WS-FIN-TOTAL  TO WS-AMT-ED
011330     MOVE WS-FIN-WAIVED TO WS-CNT2-ED
011340     MOVE SPACES TO WS-RPT-LINE
011350     STRING "FINANCE CHARGES.... " DELIMITED BY SIZE
011360            WS-CNT-ED              DELIMITED BY SIZE
011370            "  "                   DELIMITED BY SIZE
011380            WS-AMT-ED              DELIMITED BY SIZE
011390            "  "                   DELIMITED BY SIZE
011400            WS-CNT2-ED             DELIMITED BY SIZE
011410            "  "                   DELIMITED BY SIZE
011420            WS-FIN-DESC            DELIMITED BY SIZE
011430         INTO WS-RPT-LINE
011440     END-STRING
011450     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011460     MOVE WS-SVC-COUNT  TO WS-CNT-ED
011470     MOVE WS-SVC-TOTAL  TO WS-AMT-ED
011480     MOVE WS-SVC-WAIVED TO WS-CNT2-ED
011490     MOVE SPACES TO WS-RPT-LINE
011500     STRING "SERVICE FEES....... " DELIMITED BY SIZE
011510            WS-CNT-ED              DELIMITED BY SIZE
011520            "  "                   DELIMITED BY SIZE
011530            WS-AMT-ED              DELIMITED BY SIZE
011540            "  "                   DELIMITED BY SIZE
011550            WS-CNT2-ED             DELIMITED BY SIZE
011560            "  "                   DELIMITED BY SIZE
011570            WS-SVC-DESC            DELIMITED BY SIZE
011580         INTO WS-RPT-LINE
011590     END-STRING
011600     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011610     MOVE WS-ALL-COUNT  TO WS-CNT-ED
011620     MOVE WS-ALL-TOTAL  TO WS-AMT-ED
011630     MOVE SPACES TO WS-RPT-LINE
011640     STRING "TOTAL ASSESSED..... " DELIMITED BY SIZE
011650            WS-CNT-ED              DELIMITED BY SIZE
011660            "  "                   DELIMITED BY SIZE
011670            WS-AMT-ED              DELIMITED BY SIZE
011680         INTO WS-RPT-LINE
011690     END-STRING
011700     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011710     MOVE WS-FIN-MIN-COUNT TO WS-CNT-ED
011720     MOVE WS-FIN-EXEMPT    TO WS-CNT2-ED
011730     MOVE SPACES TO WS-RPT-LINE
011740     STRING "FINANCE CHARGES RAISED TO THE MINIMUM: "
011750                                   DELIMITED BY SIZE
011760            WS-CNT-ED              DELIMITED BY SIZE
011770            "  BELOW LOWEST BALANCE: "
011780                                   DELIMITED BY SIZE
011790            WS-CNT2-ED             DELIMITED BY SIZE
011800         INTO WS-RPT-LINE
011810     END-STRING
011820     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011830     MOVE SPACES TO WS-RPT-LINE
011840     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011850     MOVE WS-OUT-COUNT TO WS-CNT-ED
011860     MOVE WS-OUT-HASH  TO WS-AMT-ED
011870     MOVE SPACES TO WS-RPT-LINE
011880     STRING "BATCH Data/CUSTTRAN.DAT  DATE " DELIMITED BY SIZE
011890            WS-RUN-DATE-ED         DELIMITED BY SIZE
011900            "  RECORDS "           DELIMITED BY SIZE
011910            WS-CNT-ED              DELIMITED BY SIZE
011920            "  HASH TOTAL "        DELIMITED BY SIZE
011930            WS-AMT-ED              DELIMITED BY SIZE
011940         INTO WS-RPT-LINE
011950     END-STRING
011960     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011970     CLOSE RPT.
011980 8000-EXIT.
011990     EXIT.
012000*
012010*============================================================*
012020*    2750-WRITE-RPT-LINE - WRITE ONE REPORT LINE, BREAKING     *
012030*                  THE PAGE WHEN IT FILLS UP                   *
012040*============================================================*
012050 2750-WRITE-RPT-LINE.
012060     IF WS-PAGE-NO = ZERO OR WS-LINE-CTR >= WS-LINE-MAX
012070         PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
012080     END-IF
012090     MOVE WS-RPT-LINE TO RPT-RECORD
012100     WRITE RPT-RECORD
012110     ADD 1 TO WS-LINE-CTR.
012120 2750-EXIT.
012130     EXIT.
012140*
012150*============================================================*
012160*    2020-PRINT-HEADERS - WRITE THE PAGE BANNER WITH THE      *
012170*                  ASSESSMENT MONTH AND THE COLUMN HEADINGS    *
012180*============================================================*
012190 2020-PRINT-HEADERS.
012200     ADD 1 TO WS-PAGE-NO
012210     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
012220     MOVE SPACES TO RPT-RECORD
012230     STRING "CUSTFEE  MONTH-END ASSESSMENT REGISTER - "
012240                           DELIMITED BY SIZE
012250            WS-FEE-MONTH-ED DELIMITED BY SIZE
012260            "  "           DELIMITED BY SIZE
012270            WS-RUN-DATE-ED DELIMITED BY SIZE
012280            " "            DELIMITED BY SIZE
012290            WS-RUN-TIME-ED DELIMITED BY SIZE
012300            "  PAGE "      DELIMITED BY SIZE
012310            WS-PAGE-NO-ED  DELIMITED BY SIZE
012320         INTO RPT-RECORD
012330     END-STRING
012340     WRITE RPT-RECORD
012350     MOVE SPACES TO RPT-RECORD
012360     WRITE RPT-RECORD
012370     MOVE SPACES TO RPT-RECORD
012380     MOVE "    CUSTID  NAME" TO RPT-RECORD
012390     MOVE "S      BALANCE  TYPE          CHARGE  NOTE"
012400         TO RPT-RECORD(45:42)
012410     WRITE RPT-RECORD
012420     MOVE SPACES TO RPT-RECORD
012430     WRITE RPT-RECORD
012440     MOVE ZERO TO WS-LINE-CTR.
012450 2020-EXIT.
012460     EXIT.
012470*
012480*============================================================*
012490*    9000-TERMINATE - REPORT THE RUN RESULT TO THE OPERATOR   *
012500*============================================================*
012510 9000-TERMINATE.
012520     MOVE WS-OUT-COUNT TO WS-CNT-ED
012530     MOVE WS-OUT-HASH  TO WS-AMT-ED
012540     DISPLAY "CUSTFEE - MONTH " WS-FEE-MONTH-ED
012550             " CHARGES WRITTEN: " WS-CNT-ED
012560             "  HASH TOTAL: " WS-AMT-ED.
012570 9000-EXIT.
012580     EXIT.
012590*
012600*============================================================*
012610*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE  *
012620*============================================================*
012630 9900-ABEND.
012640     DISPLAY "CUSTFEE - ABNORMAL TERMINATION"
012650     DISPLAY "CUSTFEE - " WS-ABEND-MESSAGE
012660     MOVE 16 TO RETURN-CODE
012670     STOP RUN.
012680 9900-EXIT.
012690     EXIT.
