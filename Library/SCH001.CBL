000370*              STEPS ENDING RC 4 (WARNINGS) DO NOT STOP THE
000380*              STREAM.  BLANK LINES AND LINES WITH "*" IN
000390*              COLUMN 1 OF THE STREAM FILE ARE SKIPPED.
000391*10/15/26  RD  STEP RUN-FREQUENCY CODES IN COLUMNS 73-80 OF
000392*              THE STREAM FILE: BLANK/DAILY, WEEKDAY, MONTHEND
000393*              (LAST BUSINESS DAY), FIRSTBUS (FIRST BUSINESS
000394*              DAY) OR MON-SUN.  BUSINESS DAYS SKIP WEEKENDS AND
000395*              THE Control/HOLIDAY.CAL DATES.  A STEP NOT DUE IS
000396*              LOGGED NOT-SCHEDULED AND CHECKPOINTED AS DONE.
000397*              THE SCHEDULE DATE (DATE=YYYYMMDD, DEFAULT THE RUN
000398*              DATE) IS HELD ON THE CHECKPOINT SO A RERUN SEES
000399*              THE SAME CALENDAR.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000530     SELECT RUNLOG ASSIGN TO DYNAMIC WS-RUNLOG-PATH
000540                ORGANIZATION IS LINE SEQUENTIAL
000550                FILE STATUS  IS AST.
000552     SELECT HOLF ASSIGN TO DYNAMIC WS-HOL-PATH
000555                ORGANIZATION IS LINE SEQUENTIAL
000557                FILE STATUS  IS HLS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000620 01  STR-RECORD.
000630     05  STR-PGM            PIC X(08).
000640     05  FILLER             PIC X(01).
000650     05  STR-PARM           PIC X(63).
000655     05  STR-FREQ           PIC X(08).
000660*
000670 FD  SCKP
000680     LABEL RECORDS ARE STANDARD.
000690 01  SCK-RECORD.
000693     05  SCK-STEP           PIC X(03).
000696     05  SCK-SCHED-DATE     PIC X(08).
000700*
000710 FD  RUNLOG
000720     LABEL RECORDS ARE STANDARD.
000730 01  RUNLOG-RECORD          PIC X(120).
000731*
000732 FD  HOLF
000733     LABEL RECORDS ARE STANDARD.
000735 01  HOL-RECORD.
000736     05  HOL-DATE           PIC X(08).
000737     05  FILLER             PIC X(01).
000738     05  HOL-DESC           PIC X(71).
000740*
000750 WORKING-STORAGE SECTION.
000760*
000910     05  AST                PIC X(02)  VALUE "00".
000920         88  WS-AST-OK                 VALUE "00" "05".
000930         88  WS-AST-NOTFOUND           VALUE "35".
000931*
000932 01  WS-HOL-STATUS.
000934     05  HLS                PIC X(02)  VALUE "00".
000935         88  WS-HLS-OK                 VALUE "00".
000937         88  WS-HLS-EOF                VALUE "10".
000938         88  WS-HLS-NOTFOUND           VALUE "35".
000940*
000950 01  WS-STR-PATH            PIC X(64)  VALUE SPACES.
000960 01  WS-SCK-PATH            PIC X(64)  VALUE SPACES.
000970 01  WS-RUNLOG-PATH         PIC X(64)  VALUE "Audit/SCH001.LOG".
000973 01  WS-HOL-PATH            PIC X(64)
000976                                VALUE "Control/HOLIDAY.CAL".
000980*
000990*    RUN DATE/TIME STAMP AND RUN IDENTITY
001000*
001110 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001120 01  WS-RUN-USER            PIC X(08)  VALUE SPACES.
001130 01  WS-RUN-JOB             PIC X(08)  VALUE SPACES.
001131 01  WS-DATE-PARM           PIC X(08)  VALUE SPACES.
001133 01  WS-SCHED-DATE          PIC 9(08)  VALUE ZERO.
001135 01  WS-SCHED-DATE-ED       PIC X(10)  VALUE SPACES.
001136 01  WS-SCHED-KIND          PIC X(32)  VALUE SPACES.
001138 01  WS-CKP-SCHED-DATE      PIC X(08)  VALUE SPACES.
001140*
001141*    SCHEDULE CALENDAR - DAY NAMES (1 = MONDAY)
001142*
001143 01  WS-DAY-NAMES           PIC X(21)  VALUE
001144         "MONTUEWEDTHUFRISATSUN".
001145 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001146     05  WS-DAY-NAME        PIC X(03)  OCCURS 7 TIMES.
001147 01  WS-SCHED-DOW           PIC 9(01)  COMP VALUE ZERO.
001148 01  WS-DX                  PIC 9(01)  COMP VALUE ZERO.
001149*
001150*    STEP STATE AND STREAM TOTALS
001160*
001170 01  WS-STEP-STATE.
001220     05  WS-STEP-RC         PIC 9(03)  VALUE ZERO.
001230     05  WS-STEP-START-ED   PIC X(08)  VALUE SPACES.
001240     05  WS-STEP-END-ED     PIC X(08)  VALUE SPACES.
001241     05  WS-STEP-FREQ       PIC X(08)  VALUE SPACES.
001242     05  WS-STEP-UNRUN-TEXT PIC X(20)  VALUE SPACES.
001244     05  WS-STEP-DUE-SW     PIC X(01)  VALUE "Y".
001245         88  WS-STEP-DUE               VALUE "Y".
001247         88  WS-STEP-NOT-DUE           VALUE "N".
001248         88  WS-STEP-BAD-FREQ          VALUE "X".
001250*
001260 01  WS-STREAM-TOTALS.
001270     05  WS-STEPS-RUN       PIC 9(03)  COMP VALUE ZERO.
001280     05  WS-STEPS-SKIPPED   PIC 9(03)  COMP VALUE ZERO.
001285     05  WS-STEPS-NOT-SCHED PIC 9(03)  COMP VALUE ZERO.
001290 01  WS-STEPS-RUN-ED        PIC ZZ9.
001300 01  WS-STEPS-SKIPPED-ED    PIC ZZ9.
001305 01  WS-STEPS-NOT-SCHED-ED  PIC ZZ9.
001310*
001311*    HOLIDAY CALENDAR TABLE
001312*
001313 01  WS-HOL-TABLE.
001314     05  WS-HOL-MAX         PIC 9(03)  COMP VALUE 200.
001315     05  WS-HOL-CNT         PIC 9(03)  COMP VALUE ZERO.
001316     05  WS-HOL-DATE        PIC 9(08)  OCCURS 200 TIMES.
001317 01  WS-HX                  PIC 9(03)  COMP VALUE ZERO.
001318*
001320*    CHECKPOINT/RESTART WORK AREAS
001330*
001340 01  WS-RESTART-STEP        PIC 9(03)  VALUE ZERO.
001430         88  WS-RESTART-ACTIVE         VALUE "Y".
001440     05  WS-FAILED-SW       PIC X(01)  VALUE "N".
001450         88  WS-STREAM-FAILED          VALUE "Y".
001451     05  WS-DATE-SW         PIC X(01)  VALUE "N".
001452         88  WS-DATE-SUPPLIED          VALUE "Y".
001453     05  WS-SCHED-BUS-SW    PIC X(01)  VALUE "N".
001454         88  WS-SCHED-BUSINESS         VALUE "Y".
001455     05  WS-SCHED-ME-SW     PIC X(01)  VALUE "N".
001456         88  WS-SCHED-MONTHEND         VALUE "Y".
001457     05  WS-SCHED-FB-SW     PIC X(01)  VALUE "N".
001458         88  WS-SCHED-FIRSTBUS         VALUE "Y".
001460*
001461*    SCHEDULE CALENDAR - THE DATE UNDER TEST
001462*
001463 01  WS-CHK-DATE.
001464     05  WS-CHK-YYYY        PIC 9(04).
001465     05  WS-CHK-MM          PIC 9(02).
001466     05  WS-CHK-DD          PIC 9(02).
001467 01  WS-CHK-BUS-SW          PIC X(01)  VALUE "N".
001468     88  WS-CHK-BUSINESS               VALUE "Y".
001469*
001470*    SHELL COMMAND WORK AREA
001480*
001490 01  WS-SYS-COMMAND         PIC X(100) VALUE SPACES.
001500*
001501*    DAY-NUMBER WORK AREA - A DATE AS A COUNT OF DAYS
001502*
001503 01  WS-DN-WORK.
001504     05  WS-DN-Y            PIC 9(04)  COMP VALUE ZERO.
001505     05  WS-DN-M            PIC 9(02)  COMP VALUE ZERO.
001506     05  WS-DN-Q            PIC 9(07)  COMP VALUE ZERO.
001507     05  WS-DN-R            PIC 9(04)  COMP VALUE ZERO.
001508     05  WS-DN-DAYS         PIC 9(07)  COMP VALUE ZERO.
001509*
001510*    RUN PARM WORK AREAS
001520*
001530 01  WS-PARM-AREA.
001600*
001610 01  WS-STREAM-NAME         PIC X(20)  VALUE "NIGHTLY".
001620*
001621*    DAY-NUMBER RESULTS FOR THE DATE UNDER TEST
001622*
001623 01  WS-DN-DOW              PIC 9(01)  COMP VALUE ZERO.
001625 01  WS-DN-LAST-DD          PIC 9(02)  COMP VALUE ZERO.
001626 01  WS-CHK-VALID-SW        PIC X(01)  VALUE "N".
001627     88  WS-CHK-VALID                  VALUE "Y".
001628*
001630*    ABEND MESSAGE WORK AREA
001640*
001650 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
001820*    1000-INITIALIZE - ACCEPT AND PARSE THE RUN PARM, BUILD   *
001830*                  THE STREAM PATHS AND PICK UP ANY RESTART    *
001840*                  CHECKPOINT A PRIOR FAILED RUN LEFT BEHIND   *
001845*                  AND SETTLE THE SCHEDULE DATE AND CALENDAR   *
001850*============================================================*
001860 1000-INITIALIZE.
001870     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002090         MOVE WS-RESTART-STEP TO WS-RESTART-STEP-ED
002100         DISPLAY "SCH001 - RESTART - RESUMING " WS-STREAM-NAME
002110                 " AFTER STEP " WS-RESTART-STEP-ED
002120     END-IF
002122     PERFORM 1300-SET-SCHED-DATE THRU 1300-EXIT
002125     PERFORM 1400-LOAD-CALENDAR  THRU 1400-EXIT
002127     PERFORM 1500-SET-SCHEDULE   THRU 1500-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150*
002480             TO WS-STREAM-NAME
002490         SET WS-STREAM-SUPPLIED TO TRUE
002500     END-IF
002501     IF WS-PARM-TOK(WS-TOK-IDX)(1:5) = "DATE="
002502         MOVE WS-PARM-TOK(WS-TOK-IDX)(6:8) TO WS-DATE-PARM
002503         IF WS-DATE-PARM IS NOT NUMERIC
002504            OR WS-PARM-TOK(WS-TOK-IDX)(14:1) NOT = SPACE
002505             MOVE "DATE= MUST BE YYYYMMDD" TO WS-ABEND-MESSAGE
002506             PERFORM 9900-ABEND THRU 9900-EXIT
002507         END-IF
002508         SET WS-DATE-SUPPLIED TO TRUE
002509     END-IF
002510     IF WS-PARM-TOK(WS-TOK-IDX)(1:4) = "COLD"
002520         SET WS-COLD-START TO TRUE
002530     END-IF.
003490*                  ONLY MOVED FORWARD WHEN THE STEP ENDED      *
003500*                  BELOW RC 8 - A FAILED STEP IS NOT "DONE"    *
003510*                  AND MUST BE RETRIED ON THE NEXT RERUN       *
003513*                  A STEP NOT DUE ON THE SCHEDULE DATE IS      *
003516*                  LOGGED NOT-SCHEDULED AND COUNTS AS DONE     *
003520*============================================================*
003530 3050-RUN-ONE-STEP.
003540     IF STR-RECORD = SPACES OR STR-RECORD(1:1) = "*"
003630                 WS-STEP-PGM " ALREADY DONE - SKIPPED"
003640         GO TO 3050-EXIT
003650     END-IF
003651     PERFORM 3070-CHECK-FREQUENCY THRU 3070-EXIT
003652     IF WS-STEP-BAD-FREQ
003653         PERFORM 3080-REJECT-FREQUENCY THRU 3080-EXIT
003654         GO TO 3050-EXIT
003655     END-IF
003656     IF WS-STEP-NOT-DUE
003657         PERFORM 3090-NOT-SCHEDULED THRU 3090-EXIT
003658         GO TO 3050-EXIT
003659     END-IF
003660     PERFORM 3060-EXECUTE-STEP THRU 3060-EXIT
003670     PERFORM 5000-WRITE-RUNLOG THRU 5000-EXIT
003680     IF WS-STEP-RC >= 8
004380                 CONTINUE
004390             NOT AT END
004400                 IF WS-KST-OK
004410                     IF SCK-STEP IS NUMERIC
004420                         MOVE SCK-STEP TO WS-RESTART-STEP
004423                         MOVE SCK-SCHED-DATE
004426                             TO WS-CKP-SCHED-DATE
004430                         SET WS-RESTART-ACTIVE TO TRUE
004440                     END-IF
004450                 ELSE
004680 3200-WRITE-CHECKPOINT.
004690     OPEN OUTPUT SCKP
004700     MOVE WS-STEP-NO TO WS-STEP-NO-ED
004710     MOVE WS-STEP-NO-ED TO SCK-STEP
004715     MOVE WS-SCHED-DATE TO SCK-SCHED-DATE
004720     WRITE SCK-RECORD
004730     CLOSE SCKP.
004740 3200-EXIT.
005180 9000-TERMINATE.
005190     MOVE WS-STEPS-RUN     TO WS-STEPS-RUN-ED
005200     MOVE WS-STEPS-SKIPPED TO WS-STEPS-SKIPPED-ED
005205     MOVE WS-STEPS-NOT-SCHED TO WS-STEPS-NOT-SCHED-ED
005210     IF WS-STREAM-FAILED
005220         DISPLAY "SCH001 - STREAM " WS-STREAM-NAME
005230                 " HELD - STEPS RUN: " WS-STEPS-RUN-ED
005240                 "  SKIPPED: " WS-STEPS-SKIPPED-ED
005245                 "  NOT SCHEDULED: " WS-STEPS-NOT-SCHED-ED
005250                 " - RERUN RESUMES AT THE FAILED STEP"
005260     ELSE
005270         DISPLAY "SCH001 - STREAM " WS-STREAM-NAME
005280                 " COMPLETE - STEPS RUN: " WS-STEPS-RUN-ED
005290                 "  SKIPPED: " WS-STEPS-SKIPPED-ED
005295                 "  NOT SCHEDULED: " WS-STEPS-NOT-SCHED-ED
005300     END-IF.
005310 9000-EXIT.
005320     EXIT.
005410     STOP RUN.
005420 9900-EXIT.
005430     EXIT.
005440*
005450*============================================================*
005460*    1300-SET-SCHED-DATE - THE DATE THE CALENDAR IS READ FOR. *
005470*                  DATE= WINS; A RESTART KEEPS THE DATE OF THE *
005480*                  RUN IT RESUMES; OTHERWISE THE RUN DATE.  A   *
005490*                  FRESH RUN CHECKPOINTS STEP 000 AT ONCE SO    *
005500*                  THE DATE HOLDS EVEN IF ITS FIRST STEP FAILS  *
005510*============================================================*
005520 1300-SET-SCHED-DATE.
005530     MOVE WS-RUN-DATE TO WS-SCHED-DATE
005540     IF WS-RESTART-ACTIVE AND WS-CKP-SCHED-DATE IS NUMERIC
005550         MOVE WS-CKP-SCHED-DATE TO WS-SCHED-DATE
005560     END-IF
005570     IF WS-DATE-SUPPLIED
005580         MOVE WS-DATE-PARM TO WS-SCHED-DATE
005590     END-IF
005600     MOVE WS-SCHED-DATE TO WS-CHK-DATE
005610     PERFORM 4000-CHECK-DATE THRU 4000-EXIT
005620     IF NOT WS-CHK-VALID
005630         MOVE SPACES TO WS-ABEND-MESSAGE
005640         STRING "SCHEDULE DATE IS NOT A VALID DATE - "
005650                               DELIMITED BY SIZE
005660                WS-SCHED-DATE  DELIMITED BY SIZE
005670             INTO WS-ABEND-MESSAGE
005680         END-STRING
005690         PERFORM 9900-ABEND THRU 9900-EXIT
005700     END-IF
005710     STRING WS-CHK-MM   DELIMITED BY SIZE
005720            "/"         DELIMITED BY SIZE
005730            WS-CHK-DD   DELIMITED BY SIZE
005740            "/"         DELIMITED BY SIZE
005750            WS-CHK-YYYY DELIMITED BY SIZE
005760         INTO WS-SCHED-DATE-ED
005770     END-STRING
005780     IF NOT WS-RESTART-ACTIVE
005790         PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT
005800     END-IF.
005810 1300-EXIT.
005820     EXIT.
005830*
005840*============================================================*
005850*    1400-LOAD-CALENDAR - TABLE THE HOLIDAY CALENDAR (DATE IN *
005860*                  COLUMNS 1-8, DESCRIPTION FROM COLUMN 10).    *
005870*                  WITH NO CALENDAR ONLY WEEKENDS ARE NON-      *
005880*                  BUSINESS DAYS, AND THE OPERATOR IS TOLD SO   *
005890*============================================================*
005900 1400-LOAD-CALENDAR.
005910     MOVE ZERO TO WS-HOL-CNT
005920     OPEN INPUT HOLF
005930     IF WS-HLS-NOTFOUND
005940         DISPLAY "SCH001 - NO HOLIDAY CALENDAR - ONLY WEEKENDS "
005950                 "ARE NON-BUSINESS DAYS"
005960         GO TO 1400-EXIT
005970     END-IF
005980     IF NOT WS-HLS-OK
005990         MOVE SPACES TO WS-ABEND-MESSAGE
006000         STRING "UNABLE TO OPEN HOLIDAY CALENDAR - FILE STATUS = "
006010                    DELIMITED BY SIZE
006020                HLS DELIMITED BY SIZE
006030             INTO WS-ABEND-MESSAGE
006040         END-STRING
006050         PERFORM 9900-ABEND THRU 9900-EXIT
006060     END-IF
006070     PERFORM UNTIL WS-HLS-EOF
006080         READ HOLF
006090             AT END
006100                 CONTINUE
006110             NOT AT END
006120                 PERFORM 1410-TAKE-HOLIDAY THRU 1410-EXIT
006130         END-READ
006140     END-PERFORM
006150     CLOSE HOLF.
006160 1400-EXIT.
006170     EXIT.
006180*
006190*============================================================*
006200*    1410-TAKE-HOLIDAY - ONE CALENDAR LINE.  BLANK LINES AND  *
006210*                  "*" COMMENTS ARE SKIPPED; A DATE THAT IS NOT *
006220*                  A REAL DATE STOPS THE RUN RATHER THAN LET    *
006230*                  THE STREAM RUN ON A WRONG CALENDAR           *
006240*============================================================*
006250 1410-TAKE-HOLIDAY.
006260     IF NOT WS-HLS-OK
006270         MOVE SPACES TO WS-ABEND-MESSAGE
006280         STRING "I/O ERROR READING HOLIDAY CALENDAR - STATUS = "
006290                    DELIMITED BY SIZE
006300                HLS DELIMITED BY SIZE
006310             INTO WS-ABEND-MESSAGE
006320         END-STRING
006330         CLOSE HOLF
006340         PERFORM 9900-ABEND THRU 9900-EXIT
006350     END-IF
006360     IF HOL-RECORD = SPACES OR HOL-RECORD(1:1) = "*"
006370         GO TO 1410-EXIT
006380     END-IF
006390     MOVE HOL-DATE TO WS-CHK-DATE
006400     PERFORM 4000-CHECK-DATE THRU 4000-EXIT
006410     IF NOT WS-CHK-VALID
006420         MOVE SPACES TO WS-ABEND-MESSAGE
006430         STRING "INVALID DATE ON HOLIDAY CALENDAR - "
006440                         DELIMITED BY SIZE
006450                HOL-DATE DELIMITED BY SIZE
006460             INTO WS-ABEND-MESSAGE
006470         END-STRING
006480         CLOSE HOLF
006490         PERFORM 9900-ABEND THRU 9900-EXIT
006500     END-IF
006510     IF WS-HOL-CNT NOT < WS-HOL-MAX
006520         MOVE "HOLIDAY CALENDAR TABLE OVERFLOW - MAX 200"
006530             TO WS-ABEND-MESSAGE
006540         CLOSE HOLF
006550         PERFORM 9900-ABEND THRU 9900-EXIT
006560     END-IF
006570     ADD 1 TO WS-HOL-CNT
006580     MOVE WS-CHK-DATE TO WS-HOL-DATE(WS-HOL-CNT).
006590 1410-EXIT.
006600     EXIT.
006610*
006620*============================================================*
006630*    1500-SET-SCHEDULE - WORK OUT WHAT KIND OF DAY THE        *
006640*                  SCHEDULE DATE IS: ITS DAY OF THE WEEK,       *
006650*                  WHETHER IT IS A BUSINESS DAY, THE LAST       *
006660*                  BUSINESS DAY OF ITS MONTH (MONTH-END) OR THE *
006670*                  FIRST BUSINESS DAY OF ITS MONTH              *
006680*============================================================*
006690 1500-SET-SCHEDULE.
006700     MOVE WS-SCHED-DATE TO WS-CHK-DATE
006710     PERFORM 4100-CHECK-BUSINESS-DAY THRU 4100-EXIT
006720     MOVE WS-DN-DOW     TO WS-SCHED-DOW
006730     MOVE WS-CHK-BUS-SW TO WS-SCHED-BUS-SW
006740     MOVE WS-DN-LAST-DD TO WS-CHK-DD
006750     PERFORM 4100-CHECK-BUSINESS-DAY THRU 4100-EXIT
006760     PERFORM 4200-DAY-BEFORE THRU 4200-EXIT
006770         UNTIL WS-CHK-BUSINESS OR WS-CHK-DD = 1
006780     IF WS-CHK-BUSINESS AND WS-CHK-DATE = WS-SCHED-DATE
006790         SET WS-SCHED-MONTHEND TO TRUE
006800     END-IF
006810     MOVE 1 TO WS-CHK-DD
006820     PERFORM 4100-CHECK-BUSINESS-DAY THRU 4100-EXIT
006830     PERFORM 4300-DAY-AFTER THRU 4300-EXIT
006840         UNTIL WS-CHK-BUSINESS OR WS-CHK-DD = WS-DN-LAST-DD
006850     IF WS-CHK-BUSINESS AND WS-CHK-DATE = WS-SCHED-DATE
006860         SET WS-SCHED-FIRSTBUS TO TRUE
006870     END-IF
006880     MOVE "NOT A BUSINESS DAY" TO WS-SCHED-KIND
006890     IF WS-SCHED-BUSINESS
006900         MOVE "BUSINESS DAY" TO WS-SCHED-KIND
006910     END-IF
006920     IF WS-SCHED-FIRSTBUS
006930         MOVE "FIRST BUSINESS DAY OF THE MONTH" TO WS-SCHED-KIND
006940     END-IF
006950     IF WS-SCHED-MONTHEND
006960         MOVE "MONTH-END - LAST BUSINESS DAY" TO WS-SCHED-KIND
006970     END-IF
006980     DISPLAY "SCH001 - SCHEDULE DATE " WS-SCHED-DATE-ED " "
006990             WS-DAY-NAME(WS-SCHED-DOW) " - " WS-SCHED-KIND.
007000 1500-EXIT.
007010     EXIT.
007020*
007030*============================================================*
007040*    3070-CHECK-FREQUENCY - IS THIS STEP DUE ON THE SCHEDULE  *
007050*                  DATE?  BLANK OR DAILY - ALWAYS; WEEKDAY -    *
007060*                  BUSINESS DAYS; MONTHEND - THE LAST BUSINESS  *
007070*                  DAY OF THE MONTH; FIRSTBUS - THE FIRST       *
007080*                  BUSINESS DAY OF THE MONTH; MON THRU SUN -    *
007090*                  THAT DAY OF THE WEEK.  ANY OTHER CODE IS     *
007100*                  FLAGGED BAD                                  *
007110*============================================================*
007120 3070-CHECK-FREQUENCY.
007130     MOVE STR-FREQ TO WS-STEP-FREQ
007140     SET WS-STEP-DUE TO TRUE
007150     IF WS-STEP-FREQ = SPACES OR WS-STEP-FREQ = "DAILY"
007160         GO TO 3070-EXIT
007170     END-IF
007180     IF WS-STEP-FREQ = "WEEKDAY"
007190         IF NOT WS-SCHED-BUSINESS
007200             SET WS-STEP-NOT-DUE TO TRUE
007210         END-IF
007220         GO TO 3070-EXIT
007230     END-IF
007240     IF WS-STEP-FREQ = "MONTHEND"
007250         IF NOT WS-SCHED-MONTHEND
007260             SET WS-STEP-NOT-DUE TO TRUE
007270         END-IF
007280         GO TO 3070-EXIT
007290     END-IF
007300     IF WS-STEP-FREQ = "FIRSTBUS"
007310         IF NOT WS-SCHED-FIRSTBUS
007320             SET WS-STEP-NOT-DUE TO TRUE
007330         END-IF
007340         GO TO 3070-EXIT
007350     END-IF
007360     SET WS-STEP-BAD-FREQ TO TRUE
007370     PERFORM 3075-MATCH-DAY-NAME THRU 3075-EXIT
007380         VARYING WS-DX FROM 1 BY 1
007390             UNTIL WS-DX > 7.
007400 3070-EXIT.
007410     EXIT.
007420*
007430*============================================================*
007440*    3075-MATCH-DAY-NAME - A NAMED DAY OF THE WEEK IS DUE     *
007450*                  ONLY WHEN IT IS THE SCHEDULE DATE'S DAY      *
007460*============================================================*
007470 3075-MATCH-DAY-NAME.
007480     IF WS-STEP-FREQ = WS-DAY-NAME(WS-DX)
007490         IF WS-DX = WS-SCHED-DOW
007500             SET WS-STEP-DUE TO TRUE
007510         ELSE
007520             SET WS-STEP-NOT-DUE TO TRUE
007530         END-IF
007540     END-IF.
007550 3075-EXIT.
007560     EXIT.
007570*
007580*============================================================*
007590*    3080-REJECT-FREQUENCY - AN UNKNOWN FREQUENCY CODE STOPS  *
007600*                  THE STREAM WITHOUT RUNNING THE STEP.  THE     *
007610*                  CHECKPOINT IS NOT MOVED, SO ONCE THE STREAM   *
007620*                  FILE IS CORRECTED THE RERUN RESUMES HERE      *
007630*============================================================*
007640 3080-REJECT-FREQUENCY.
007650     SET WS-STREAM-FAILED TO TRUE
007660     MOVE WS-STEP-NO TO WS-STEP-NO-ED
007670     DISPLAY "SCH001 - STEP " WS-STEP-NO-ED " "
007680             WS-STEP-PGM " FREQUENCY CODE " WS-STEP-FREQ
007690             " NOT RECOGNIZED - STREAM STOPPED"
007700     MOVE "INVALID FREQUENCY" TO WS-STEP-UNRUN-TEXT
007710     PERFORM 5100-WRITE-UNRUN-LOG THRU 5100-EXIT.
007720 3080-EXIT.
007730     EXIT.
007740*
007750*============================================================*
007760*    3090-NOT-SCHEDULED - A STEP THE CALENDAR SAYS IS NOT DUE *
007770*                  IS LOGGED AND CHECKPOINTED LIKE A COMPLETED  *
007780*                  STEP, SO A RERUN NEITHER RUNS IT NOR LOGS IT *
007790*                  A SECOND TIME                                *
007800*============================================================*
007810 3090-NOT-SCHEDULED.
007820     ADD 1 TO WS-STEPS-NOT-SCHED
007830     MOVE WS-STEP-NO TO WS-STEP-NO-ED
007840     DISPLAY "SCH001 - STEP " WS-STEP-NO-ED " "
007850             WS-STEP-PGM " NOT SCHEDULED - " WS-STEP-FREQ
007860     MOVE "NOT-SCHEDULED" TO WS-STEP-UNRUN-TEXT
007870     PERFORM 5100-WRITE-UNRUN-LOG  THRU 5100-EXIT
007880     PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT.
007890 3090-EXIT.
007900     EXIT.
007910*
007920*============================================================*
007930*    4000-CHECK-DATE - PROVE WS-CHK-DATE IS A REAL DATE AND   *
007940*                  TAKE ITS MONTH LENGTH (WS-DN-LAST-DD) AND    *
007950*                  ITS DAY OF THE WEEK (WS-DN-DOW, 1 = MONDAY)  *
007960*                  FROM ITS DAY NUMBER.  THE YEAR IS TAKEN TO   *
007970*                  START IN MARCH SO THE LEAP DAY FALLS AT ITS  *
007980*                  END                                          *
007990*============================================================*
008000 4000-CHECK-DATE.
008010     MOVE "N" TO WS-CHK-VALID-SW
008020     IF WS-CHK-DATE IS NOT NUMERIC
008030        OR WS-CHK-YYYY < 1601
008040        OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
008050         GO TO 4000-EXIT
008060     END-IF
008070     MOVE 31 TO WS-DN-LAST-DD
008080     IF WS-CHK-MM = 4 OR WS-CHK-MM = 6
008090        OR WS-CHK-MM = 9 OR WS-CHK-MM = 11
008100         MOVE 30 TO WS-DN-LAST-DD
008110     END-IF
008120     IF WS-CHK-MM = 2
008130         MOVE 28 TO WS-DN-LAST-DD
008140         DIVIDE WS-CHK-YYYY BY 4 GIVING WS-DN-Q
008150             REMAINDER WS-DN-R
008160         IF WS-DN-R = ZERO
008170             MOVE 29 TO WS-DN-LAST-DD
008180         END-IF
008190         DIVIDE WS-CHK-YYYY BY 100 GIVING WS-DN-Q
008200             REMAINDER WS-DN-R
008210         IF WS-DN-R = ZERO
008220             MOVE 28 TO WS-DN-LAST-DD
008230         END-IF
008240         DIVIDE WS-CHK-YYYY BY 400 GIVING WS-DN-Q
008250             REMAINDER WS-DN-R
008260         IF WS-DN-R = ZERO
008270             MOVE 29 TO WS-DN-LAST-DD
008280         END-IF
008290     END-IF
008300     IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-DN-LAST-DD
008310         GO TO 4000-EXIT
008320     END-IF
008330     MOVE "Y" TO WS-CHK-VALID-SW
008340     MOVE WS-CHK-YYYY TO WS-DN-Y
008350     MOVE WS-CHK-MM   TO WS-DN-M
008360     IF WS-DN-M < 3
008370         SUBTRACT 1 FROM WS-DN-Y
008380         ADD 12 TO WS-DN-M
008390     END-IF
008400     COMPUTE WS-DN-Q = 153 * (WS-DN-M - 3) + 2
008410     DIVIDE WS-DN-Q BY 5 GIVING WS-DN-DAYS
008420     COMPUTE WS-DN-DAYS = WS-DN-DAYS + 365 * WS-DN-Y + WS-CHK-DD
008430     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q
008440     ADD WS-DN-Q TO WS-DN-DAYS
008450     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q
008460     SUBTRACT WS-DN-Q FROM WS-DN-DAYS
008470     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q
008480     ADD WS-DN-Q TO WS-DN-DAYS
008490*    DAY NUMBERS FALL ON A MONDAY WHEN THEY LEAVE 6 OVER SEVENS
008500     DIVIDE WS-DN-DAYS BY 7 GIVING WS-DN-Q
008510         REMAINDER WS-DN-R
008520     COMPUTE WS-DN-DOW = WS-DN-R + 2
008530     IF WS-DN-R > 5
008540         COMPUTE WS-DN-DOW = WS-DN-R - 5
008550     END-IF.
008560 4000-EXIT.
008570     EXIT.
008580*
008590*============================================================*
008600*    4100-CHECK-BUSINESS-DAY - WS-CHK-DATE IS A BUSINESS DAY  *
008610*                  WHEN IT FALLS MONDAY THRU FRIDAY AND IS NOT  *
008620*                  ON THE HOLIDAY CALENDAR                      *
008630*============================================================*
008640 4100-CHECK-BUSINESS-DAY.
008650     MOVE "N" TO WS-CHK-BUS-SW
008660     PERFORM 4000-CHECK-DATE THRU 4000-EXIT
008670     IF NOT WS-CHK-VALID OR WS-DN-DOW > 5
008680         GO TO 4100-EXIT
008690     END-IF
008700     SET WS-CHK-BUSINESS TO TRUE
008710     PERFORM 4110-MATCH-HOLIDAY THRU 4110-EXIT
008720         VARYING WS-HX FROM 1 BY 1
008730             UNTIL WS-HX > WS-HOL-CNT OR NOT WS-CHK-BUSINESS.
008740 4100-EXIT.
008750     EXIT.
008760*
008770*============================================================*
008780*    4110-MATCH-HOLIDAY - ONE HOLIDAY AGAINST WS-CHK-DATE     *
008790*============================================================*
008800 4110-MATCH-HOLIDAY.
008810     IF WS-HOL-DATE(WS-HX) = WS-CHK-DATE
008820         MOVE "N" TO WS-CHK-BUS-SW
008830     END-IF.
008840 4110-EXIT.
008850     EXIT.
008860*
008870*============================================================*
008880*    4200-DAY-BEFORE - STEP WS-CHK-DATE BACK ONE DAY WITHIN   *
008890*                  ITS MONTH AND TEST IT                        *
008900*============================================================*
008910 4200-DAY-BEFORE.
008920     SUBTRACT 1 FROM WS-CHK-DD
008930     PERFORM 4100-CHECK-BUSINESS-DAY THRU 4100-EXIT.
008940 4200-EXIT.
008950     EXIT.
008960*
008970*============================================================*
008980*    4300-DAY-AFTER - STEP WS-CHK-DATE ON ONE DAY WITHIN ITS  *
008990*                  MONTH AND TEST IT                            *
009000*============================================================*
009010 4300-DAY-AFTER.
009020     ADD 1 TO WS-CHK-DD
009030     PERFORM 4100-CHECK-BUSINESS-DAY THRU 4100-EXIT.
009040 4300-EXIT.
009050     EXIT.
009060*
009070*============================================================*
009080*    5100-WRITE-UNRUN-LOG - APPEND ONE RUN LOG LINE FOR A     *
009090*                  STEP THAT WAS NOT EXECUTED - NOT SCHEDULED   *
009100*                  ON THE SCHEDULE DATE, OR CARRYING A          *
009110*                  FREQUENCY CODE THE DRIVER DOES NOT KNOW      *
009120*============================================================*
009130 5100-WRITE-UNRUN-LOG.
009140     OPEN EXTEND RUNLOG
009150     IF WS-AST-NOTFOUND
009160         OPEN OUTPUT RUNLOG
009170     END-IF
009180     MOVE WS-STEP-NO TO WS-STEP-NO-ED
009190     MOVE SPACES TO RUNLOG-RECORD
009200     STRING "SCH001 "          DELIMITED BY SIZE
009210            WS-RUN-USER        DELIMITED BY SPACE
009220            " JOB="            DELIMITED BY SIZE
009230            WS-RUN-JOB         DELIMITED BY SPACE
009240            " STREAM="         DELIMITED BY SIZE
009250            WS-STREAM-NAME     DELIMITED BY SPACE
009260            " STEP="           DELIMITED BY SIZE
009270            WS-STEP-NO-ED      DELIMITED BY SIZE
009280            " PGM="            DELIMITED BY SIZE
009290            WS-STEP-PGM        DELIMITED BY SPACE
009300            " "                DELIMITED BY SIZE
009310            WS-RUN-DATE-ED     DELIMITED BY SIZE
009320            " "                DELIMITED BY SIZE
009330            WS-STEP-UNRUN-TEXT DELIMITED BY "  "
009340            " FREQ="           DELIMITED BY SIZE
009350            WS-STEP-FREQ       DELIMITED BY SPACE
009360            " SCHED="          DELIMITED BY SIZE
009370            WS-SCHED-DATE-ED   DELIMITED BY SIZE
009380         INTO RUNLOG-RECORD
009390     END-STRING
009400     WRITE RUNLOG-RECORD
009410     CLOSE RUNLOG.
009420 5100-EXIT.
009430     EXIT.
