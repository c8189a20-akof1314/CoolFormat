000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CUSTJNL.
000120 AUTHOR.        R DUNNE.
000130 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*
000170*MODIFICATION HISTORY
000180*----------------------------------------------------------
000190*10/15/26  RD  NEW PROGRAM.  DAILY GENERAL-LEDGER JOURNAL
000200*              INTERFACE.  THE DAY'S CUSTHIST RECORDS (HIS-RUN-
000210*              DATE EQUAL TO THE RUN DATE, OR DATE=YYYYMMDD)
000220*              ARE SUMMARIZED INTO ONE BALANCED ENTRY PER
000230*              TRANSACTION TYPE - NEW-ACCOUNT OPENING BALANCES,
000240*              BALANCE-ADJUSTMENT DEBITS, BALANCE-ADJUSTMENT
000250*              CREDITS AND BALANCES WRITTEN OFF BY DELETES -
000260*              POSTED TO THE DEBIT AND CREDIT ACCOUNTS IN THE
000270*              Control/CUSTGL.MAP MAPPING FILE (COPYBOOK
000280*              CUSTGLM).  THE JOURNAL,
000290*              Data/CUSTGL.YYYYMMDD.Rnn.JNL (COPYBOOK CUSTGLJ),
000295*              CARRIES A HEADER AND A
000300*              TRAILER WITH THE LINE COUNT AND THE DEBIT AND
000310*              CREDIT TOTALS.  THE JOURNAL'S NET CHANGE TO
000320*              RECEIVABLES IS PROVED AGAINST THE CUSTTOT DAY
000330*              TOTALS; OUT OF BALANCE THE RUN ENDS RC 8 SO
000340*              SCH001 HOLDS THE STREAM.  HISTORY ALREADY
000350*              JOURNALED FOR THE DATE IS KEPT ON THE
000360*              Data/CUSTJNL.POS POSITION RECORD, SO A LATER
000370*              UPDATE THE SAME DAY (THE MONTH-END STREAM) IS
000380*              JOURNALED ON ITS OWN AGAINST ITS OWN TOTALS.
000381*10/15/26  RD  EACH RUN NOW WRITES ITS OWN JOURNAL FILE,
000382*              Data/CUSTGL.YYYYMMDD.Rnn.JNL, RUN NUMBER nn KEPT ON
000384*              THE POSITION RECORD, SO A LATER RUN THE SAME DAY NO
000385*              LONGER WRITES OVER AN EARLIER RUN'S JOURNAL.  AN
000387*              OUT-OF-BALANCE JOURNAL KEEPS NO NUMBER, SO THE
000388*              RERUN REPLACES IT.  THE HEADER AND POSITION
000389*              WRITES ARE CHECKED.
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MAPF ASSIGN TO DYNAMIC WS-MAP-PATH
000470                ORGANIZATION IS LINE SEQUENTIAL
000480                FILE STATUS  IS PST.
000490     SELECT HISTF ASSIGN TO DYNAMIC WS-HIST-PATH
000500                ORGANIZATION IS LINE SEQUENTIAL
000510                FILE STATUS  IS HST.
000520     SELECT TOTALS ASSIGN TO DYNAMIC WS-TOTALS-PATH
000530                ORGANIZATION IS LINE SEQUENTIAL
000540                FILE STATUS  IS OTS.
000550     SELECT POSF ASSIGN TO DYNAMIC WS-POS-PATH
000560                ORGANIZATION IS LINE SEQUENTIAL
000570                FILE STATUS  IS KST.
000580     SELECT JRNL ASSIGN TO DYNAMIC WS-JRNL-PATH
000590                ORGANIZATION IS LINE SEQUENTIAL
000600                FILE STATUS  IS JST.
000610     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000620                ORGANIZATION IS LINE SEQUENTIAL
000630                FILE STATUS  IS RST.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680 FD  MAPF
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTGLM.
000710*
000720 FD  HISTF
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CUSTHIST.
000750*
000760 FD  TOTALS
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CUSTTOT.
000790*
000800 FD  POSF
000810     LABEL RECORDS ARE STANDARD.
000820 01  POS-RECORD.
000830     05  POS-JRNL-DATE      PIC 9(08).
000840     05  POS-HIST-RECS      PIC 9(09).
000850     05  POS-TOT-APPLIED    PIC 9(05).
000860     05  POS-TOT-SIGN       PIC X(01).
000870     05  POS-TOT-NET        PIC 9(11)V99.
000880     05  POS-RUN-SEQ        PIC 9(02).
000885     05  FILLER             PIC X(08).
000890*
000900 FD  JRNL
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CUSTGLJ.
000930*
000940 FD  RPT
000950     LABEL RECORDS ARE STANDARD.
000960 01  RPT-RECORD             PIC X(100).
000970*
000980 WORKING-STORAGE SECTION.
000990*
001000*    FILE STATUS AND SWITCHES
001010*
001020 01  WS-MAP-STATUS.
001030     05  PST                PIC X(02)  VALUE "00".
001040         88  WS-PST-OK                 VALUE "00".
001050         88  WS-PST-EOF                VALUE "10".
001060         88  WS-PST-NOFILE             VALUE "35".
001070*
001080 01  WS-HIST-STATUS.
001090     05  HST                PIC X(02)  VALUE "00".
001100         88  WS-HST-OK                 VALUE "00".
001110         88  WS-HST-EOF                VALUE "10".
001120         88  WS-HST-NOFILE             VALUE "35".
001130*
001140 01  WS-TOTALS-STATUS.
001150     05  OTS                PIC X(02)  VALUE "00".
001160         88  WS-OTS-OK                 VALUE "00".
001170         88  WS-OTS-EOF                VALUE "10".
001180         88  WS-OTS-NOFILE             VALUE "35".
001190*
001200 01  WS-POS-STATUS.
001210     05  KST                PIC X(02)  VALUE "00".
001220         88  WS-KST-OK                 VALUE "00".
001230         88  WS-KST-EOF                VALUE "10".
001240         88  WS-KST-NOFILE             VALUE "35".
001250*
001260 01  WS-JRNL-STATUS.
001270     05  JST                PIC X(02)  VALUE "00".
001280         88  WS-JST-OK                 VALUE "00".
001290*
001300 01  WS-RPT-STATUS.
001310     05  RST                PIC X(02)  VALUE "00".
001320*
001330 01  WS-MAP-PATH            PIC X(64)  VALUE "Control/CUSTGL.MAP".
001340 01  WS-HIST-PATH           PIC X(64)  VALUE "Data/CUSTHIST.DAT".
001350 01  WS-TOTALS-PATH         PIC X(64)  VALUE "Data/CUSTTOT.DAT".
001360 01  WS-POS-PATH            PIC X(64)  VALUE "Data/CUSTJNL.POS".
001370 01  WS-JRNL-PATH           PIC X(64)  VALUE SPACES.
001380 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
001390*
001400 01  WS-PAGE-CTL.
001410     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
001420     05  WS-PAGE-NO-ED      PIC ZZZ9.
001430     05  WS-LINE-CTR        PIC 9(03)  COMP VALUE ZERO.
001440     05  WS-LINE-MAX        PIC 9(03)  COMP VALUE 55.
001450*
001460*    RUN DATE/TIME STAMP AND THE JOURNAL DATE
001470*
001480 01  WS-RUN-DATE.
001490     05  WS-RUN-YYYY        PIC 9(04).
001500     05  WS-RUN-MM          PIC 9(02).
001510     05  WS-RUN-DD          PIC 9(02).
001520 01  WS-RUN-TIME.
001530     05  WS-RUN-HH          PIC 9(02).
001540     05  WS-RUN-MN          PIC 9(02).
001550     05  WS-RUN-SS          PIC 9(02).
001560     05  WS-RUN-HS          PIC 9(02).
001570 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001580 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001590*
001600 01  WS-JRNL-DATE           PIC 9(08)  VALUE ZERO.
001610 01  WS-JRNL-DATE-ED        PIC X(10)  VALUE SPACES.
001615 01  WS-JRNL-SEQ            PIC 9(02)  VALUE ZERO.
001620 01  WS-DATE-TOKEN          PIC X(08)  VALUE SPACES.
001630 01  WS-DATE-LEN            PIC 9(02)  COMP VALUE ZERO.
001640*
001650*    GL MAPPING - ONE ROW PER JOURNAL ENTRY
001660*    (1 OPENING BALANCES, 2 ADJUSTMENT DEBITS,
001670*     3 ADJUSTMENT CREDITS, 4 WRITE-OFFS)
001680*
001690 01  WS-MAP-TABLE.
001700     05  WS-MAP-ROW OCCURS 4 TIMES.
001710         10  WS-MP-FOUND    PIC X(01).
001720             88  WS-MP-LOADED          VALUE "Y".
001730         10  WS-MP-ENTRY    PIC X(02).
001740         10  WS-MP-DR       PIC X(10).
001750         10  WS-MP-CR       PIC X(10).
001760         10  WS-MP-DESC     PIC X(30).
001770 01  WS-MX                  PIC 9(02)  COMP VALUE ZERO.
001780*
001790*    POSITION - HISTORY ALREADY JOURNALED FOR THE DATE
001800*
001810 01  WS-POSITION.
001820     05  WS-SKIP-RECS       PIC 9(09)  VALUE ZERO.
001830     05  WS-POS-TOT-APPLIED PIC 9(05)  VALUE ZERO.
001840     05  WS-POS-TOT-SIGN    PIC X(01)  VALUE SPACES.
001850     05  WS-POS-TOT-NET     PIC 9(11)V99 VALUE ZERO.
001855     05  WS-POS-RUN-SEQ     PIC 9(02)  VALUE ZERO.
001860     05  WS-POS-FOUND-SW    PIC X(01)  VALUE "N".
001870         88  WS-POS-FOUND              VALUE "Y".
001880*
001890*    THE DAY TOTALS CUSTUPD WROTE
001900*
001910 01  WS-DAY-TOTALS.
001920     05  WS-TOT-FOUND-SW    PIC X(01)  VALUE "N".
001930         88  WS-TOT-FOUND              VALUE "Y".
001940     05  WS-TOT-DONE-SW     PIC X(01)  VALUE "N".
001950         88  WS-TOT-JOURNALED          VALUE "Y".
001960     05  WS-DAY-APPLIED     PIC 9(05)  VALUE ZERO.
001970     05  WS-DAY-SIGN        PIC X(01)  VALUE SPACES.
001980     05  WS-DAY-NET-U       PIC 9(11)V99 VALUE ZERO.
001990     05  WS-DAY-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
002000*
002010*    HISTORY SUMMARY BY JOURNAL ENTRY
002020*
002030 01  WS-HIST-TOTALS.
002040     05  WS-DATE-RECS       PIC 9(09)  COMP VALUE ZERO.
002050     05  WS-NEW-RECS        PIC 9(09)  COMP VALUE ZERO.
002060     05  WS-NOMONEY-COUNT   PIC 9(07)  COMP VALUE ZERO.
002070     05  WS-BADCODE-COUNT   PIC 9(07)  COMP VALUE ZERO.
002080     05  WS-ENT-COUNT OCCURS 4 TIMES
002090                            PIC 9(07)  COMP.
002100     05  WS-ENT-AMOUNT OCCURS 4 TIMES
002110                            PIC S9(11)V99 COMP-3.
002120 01  WS-WK-BEF              PIC S9(07)V99 COMP-3 VALUE ZERO.
002130 01  WS-WK-AFT              PIC S9(07)V99 COMP-3 VALUE ZERO.
002140 01  WS-WK-CHANGE           PIC S9(09)V99 COMP-3 VALUE ZERO.
002150*
002160*    ONE JOURNAL ENTRY BEING WRITTEN
002170*
002180 01  WS-ENTRY-WORK.
002190     05  WS-E-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
002200     05  WS-E-DR            PIC X(10)  VALUE SPACES.
002210     05  WS-E-CR            PIC X(10)  VALUE SPACES.
002220     05  WS-E-ACCOUNT       PIC X(10)  VALUE SPACES.
002230     05  WS-E-DR-CR         PIC X(01)  VALUE SPACES.
002240*
002250*    JOURNAL CONTROLS AND THE PROOF
002260*
002270 01  WS-JRNL-CONTROLS.
002280     05  WS-JRNL-LINES      PIC 9(05)  VALUE ZERO.
002290     05  WS-JRNL-DEBITS     PIC 9(13)V99 VALUE ZERO.
002300     05  WS-JRNL-CREDITS    PIC 9(13)V99 VALUE ZERO.
002310     05  WS-JRNL-NET        PIC S9(11)V99 COMP-3 VALUE ZERO.
002320     05  WS-EXP-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
002330     05  WS-NOTHING-NEW-SW  PIC X(01)  VALUE "N".
002340         88  WS-NOTHING-NEW            VALUE "Y".
002350     05  WS-BALANCED-SW     PIC X(01)  VALUE "Y".
002360         88  WS-IN-BALANCE             VALUE "Y".
002370         88  WS-OUT-OF-BALANCE         VALUE "N".
002380*
002390*    EDITED FIELDS
002400*
002410 01  WS-CNT-ED              PIC ZZZZZZZZ9.
002420 01  WS-AMT-ED              PIC ZZZZZZZZZZZZ9.99-.
002430 01  WS-AMT2-ED             PIC ZZZZZZZZZZZZ9.99-.
002440*
002450*    REPORT LINE WORK AREA
002460*
002470 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
002480*
002490*    RUN PARM WORK AREAS
002500*
002510 01  WS-PARM-AREA.
002520     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
002530*
002540 01  WS-PARM-TOKENS.
002550     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
002560     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
002570 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
002580*
002590*    ABEND MESSAGE WORK AREA
002600*
002610 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
002620*
002630 PROCEDURE DIVISION.
002640*
002650*============================================================*
002660*    0000-MAINLINE                                            *
002670*============================================================*
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002700     PERFORM 1300-LOAD-MAP        THRU 1300-EXIT
002710     PERFORM 1400-READ-POSITION   THRU 1400-EXIT
002720     PERFORM 1500-READ-DAY-TOTALS THRU 1500-EXIT
002730     PERFORM 2000-READ-HISTORY    THRU 2000-EXIT
002740     IF WS-NEW-RECS = ZERO AND WS-TOT-JOURNALED
002750         SET WS-NOTHING-NEW TO TRUE
002760         MOVE "NOTHING NEW SINCE THE LAST JOURNAL - JOURNAL KEPT"
002770             TO WS-RPT-LINE
002780         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
002790     ELSE
002800         PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT
002810         PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT
002820     END-IF
002830     IF WS-IN-BALANCE AND NOT WS-NOTHING-NEW
002840         PERFORM 5000-SAVE-POSITION THRU 5000-EXIT
002850     END-IF
002860     CLOSE RPT
002870     PERFORM 9000-TERMINATE       THRU 9000-EXIT
002880     STOP RUN.
002890*
002900*============================================================*
002910*    1000-INITIALIZE - ACCEPT THE PARM, SETTLE THE JOURNAL    *
002920*                  DATE AND OPEN THE REGISTER                   *
002930*============================================================*
002940 1000-INITIALIZE.
002950     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002960     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
002970     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002980     IF WS-JRNL-DATE = ZERO
002990         MOVE WS-RUN-DATE TO WS-JRNL-DATE
003000     END-IF
003010     STRING WS-JRNL-DATE(5:2) DELIMITED BY SIZE
003020            "/"               DELIMITED BY SIZE
003030            WS-JRNL-DATE(7:2) DELIMITED BY SIZE
003040            "/"               DELIMITED BY SIZE
003050            WS-JRNL-DATE(1:4) DELIMITED BY SIZE
003060         INTO WS-JRNL-DATE-ED
003070     END-STRING
003080     MOVE "Reports/CUSTJNL.RPT" TO WS-RPT-PATH
003090     OPEN OUTPUT RPT
003100     MOVE ZERO TO WS-PAGE-NO
003110     MOVE ZERO TO WS-LINE-CTR
003120     INITIALIZE WS-MAP-TABLE
003130     INITIALIZE WS-HIST-TOTALS
003140     MOVE "A " TO WS-MP-ENTRY(1)
003150     MOVE "BD" TO WS-MP-ENTRY(2)
003160     MOVE "BC" TO WS-MP-ENTRY(3)
003170     MOVE "D " TO WS-MP-ENTRY(4).
003180 1000-EXIT.
003190     EXIT.
003200*
003210*============================================================*
003220*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED    *
003230*                      TOKENS AND CLASSIFY EACH ONE            *
003240*============================================================*
003250 1100-PARSE-PARM.
003260     MOVE SPACES TO WS-PARM-TOKENS
003270     MOVE ZERO   TO WS-TOK-COUNT
003280     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
003290         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
003300              WS-PARM-TOK(03) WS-PARM-TOK(04)
003310              WS-PARM-TOK(05) WS-PARM-TOK(06)
003320              WS-PARM-TOK(07) WS-PARM-TOK(08)
003330              WS-PARM-TOK(09) WS-PARM-TOK(10)
003340         TALLYING IN WS-TOK-COUNT
003350     END-UNSTRING
003360     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
003370         VARYING WS-TOK-IDX FROM 1 BY 1
003380             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
003390 1100-EXIT.
003400     EXIT.
003410*
003420*============================================================*
003430*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD          *
003440*============================================================*
003450 1110-CLASSIFY-TOKEN.
003460     IF WS-PARM-TOK(WS-TOK-IDX)(1:5) = "DATE="
003470         MOVE WS-PARM-TOK(WS-TOK-IDX)(6:8) TO WS-DATE-TOKEN
003480         MOVE ZERO TO WS-DATE-LEN
003490         INSPECT WS-DATE-TOKEN TALLYING WS-DATE-LEN
003500             FOR CHARACTERS BEFORE INITIAL " "
003510         IF WS-DATE-LEN NOT = 8
003520            OR WS-DATE-TOKEN IS NOT NUMERIC
003530             MOVE "DATE= MUST BE YYYYMMDD"
003540                 TO WS-ABEND-MESSAGE
003550             PERFORM 9900-ABEND THRU 9900-EXIT
003560         END-IF
003570         MOVE WS-DATE-TOKEN TO WS-JRNL-DATE
003580     END-IF.
003590 1110-EXIT.
003600     EXIT.
003610*
003620*============================================================*
003630*    1200-GET-TIMESTAMP - CAPTURE AND EDIT THE RUN DATE/TIME  *
003640*============================================================*
003650 1200-GET-TIMESTAMP.
003660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003670     ACCEPT WS-RUN-TIME FROM TIME
003680     STRING WS-RUN-MM DELIMITED BY SIZE
003690            "/"        DELIMITED BY SIZE
003700            WS-RUN-DD  DELIMITED BY SIZE
003710            "/"        DELIMITED BY SIZE
003720            WS-RUN-YYYY DELIMITED BY SIZE
003730         INTO WS-RUN-DATE-ED
003740     END-STRING
003750     STRING WS-RUN-HH DELIMITED BY SIZE
003760            ":"        DELIMITED BY SIZE
003770            WS-RUN-MN  DELIMITED BY SIZE
003780            ":"        DELIMITED BY SIZE
003790            WS-RUN-SS  DELIMITED BY SIZE
003800         INTO WS-RUN-TIME-ED
003810     END-STRING.
003820 1200-EXIT.
003830     EXIT.
003840*
003850*============================================================*
003860*    1300-LOAD-MAP - READ THE GL MAPPING FILE.  EVERY ONE OF  *
003870*                  THE FOUR ENTRIES MUST BE MAPPED ONCE         *
003880*============================================================*
003890 1300-LOAD-MAP.
003900     OPEN INPUT MAPF
003910     IF WS-PST-NOFILE
003920         MOVE "NO GL MAPPING FILE - Control/CUSTGL.MAP REQUIRED"
003930             TO WS-ABEND-MESSAGE
003940         PERFORM 9900-ABEND THRU 9900-EXIT
003950     END-IF
003960     IF NOT WS-PST-OK
003970         MOVE SPACES TO WS-ABEND-MESSAGE
003980         STRING "UNABLE TO OPEN GL MAPPING - FILE STATUS = "
003990                    DELIMITED BY SIZE
004000                PST DELIMITED BY SIZE
004010             INTO WS-ABEND-MESSAGE
004020         END-STRING
004030         PERFORM 9900-ABEND THRU 9900-EXIT
004040     END-IF
004050     PERFORM UNTIL WS-PST-EOF
004060         READ MAPF
004070             AT END
004080                 CONTINUE
004090             NOT AT END
004100                 PERFORM 1310-TAKE-MAP-RECORD THRU 1310-EXIT
004110         END-READ
004120     END-PERFORM
004130     CLOSE MAPF
004140     PERFORM 1320-CHECK-ONE-MAPPED THRU 1320-EXIT
004150         VARYING WS-MX FROM 1 BY 1
004160             UNTIL WS-MX > 4.
004170 1300-EXIT.
004180     EXIT.
004190*
004200*============================================================*
004210*    1310-TAKE-MAP-RECORD - EDIT ONE MAPPING RECORD.  BLANK   *
004220*                  AND "*" COMMENT LINES ARE SKIPPED            *
004230*============================================================*
004240 1310-TAKE-MAP-RECORD.
004250     IF NOT WS-PST-OK
004260         MOVE SPACES TO WS-ABEND-MESSAGE
004270         STRING "I/O ERROR READING GL MAPPING - STATUS = "
004280                    DELIMITED BY SIZE
004290                PST DELIMITED BY SIZE
004300             INTO WS-ABEND-MESSAGE
004310         END-STRING
004320         CLOSE MAPF
004330         PERFORM 9900-ABEND THRU 9900-EXIT
004340     END-IF
004350     IF GLM-COMMENT
004360         GO TO 1310-EXIT
004370     END-IF
004380     MOVE ZERO TO WS-MX
004390     IF GLM-OPENING
004400         MOVE 1 TO WS-MX
004410     END-IF
004420     IF GLM-ADJ-DEBIT
004430         MOVE 2 TO WS-MX
004440     END-IF
004450     IF GLM-ADJ-CREDIT
004460         MOVE 3 TO WS-MX
004470     END-IF
004480     IF GLM-WRITE-OFF
004490         MOVE 4 TO WS-MX
004500     END-IF
004510     IF WS-MX = ZERO
004520        OR GLM-DR-ACCOUNT = SPACES
004530        OR GLM-CR-ACCOUNT = SPACES
004540         MOVE SPACES TO WS-ABEND-MESSAGE
004550         STRING "GL MAPPING RECORD NOT VALID - ENTRY "
004560                    DELIMITED BY SIZE
004570                GLM-ENTRY DELIMITED BY SIZE
004580             INTO WS-ABEND-MESSAGE
004590         END-STRING
004600         CLOSE MAPF
004610         PERFORM 9900-ABEND THRU 9900-EXIT
004620     END-IF
004630     IF WS-MP-LOADED(WS-MX)
004640         MOVE SPACES TO WS-ABEND-MESSAGE
004650         STRING "GL MAPPING ENTRY MAPPED TWICE - ENTRY "
004660                    DELIMITED BY SIZE
004670                GLM-ENTRY DELIMITED BY SIZE
004680             INTO WS-ABEND-MESSAGE
004690         END-STRING
004700         CLOSE MAPF
004710         PERFORM 9900-ABEND THRU 9900-EXIT
004720     END-IF
004730     SET WS-MP-LOADED(WS-MX) TO TRUE
004740     MOVE GLM-DR-ACCOUNT TO WS-MP-DR(WS-MX)
004750     MOVE GLM-CR-ACCOUNT TO WS-MP-CR(WS-MX)
004760     MOVE GLM-DESC       TO WS-MP-DESC(WS-MX).
004770 1310-EXIT.
004780     EXIT.
004790*
004800*============================================================*
004810*    1320-CHECK-ONE-MAPPED - AN ENTRY LEFT UNMAPPED STOPS THE *
004820*                  RUN BEFORE ANY JOURNAL IS WRITTEN            *
004830*============================================================*
004840 1320-CHECK-ONE-MAPPED.
004850     IF NOT WS-MP-LOADED(WS-MX)
004860         MOVE SPACES TO WS-ABEND-MESSAGE
004870         STRING "GL MAPPING FILE HAS NO ACCOUNTS FOR ENTRY "
004880                    DELIMITED BY SIZE
004890                WS-MP-ENTRY(WS-MX) DELIMITED BY SIZE
004900             INTO WS-ABEND-MESSAGE
004910         END-STRING
004920         PERFORM 9900-ABEND THRU 9900-EXIT
004930     END-IF.
004940 1320-EXIT.
004950     EXIT.
004960*
004970*============================================================*
004980*    1400-READ-POSITION - HOW MUCH OF THE DATE'S HISTORY AN   *
004990*                  EARLIER RUN ALREADY JOURNALED, AND THE DAY  *
005000*                  TOTALS IT WAS PROVED AGAINST                 *
005010*============================================================*
005020 1400-READ-POSITION.
005030     OPEN INPUT POSF
005040     IF WS-KST-NOFILE
005050         GO TO 1400-EXIT
005060     END-IF
005070     IF NOT WS-KST-OK
005080         MOVE SPACES TO WS-ABEND-MESSAGE
005090         STRING "UNABLE TO OPEN JOURNAL POSITION - STATUS = "
005100                    DELIMITED BY SIZE
005110                KST DELIMITED BY SIZE
005120             INTO WS-ABEND-MESSAGE
005130         END-STRING
005140         PERFORM 9900-ABEND THRU 9900-EXIT
005150     END-IF
005160     READ POSF
005170         AT END
005180             CONTINUE
005190         NOT AT END
005200             PERFORM 1410-TAKE-POSITION THRU 1410-EXIT
005210     END-READ
005220     CLOSE POSF.
005230 1400-EXIT.
005240     EXIT.
005250*
005260*============================================================*
005270*    1410-TAKE-POSITION - A POSITION FOR ANOTHER DATE MEANS   *
005280*                  NOTHING OF THIS DATE IS JOURNALED YET        *
005290*============================================================*
005300 1410-TAKE-POSITION.
005310     IF NOT WS-KST-OK
005320         MOVE SPACES TO WS-ABEND-MESSAGE
005330         STRING "I/O ERROR READING JOURNAL POSITION - STATUS = "
005340                    DELIMITED BY SIZE
005350                KST DELIMITED BY SIZE
005360             INTO WS-ABEND-MESSAGE
005370         END-STRING
005380         CLOSE POSF
005390         PERFORM 9900-ABEND THRU 9900-EXIT
005400     END-IF
005410     IF POS-JRNL-DATE IS NOT NUMERIC
005420        OR POS-HIST-RECS IS NOT NUMERIC
005430        OR POS-TOT-APPLIED IS NOT NUMERIC
005440        OR POS-TOT-NET IS NOT NUMERIC
005450         MOVE "JOURNAL POSITION FIELDS NOT NUMERIC - VERIFY FILE"
005460             TO WS-ABEND-MESSAGE
005470         CLOSE POSF
005480         PERFORM 9900-ABEND THRU 9900-EXIT
005490     END-IF
005492     IF POS-RUN-SEQ IS NOT NUMERIC
005495         MOVE ZERO TO POS-RUN-SEQ
005497     END-IF
005500     IF POS-JRNL-DATE = WS-JRNL-DATE
005510         SET WS-POS-FOUND TO TRUE
005520         MOVE POS-HIST-RECS   TO WS-SKIP-RECS
005530         MOVE POS-TOT-APPLIED TO WS-POS-TOT-APPLIED
005540         MOVE POS-TOT-SIGN    TO WS-POS-TOT-SIGN
005550         MOVE POS-TOT-NET     TO WS-POS-TOT-NET
005555         MOVE POS-RUN-SEQ     TO WS-POS-RUN-SEQ
005560     END-IF.
005570 1410-EXIT.
005580     EXIT.
005590*
005600*============================================================*
005610*    1500-READ-DAY-TOTALS - THE CUSTTOT RECORD FOR THE        *
005620*                  JOURNAL DATE.  ONE ALREADY PROVED BY AN      *
005630*                  EARLIER JOURNAL CONTRIBUTES NOTHING NEW      *
005640*============================================================*
005650 1500-READ-DAY-TOTALS.
005660     OPEN INPUT TOTALS
005670     IF WS-OTS-NOFILE
005680         GO TO 1500-EXIT
005690     END-IF
005700     IF NOT WS-OTS-OK
005710         MOVE SPACES TO WS-ABEND-MESSAGE
005720         STRING "UNABLE TO OPEN DAY TOTALS - STATUS = "
005730                    DELIMITED BY SIZE
005740                OTS DELIMITED BY SIZE
005750             INTO WS-ABEND-MESSAGE
005760         END-STRING
005770         PERFORM 9900-ABEND THRU 9900-EXIT
005780     END-IF
005790     READ TOTALS
005800         AT END
005810             CONTINUE
005820         NOT AT END
005830             PERFORM 1510-TAKE-TOT-RECORD THRU 1510-EXIT
005840     END-READ
005850     CLOSE TOTALS.
005860 1500-EXIT.
005870     EXIT.
005880*
005890*============================================================*
005900*    1510-TAKE-TOT-RECORD - EDIT ONE CLEANLY READ DAY-TOTALS  *
005910*                  RECORD.  A RECORD FROM ANOTHER DATE IS LEFT *
005920*                  OUT OF THE PROOF                             *
005930*============================================================*
005940 1510-TAKE-TOT-RECORD.
005950     IF NOT WS-OTS-OK
005960         MOVE SPACES TO WS-ABEND-MESSAGE
005970         STRING "I/O ERROR READING DAY TOTALS - STATUS = "
005980                    DELIMITED BY SIZE
005990                OTS DELIMITED BY SIZE
006000             INTO WS-ABEND-MESSAGE
006010         END-STRING
006020         CLOSE TOTALS
006030         PERFORM 9900-ABEND THRU 9900-EXIT
006040     END-IF
006050     IF TOT-RUN-DATE IS NOT NUMERIC
006060        OR TOT-APPLIED IS NOT NUMERIC
006070        OR TOT-NET-CHANGE IS NOT NUMERIC
006080         MOVE "DAY-TOTALS FIELDS NOT NUMERIC - VERIFY FILE"
006090             TO WS-ABEND-MESSAGE
006100         CLOSE TOTALS
006110         PERFORM 9900-ABEND THRU 9900-EXIT
006120     END-IF
006130     IF TOT-RUN-DATE NOT = WS-JRNL-DATE
006140         GO TO 1510-EXIT
006150     END-IF
006160     SET WS-TOT-FOUND TO TRUE
006170     MOVE TOT-APPLIED    TO WS-DAY-APPLIED
006180     MOVE TOT-NET-SIGN   TO WS-DAY-SIGN
006190     MOVE TOT-NET-CHANGE TO WS-DAY-NET-U
006200     MOVE TOT-NET-CHANGE TO WS-DAY-NET
006210     IF TOT-NET-NEG
006220         COMPUTE WS-DAY-NET = ZERO - WS-DAY-NET
006230     END-IF
006240     IF WS-POS-FOUND
006250        AND WS-POS-TOT-APPLIED = TOT-APPLIED
006260        AND WS-POS-TOT-SIGN    = TOT-NET-SIGN
006270        AND WS-POS-TOT-NET     = TOT-NET-CHANGE
006280         SET WS-TOT-JOURNALED TO TRUE
006290     END-IF.
006300 1510-EXIT.
006310     EXIT.
006320*
006330*============================================================*
006340*    2000-READ-HISTORY - ONE PASS OF CUSTHIST SUMMARIZING THE *
006350*                  JOURNAL DATE'S RECORDS NOT YET JOURNALED    *
006360*============================================================*
006370 2000-READ-HISTORY.
006380     OPEN INPUT HISTF
006390     IF WS-HST-NOFILE
006400         GO TO 2000-EXIT
006410     END-IF
006420     IF NOT WS-HST-OK
006430         MOVE SPACES TO WS-ABEND-MESSAGE
006440         STRING "UNABLE TO OPEN HISTORY - FILE STATUS = "
006450                    DELIMITED BY SIZE
006460                HST DELIMITED BY SIZE
006470             INTO WS-ABEND-MESSAGE
006480         END-STRING
006490         PERFORM 9900-ABEND THRU 9900-EXIT
006500     END-IF
006510     PERFORM UNTIL WS-HST-EOF
006520         READ HISTF
006530             AT END
006540                 CONTINUE
006550             NOT AT END
006560                 PERFORM 2100-TAKE-ONE-HISTORY THRU 2100-EXIT
006570         END-READ
006580     END-PERFORM
006590     CLOSE HISTF.
006600 2000-EXIT.
006610     EXIT.
006620*
006630*============================================================*
006640*    2100-TAKE-ONE-HISTORY - FOLD ONE RECORD'S BALANCE CHANGE *
006650*                  (AFTER LESS BEFORE) INTO ITS JOURNAL ENTRY.  *
006660*                  A DELETE WRITES OFF THE BALANCE IT REMOVED;  *
006670*                  CHANGES AND CLOSES MOVE NO MONEY             *
006680*============================================================*
006690 2100-TAKE-ONE-HISTORY.
006700     IF NOT WS-HST-OK
006710         MOVE SPACES TO WS-ABEND-MESSAGE
006720         STRING "I/O ERROR READING HISTORY - STATUS = "
006730                    DELIMITED BY SIZE
006740                HST DELIMITED BY SIZE
006750             INTO WS-ABEND-MESSAGE
006760         END-STRING
006770         CLOSE HISTF
006780         PERFORM 9900-ABEND THRU 9900-EXIT
006790     END-IF
006800     IF HIS-RUN-DATE IS NOT NUMERIC
006810        OR HIS-AMOUNT IS NOT NUMERIC
006820        OR HIS-BEF-BALANCE IS NOT NUMERIC
006830        OR HIS-AFT-BALANCE IS NOT NUMERIC
006840         MOVE "HISTORY RECORD FIELDS NOT NUMERIC - VERIFY FILE"
006850             TO WS-ABEND-MESSAGE
006860         CLOSE HISTF
006870         PERFORM 9900-ABEND THRU 9900-EXIT
006880     END-IF
006890     IF HIS-RUN-DATE NOT = WS-JRNL-DATE
006900         GO TO 2100-EXIT
006910     END-IF
006920     ADD 1 TO WS-DATE-RECS
006930     IF WS-DATE-RECS NOT > WS-SKIP-RECS
006940         GO TO 2100-EXIT
006950     END-IF
006960     ADD 1 TO WS-NEW-RECS
006970     MOVE HIS-BEF-BALANCE TO WS-WK-BEF
006980     IF HIS-BEF-NEG
006990         COMPUTE WS-WK-BEF = ZERO - WS-WK-BEF
007000     END-IF
007010     MOVE HIS-AFT-BALANCE TO WS-WK-AFT
007020     IF HIS-AFT-NEG
007030         COMPUTE WS-WK-AFT = ZERO - WS-WK-AFT
007040     END-IF
007050     COMPUTE WS-WK-CHANGE = WS-WK-AFT - WS-WK-BEF
007060     IF HIS-TRAN-CODE = "A"
007070         ADD 1            TO WS-ENT-COUNT(1)
007080         ADD WS-WK-CHANGE TO WS-ENT-AMOUNT(1)
007090         GO TO 2100-EXIT
007100     END-IF
007110     IF HIS-TRAN-CODE = "B" AND WS-WK-CHANGE NOT < ZERO
007120         ADD 1            TO WS-ENT-COUNT(2)
007130         ADD WS-WK-CHANGE TO WS-ENT-AMOUNT(2)
007140         GO TO 2100-EXIT
007150     END-IF
007160     IF HIS-TRAN-CODE = "B"
007170         ADD 1                 TO WS-ENT-COUNT(3)
007180         SUBTRACT WS-WK-CHANGE FROM WS-ENT-AMOUNT(3)
007190         GO TO 2100-EXIT
007200     END-IF
007210     IF HIS-TRAN-CODE = "D"
007220         ADD 1                 TO WS-ENT-COUNT(4)
007230         SUBTRACT WS-WK-CHANGE FROM WS-ENT-AMOUNT(4)
007240         GO TO 2100-EXIT
007250     END-IF
007260     IF HIS-TRAN-CODE = "C" OR HIS-TRAN-CODE = "X"
007270         ADD 1 TO WS-NOMONEY-COUNT
007280         GO TO 2100-EXIT
007290     END-IF
007300     ADD 1 TO WS-BADCODE-COUNT.
007310 2100-EXIT.
007320     EXIT.
007330*
007340*============================================================*
007350*    3000-WRITE-JOURNAL - HEADER, ONE BALANCED ENTRY PER      *
007360*                  TRANSACTION TYPE THAT MOVED MONEY, TRAILER  *
007370*============================================================*
007380 3000-WRITE-JOURNAL.
007385     PERFORM 3050-NAME-JOURNAL THRU 3050-EXIT
007390     OPEN OUTPUT JRNL
007400     IF NOT WS-JST-OK
007410         MOVE SPACES TO WS-ABEND-MESSAGE
007420         STRING "UNABLE TO OPEN GL JOURNAL - FILE STATUS = "
007430                    DELIMITED BY SIZE
007440                JST DELIMITED BY SIZE
007450             INTO WS-ABEND-MESSAGE
007460         END-STRING
007470         PERFORM 9900-ABEND THRU 9900-EXIT
007480     END-IF
007490     MOVE SPACES TO CUSTGLJ-RECORD
007500     SET GLJ-HEADER TO TRUE
007510     MOVE WS-JRNL-DATE TO GLJ-HDR-DATE
007520     MOVE "CUSTUPD"    TO GLJ-HDR-SOURCE
007530     MOVE WS-RUN-DATE  TO GLJ-HDR-CREATED
007540     MOVE WS-RUN-TIME(1:6) TO GLJ-HDR-TIME
007550     WRITE CUSTGLJ-RECORD
007553     IF NOT WS-JST-OK
007557         MOVE SPACES TO WS-ABEND-MESSAGE
007561         STRING "I/O ERROR WRITING GL JOURNAL - STATUS = "
007565                    DELIMITED BY SIZE
007568                JST DELIMITED BY SIZE
007572             INTO WS-ABEND-MESSAGE
007576         END-STRING
007580         CLOSE JRNL
007583         PERFORM 9900-ABEND THRU 9900-EXIT
007587     END-IF
007591     MOVE "ENTRY  ACCOUNT    DR/CR            AMOUNT      TRANS"
007595         TO WS-RPT-LINE
007598     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007602     MOVE SPACES TO WS-RPT-LINE
007606     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007610     PERFORM 3100-WRITE-ENTRY THRU 3100-EXIT
007620         VARYING WS-MX FROM 1 BY 1
007630             UNTIL WS-MX > 4
007640     IF WS-JRNL-LINES = ZERO
007650         MOVE "    (NO ACTIVITY TO JOURNAL)" TO WS-RPT-LINE
007660         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007670     END-IF
007680     MOVE SPACES TO CUSTGLJ-RECORD
007690     SET GLJ-TRAILER TO TRUE
007700     MOVE WS-JRNL-LINES   TO GLJ-TRL-LINES
007710     MOVE WS-JRNL-DEBITS  TO GLJ-TRL-DEBITS
007720     MOVE WS-JRNL-CREDITS TO GLJ-TRL-CREDITS
007730     WRITE CUSTGLJ-RECORD
007740     IF NOT WS-JST-OK
007750         MOVE SPACES TO WS-ABEND-MESSAGE
007760         STRING "I/O ERROR WRITING GL JOURNAL - STATUS = "
007770                    DELIMITED BY SIZE
007780                JST DELIMITED BY SIZE
007790             INTO WS-ABEND-MESSAGE
007800         END-STRING
007810         CLOSE JRNL
007820         PERFORM 9900-ABEND THRU 9900-EXIT
007830     END-IF
007840     CLOSE JRNL.
007850 3000-EXIT.
007860     EXIT.
007870*
007880*============================================================*
007890*    3100-WRITE-ENTRY - ONE ENTRY AS A DEBIT LINE AND A       *
007900*                  CREDIT LINE FOR THE SAME AMOUNT.  A NET      *
007910*                  NEGATIVE OPENING OR WRITE-OFF (CREDIT        *
007920*                  BALANCES) POSTS WITH THE ACCOUNTS REVERSED   *
007930*============================================================*
007940 3100-WRITE-ENTRY.
007950     IF WS-ENT-AMOUNT(WS-MX) = ZERO
007960         GO TO 3100-EXIT
007970     END-IF
007980     MOVE WS-ENT-AMOUNT(WS-MX) TO WS-E-AMOUNT
007990     MOVE WS-MP-DR(WS-MX)      TO WS-E-DR
008000     MOVE WS-MP-CR(WS-MX)      TO WS-E-CR
008010     IF WS-E-AMOUNT < ZERO
008020         COMPUTE WS-E-AMOUNT = ZERO - WS-E-AMOUNT
008030         MOVE WS-MP-CR(WS-MX)  TO WS-E-DR
008040         MOVE WS-MP-DR(WS-MX)  TO WS-E-CR
008050     END-IF
008060     MOVE WS-E-DR TO WS-E-ACCOUNT
008070     MOVE "D"     TO WS-E-DR-CR
008080     PERFORM 3200-WRITE-JRNL-LINE THRU 3200-EXIT
008090     ADD WS-E-AMOUNT TO WS-JRNL-DEBITS
008100     MOVE WS-E-CR TO WS-E-ACCOUNT
008110     MOVE "C"     TO WS-E-DR-CR
008120     PERFORM 3200-WRITE-JRNL-LINE THRU 3200-EXIT
008130     ADD WS-E-AMOUNT TO WS-JRNL-CREDITS.
008140 3100-EXIT.
008150     EXIT.
008160*
008170*============================================================*
008180*    3200-WRITE-JRNL-LINE - ONE JOURNAL DETAIL LINE AND ITS   *
008190*                  REGISTER LINE                                *
008200*============================================================*
008210 3200-WRITE-JRNL-LINE.
008220     MOVE SPACES TO CUSTGLJ-RECORD
008230     SET GLJ-DETAIL TO TRUE
008240     MOVE WS-JRNL-DATE         TO GLJ-JRNL-DATE
008250     MOVE WS-MP-ENTRY(WS-MX)   TO GLJ-ENTRY
008260     MOVE WS-E-ACCOUNT         TO GLJ-ACCOUNT
008270     MOVE WS-E-DR-CR           TO GLJ-DR-CR
008280     MOVE WS-E-AMOUNT          TO GLJ-AMOUNT
008290     MOVE WS-ENT-COUNT(WS-MX)  TO GLJ-TRAN-COUNT
008300     MOVE WS-MP-DESC(WS-MX)    TO GLJ-DESC
008310     WRITE CUSTGLJ-RECORD
008320     IF NOT WS-JST-OK
008330         MOVE SPACES TO WS-ABEND-MESSAGE
008340         STRING "I/O ERROR WRITING GL JOURNAL - STATUS = "
008350                    DELIMITED BY SIZE
008360                JST DELIMITED BY SIZE
008370             INTO WS-ABEND-MESSAGE
008380         END-STRING
008390         CLOSE JRNL
008400         PERFORM 9900-ABEND THRU 9900-EXIT
008410     END-IF
008420     ADD 1 TO WS-JRNL-LINES
008430     MOVE WS-E-AMOUNT         TO WS-AMT-ED
008440     MOVE WS-ENT-COUNT(WS-MX) TO WS-CNT-ED
008450     MOVE SPACES TO WS-RPT-LINE
008460     STRING WS-MP-ENTRY(WS-MX) DELIMITED BY SIZE
008470            "     "            DELIMITED BY SIZE
008480            WS-E-ACCOUNT       DELIMITED BY SIZE
008490            "  "               DELIMITED BY SIZE
008500            WS-E-DR-CR         DELIMITED BY SIZE
008510            "  "               DELIMITED BY SIZE
008520            WS-AMT-ED          DELIMITED BY SIZE
008530            "  "               DELIMITED BY SIZE
008540            WS-CNT-ED          DELIMITED BY SIZE
008550            "  "               DELIMITED BY SIZE
008560            WS-MP-DESC(WS-MX)  DELIMITED BY SIZE
008570         INTO WS-RPT-LINE
008580     END-STRING
008590     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
008600 3200-EXIT.
008610     EXIT.
008620*
008630*============================================================*
008640*    4000-PROVE-JOURNAL - THE JOURNAL'S NET CHANGE TO         *
008650*                  RECEIVABLES (OPENINGS PLUS ADJUSTMENT        *
008660*                  DEBITS, LESS ADJUSTMENT CREDITS AND WRITE-   *
008670*                  OFFS) MUST EQUAL THE DAY-TOTALS NET CHANGE,  *
008680*                  AND THE DEBITS MUST EQUAL THE CREDITS        *
008690*============================================================*
008700 4000-PROVE-JOURNAL.
008710     COMPUTE WS-JRNL-NET = WS-ENT-AMOUNT(1) + WS-ENT-AMOUNT(2)
008720                         - WS-ENT-AMOUNT(3) - WS-ENT-AMOUNT(4)
008730     MOVE ZERO TO WS-EXP-NET
008740     IF WS-TOT-FOUND AND NOT WS-TOT-JOURNALED
008750         MOVE WS-DAY-NET TO WS-EXP-NET
008760     END-IF
008770     MOVE SPACES TO WS-RPT-LINE
008780     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008790     MOVE WS-JRNL-DEBITS  TO WS-AMT-ED
008800     MOVE WS-JRNL-CREDITS TO WS-AMT2-ED
008810     MOVE SPACES TO WS-RPT-LINE
008820     STRING "JOURNAL DEBITS........ " DELIMITED BY SIZE
008830            WS-AMT-ED                 DELIMITED BY SIZE
008840            "   CREDITS: "            DELIMITED BY SIZE
008850            WS-AMT2-ED                DELIMITED BY SIZE
008860         INTO WS-RPT-LINE
008870     END-STRING
008880     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008890     MOVE SPACES TO WS-RPT-LINE
008900     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008910     MOVE "JOURNAL PROOF" TO WS-RPT-LINE
008920     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008930     MOVE SPACES TO WS-RPT-LINE
008940     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008950     MOVE WS-DATE-RECS TO WS-CNT-ED
008960     MOVE SPACES TO WS-RPT-LINE
008970     STRING "HISTORY RECORDS FOR THE DATE.... " DELIMITED BY SIZE
008980            WS-CNT-ED                           DELIMITED BY SIZE
008990         INTO WS-RPT-LINE
009000     END-STRING
009010     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009020     MOVE WS-SKIP-RECS TO WS-CNT-ED
009030     MOVE SPACES TO WS-RPT-LINE
009040     STRING "  JOURNALED BY AN EARLIER RUN... " DELIMITED BY SIZE
009050            WS-CNT-ED                           DELIMITED BY SIZE
009060         INTO WS-RPT-LINE
009070     END-STRING
009080     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009090     MOVE WS-NEW-RECS TO WS-CNT-ED
009100     MOVE SPACES TO WS-RPT-LINE
009110     STRING "  JOURNALED THIS RUN............ " DELIMITED BY SIZE
009120            WS-CNT-ED                           DELIMITED BY SIZE
009130         INTO WS-RPT-LINE
009140     END-STRING
009150     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009160     MOVE WS-NOMONEY-COUNT TO WS-CNT-ED
009170     MOVE SPACES TO WS-RPT-LINE
009180     STRING "  CHANGES AND CLOSES (NO MONEY). " DELIMITED BY SIZE
009190            WS-CNT-ED                           DELIMITED BY SIZE
009200         INTO WS-RPT-LINE
009210     END-STRING
009220     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009230     IF WS-BADCODE-COUNT > ZERO
009240         MOVE WS-BADCODE-COUNT TO WS-CNT-ED
009250         MOVE SPACES TO WS-RPT-LINE
009260         STRING "  UNKNOWN TRANSACTION CODES..... "
009270                                                DELIMITED BY SIZE
009280                WS-CNT-ED                       DELIMITED BY SIZE
009290             INTO WS-RPT-LINE
009300         END-STRING
009310         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009320     END-IF
009330     IF NOT WS-TOT-FOUND
009340         MOVE "NO DAY TOTALS FOR THE DATE - NO UPDATE RAN"
009350             TO WS-RPT-LINE
009360         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009370     END-IF
009380     IF WS-TOT-JOURNALED
009390         MOVE "DAY TOTALS ALREADY PROVED BY AN EARLIER JOURNAL"
009400             TO WS-RPT-LINE
009410         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009420     END-IF
009430     MOVE WS-JRNL-NET TO WS-AMT-ED
009440     MOVE SPACES TO WS-RPT-LINE
009450     STRING "JOURNAL NET TO RECEIVABLES...... " DELIMITED BY SIZE
009460            WS-AMT-ED                           DELIMITED BY SIZE
009470         INTO WS-RPT-LINE
009480     END-STRING
009490     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009500     MOVE WS-EXP-NET TO WS-AMT-ED
009510     MOVE SPACES TO WS-RPT-LINE
009520     STRING "DAY TOTALS NET CHANGE........... " DELIMITED BY SIZE
009530            WS-AMT-ED                           DELIMITED BY SIZE
009540         INTO WS-RPT-LINE
009550     END-STRING
009560     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009570     MOVE SPACES TO WS-RPT-LINE
009580     IF WS-JRNL-NET = WS-EXP-NET
009590        AND WS-JRNL-DEBITS = WS-JRNL-CREDITS
009600        AND WS-BADCODE-COUNT = ZERO
009610         SET WS-IN-BALANCE TO TRUE
009620         MOVE "RESULT: IN BALANCE - JOURNAL RELEASED"
009630             TO WS-RPT-LINE
009640     ELSE
009650         SET WS-OUT-OF-BALANCE TO TRUE
009660         MOVE "RESULT: OUT OF BALANCE - HOLD THE JOURNAL"
009670             TO WS-RPT-LINE
009680     END-IF
009690     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
009700 4000-EXIT.
009710     EXIT.
009720*
009730*============================================================*
009740*    5000-SAVE-POSITION - A BALANCED JOURNAL MOVES THE        *
009750*                  POSITION PAST EVERYTHING IT JOURNALED        *
009760*============================================================*
009770 5000-SAVE-POSITION.
009780     OPEN OUTPUT POSF
009790     IF NOT WS-KST-OK
009800         MOVE SPACES TO WS-ABEND-MESSAGE
009810         STRING "UNABLE TO WRITE JOURNAL POSITION - STATUS = "
009820                    DELIMITED BY SIZE
009830                KST DELIMITED BY SIZE
009840             INTO WS-ABEND-MESSAGE
009850         END-STRING
009860         PERFORM 9900-ABEND THRU 9900-EXIT
009870     END-IF
009880     MOVE SPACES         TO POS-RECORD
009890     MOVE WS-JRNL-DATE   TO POS-JRNL-DATE
009900     MOVE WS-DATE-RECS   TO POS-HIST-RECS
009910     MOVE WS-DAY-APPLIED TO POS-TOT-APPLIED
009920     MOVE WS-DAY-SIGN    TO POS-TOT-SIGN
009930     MOVE WS-DAY-NET-U   TO POS-TOT-NET
009935     MOVE WS-JRNL-SEQ    TO POS-RUN-SEQ
009940     WRITE POS-RECORD
009943     IF NOT WS-KST-OK
009947         MOVE SPACES TO WS-ABEND-MESSAGE
009951         STRING "I/O ERROR WRITING JOURNAL POSITION - STATUS = "
009955                    DELIMITED BY SIZE
009958                KST DELIMITED BY SIZE
009962             INTO WS-ABEND-MESSAGE
009966         END-STRING
009970         CLOSE POSF
009973         PERFORM 9900-ABEND THRU 9900-EXIT
009977     END-IF
009981     CLOSE POSF.
009985 5000-EXIT.
009988     EXIT.
009992*
009996*============================================================*
010000*    2750-WRITE-RPT-LINE - WRITE ONE REPORT LINE, BREAKING     *
010010*                  THE PAGE WHEN IT FILLS UP                   *
010020*============================================================*
010030 2750-WRITE-RPT-LINE.
010040     IF WS-PAGE-NO = ZERO OR WS-LINE-CTR >= WS-LINE-MAX
010050         PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
010060     END-IF
010070     MOVE WS-RPT-LINE TO RPT-RECORD
010080     WRITE RPT-RECORD
010090     ADD 1 TO WS-LINE-CTR.
010100 2750-EXIT.
010110     EXIT.
010120*
010130*============================================================*
010140*    2020-PRINT-HEADERS - WRITE THE PAGE BANNER WITH THE      *
010150*                  JOURNAL DATE                                 *
010160*============================================================*
010170 2020-PRINT-HEADERS.
010180     ADD 1 TO WS-PAGE-NO
010190     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
010200     MOVE SPACES TO RPT-RECORD
010210     STRING "CUSTJNL  GL JOURNAL - CUSTOMER ACTIVITY OF "
010220                           DELIMITED BY SIZE
010230            WS-JRNL-DATE-ED DELIMITED BY SIZE
010240            "  "           DELIMITED BY SIZE
010250            WS-RUN-DATE-ED DELIMITED BY SIZE
010260            " "            DELIMITED BY SIZE
010270            WS-RUN-TIME-ED DELIMITED BY SIZE
010280            "  PAGE "      DELIMITED BY SIZE
010290            WS-PAGE-NO-ED  DELIMITED BY SIZE
010300         INTO RPT-RECORD
010310     END-STRING
010320     WRITE RPT-RECORD
010330     MOVE SPACES TO RPT-RECORD
010340     WRITE RPT-RECORD
010350     MOVE ZERO TO WS-LINE-CTR.
010360 2020-EXIT.
010370     EXIT.
010380*
010390*============================================================*
010400*    9000-TERMINATE - REPORT THE RUN RESULT TO THE OPERATOR   *
010410*============================================================*
010420 9000-TERMINATE.
010430     IF WS-NOTHING-NEW
010440         DISPLAY "CUSTJNL - NOTHING NEW TO JOURNAL FOR "
010450                 WS-JRNL-DATE-ED
010460         GO TO 9000-EXIT
010470     END-IF
010480     MOVE WS-JRNL-LINES TO WS-CNT-ED
010490     DISPLAY "CUSTJNL - JOURNAL LINES WRITTEN: " WS-CNT-ED
010495     DISPLAY "CUSTJNL - JOURNAL FILE: " WS-JRNL-PATH
010500     IF WS-IN-BALANCE
010510         DISPLAY "CUSTJNL - JOURNAL IN BALANCE WITH DAY TOTALS"
010520     ELSE
010530         DISPLAY "CUSTJNL - OUT OF BALANCE - HOLD THE STREAM"
010540         MOVE 8 TO RETURN-CODE
010550     END-IF.
010560 9000-EXIT.
010570     EXIT.
010580*
010590*============================================================*
010600*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE  *
010610*============================================================*
010620 9900-ABEND.
010630     DISPLAY "CUSTJNL - ABNORMAL TERMINATION"
010640     DISPLAY "CUSTJNL - " WS-ABEND-MESSAGE
010650     MOVE 16 TO RETURN-CODE
010660     STOP RUN.
010670 9900-EXIT.
010680     EXIT.
010690*
010700*============================================================*
010710*    3050-NAME-JOURNAL - THIS RUN'S JOURNAL FILE, NUMBERED ONE *
010720*                  PAST THE LAST BALANCED JOURNAL OF THE DATE   *
010730*============================================================*
010740 3050-NAME-JOURNAL.
010750     IF WS-POS-RUN-SEQ NOT < 99
010760         MOVE "99 JOURNALS ALREADY WRITTEN FOR THE DATE"
010770             TO WS-ABEND-MESSAGE
010780         PERFORM 9900-ABEND THRU 9900-EXIT
010790     END-IF
010800     COMPUTE WS-JRNL-SEQ = WS-POS-RUN-SEQ + 1
010810     MOVE SPACES TO WS-JRNL-PATH
010820     STRING "Data/CUSTGL."  DELIMITED BY SIZE
010830            WS-JRNL-DATE    DELIMITED BY SIZE
010840            ".R"            DELIMITED BY SIZE
010850            WS-JRNL-SEQ     DELIMITED BY SIZE
010860            ".JNL"          DELIMITED BY SIZE
010870         INTO WS-JRNL-PATH
010880     END-STRING
010890     MOVE SPACES TO WS-RPT-LINE
010900     STRING "JOURNAL FILE: " DELIMITED BY SIZE
010910            WS-JRNL-PATH     DELIMITED BY SPACE
010920         INTO WS-RPT-LINE
010930     END-STRING
010940     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010950     MOVE SPACES TO WS-RPT-LINE
010960     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010970 3050-EXIT.
010980     EXIT.
