000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CUSTENT.
000120 AUTHOR.        R DUNNE.
000130 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*
000170*MODIFICATION HISTORY
000180*----------------------------------------------------------
000190*10/15/26  RD  NEW PROGRAM.  ONLINE CUSTOMER INQUIRY AND
000200*              TRANSACTION ENTRY.  A CUSTOMER IS LOOKED UP BY
000210*              CUST-ID AND THE CUSTREC FIELDS ARE SHOWN WITH
000220*              THE LATEST CUSTHIST ENTRIES FOR THE ACCOUNT,
000230*              NEWEST FIRST.  ADD, CHANGE, DELETE, BALANCE-
000240*              ADJUST AND CLOSE TRANSACTIONS KEYED ON THE SAME
000250*              SCREEN GET THE EDITS OF CUSTUPD'S 2200-VALIDATE-
000260*              TRAN (REASONS 01, 02 AND 05) AND ARE ADDED TO THE
000270*              BATCH ON Data/CUSTTRAN.DAT.  AFTER EVERY ENTRY
000280*              THE FILE IS REBUILT WITH ITS "H" HEADER AND A
000290*              "T" TRAILER CARRYING THE DETAIL COUNT AND THE
000300*              HASH TOTAL OF TRAN-AMOUNT, SIGNS IGNORED, SO IT
000310*              ALWAYS PROVES IN CUSTEDT.  THE DETAILS ARE HELD
000320*              ON THE Data/CUSTENT.WRK WORK FILE BETWEEN
000330*              REBUILDS.  A BATCH ALREADY POSTED (FOUND ON THE
000340*              CUSTBRG REGISTER) IS REPLACED BY A NEW BATCH ON
000350*              THE FIRST ENTRY; AN UNPOSTED BATCH IS CONTINUED.
000360*              AN UNPOSTED CUSTFEE ASSESSMENT BATCH IS NEVER
000370*              ADDED TO - INQUIRY ONLY UNTIL IT IS POSTED.
000380*              EVERY ENTRY IS LOGGED TO Audit/CUSTENT.LOG.
000385*10/15/26  RD  THE BATCH HEADER WRITE ON A REBUILD IS CHECKED.
000387*10/15/26  RD  BEFORE EACH ENTRY THE BATCH ON FILE IS READ AGAIN.
000389*              IF CUSTUPD HAS POSTED IT OR ANOTHER JOB REWROTE IT
000391*              SINCE THE SESSION LAST WROTE IT, THE ENTRY IS
000393*              REFUSED AND THE SESSION STARTS OVER ON WHAT IS NOW
000395*              ON FILE.  THE AUDIT LOG WRITE IS CHECKED.
000397*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MASTER ASSIGN TO DYNAMIC WS-MASTER-PATH
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE  IS RANDOM
000490                RECORD KEY   IS CUST-ID
000500                FILE STATUS  IS MST.
000510     SELECT HISTF ASSIGN TO DYNAMIC WS-HIST-PATH
000520                ORGANIZATION IS LINE SEQUENTIAL
000530                FILE STATUS  IS HST.
000540     SELECT TRANS ASSIGN TO DYNAMIC WS-TRANS-PATH
000550                ORGANIZATION IS LINE SEQUENTIAL
000560                FILE STATUS  IS TST.
000570     SELECT WRKF ASSIGN TO DYNAMIC WS-WRK-PATH
000580                ORGANIZATION IS LINE SEQUENTIAL
000590                FILE STATUS  IS WST.
000600     SELECT BRGF ASSIGN TO DYNAMIC WS-BRG-PATH
000610                ORGANIZATION IS LINE SEQUENTIAL
000620                FILE STATUS  IS GST.
000630     SELECT FHSF ASSIGN TO DYNAMIC WS-FHS-PATH
000640                ORGANIZATION IS LINE SEQUENTIAL
000650                FILE STATUS  IS FST.
000660     SELECT AUDIT ASSIGN TO DYNAMIC WS-AUDIT-PATH
000670                ORGANIZATION IS LINE SEQUENTIAL
000680                FILE STATUS  IS AST.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730 FD  MASTER
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CUSTREC.
000760*
000770 FD  HISTF
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CUSTHIST.
000800*
000810 FD  TRANS
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CUSTTRAN.
000840*
000850 FD  WRKF
000860     LABEL RECORDS ARE STANDARD.
000870 01  WRK-RECORD             PIC X(60).
000880*
000890 FD  BRGF
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTBRG.
000920*
000930 FD  FHSF
000940     LABEL RECORDS ARE STANDARD.
000950 01  FHS-RECORD.
000960     05  FHS-MONTH          PIC 9(06).
000970     05  FHS-BATCH-DATE     PIC 9(08).
000980     05  FHS-RECORD-COUNT   PIC 9(05).
000990     05  FHS-HASH-TOTAL     PIC 9(11)V99.
001000     05  FHS-RUN-DATE       PIC 9(08).
001010     05  FHS-RUN-TIME       PIC 9(06).
001020     05  FILLER             PIC X(10).
001030*
001040 FD  AUDIT
001050     LABEL RECORDS ARE STANDARD.
001060 01  AUDIT-RECORD           PIC X(132).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100*    FILE STATUS AND SWITCHES
001110*
001120 01  WS-MASTER-STATUS.
001130     05  MST                PIC X(02)  VALUE "00".
001140         88  WS-MST-OK                 VALUE "00".
001150         88  WS-MST-NOTFND             VALUE "23".
001160         88  WS-MST-NOFILE             VALUE "35".
001170*
001180 01  WS-HIST-STATUS.
001190     05  HST                PIC X(02)  VALUE "00".
001200         88  WS-HST-OK                 VALUE "00".
001210         88  WS-HST-EOF                VALUE "10".
001220         88  WS-HST-NOFILE             VALUE "35".
001230*
001240 01  WS-TRANS-STATUS.
001250     05  TST                PIC X(02)  VALUE "00".
001260         88  WS-TST-OK                 VALUE "00".
001270         88  WS-TST-EOF                VALUE "10".
001280         88  WS-TST-NOFILE             VALUE "35".
001290*
001300 01  WS-WRK-STATUS.
001310     05  WST                PIC X(02)  VALUE "00".
001320         88  WS-WST-OK                 VALUE "00".
001330         88  WS-WST-EOF                VALUE "10".
001340         88  WS-WST-NOFILE             VALUE "35".
001350*
001360 01  WS-BRG-STATUS.
001370     05  GST                PIC X(02)  VALUE "00".
001380         88  WS-GST-OK                 VALUE "00".
001390         88  WS-GST-EOF                VALUE "10".
001400         88  WS-GST-NOFILE             VALUE "35".
001410*
001420 01  WS-FHS-STATUS.
001430     05  FST                PIC X(02)  VALUE "00".
001440         88  WS-FST-OK                 VALUE "00".
001450         88  WS-FST-EOF                VALUE "10".
001460         88  WS-FST-NOFILE             VALUE "35".
001470*
001480 01  WS-AUDIT-STATUS.
001490     05  AST                PIC X(02)  VALUE "00".
001500         88  WS-AST-OK                 VALUE "00" "05".
001510         88  WS-AST-NOTFOUND           VALUE "35".
001520*
001530 01  WS-MASTER-PATH         PIC X(64)  VALUE "Data/CUSTMAST.DAT".
001540 01  WS-HIST-PATH           PIC X(64)  VALUE "Data/CUSTHIST.DAT".
001550 01  WS-TRANS-PATH          PIC X(64)  VALUE "Data/CUSTTRAN.DAT".
001560 01  WS-WRK-PATH            PIC X(64)  VALUE "Data/CUSTENT.WRK".
001570 01  WS-BRG-PATH            PIC X(64)  VALUE "Data/CUSTBRG.DAT".
001580 01  WS-FHS-PATH            PIC X(64)  VALUE "Data/CUSTFEE.HST".
001590 01  WS-AUDIT-PATH          PIC X(64)  VALUE "Audit/CUSTENT.LOG".
001600*
001610 01  WS-QUIT-SW             PIC X(01)  VALUE "N".
001620     88  WS-QUIT                       VALUE "Y".
001630*
001640*    RUN DATE/TIME STAMP AND THE CLERK
001650*
001660 01  WS-RUN-DATE.
001670     05  WS-RUN-YYYY        PIC 9(04).
001680     05  WS-RUN-MM          PIC 9(02).
001690     05  WS-RUN-DD          PIC 9(02).
001700 01  WS-RUN-TIME.
001710     05  WS-RUN-HH          PIC 9(02).
001720     05  WS-RUN-MN          PIC 9(02).
001730     05  WS-RUN-SS          PIC 9(02).
001740     05  WS-RUN-HS          PIC 9(02).
001750 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001760 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001770 01  WS-RUN-USER            PIC X(08)  VALUE SPACES.
001780*
001790*    THE BATCH ON CUSTTRAN.DAT AS LAST READ
001800*
001810 01  WS-OLD-BATCH.
001820     05  WS-OLD-RECS        PIC 9(07)  COMP VALUE ZERO.
001830     05  WS-OLD-HDRS        PIC 9(07)  COMP VALUE ZERO.
001840     05  WS-OLD-TRLS        PIC 9(07)  COMP VALUE ZERO.
001850     05  WS-OLD-AFTER-TRL   PIC 9(07)  COMP VALUE ZERO.
001860     05  WS-OLD-BATCH-DATE  PIC 9(08)  VALUE ZERO.
001870     05  WS-OLD-RECORD-COUNT PIC 9(05) VALUE ZERO.
001880     05  WS-OLD-HASH-TOTAL  PIC 9(11)V99 VALUE ZERO.
001890     05  WS-OLD-HDR-SW      PIC X(01)  VALUE "N".
001900         88  WS-OLD-HAS-HDR            VALUE "Y".
001910     05  WS-OLD-TRL-SW      PIC X(01)  VALUE "N".
001920         88  WS-OLD-HAS-TRL            VALUE "Y".
001930     05  WS-OLD-POSTED-SW   PIC X(01)  VALUE "N".
001940         88  WS-OLD-POSTED             VALUE "Y".
001950     05  WS-OLD-FEE-SW      PIC X(01)  VALUE "N".
001960         88  WS-OLD-FEE-BATCH          VALUE "Y".
001961*
001962*    THE BATCH ON CUSTTRAN.DAT AS THE SESSION LAST READ OR WROTE
001963*    IT - EACH ENTRY FIRST CHECKS THE FILE STILL HOLDS IT
001964*
001965 01  WS-DISK-BATCH.
001966     05  WS-DISK-RECS       PIC 9(07)  COMP VALUE ZERO.
001967     05  WS-DISK-BATCH-DATE PIC 9(08)  VALUE ZERO.
001968     05  WS-DISK-RECORD-COUNT PIC 9(05) VALUE ZERO.
001970     05  WS-DISK-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
001971     05  WS-DISK-DETAILS    PIC 9(05)  VALUE ZERO.
001972     05  WS-DISK-DETAIL-HASH PIC 9(11)V99 VALUE ZERO.
001973     05  WS-DISK-POSTED-SW  PIC X(01)  VALUE "N".
001974     05  WS-DISK-FEE-SW     PIC X(01)  VALUE "N".
001975     05  WS-DISK-CHANGED-SW PIC X(01)  VALUE "N".
001976         88  WS-DISK-CHANGED           VALUE "Y".
001977     05  WS-DISK-SAVED-BATCH PIC X(73) VALUE SPACES.
001978*
001980*    THE BATCH BEING BUILT
001990*
002000 01  WS-BATCH.
002010     05  WS-BATCH-DATE      PIC 9(08)  VALUE ZERO.
002020     05  WS-BATCH-DATE-ED   PIC X(10)  VALUE SPACES.
002030     05  WS-BATCH-COUNT     PIC 9(05)  VALUE ZERO.
002040     05  WS-BATCH-HASH      PIC 9(11)V99 VALUE ZERO.
002050     05  WS-BATCH-MAX       PIC 9(05)  VALUE 99999.
002060     05  WS-BATCH-STATE     PIC X(30)  VALUE SPACES.
002070     05  WS-REPLACE-SW      PIC X(01)  VALUE "N".
002080         88  WS-REPLACE-ON-ENTRY       VALUE "Y".
002090     05  WS-LOCKED-SW       PIC X(01)  VALUE "N".
002100         88  WS-ENTRY-LOCKED           VALUE "Y".
002110*
002120*    KEYED FIELDS
002130*
002140 01  WS-INPUT.
002150     05  WS-IN-ACTION       PIC X(01)  VALUE SPACES.
002160     05  WS-IN-CUST-ID      PIC X(06)  VALUE SPACES.
002170     05  WS-IN-NAME         PIC X(30)  VALUE SPACES.
002180     05  WS-IN-SIGN         PIC X(01)  VALUE SPACES.
002190     05  WS-IN-AMOUNT       PIC X(10)  VALUE SPACES.
002200*
002210*    AMOUNT EDIT - DIGITS WITH AN OPTIONAL DECIMAL POINT AND
002220*    AT MOST TWO DECIMALS, AS KEYED (1234.56)
002230*
002240 01  WS-AMOUNT-EDIT.
002250     05  WS-AE-IDX          PIC 9(02)  COMP VALUE ZERO.
002260     05  WS-AE-CHAR         PIC X(01)  VALUE SPACES.
002270     05  WS-AE-DIGIT REDEFINES WS-AE-CHAR
002280                            PIC 9(01).
002290     05  WS-AE-INT-DIGITS   PIC 9(02)  COMP VALUE ZERO.
002300     05  WS-AE-DEC-DIGITS   PIC 9(02)  COMP VALUE ZERO.
002310     05  WS-AE-INT          PIC 9(07)  VALUE ZERO.
002320     05  WS-AE-DEC          PIC 9(02)  VALUE ZERO.
002330     05  WS-AE-AMOUNT       PIC 9(07)V99 VALUE ZERO.
002340     05  WS-AE-POINT-SW     PIC X(01)  VALUE "N".
002350         88  WS-AE-POINT-SEEN          VALUE "Y".
002360     05  WS-AE-END-SW       PIC X(01)  VALUE "N".
002370         88  WS-AE-END-SEEN            VALUE "Y".
002380     05  WS-AE-BAD-SW       PIC X(01)  VALUE "N".
002390         88  WS-AE-BAD                 VALUE "Y".
002400*
002410 01  WS-REASON              PIC X(02)  VALUE SPACES.
002420*
002430*    CUSTOMER SHOWN ON THE SCREEN
002440*
002450 01  WS-SHOWN.
002460     05  WS-D-ID            PIC X(06)  VALUE SPACES.
002470     05  WS-D-NAME          PIC X(30)  VALUE SPACES.
002480     05  WS-D-STATUS        PIC X(08)  VALUE SPACES.
002490     05  WS-D-BALANCE       PIC X(12)  VALUE SPACES.
002500     05  WS-D-OPENED        PIC X(10)  VALUE SPACES.
002510     05  WS-D-LAST-ACT      PIC X(10)  VALUE SPACES.
002520     05  WS-D-FOUND-SW      PIC X(01)  VALUE "N".
002530         88  WS-D-FOUND                VALUE "Y".
002540     05  WS-D-CLOSED-SW     PIC X(01)  VALUE "N".
002550         88  WS-D-CLOSED               VALUE "Y".
002560     05  WS-D-LOOKED-SW     PIC X(01)  VALUE "N".
002570         88  WS-D-LOOKED-UP            VALUE "Y".
002580     05  WS-D-BAL-VALUE     PIC S9(07)V99 COMP-3 VALUE ZERO.
002590*
002600*    LATEST HISTORY - NEWEST IN ROW 1
002610*
002620 01  WS-HIST-KEEP.
002630     05  WS-HK-MAX          PIC 9(02)  COMP VALUE 6.
002640     05  WS-HK-COUNT        PIC 9(02)  COMP VALUE ZERO.
002650     05  WS-HK-ROW OCCURS 6 TIMES.
002660         10  WS-HK-RUN-DATE PIC 9(08).
002670         10  WS-HK-CODE     PIC X(01).
002680         10  WS-HK-AMOUNT   PIC S9(07)V99 COMP-3.
002690         10  WS-HK-BEF      PIC S9(07)V99 COMP-3.
002700         10  WS-HK-AFT      PIC S9(07)V99 COMP-3.
002710 01  WS-HX                  PIC 9(02)  COMP VALUE ZERO.
002720 01  WS-HIST-LINES.
002730     05  WS-HIST-LINE OCCURS 6 TIMES
002740                            PIC X(70).
002750*
002760*    EDITED FIELDS
002770*
002780 01  WS-BAL-ED              PIC ZZZZZZ9.99-.
002790 01  WS-AMT-ED              PIC ZZZZZZ9.99-.
002800 01  WS-BEF-ED              PIC ZZZZZZ9.99-.
002810 01  WS-AFT-ED              PIC ZZZZZZ9.99-.
002820 01  WS-CNT-ED              PIC ZZZZ9.
002830 01  WS-HASH-ED             PIC ZZZZZZZZZZ9.99.
002840 01  WS-DATE-WORK           PIC 9(08)  VALUE ZERO.
002850 01  WS-DATE-ED             PIC X(10)  VALUE SPACES.
002860*
002870*    SCREEN MESSAGE LINES
002880*
002890 01  WS-BATCH-LINE          PIC X(79)  VALUE SPACES.
002900 01  WS-MESSAGE             PIC X(79)  VALUE SPACES.
002910 01  WS-WARNING             PIC X(79)  VALUE SPACES.
002920*
002930*    ABEND MESSAGE WORK AREA
002940*
002950 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
002960*
002970 SCREEN SECTION.
002980*
002990 01  ENTRY-SCREEN.
003000     05  BLANK SCREEN.
003010     05  LINE 01 COLUMN 01 VALUE "CUSTENT".
003020     05  LINE 01 COLUMN 10
003030             VALUE "CUSTOMER INQUIRY AND TRANSACTION ENTRY".
003040     05  LINE 01 COLUMN 61 PIC X(10) FROM WS-RUN-DATE-ED.
003050     05  LINE 01 COLUMN 72 PIC X(08) FROM WS-RUN-TIME-ED.
003060     05  LINE 03 COLUMN 01 VALUE "ACTION:".
003070     05  LINE 03 COLUMN 09 PIC X(01) USING WS-IN-ACTION.
003080     05  LINE 03 COLUMN 12
003090             VALUE "I INQUIRE  A ADD  C CHANGE  D DELETE".
003100     05  LINE 03 COLUMN 50
003110             VALUE "B BAL-ADJ  X CLOSE  Q QUIT".
003120     05  LINE 05 COLUMN 01 VALUE "CUSTOMER ID:".
003130     05  LINE 05 COLUMN 14 PIC X(06) USING WS-IN-CUST-ID.
003140     05  LINE 06 COLUMN 01 VALUE "NAME.......:".
003150     05  LINE 06 COLUMN 14 PIC X(30) USING WS-IN-NAME.
003160     05  LINE 07 COLUMN 01 VALUE "AMOUNT.....:".
003170     05  LINE 07 COLUMN 14 PIC X(01) USING WS-IN-SIGN.
003180     05  LINE 07 COLUMN 16 PIC X(10) USING WS-IN-AMOUNT.
003190     05  LINE 07 COLUMN 28
003200             VALUE "(SIGN + - OR BLANK, AMOUNT AS 1234.56)".
003210     05  LINE 09 COLUMN 01 VALUE "CUSTOMER MASTER".
003220     05  LINE 10 COLUMN 01 VALUE "ID:".
003230     05  LINE 10 COLUMN 05 PIC X(06) FROM WS-D-ID.
003240     05  LINE 10 COLUMN 13 PIC X(30) FROM WS-D-NAME.
003250     05  LINE 10 COLUMN 45 VALUE "STATUS:".
003260     05  LINE 10 COLUMN 53 PIC X(08) FROM WS-D-STATUS.
003270     05  LINE 11 COLUMN 01 VALUE "BALANCE:".
003280     05  LINE 11 COLUMN 10 PIC X(12) FROM WS-D-BALANCE.
003290     05  LINE 11 COLUMN 24 VALUE "OPENED:".
003300     05  LINE 11 COLUMN 32 PIC X(10) FROM WS-D-OPENED.
003310     05  LINE 11 COLUMN 45 VALUE "LAST ACTIVITY:".
003320     05  LINE 11 COLUMN 60 PIC X(10) FROM WS-D-LAST-ACT.
003330     05  LINE 13 COLUMN 01
003340             VALUE "LATEST HISTORY (NEWEST FIRST)".
003350     05  LINE 14 COLUMN 01
003360             VALUE "RUN DATE    CODE      AMOUNT".
003370     05  LINE 14 COLUMN 38
003380             VALUE "BEFORE          AFTER".
003390     05  LINE 15 COLUMN 01 PIC X(70) FROM WS-HIST-LINE(1).
003400     05  LINE 16 COLUMN 01 PIC X(70) FROM WS-HIST-LINE(2).
003410     05  LINE 17 COLUMN 01 PIC X(70) FROM WS-HIST-LINE(3).
003420     05  LINE 18 COLUMN 01 PIC X(70) FROM WS-HIST-LINE(4).
003430     05  LINE 19 COLUMN 01 PIC X(70) FROM WS-HIST-LINE(5).
003440     05  LINE 20 COLUMN 01 PIC X(70) FROM WS-HIST-LINE(6).
003450     05  LINE 22 COLUMN 01 PIC X(79) FROM WS-BATCH-LINE.
003460     05  LINE 23 COLUMN 01 PIC X(79) FROM WS-MESSAGE.
003470     05  LINE 24 COLUMN 01 PIC X(79) FROM WS-WARNING.
003480*
003490 PROCEDURE DIVISION.
003500*
003510*============================================================*
003520*    0000-MAINLINE                                            *
003530*============================================================*
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
003560     PERFORM 1500-LOAD-BATCH      THRU 1500-EXIT
003570     PERFORM 1600-SCAN-ASSESSMENTS THRU 1600-EXIT
003580     PERFORM 1700-CHECK-REGISTER  THRU 1700-EXIT
003585     PERFORM 1900-SAVE-DISK-STATE THRU 1900-EXIT
003590     PERFORM 1800-SETTLE-BATCH    THRU 1800-EXIT
003600     PERFORM 2000-PROCESS-SCREEN  THRU 2000-EXIT
003610         UNTIL WS-QUIT
003620     PERFORM 9000-TERMINATE       THRU 9000-EXIT
003630     STOP RUN.
003640*
003650*============================================================*
003660*    1000-INITIALIZE - STAMP THE SESSION AND NOTE THE CLERK   *
003670*============================================================*
003680 1000-INITIALIZE.
003690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003700     ACCEPT WS-RUN-TIME FROM TIME
003710     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
003720     STRING WS-RUN-MM DELIMITED BY SIZE
003730            "/"        DELIMITED BY SIZE
003740            WS-RUN-DD  DELIMITED BY SIZE
003750            "/"        DELIMITED BY SIZE
003760            WS-RUN-YYYY DELIMITED BY SIZE
003770         INTO WS-RUN-DATE-ED
003780     END-STRING
003790     STRING WS-RUN-HH DELIMITED BY SIZE
003800            ":"        DELIMITED BY SIZE
003810            WS-RUN-MN  DELIMITED BY SIZE
003820            ":"        DELIMITED BY SIZE
003830            WS-RUN-SS  DELIMITED BY SIZE
003840         INTO WS-RUN-TIME-ED
003850     END-STRING
003860     MOVE SPACES TO WS-HIST-LINES.
003870 1000-EXIT.
003880     EXIT.
003890*
003900*============================================================*
003910*    1500-LOAD-BATCH - TAKE THE BATCH NOW ON CUSTTRAN.DAT:    *
003920*                  ITS HEADER AND TRAILER CONTROLS, AND EVERY  *
003930*                  DETAIL COPIED TO THE WORK FILE AND COUNTED  *
003940*                  AND HASHED THE WAY CUSTEDT PROVES IT        *
003950*============================================================*
003960 1500-LOAD-BATCH.
003970     OPEN OUTPUT WRKF
003980     IF NOT WS-WST-OK
003990         MOVE SPACES TO WS-ABEND-MESSAGE
004000         STRING "UNABLE TO OPEN ENTRY WORK FILE - STATUS = "
004010                    DELIMITED BY SIZE
004020                WST DELIMITED BY SIZE
004030             INTO WS-ABEND-MESSAGE
004040         END-STRING
004050         PERFORM 9900-ABEND THRU 9900-EXIT
004060     END-IF
004070     OPEN INPUT TRANS
004080     IF WS-TST-NOFILE
004090         CLOSE WRKF
004100         GO TO 1500-EXIT
004110     END-IF
004120     IF NOT WS-TST-OK
004130         MOVE SPACES TO WS-ABEND-MESSAGE
004140         STRING "UNABLE TO OPEN TRANSACTIONS - FILE STATUS = "
004150                    DELIMITED BY SIZE
004160                TST DELIMITED BY SIZE
004170             INTO WS-ABEND-MESSAGE
004180         END-STRING
004190         CLOSE WRKF
004200         PERFORM 9900-ABEND THRU 9900-EXIT
004210     END-IF
004220     PERFORM UNTIL WS-TST-EOF
004230         READ TRANS
004240             AT END
004250                 CONTINUE
004260             NOT AT END
004270                 PERFORM 1510-TAKE-OLD-RECORD THRU 1510-EXIT
004280         END-READ
004290     END-PERFORM
004300     CLOSE TRANS
004310     CLOSE WRKF.
004320 1500-EXIT.
004330     EXIT.
004340*
004350*============================================================*
004360*    1510-TAKE-OLD-RECORD - ONE RECORD OF THE BATCH ON FILE.  *
004370*                  A NON-NUMERIC AMOUNT IS LEFT OUT OF THE     *
004380*                  HASH, AS CUSTEDT LEAVES IT OUT               *
004390*============================================================*
004400 1510-TAKE-OLD-RECORD.
004410     IF NOT WS-TST-OK
004420         MOVE SPACES TO WS-ABEND-MESSAGE
004430         STRING "I/O ERROR READING TRANSACTIONS - STATUS = "
004440                    DELIMITED BY SIZE
004450                TST DELIMITED BY SIZE
004460             INTO WS-ABEND-MESSAGE
004470         END-STRING
004480         CLOSE TRANS
004490         CLOSE WRKF
004500         PERFORM 9900-ABEND THRU 9900-EXIT
004510     END-IF
004520     ADD 1 TO WS-OLD-RECS
004530     IF TRAN-HEADER
004540         ADD 1 TO WS-OLD-HDRS
004550         IF HDR-BATCH-DATE IS NUMERIC
004560             SET WS-OLD-HAS-HDR TO TRUE
004570             MOVE HDR-BATCH-DATE TO WS-OLD-BATCH-DATE
004580         END-IF
004590         GO TO 1510-EXIT
004600     END-IF
004610     IF TRAN-TRAILER
004620         ADD 1 TO WS-OLD-TRLS
004630         IF TRL-RECORD-COUNT IS NUMERIC
004640            AND TRL-HASH-TOTAL IS NUMERIC
004650             SET WS-OLD-HAS-TRL TO TRUE
004660             MOVE TRL-RECORD-COUNT TO WS-OLD-RECORD-COUNT
004670             MOVE TRL-HASH-TOTAL   TO WS-OLD-HASH-TOTAL
004680         END-IF
004690         GO TO 1510-EXIT
004700     END-IF
004710     IF WS-OLD-TRLS > ZERO
004720         ADD 1 TO WS-OLD-AFTER-TRL
004730     END-IF
004740     IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
004750         MOVE "BATCH ON CUSTTRAN.DAT EXCEEDS 99999 DETAILS"
004760             TO WS-ABEND-MESSAGE
004770         CLOSE TRANS
004780         CLOSE WRKF
004790         PERFORM 9900-ABEND THRU 9900-EXIT
004800     END-IF
004810     WRITE WRK-RECORD FROM CUSTTRAN-RECORD
004820     IF NOT WS-WST-OK
004830         MOVE SPACES TO WS-ABEND-MESSAGE
004840         STRING "I/O ERROR WRITING ENTRY WORK FILE - STATUS = "
004850                    DELIMITED BY SIZE
004860                WST DELIMITED BY SIZE
004870             INTO WS-ABEND-MESSAGE
004880         END-STRING
004890         CLOSE TRANS
004900         CLOSE WRKF
004910         PERFORM 9900-ABEND THRU 9900-EXIT
004920     END-IF
004930     ADD 1 TO WS-BATCH-COUNT
004940     IF TRAN-AMOUNT IS NUMERIC
004950         ADD TRAN-AMOUNT TO WS-BATCH-HASH
004960     END-IF.
004970 1510-EXIT.
004980     EXIT.
004990*
005000*============================================================*
005010*    1600-SCAN-ASSESSMENTS - IS THE BATCH ON FILE ONE OF      *
005020*                  CUSTFEE'S MONTH-END ASSESSMENT BATCHES       *
005030*============================================================*
005040 1600-SCAN-ASSESSMENTS.
005050     IF NOT WS-OLD-HAS-HDR OR NOT WS-OLD-HAS-TRL
005060         GO TO 1600-EXIT
005070     END-IF
005080     OPEN INPUT FHSF
005090     IF WS-FST-NOFILE
005100         GO TO 1600-EXIT
005110     END-IF
005120     IF NOT WS-FST-OK
005130         MOVE SPACES TO WS-ABEND-MESSAGE
005140         STRING "UNABLE TO OPEN ASSESSMENT HISTORY - STATUS = "
005150                    DELIMITED BY SIZE
005160                FST DELIMITED BY SIZE
005170             INTO WS-ABEND-MESSAGE
005180         END-STRING
005190         PERFORM 9900-ABEND THRU 9900-EXIT
005200     END-IF
005210     PERFORM UNTIL WS-FST-EOF
005220         READ FHSF
005230             AT END
005240                 CONTINUE
005250             NOT AT END
005260                 PERFORM 1610-MATCH-ONE-ASSESSMENT THRU 1610-EXIT
005270         END-READ
005280     END-PERFORM
005290     CLOSE FHSF.
005300 1600-EXIT.
005310     EXIT.
005320*
005330*============================================================*
005340*    1610-MATCH-ONE-ASSESSMENT - ONE ASSESSMENT HISTORY       *
005350*                  RECORD AGAINST THE BATCH ON FILE             *
005360*============================================================*
005370 1610-MATCH-ONE-ASSESSMENT.
005380     IF NOT WS-FST-OK
005390         MOVE SPACES TO WS-ABEND-MESSAGE
005400         STRING "I/O ERROR READING ASSESSMENT HISTORY - STATUS = "
005410                    DELIMITED BY SIZE
005420                FST DELIMITED BY SIZE
005430             INTO WS-ABEND-MESSAGE
005440         END-STRING
005450         CLOSE FHSF
005460         PERFORM 9900-ABEND THRU 9900-EXIT
005470     END-IF
005480     IF FHS-BATCH-DATE IS NOT NUMERIC
005490        OR FHS-RECORD-COUNT IS NOT NUMERIC
005500        OR FHS-HASH-TOTAL IS NOT NUMERIC
005510         GO TO 1610-EXIT
005520     END-IF
005530     IF FHS-BATCH-DATE   = WS-OLD-BATCH-DATE
005540        AND FHS-RECORD-COUNT = WS-OLD-RECORD-COUNT
005550        AND FHS-HASH-TOTAL   = WS-OLD-HASH-TOTAL
005560         SET WS-OLD-FEE-BATCH TO TRUE
005570     END-IF.
005580 1610-EXIT.
005590     EXIT.
005600*
005610*============================================================*
005620*    1700-CHECK-REGISTER - HAS CUSTUPD ALREADY POSTED THE     *
005630*                  BATCH ON FILE (CUSTBRG BATCH REGISTER)       *
005640*============================================================*
005650 1700-CHECK-REGISTER.
005660     IF NOT WS-OLD-HAS-HDR OR NOT WS-OLD-HAS-TRL
005670         GO TO 1700-EXIT
005680     END-IF
005690     OPEN INPUT BRGF
005700     IF WS-GST-NOFILE
005710         GO TO 1700-EXIT
005720     END-IF
005730     IF NOT WS-GST-OK
005740         MOVE SPACES TO WS-ABEND-MESSAGE
005750         STRING "UNABLE TO OPEN BATCH REGISTER - STATUS = "
005760                    DELIMITED BY SIZE
005770                GST DELIMITED BY SIZE
005780             INTO WS-ABEND-MESSAGE
005790         END-STRING
005800         PERFORM 9900-ABEND THRU 9900-EXIT
005810     END-IF
005820     PERFORM UNTIL WS-GST-EOF
005830         READ BRGF
005840             AT END
005850                 CONTINUE
005860             NOT AT END
005870                 PERFORM 1710-MATCH-ONE-BATCH THRU 1710-EXIT
005880         END-READ
005890     END-PERFORM
005900     CLOSE BRGF.
005910 1700-EXIT.
005920     EXIT.
005930*
005940*============================================================*
005950*    1710-MATCH-ONE-BATCH - ONE REGISTERED BATCH AGAINST THE  *
005960*                  BATCH ON FILE                                *
005970*============================================================*
005980 1710-MATCH-ONE-BATCH.
005990     IF NOT WS-GST-OK
006000         MOVE SPACES TO WS-ABEND-MESSAGE
006010         STRING "I/O ERROR READING BATCH REGISTER - STATUS = "
006020                    DELIMITED BY SIZE
006030                GST DELIMITED BY SIZE
006040             INTO WS-ABEND-MESSAGE
006050         END-STRING
006060         CLOSE BRGF
006070         PERFORM 9900-ABEND THRU 9900-EXIT
006080     END-IF
006090     IF BRG-BATCH-DATE IS NOT NUMERIC
006100        OR BRG-RECORD-COUNT IS NOT NUMERIC
006110        OR BRG-HASH-TOTAL IS NOT NUMERIC
006120         GO TO 1710-EXIT
006130     END-IF
006140     IF BRG-BATCH-DATE   = WS-OLD-BATCH-DATE
006150        AND BRG-RECORD-COUNT = WS-OLD-RECORD-COUNT
006160        AND BRG-HASH-TOTAL   = WS-OLD-HASH-TOTAL
006170         SET WS-OLD-POSTED TO TRUE
006180     END-IF.
006190 1710-EXIT.
006200     EXIT.
006210*
006220*============================================================*
006230*    1800-SETTLE-BATCH - DECIDE WHAT THE SESSION KEYS INTO:   *
006240*                  A NEW BATCH (NOTHING ON FILE, OR THE BATCH   *
006250*                  ON FILE IS POSTED), THE UNPOSTED BATCH ON    *
006260*                  FILE, OR NOTHING AT ALL WHILE AN UNPOSTED    *
006270*                  ASSESSMENT BATCH IS WAITING FOR CUSTUPD      *
006280*============================================================*
006290 1800-SETTLE-BATCH.
006300     IF WS-OLD-RECS = ZERO
006310         MOVE WS-RUN-DATE TO WS-BATCH-DATE
006320         MOVE "NEW BATCH" TO WS-BATCH-STATE
006330         GO TO 1890-SHOW-BATCH
006340     END-IF
006350     IF WS-OLD-POSTED
006360         SET WS-REPLACE-ON-ENTRY TO TRUE
006370         MOVE WS-RUN-DATE TO WS-BATCH-DATE
006380         MOVE ZERO        TO WS-BATCH-COUNT
006390         MOVE ZERO        TO WS-BATCH-HASH
006400         MOVE "NEW BATCH" TO WS-BATCH-STATE
006410         MOVE "POSTED BATCH ON FILE - NEXT ENTRY STARTS A NEW ONE"
006420             TO WS-MESSAGE
006430         GO TO 1890-SHOW-BATCH
006440     END-IF
006450     IF WS-OLD-FEE-BATCH
006460         SET WS-ENTRY-LOCKED TO TRUE
006470         MOVE WS-OLD-BATCH-DATE TO WS-BATCH-DATE
006480         MOVE "INQUIRY ONLY" TO WS-BATCH-STATE
006490         MOVE "ASSESSMENT BATCH UNPOSTED - RUN CUSTEDT, CUSTUPD"
006500             TO WS-MESSAGE
006510         GO TO 1890-SHOW-BATCH
006520     END-IF
006530     MOVE "CONTINUED BATCH" TO WS-BATCH-STATE
006540     MOVE WS-OLD-BATCH-DATE TO WS-BATCH-DATE
006550     IF NOT WS-OLD-HAS-HDR
006560         MOVE WS-RUN-DATE TO WS-BATCH-DATE
006570     END-IF
006580     IF WS-OLD-HDRS NOT = 1 OR WS-OLD-TRLS NOT = 1
006590        OR WS-OLD-AFTER-TRL > ZERO
006600        OR NOT WS-OLD-HAS-HDR OR NOT WS-OLD-HAS-TRL
006610        OR WS-OLD-RECORD-COUNT NOT = WS-BATCH-COUNT
006620        OR WS-OLD-HASH-TOTAL NOT = WS-BATCH-HASH
006630         MOVE "BATCH ON FILE DID NOT PROVE - FIXED ON NEXT ENTRY"
006640             TO WS-WARNING
006650     END-IF.
006660 1890-SHOW-BATCH.
006670     PERFORM 4200-FORMAT-BATCH-LINE THRU 4200-EXIT.
006680 1800-EXIT.
006690     EXIT.
006700*
006710*============================================================*
006720*    2000-PROCESS-SCREEN - SHOW THE SCREEN, TAKE ONE ACTION   *
006730*============================================================*
006740 2000-PROCESS-SCREEN.
006750     DISPLAY ENTRY-SCREEN
006760     ACCEPT ENTRY-SCREEN
006770     MOVE SPACES TO WS-MESSAGE
006780     MOVE SPACES TO WS-WARNING
006790     INSPECT WS-IN-ACTION
006800         CONVERTING "abcdefghijklm" TO "ABCDEFGHIJKLM"
006810     INSPECT WS-IN-ACTION
006820         CONVERTING "nopqrstuvwxyz" TO "NOPQRSTUVWXYZ"
006830     IF WS-IN-ACTION = "Q"
006840         SET WS-QUIT TO TRUE
006850         GO TO 2000-EXIT
006860     END-IF
006870     IF WS-IN-ACTION = "I"
006880         PERFORM 3000-INQUIRE THRU 3000-EXIT
006890         GO TO 2000-EXIT
006900     END-IF
006910     IF WS-ENTRY-LOCKED
006920         MOVE "ENTRY LOCKED - ASSESSMENT BATCH NOT POSTED"
006930             TO WS-MESSAGE
006940         GO TO 2000-EXIT
006950     END-IF
006960     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT
006970     IF WS-REASON NOT = SPACES
006980         PERFORM 2300-SHOW-REASON THRU 2300-EXIT
006990         GO TO 2000-EXIT
007000     END-IF
007010     PERFORM 3000-INQUIRE THRU 3000-EXIT
007020     PERFORM 2400-CHECK-AGAINST-MASTER THRU 2400-EXIT
007030     PERFORM 4000-ADD-TO-BATCH THRU 4000-EXIT.
007040 2000-EXIT.
007050     EXIT.
007060*
007070*============================================================*
007080*    2200-VALIDATE-TRAN - THE KEYED TRANSACTION IS BUILT IN   *
007090*                  THE CUSTTRAN RECORD AND GIVEN THE EDITS OF   *
007100*                  CUSTUPD'S 2200-VALIDATE-TRAN.  THE AMOUNT IS *
007110*                  ONLY EDITED WHERE IT IS USED (ADD AND        *
007120*                  BALANCE-ADJUST); OTHERWISE ZERO IS CARRIED   *
007130*============================================================*
007140 2200-VALIDATE-TRAN.
007150     MOVE SPACES TO WS-REASON
007160     INSPECT WS-IN-NAME
007170         CONVERTING "abcdefghijklm" TO "ABCDEFGHIJKLM"
007180     INSPECT WS-IN-NAME
007190         CONVERTING "nopqrstuvwxyz" TO "NOPQRSTUVWXYZ"
007200     MOVE SPACES         TO CUSTTRAN-RECORD
007210     MOVE WS-IN-ACTION   TO TRAN-CODE
007220     MOVE WS-IN-CUST-ID  TO TRAN-CUST-ID
007230     MOVE WS-IN-NAME     TO TRAN-CUST-NAME
007240     MOVE SPACE          TO TRAN-AMOUNT-SIGN
007250     MOVE ZERO           TO TRAN-AMOUNT
007260     IF NOT TRAN-VALID-CODE
007270         MOVE "01" TO WS-REASON
007280         GO TO 2200-EXIT
007290     END-IF
007300     IF TRAN-CUST-ID = SPACES
007310         MOVE "05" TO WS-REASON
007320         GO TO 2200-EXIT
007330     END-IF
007340     IF TRAN-ADD OR TRAN-BAL-ADJ
007350         MOVE WS-IN-SIGN TO TRAN-AMOUNT-SIGN
007360         PERFORM 2250-EDIT-AMOUNT THRU 2250-EXIT
007370         IF WS-AE-BAD
007380            OR NOT TRAN-VALID-SIGN
007390             MOVE "02" TO WS-REASON
007400             GO TO 2200-EXIT
007410         END-IF
007420         MOVE WS-AE-AMOUNT TO TRAN-AMOUNT
007430     END-IF.
007440 2200-EXIT.
007450     EXIT.
007460*
007470*============================================================*
007480*    2250-EDIT-AMOUNT - DIGITS WITH AN OPTIONAL POINT, AT     *
007490*                  MOST SEVEN WHOLE AND TWO DECIMAL DIGITS.     *
007500*                  LEADING AND TRAILING BLANKS ARE ALLOWED,     *
007510*                  EMBEDDED ONES ARE NOT                        *
007520*============================================================*
007530 2250-EDIT-AMOUNT.
007540     MOVE ZERO TO WS-AE-INT-DIGITS
007550     MOVE ZERO TO WS-AE-DEC-DIGITS
007560     MOVE ZERO TO WS-AE-INT
007570     MOVE ZERO TO WS-AE-DEC
007580     MOVE "N"  TO WS-AE-POINT-SW
007590     MOVE "N"  TO WS-AE-END-SW
007600     MOVE "N"  TO WS-AE-BAD-SW
007610     PERFORM 2260-EDIT-ONE-CHAR THRU 2260-EXIT
007620         VARYING WS-AE-IDX FROM 1 BY 1
007630             UNTIL WS-AE-IDX > 10 OR WS-AE-BAD
007640     IF WS-AE-INT-DIGITS = ZERO AND WS-AE-DEC-DIGITS = ZERO
007650         SET WS-AE-BAD TO TRUE
007660     END-IF
007670     IF WS-AE-DEC-DIGITS = 1
007680         MULTIPLY 10 BY WS-AE-DEC
007690     END-IF
007700     COMPUTE WS-AE-AMOUNT = WS-AE-INT + WS-AE-DEC / 100.
007710 2250-EXIT.
007720     EXIT.
007730*
007740*============================================================*
007750*    2260-EDIT-ONE-CHAR - ONE CHARACTER OF THE KEYED AMOUNT   *
007760*============================================================*
007770 2260-EDIT-ONE-CHAR.
007780     MOVE WS-IN-AMOUNT(WS-AE-IDX:1) TO WS-AE-CHAR
007790     IF WS-AE-CHAR = SPACE
007800         IF WS-AE-INT-DIGITS > ZERO OR WS-AE-POINT-SEEN
007810             SET WS-AE-END-SEEN TO TRUE
007820         END-IF
007830         GO TO 2260-EXIT
007840     END-IF
007850     IF WS-AE-END-SEEN
007860         SET WS-AE-BAD TO TRUE
007870         GO TO 2260-EXIT
007880     END-IF
007890     IF WS-AE-CHAR = "."
007900         IF WS-AE-POINT-SEEN
007910             SET WS-AE-BAD TO TRUE
007920         END-IF
007930         SET WS-AE-POINT-SEEN TO TRUE
007940         GO TO 2260-EXIT
007950     END-IF
007960     IF WS-AE-CHAR IS NOT NUMERIC
007970         SET WS-AE-BAD TO TRUE
007980         GO TO 2260-EXIT
007990     END-IF
008000     IF WS-AE-POINT-SEEN
008010         IF WS-AE-DEC-DIGITS NOT < 2
008020             SET WS-AE-BAD TO TRUE
008030             GO TO 2260-EXIT
008040         END-IF
008050         ADD 1 TO WS-AE-DEC-DIGITS
008060         COMPUTE WS-AE-DEC = WS-AE-DEC * 10 + WS-AE-DIGIT
008070         GO TO 2260-EXIT
008080     END-IF
008090     IF WS-AE-INT-DIGITS NOT < 7
008100         SET WS-AE-BAD TO TRUE
008110         GO TO 2260-EXIT
008120     END-IF
008130     ADD 1 TO WS-AE-INT-DIGITS
008140     COMPUTE WS-AE-INT = WS-AE-INT * 10 + WS-AE-DIGIT.
008150 2260-EXIT.
008160     EXIT.
008170*
008180*============================================================*
008190*    2300-SHOW-REASON - AN ENTRY FAILING THE EDITS IS NOT     *
008200*                  ADDED; THE REASON CODE IS CUSTUPD'S          *
008210*============================================================*
008220 2300-SHOW-REASON.
008230     IF WS-REASON = "01"
008240         MOVE "NOT ADDED - REASON 01 INVALID ACTION CODE"
008250             TO WS-MESSAGE
008260     END-IF
008270     IF WS-REASON = "05"
008280         MOVE "NOT ADDED - REASON 05 CUSTOMER ID IS BLANK"
008290             TO WS-MESSAGE
008300     END-IF
008310     IF WS-REASON = "02"
008320         MOVE "NOT ADDED - REASON 02 AMOUNT OR SIGN NOT VALID"
008330             TO WS-MESSAGE
008340     END-IF.
008350 2300-EXIT.
008360     EXIT.
008370*
008380*============================================================*
008390*    2400-CHECK-AGAINST-MASTER - WARN WHERE CUSTUPD WOULD     *
008400*                  REJECT THE ENTRY AS THE MASTER STANDS NOW.   *
008410*                  THE ENTRY IS STILL ADDED: AN EARLIER ENTRY   *
008420*                  IN THE SAME BATCH MAY CHANGE THE PICTURE.    *
008430*                  NO WARNING IF THE MASTER COULD NOT BE READ   *
008440*============================================================*
008450 2400-CHECK-AGAINST-MASTER.
008460     IF NOT WS-D-LOOKED-UP
008470         GO TO 2400-EXIT
008480     END-IF
008490     IF TRAN-ADD AND WS-D-FOUND
008500         MOVE "WARNING - ALREADY ON THE MASTER, CUSTUPD REASON 03"
008510             TO WS-WARNING
008520         GO TO 2400-EXIT
008530     END-IF
008540     IF TRAN-ADD
008550         GO TO 2400-EXIT
008560     END-IF
008570     IF NOT WS-D-FOUND
008580         MOVE "WARNING - NOT ON THE MASTER, CUSTUPD REASON 04"
008590             TO WS-WARNING
008600         GO TO 2400-EXIT
008610     END-IF
008620     IF TRAN-CLOSE AND WS-D-CLOSED
008630         MOVE "WARNING - ALREADY CLOSED, CUSTUPD REASON 09"
008640             TO WS-WARNING
008650         GO TO 2400-EXIT
008660     END-IF
008670     IF TRAN-CLOSE AND WS-D-BAL-VALUE NOT = ZERO
008680         MOVE "WARNING - BALANCE NOT ZERO, CUSTUPD REASON 08"
008690             TO WS-WARNING
008700     END-IF.
008710 2400-EXIT.
008720     EXIT.
008730*
008740*============================================================*
008750*    3000-INQUIRE - LOOK THE CUSTOMER UP ON THE MASTER AND    *
008760*                  PULL ITS LATEST HISTORY                      *
008770*============================================================*
008780 3000-INQUIRE.
008790     MOVE SPACES TO WS-SHOWN
008800     MOVE "N"    TO WS-D-FOUND-SW
008810     MOVE "N"    TO WS-D-CLOSED-SW
008820     MOVE "N"    TO WS-D-LOOKED-SW
008830     MOVE ZERO   TO WS-D-BAL-VALUE
008840     MOVE SPACES TO WS-HIST-LINES
008850     IF WS-IN-CUST-ID = SPACES
008860         MOVE "KEY A CUSTOMER ID" TO WS-MESSAGE
008870         GO TO 3000-EXIT
008880     END-IF
008890     MOVE WS-IN-CUST-ID TO WS-D-ID
008900     OPEN INPUT MASTER
008910     IF WS-MST-NOFILE
008920         MOVE "CUSTOMER MASTER NOT AVAILABLE" TO WS-MESSAGE
008930         GO TO 3090-HISTORY
008940     END-IF
008950     IF NOT WS-MST-OK
008960         MOVE SPACES TO WS-MESSAGE
008970         STRING "UNABLE TO OPEN CUSTOMER MASTER - FILE STATUS = "
008980                    DELIMITED BY SIZE
008990                MST DELIMITED BY SIZE
009000             INTO WS-MESSAGE
009010         END-STRING
009020         GO TO 3090-HISTORY
009030     END-IF
009040     MOVE WS-IN-CUST-ID TO CUST-ID
009050     READ MASTER
009060     IF WS-MST-OK
009070         SET WS-D-LOOKED-UP TO TRUE
009080         PERFORM 3100-SHOW-MASTER THRU 3100-EXIT
009090     ELSE
009100         IF WS-MST-NOTFND
009110             SET WS-D-LOOKED-UP TO TRUE
009120             MOVE "(NOT ON THE MASTER)" TO WS-D-NAME
009130         ELSE
009140             MOVE SPACES TO WS-MESSAGE
009150             STRING "I/O ERROR READING MASTER - STATUS = "
009160                        DELIMITED BY SIZE
009170                    MST DELIMITED BY SIZE
009180                 INTO WS-MESSAGE
009190             END-STRING
009200         END-IF
009210     END-IF
009220     CLOSE MASTER.
009230 3090-HISTORY.
009240     PERFORM 3200-LOAD-HISTORY THRU 3200-EXIT.
009250 3000-EXIT.
009260     EXIT.
009270*
009280*============================================================*
009290*    3100-SHOW-MASTER - EDIT THE CUSTREC FIELDS FOR DISPLAY   *
009300*============================================================*
009310 3100-SHOW-MASTER.
009320     SET WS-D-FOUND TO TRUE
009330     MOVE CUST-NAME    TO WS-D-NAME
009340     MOVE CUST-BALANCE TO WS-D-BAL-VALUE
009350     MOVE CUST-BALANCE TO WS-BAL-ED
009360     MOVE WS-BAL-ED    TO WS-D-BALANCE
009370     MOVE CUST-STATUS  TO WS-D-STATUS
009380     IF CUST-ACTIVE
009390         MOVE "ACTIVE" TO WS-D-STATUS
009400     END-IF
009410     IF CUST-CLOSED
009420         SET WS-D-CLOSED TO TRUE
009430         MOVE "CLOSED" TO WS-D-STATUS
009440     END-IF
009450     MOVE SPACES TO WS-D-OPENED
009460     IF CUST-OPEN-DATE IS NUMERIC AND CUST-OPEN-DATE > ZERO
009470         MOVE CUST-OPEN-DATE TO WS-DATE-WORK
009480         PERFORM 3500-EDIT-DATE THRU 3500-EXIT
009490         MOVE WS-DATE-ED TO WS-D-OPENED
009500     END-IF
009510     MOVE SPACES TO WS-D-LAST-ACT
009520     IF CUST-LAST-ACT IS NUMERIC AND CUST-LAST-ACT > ZERO
009530         MOVE CUST-LAST-ACT TO WS-DATE-WORK
009540         PERFORM 3500-EDIT-DATE THRU 3500-EXIT
009550         MOVE WS-DATE-ED TO WS-D-LAST-ACT
009560     END-IF.
009570 3100-EXIT.
009580     EXIT.
009590*
009600*============================================================*
009610*    3200-LOAD-HISTORY - ONE PASS OF CUSTHIST KEEPING THE     *
009620*                  CUSTOMER'S LAST SIX ENTRIES, NEWEST FIRST    *
009630*============================================================*
009640 3200-LOAD-HISTORY.
009650     MOVE ZERO TO WS-HK-COUNT
009660     OPEN INPUT HISTF
009670     IF WS-HST-NOFILE
009680         MOVE "    (NO HISTORY ON FILE)" TO WS-HIST-LINE(1)
009690         GO TO 3200-EXIT
009700     END-IF
009710     IF NOT WS-HST-OK
009720         MOVE SPACES TO WS-MESSAGE
009730         STRING "UNABLE TO OPEN HISTORY - FILE STATUS = "
009740                    DELIMITED BY SIZE
009750                HST DELIMITED BY SIZE
009760             INTO WS-MESSAGE
009770         END-STRING
009780         GO TO 3200-EXIT
009790     END-IF
009800     PERFORM UNTIL WS-HST-EOF
009810         READ HISTF
009820             AT END
009830                 CONTINUE
009840             NOT AT END
009850                 PERFORM 3210-KEEP-ONE-HIST THRU 3210-EXIT
009860         END-READ
009870     END-PERFORM
009880     CLOSE HISTF
009890     IF WS-HK-COUNT = ZERO
009900         MOVE "    (NO HISTORY FOR THIS CUSTOMER)"
009910             TO WS-HIST-LINE(1)
009920         GO TO 3200-EXIT
009930     END-IF
009940     PERFORM 3300-FORMAT-ONE-HIST THRU 3300-EXIT
009950         VARYING WS-HX FROM 1 BY 1
009960             UNTIL WS-HX > WS-HK-COUNT.
009970 3200-EXIT.
009980     EXIT.
009990*
010000*============================================================*
010010*    3210-KEEP-ONE-HIST - A MATCHING ENTRY PUSHES THE KEPT    *
010020*                  ONES DOWN A ROW AND TAKES ROW 1              *
010030*============================================================*
010040 3210-KEEP-ONE-HIST.
010050     IF NOT WS-HST-OK
010060         MOVE SPACES TO WS-MESSAGE
010070         STRING "I/O ERROR READING HISTORY - STATUS = "
010080                    DELIMITED BY SIZE
010090                HST DELIMITED BY SIZE
010100             INTO WS-MESSAGE
010110         END-STRING
010120         SET WS-HST-EOF TO TRUE
010130         GO TO 3210-EXIT
010140     END-IF
010150     IF HIS-CUST-ID NOT = WS-IN-CUST-ID
010160         GO TO 3210-EXIT
010170     END-IF
010180     IF HIS-RUN-DATE IS NOT NUMERIC
010190        OR HIS-AMOUNT IS NOT NUMERIC
010200        OR HIS-BEF-BALANCE IS NOT NUMERIC
010210        OR HIS-AFT-BALANCE IS NOT NUMERIC
010220         GO TO 3210-EXIT
010230     END-IF
010240     IF WS-HK-COUNT < WS-HK-MAX
010250         ADD 1 TO WS-HK-COUNT
010260     END-IF
010270     PERFORM 3220-PUSH-DOWN THRU 3220-EXIT
010280         VARYING WS-HX FROM WS-HK-COUNT BY -1
010290             UNTIL WS-HX < 2
010300     MOVE HIS-RUN-DATE    TO WS-HK-RUN-DATE(1)
010310     MOVE HIS-TRAN-CODE   TO WS-HK-CODE(1)
010320     MOVE HIS-AMOUNT      TO WS-HK-AMOUNT(1)
010330     IF HIS-AMT-NEG
010340         COMPUTE WS-HK-AMOUNT(1) = ZERO - WS-HK-AMOUNT(1)
010350     END-IF
010360     MOVE HIS-BEF-BALANCE TO WS-HK-BEF(1)
010370     IF HIS-BEF-NEG
010380         COMPUTE WS-HK-BEF(1) = ZERO - WS-HK-BEF(1)
010390     END-IF
010400     MOVE HIS-AFT-BALANCE TO WS-HK-AFT(1)
010410     IF HIS-AFT-NEG
010420         COMPUTE WS-HK-AFT(1) = ZERO - WS-HK-AFT(1)
010430     END-IF.
010440 3210-EXIT.
010450     EXIT.
010460*
010470*============================================================*
010480*    3220-PUSH-DOWN - MOVE ONE KEPT ENTRY DOWN A ROW          *
010490*============================================================*
010500 3220-PUSH-DOWN.
010510     MOVE WS-HK-ROW(WS-HX - 1) TO WS-HK-ROW(WS-HX).
010520 3220-EXIT.
010530     EXIT.
010540*
010550*============================================================*
010560*    3300-FORMAT-ONE-HIST - ONE HISTORY LINE FOR THE SCREEN   *
010570*============================================================*
010580 3300-FORMAT-ONE-HIST.
010590     MOVE WS-HK-RUN-DATE(WS-HX) TO WS-DATE-WORK
010600     PERFORM 3500-EDIT-DATE THRU 3500-EXIT
010610     MOVE WS-HK-AMOUNT(WS-HX) TO WS-AMT-ED
010620     MOVE WS-HK-BEF(WS-HX)    TO WS-BEF-ED
010630     MOVE WS-HK-AFT(WS-HX)    TO WS-AFT-ED
010640     MOVE SPACES TO WS-HIST-LINE(WS-HX)
010650     STRING WS-DATE-ED          DELIMITED BY SIZE
010660            "   "               DELIMITED BY SIZE
010670            WS-HK-CODE(WS-HX)   DELIMITED BY SIZE
010680            "    "              DELIMITED BY SIZE
010690            WS-AMT-ED           DELIMITED BY SIZE
010700            "    "              DELIMITED BY SIZE
010710            WS-BEF-ED           DELIMITED BY SIZE
010720            "    "              DELIMITED BY SIZE
010730            WS-AFT-ED           DELIMITED BY SIZE
010740         INTO WS-HIST-LINE(WS-HX)
010750     END-STRING.
010760 3300-EXIT.
010770     EXIT.
010780*
010790*============================================================*
010800*    3500-EDIT-DATE - YYYYMMDD TO MM/DD/YYYY                  *
010810*============================================================*
010820 3500-EDIT-DATE.
010830     MOVE SPACES TO WS-DATE-ED
010840     STRING WS-DATE-WORK(5:2) DELIMITED BY SIZE
010850            "/"               DELIMITED BY SIZE
010860            WS-DATE-WORK(7:2) DELIMITED BY SIZE
010870            "/"               DELIMITED BY SIZE
010880            WS-DATE-WORK(1:4) DELIMITED BY SIZE
010890         INTO WS-DATE-ED
010900     END-STRING.
010910 3500-EXIT.
010920     EXIT.
010930*
010940*============================================================*
010950*    4000-ADD-TO-BATCH - APPEND THE EDITED ENTRY TO THE WORK  *
010960*                  FILE, THEN REBUILD CUSTTRAN.DAT WITH A FRESH *
010970*                  HEADER AND TRAILER AND LOG THE ENTRY.        *
010973*                  NOTHING IS ADDED IF THE BATCH ON FILE IS NO  *
010976*                  LONGER THE ONE THE SESSION LAST WROTE        *
010980*============================================================*
010990 4000-ADD-TO-BATCH.
010992     PERFORM 4050-RECHECK-BATCH THRU 4050-EXIT
010994     IF WS-DISK-CHANGED
010996         GO TO 4000-EXIT
010998     END-IF
011000     IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
011010         MOVE "NOT ADDED - BATCH IS FULL AT 99999 DETAILS"
011020             TO WS-MESSAGE
011030         GO TO 4000-EXIT
011040     END-IF
011050     IF WS-REPLACE-ON-ENTRY
011060         OPEN OUTPUT WRKF
011070         MOVE "N" TO WS-REPLACE-SW
011080     ELSE
011090         OPEN EXTEND WRKF
011100         IF WS-WST-NOFILE
011110             OPEN OUTPUT WRKF
011120         END-IF
011130     END-IF
011140     IF NOT WS-WST-OK
011150         MOVE SPACES TO WS-ABEND-MESSAGE
011160         STRING "UNABLE TO OPEN ENTRY WORK FILE - STATUS = "
011170                    DELIMITED BY SIZE
011180                WST DELIMITED BY SIZE
011190             INTO WS-ABEND-MESSAGE
011200         END-STRING
011210         PERFORM 9900-ABEND THRU 9900-EXIT
011220     END-IF
011230     WRITE WRK-RECORD FROM CUSTTRAN-RECORD
011240     IF NOT WS-WST-OK
011250         MOVE SPACES TO WS-ABEND-MESSAGE
011260         STRING "I/O ERROR WRITING ENTRY WORK FILE - STATUS = "
011270                    DELIMITED BY SIZE
011280                WST DELIMITED BY SIZE
011290             INTO WS-ABEND-MESSAGE
011300         END-STRING
011310         CLOSE WRKF
011320         PERFORM 9900-ABEND THRU 9900-EXIT
011330     END-IF
011340     CLOSE WRKF
011350     ADD 1           TO WS-BATCH-COUNT
011360     ADD TRAN-AMOUNT TO WS-BATCH-HASH
011370     PERFORM 4500-LOG-ENTRY THRU 4500-EXIT
011380     PERFORM 4100-REBUILD-BATCH THRU 4100-EXIT
011385     PERFORM 4150-NOTE-REBUILT-STATE THRU 4150-EXIT
011390     MOVE "CONTINUED BATCH" TO WS-BATCH-STATE
011400     PERFORM 4200-FORMAT-BATCH-LINE THRU 4200-EXIT
011410     MOVE SPACES TO WS-MESSAGE
011420     STRING "ADDED TO BATCH - "    DELIMITED BY SIZE
011430            WS-IN-ACTION           DELIMITED BY SIZE
011440            " "                    DELIMITED BY SIZE
011450            WS-IN-CUST-ID          DELIMITED BY SIZE
011460         INTO WS-MESSAGE
011470     END-STRING
011480     MOVE SPACES TO WS-IN-NAME
011490     MOVE SPACES TO WS-IN-SIGN
011500     MOVE SPACES TO WS-IN-AMOUNT.
011510 4000-EXIT.
011520     EXIT.
011530*
011540*============================================================*
011550*    4100-REBUILD-BATCH - WRITE CUSTTRAN.DAT AS HEADER, EVERY *
011560*                  DETAIL ON THE WORK FILE, AND TRAILER         *
011570*============================================================*
011580 4100-REBUILD-BATCH.
011590     OPEN OUTPUT TRANS
011600     IF NOT WS-TST-OK
011610         MOVE SPACES TO WS-ABEND-MESSAGE
011620         STRING "UNABLE TO OPEN TRANSACTIONS - FILE STATUS = "
011630                    DELIMITED BY SIZE
011640                TST DELIMITED BY SIZE
011650             INTO WS-ABEND-MESSAGE
011660         END-STRING
011670         PERFORM 9900-ABEND THRU 9900-EXIT
011680     END-IF
011690     MOVE SPACES TO CUSTTRAN-RECORD
011700     SET TRAN-HEADER TO TRUE
011710     MOVE WS-BATCH-DATE TO HDR-BATCH-DATE
011720     WRITE CUSTTRAN-RECORD
011721     IF NOT WS-TST-OK
011723         MOVE SPACES TO WS-ABEND-MESSAGE
011725         STRING "I/O ERROR WRITING TRANSACTIONS - STATUS = "
011726                    DELIMITED BY SIZE
011728                TST DELIMITED BY SIZE
011730             INTO WS-ABEND-MESSAGE
011731         END-STRING
011733         CLOSE TRANS
011735         PERFORM 9900-ABEND THRU 9900-EXIT
011736     END-IF
011738     OPEN INPUT WRKF
011740     IF NOT WS-WST-OK
011750         MOVE SPACES TO WS-ABEND-MESSAGE
011760         STRING "UNABLE TO OPEN ENTRY WORK FILE - STATUS = "
011770                    DELIMITED BY SIZE
011780                WST DELIMITED BY SIZE
011790             INTO WS-ABEND-MESSAGE
011800         END-STRING
011810         CLOSE TRANS
011820         PERFORM 9900-ABEND THRU 9900-EXIT
011830     END-IF
011840     PERFORM UNTIL WS-WST-EOF
011850         READ WRKF
011860             AT END
011870                 CONTINUE
011880             NOT AT END
011890                 PERFORM 4110-COPY-ONE-DETAIL THRU 4110-EXIT
011900         END-READ
011910     END-PERFORM
011920     CLOSE WRKF
011930     MOVE SPACES TO CUSTTRAN-RECORD
011940     SET TRAN-TRAILER TO TRUE
011950     MOVE WS-BATCH-COUNT TO TRL-RECORD-COUNT
011960     MOVE WS-BATCH-HASH  TO TRL-HASH-TOTAL
011970     WRITE CUSTTRAN-RECORD
011980     IF NOT WS-TST-OK
011990         MOVE SPACES TO WS-ABEND-MESSAGE
012000         STRING "I/O ERROR WRITING TRANSACTIONS - STATUS = "
012010                    DELIMITED BY SIZE
012020                TST DELIMITED BY SIZE
012030             INTO WS-ABEND-MESSAGE
012040         END-STRING
012050         CLOSE TRANS
012060         PERFORM 9900-ABEND THRU 9900-EXIT
012070     END-IF
012080     CLOSE TRANS.
012090 4100-EXIT.
012100     EXIT.
012110*
012120*============================================================*
012130*    4110-COPY-ONE-DETAIL - ONE WORK-FILE DETAIL TO THE BATCH *
012140*============================================================*
012150 4110-COPY-ONE-DETAIL.
012160     IF NOT WS-WST-OK
012170         MOVE SPACES TO WS-ABEND-MESSAGE
012180         STRING "I/O ERROR READING ENTRY WORK FILE - STATUS = "
012190                    DELIMITED BY SIZE
012200                WST DELIMITED BY SIZE
012210             INTO WS-ABEND-MESSAGE
012220         END-STRING
012230         CLOSE WRKF
012240         CLOSE TRANS
012250         PERFORM 9900-ABEND THRU 9900-EXIT
012260     END-IF
012270     WRITE CUSTTRAN-RECORD FROM WRK-RECORD
012280     IF NOT WS-TST-OK
012290         MOVE SPACES TO WS-ABEND-MESSAGE
012300         STRING "I/O ERROR WRITING TRANSACTIONS - STATUS = "
012310                    DELIMITED BY SIZE
012320                TST DELIMITED BY SIZE
012330             INTO WS-ABEND-MESSAGE
012340         END-STRING
012350         CLOSE WRKF
012360         CLOSE TRANS
012370         PERFORM 9900-ABEND THRU 9900-EXIT
012380     END-IF.
012390 4110-EXIT.
012400     EXIT.
012410*
012420*============================================================*
012430*    4200-FORMAT-BATCH-LINE - THE BATCH CONTROLS AS THEY NOW  *
012440*                  STAND ON CUSTTRAN.DAT                        *
012450*============================================================*
012460 4200-FORMAT-BATCH-LINE.
012470     MOVE WS-BATCH-DATE TO WS-DATE-WORK
012480     PERFORM 3500-EDIT-DATE THRU 3500-EXIT
012490     MOVE WS-DATE-ED     TO WS-BATCH-DATE-ED
012500     MOVE WS-BATCH-COUNT TO WS-CNT-ED
012510     MOVE WS-BATCH-HASH  TO WS-HASH-ED
012520     MOVE SPACES TO WS-BATCH-LINE
012530     STRING "BATCH "           DELIMITED BY SIZE
012540            WS-BATCH-DATE-ED   DELIMITED BY SIZE
012550            "  RECORDS "       DELIMITED BY SIZE
012560            WS-CNT-ED          DELIMITED BY SIZE
012570            "  HASH "          DELIMITED BY SIZE
012580            WS-HASH-ED         DELIMITED BY SIZE
012590            "  "               DELIMITED BY SIZE
012600            WS-BATCH-STATE     DELIMITED BY SIZE
012610         INTO WS-BATCH-LINE
012620     END-STRING.
012630 4200-EXIT.
012640     EXIT.
012650*
012660*============================================================*
012670*    4500-LOG-ENTRY - EVERY ENTRY ADDED IS LOGGED WITH THE    *
012680*                  CLERK, THE BATCH AND THE TRANSACTION         *
012690*============================================================*
012700 4500-LOG-ENTRY.
012710     OPEN EXTEND AUDIT
012720     IF WS-AST-NOTFOUND
012730         OPEN OUTPUT AUDIT
012740     END-IF
012750     IF NOT WS-AST-OK
012760         MOVE SPACES TO WS-ABEND-MESSAGE
012770         STRING "UNABLE TO LOG THE ENTRY - FILE STATUS = "
012780                    DELIMITED BY SIZE
012790                AST DELIMITED BY SIZE
012800             INTO WS-ABEND-MESSAGE
012810         END-STRING
012820         PERFORM 9900-ABEND THRU 9900-EXIT
012830     END-IF
012840     ACCEPT WS-RUN-TIME FROM TIME
012850     MOVE TRAN-AMOUNT TO WS-AMT-ED
012860     MOVE SPACES TO AUDIT-RECORD
012870     STRING "CUSTENT "        DELIMITED BY SIZE
012880            WS-RUN-USER       DELIMITED BY SPACE
012890            " BATCH="         DELIMITED BY SIZE
012900            WS-BATCH-DATE     DELIMITED BY SIZE
012910            " "               DELIMITED BY SIZE
012920            WS-RUN-DATE-ED    DELIMITED BY SIZE
012930            " "               DELIMITED BY SIZE
012940            WS-RUN-HH         DELIMITED BY SIZE
012950            ":"               DELIMITED BY SIZE
012960            WS-RUN-MN         DELIMITED BY SIZE
012970            ":"               DELIMITED BY SIZE
012980            WS-RUN-SS         DELIMITED BY SIZE
012990            " "               DELIMITED BY SIZE
013000            TRAN-CODE         DELIMITED BY SIZE
013010            " "               DELIMITED BY SIZE
013020            TRAN-CUST-ID      DELIMITED BY SIZE
013030            " "               DELIMITED BY SIZE
013040            TRAN-AMOUNT-SIGN  DELIMITED BY SIZE
013050            WS-AMT-ED         DELIMITED BY SIZE
013060            " "               DELIMITED BY SIZE
013070            TRAN-CUST-NAME    DELIMITED BY SIZE
013080         INTO AUDIT-RECORD
013090     END-STRING
013100     WRITE AUDIT-RECORD
013102     IF NOT WS-AST-OK
013104         MOVE SPACES TO WS-ABEND-MESSAGE
013106         STRING "UNABLE TO LOG THE ENTRY - FILE STATUS = "
013109                    DELIMITED BY SIZE
013111                AST DELIMITED BY SIZE
013113             INTO WS-ABEND-MESSAGE
013116         END-STRING
013118         CLOSE AUDIT
013120         PERFORM 9900-ABEND THRU 9900-EXIT
013123     END-IF
013125     CLOSE AUDIT.
013127 4500-EXIT.
013130     EXIT.
013140*
013150*============================================================*
013160*    9000-TERMINATE - END THE SESSION                         *
013170*============================================================*
013180 9000-TERMINATE.
013190     MOVE WS-BATCH-COUNT TO WS-CNT-ED
013200     DISPLAY "CUSTENT - SESSION ENDED, BATCH DETAILS ON FILE: "
013210             WS-CNT-ED.
013220 9000-EXIT.
013230     EXIT.
013240*
013250*============================================================*
013260*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE  *
013270*============================================================*
013280 9900-ABEND.
013290     DISPLAY "CUSTENT - ABNORMAL TERMINATION"
013300     DISPLAY "CUSTENT - " WS-ABEND-MESSAGE
013310     MOVE 16 TO RETURN-CODE
013320     STOP RUN.
013330 9900-EXIT.
013340     EXIT.
013350*
013360*============================================================*
013370*    1900-SAVE-DISK-STATE - REMEMBER THE BATCH JUST READ FROM  *
013380*                  CUSTTRAN.DAT, BEFORE 1800 SETTLES ON IT      *
013390*============================================================*
013400 1900-SAVE-DISK-STATE.
013410     MOVE WS-OLD-RECS         TO WS-DISK-RECS
013420     MOVE WS-OLD-BATCH-DATE   TO WS-DISK-BATCH-DATE
013430     MOVE WS-OLD-RECORD-COUNT TO WS-DISK-RECORD-COUNT
013440     MOVE WS-OLD-HASH-TOTAL   TO WS-DISK-HASH-TOTAL
013450     MOVE WS-BATCH-COUNT      TO WS-DISK-DETAILS
013460     MOVE WS-BATCH-HASH       TO WS-DISK-DETAIL-HASH
013470     MOVE WS-OLD-POSTED-SW    TO WS-DISK-POSTED-SW
013480     MOVE WS-OLD-FEE-SW       TO WS-DISK-FEE-SW.
013490 1900-EXIT.
013500     EXIT.
013510*
013520*============================================================*
013530*    4050-RECHECK-BATCH - READ CUSTTRAN.DAT, THE ASSESSMENT    *
013540*                  HISTORY AND THE BATCH REGISTER AGAIN.  IF   *
013550*                  THE BATCH ON FILE HAS BEEN REWRITTEN, OR     *
013560*                  POSTED OR TAKEN AS AN ASSESSMENT BATCH,     *
013570*                  SINCE THE SESSION LAST READ OR WROTE IT, THE *
013580*                  ENTRY IS REFUSED AND THE SESSION SETTLES     *
013590*                  AFRESH ON WHAT IS NOW ON FILE                *
013600*============================================================*
013610 4050-RECHECK-BATCH.
013615     MOVE WS-BATCH TO WS-DISK-SAVED-BATCH
013620     MOVE "N"  TO WS-DISK-CHANGED-SW
013630     MOVE ZERO TO WS-OLD-RECS
013640     MOVE ZERO TO WS-OLD-HDRS
013650     MOVE ZERO TO WS-OLD-TRLS
013660     MOVE ZERO TO WS-OLD-AFTER-TRL
013670     MOVE ZERO TO WS-OLD-BATCH-DATE
013680     MOVE ZERO TO WS-OLD-RECORD-COUNT
013690     MOVE ZERO TO WS-OLD-HASH-TOTAL
013700     MOVE "N"  TO WS-OLD-HDR-SW
013710     MOVE "N"  TO WS-OLD-TRL-SW
013720     MOVE "N"  TO WS-OLD-POSTED-SW
013730     MOVE "N"  TO WS-OLD-FEE-SW
013740     MOVE ZERO TO WS-BATCH-COUNT
013750     MOVE ZERO TO WS-BATCH-HASH
013760     MOVE "N"  TO WS-REPLACE-SW
013770     MOVE "N"  TO WS-LOCKED-SW
013780     PERFORM 1500-LOAD-BATCH       THRU 1500-EXIT
013790     PERFORM 1600-SCAN-ASSESSMENTS THRU 1600-EXIT
013800     PERFORM 1700-CHECK-REGISTER   THRU 1700-EXIT
013810     IF WS-OLD-RECS         = WS-DISK-RECS
013820        AND WS-OLD-BATCH-DATE   = WS-DISK-BATCH-DATE
013830        AND WS-OLD-RECORD-COUNT = WS-DISK-RECORD-COUNT
013840        AND WS-OLD-HASH-TOTAL   = WS-DISK-HASH-TOTAL
013850        AND WS-BATCH-COUNT      = WS-DISK-DETAILS
013860        AND WS-BATCH-HASH       = WS-DISK-DETAIL-HASH
013870        AND WS-OLD-POSTED-SW    = WS-DISK-POSTED-SW
013880        AND WS-OLD-FEE-SW       = WS-DISK-FEE-SW
013895         MOVE WS-DISK-SAVED-BATCH TO WS-BATCH
013910         GO TO 4050-EXIT
013920     END-IF
013930     SET WS-DISK-CHANGED TO TRUE
013940     PERFORM 1900-SAVE-DISK-STATE THRU 1900-EXIT
013950     PERFORM 1800-SETTLE-BATCH    THRU 1800-EXIT
013960     MOVE "BATCH ON FILE CHANGED - SESSION RESTARTED, NOT ADDED"
013970         TO WS-MESSAGE.
013980 4050-EXIT.
013990     EXIT.
014000*
014010*============================================================*
014020*    4150-NOTE-REBUILT-STATE - THE BATCH JUST WRITTEN IS WHAT  *
014030*                  THE NEXT ENTRY EXPECTS TO FIND ON FILE      *
014040*============================================================*
014050 4150-NOTE-REBUILT-STATE.
014060     COMPUTE WS-DISK-RECS = WS-BATCH-COUNT + 2
014070     MOVE WS-BATCH-DATE  TO WS-DISK-BATCH-DATE
014080     MOVE WS-BATCH-COUNT TO WS-DISK-RECORD-COUNT
014090     MOVE WS-BATCH-HASH  TO WS-DISK-HASH-TOTAL
014100     MOVE WS-BATCH-COUNT TO WS-DISK-DETAILS
014110     MOVE WS-BATCH-HASH  TO WS-DISK-DETAIL-HASH
014120     MOVE "N"            TO WS-DISK-POSTED-SW
014130     MOVE "N"            TO WS-DISK-FEE-SW.
014140 4150-EXIT.
014150     EXIT.
