000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CUSTPRG.
000120 AUTHOR.        R DUNNE.
000130 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*
000170*MODIFICATION HISTORY
000180*----------------------------------------------------------
000190*10/15/26  RD  NEW PROGRAM.  PURGE OF CLOSED CUSTOMERS TO THE
000200*              PERMANENT PURGED-ACCOUNTS ARCHIVE.  EVERY
000210*              ACCOUNT ON THE MASTER THAT IS CLOSED (CUSTUPD
000220*              "X" TRANSACTION), HAS A ZERO BALANCE AND IS
000230*              DORMANT BY CUSTDRM'S RULE (NO ACTIVITY IN THE
000240*              LAST N MONTHS - MONTHS= PARM, DEFAULT 12 - OR
000250*              A LAST-ACTIVITY DATE NEVER STAMPED) IS WRITTEN
000260*              TO Data/CUSTARC.DAT (COPYBOOK CUSTARC) AND
000270*              THEN DELETED FROM THE MASTER.  THE ARCHIVE IS
000280*              ONLY EVER APPENDED TO.  A PURGE REGISTER LISTS
000290*              EVERY ACCOUNT MOVED.  THE PURGED COUNT IS
000300*              ADDED TO CTL-PURGED ON THE CUSTCTL CONTROL
000310*              RECORD SO CUSTBAL TAKES IT OFF THE EXPECTED
000320*              CUSTOMER COUNT ON ITS NEXT RUN (THE BALANCE
000330*              IS UNCHANGED - ONLY ZERO BALANCES ARE MOVED)
000340*              AND CUSTRLD'S CONTROL PROOF STILL HOLDS.
000345*10/15/26  RD  THE CONTROL RECORD WRITE IS NOW CHECKED.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MASTER ASSIGN TO DYNAMIC WS-MASTER-PATH
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE  IS SEQUENTIAL
000450                RECORD KEY   IS CUST-ID
000460                FILE STATUS  IS MST.
000470     SELECT ARCF ASSIGN TO DYNAMIC WS-ARC-PATH
000480                ORGANIZATION IS LINE SEQUENTIAL
000490                FILE STATUS  IS AST.
000500     SELECT CTLF ASSIGN TO DYNAMIC WS-CTL-PATH
000510                ORGANIZATION IS LINE SEQUENTIAL
000520                FILE STATUS  IS CST.
000530     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000540                ORGANIZATION IS LINE SEQUENTIAL
000550                FILE STATUS  IS RST.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600 FD  MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUSTREC.
000630*
000640 FD  ARCF
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CUSTARC.
000670*
000680 FD  CTLF
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTCTL.
000710*
000720 FD  RPT
000730     LABEL RECORDS ARE STANDARD.
000740 01  RPT-RECORD             PIC X(100).
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780*    FILE STATUS AND SWITCHES
000790*
000800 01  WS-MASTER-STATUS.
000810     05  MST                PIC X(02)  VALUE "00".
000820         88  WS-MST-OK                 VALUE "00".
000830         88  WS-MST-EOF                VALUE "10".
000840         88  WS-MST-NOFILE             VALUE "35".
000850*
000860 01  WS-ARC-STATUS.
000870     05  AST                PIC X(02)  VALUE "00".
000880         88  WS-AST-OK                 VALUE "00" "05".
000890         88  WS-AST-NOTFOUND           VALUE "35".
000900*
000910 01  WS-CTL-STATUS.
000920     05  CST                PIC X(02)  VALUE "00".
000930         88  WS-CST-OK                 VALUE "00".
000940         88  WS-CST-EOF                VALUE "10".
000950         88  WS-CST-NOFILE             VALUE "35".
000960*
000970 01  WS-RPT-STATUS.
000980     05  RST                PIC X(02)  VALUE "00".
000990*
001000 01  WS-MASTER-PATH         PIC X(64)  VALUE "Data/CUSTMAST.DAT".
001010 01  WS-ARC-PATH            PIC X(64)  VALUE "Data/CUSTARC.DAT".
001020 01  WS-CTL-PATH            PIC X(64)  VALUE "Data/CUSTCTL.DAT".
001030 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
001040*
001050 01  WS-PAGE-CTL.
001060     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
001070     05  WS-PAGE-NO-ED      PIC ZZZ9.
001080     05  WS-LINE-CTR        PIC 9(03)  COMP VALUE ZERO.
001090     05  WS-LINE-MAX        PIC 9(03)  COMP VALUE 55.
001100*
001110*    RUN DATE/TIME STAMP
001120*
001130 01  WS-RUN-DATE.
001140     05  WS-RUN-YYYY        PIC 9(04).
001150     05  WS-RUN-MM          PIC 9(02).
001160     05  WS-RUN-DD          PIC 9(02).
001170 01  WS-RUN-TIME.
001180     05  WS-RUN-HH          PIC 9(02).
001190     05  WS-RUN-MN          PIC 9(02).
001200     05  WS-RUN-SS          PIC 9(02).
001210     05  WS-RUN-HS          PIC 9(02).
001220 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001230 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001240*
001250*    DORMANCY WINDOW AND THE DERIVED CUTOFF DATE (AS CUSTDRM)
001260*
001270 01  WS-WINDOW.
001280     05  WS-MONTHS          PIC 9(03)  VALUE 12.
001290     05  WS-MONTHS-ED       PIC ZZ9.
001300     05  WS-MON-TOKEN       PIC X(03)  VALUE SPACES.
001310     05  WS-MON-LEN         PIC 9(02)  COMP VALUE ZERO.
001320     05  WS-TOT-MONTHS      PIC 9(07)  COMP VALUE ZERO.
001330     05  WS-CUT-MM-0        PIC 9(02)  COMP VALUE ZERO.
001340*
001350 01  WS-CUTOFF-DATE.
001360     05  WS-CUT-YYYY        PIC 9(04).
001370     05  WS-CUT-MM          PIC 9(02).
001380     05  WS-CUT-DD          PIC 9(02).
001390*
001400 01  WS-DORMANT-SW          PIC X(01)  VALUE "N".
001410     88  WS-DORMANT                    VALUE "Y".
001420*
001430*    RUN TOTALS
001440*
001450 01  WS-RUN-TOTALS.
001460     05  WS-TOT-READ        PIC 9(07)  COMP VALUE ZERO.
001470     05  WS-TOT-CLOSED      PIC 9(07)  COMP VALUE ZERO.
001480     05  WS-TOT-PURGED      PIC 9(07)  COMP VALUE ZERO.
001490     05  WS-TOT-HELD-BAL    PIC 9(07)  COMP VALUE ZERO.
001500     05  WS-TOT-HELD-ACT    PIC 9(07)  COMP VALUE ZERO.
001510 01  WS-TOT-READ-ED         PIC ZZZZZZ9.
001520 01  WS-TOT-CLOSED-ED       PIC ZZZZZZ9.
001530 01  WS-TOT-PURGED-ED       PIC ZZZZZZ9.
001540 01  WS-TOT-HELD-BAL-ED     PIC ZZZZZZ9.
001550 01  WS-TOT-HELD-ACT-ED     PIC ZZZZZZ9.
001560*
001570*    CONTROL RECORD CARRY
001580*
001590 01  WS-CTL-PURGED          PIC 9(05)  VALUE ZERO.
001600 01  WS-CTL-FOUND-SW        PIC X(01)  VALUE "N".
001610     88  WS-CTL-FOUND                  VALUE "Y".
001620*
001630*    EDITED DETAIL FIELDS
001640*
001650 01  WS-OPEN-ED             PIC X(10)  VALUE SPACES.
001660 01  WS-LASTACT-ED          PIC X(10)  VALUE SPACES.
001670*
001680*    REPORT LINE WORK AREA
001690*
001700 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
001710*
001720*    RUN PARM WORK AREAS
001730*
001740 01  WS-PARM-AREA.
001750     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
001760*
001770 01  WS-PARM-TOKENS.
001780     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
001790     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
001800 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
001810*
001820*    SHELL COMMAND WORK AREA
001830*
001840 01  WS-SYS-COMMAND         PIC X(80)  VALUE SPACES.
001850*
001860*    ABEND MESSAGE WORK AREA
001870*
001880 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
001890*
001900 PROCEDURE DIVISION.
001910*
001920*============================================================*
001930*    0000-MAINLINE                                            *
001940*============================================================*
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001970     PERFORM 2000-PURGE-MASTER    THRU 2000-EXIT
001980     PERFORM 3000-UPDATE-CONTROL  THRU 3000-EXIT
001990     PERFORM 8000-PRINT-TOTALS    THRU 8000-EXIT
002000     PERFORM 9000-TERMINATE       THRU 9000-EXIT
002010     STOP RUN.
002020*
002030*============================================================*
002040*    1000-INITIALIZE - ACCEPT THE PARM, DERIVE THE CUTOFF     *
002050*                  DATE N MONTHS BEFORE THE RUN DATE AND OPEN  *
002060*                  THE MASTER, THE ARCHIVE AND THE REGISTER    *
002070*============================================================*
002080 1000-INITIALIZE.
002090     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002100     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002110     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
002120     IF WS-MONTHS = ZERO
002130         MOVE "MONTHS= MUST BE 1 OR MORE"
002140             TO WS-ABEND-MESSAGE
002150         PERFORM 9900-ABEND THRU 9900-EXIT
002160     END-IF
002170     COMPUTE WS-TOT-MONTHS
002180         = (WS-RUN-YYYY * 12) + WS-RUN-MM - 1 - WS-MONTHS
002190     DIVIDE WS-TOT-MONTHS BY 12 GIVING WS-CUT-YYYY
002200         REMAINDER WS-CUT-MM-0
002210     COMPUTE WS-CUT-MM = WS-CUT-MM-0 + 1
002220     MOVE WS-RUN-DD TO WS-CUT-DD
002230     MOVE "mkdir -p Data" TO WS-SYS-COMMAND
002240     CALL "SYSTEM" USING WS-SYS-COMMAND
002250     OPEN I-O MASTER
002260     IF WS-MST-NOFILE
002270         MOVE "NO CUSTOMER MASTER - RUN CUSTUPD FIRST"
002280             TO WS-ABEND-MESSAGE
002290         PERFORM 9900-ABEND THRU 9900-EXIT
002300     END-IF
002310     IF NOT WS-MST-OK
002320         MOVE SPACES TO WS-ABEND-MESSAGE
002330         STRING "UNABLE TO OPEN MASTER - FILE STATUS = "
002340                    DELIMITED BY SIZE
002350                MST DELIMITED BY SIZE
002360             INTO WS-ABEND-MESSAGE
002370         END-STRING
002380         PERFORM 9900-ABEND THRU 9900-EXIT
002390     END-IF
002400     OPEN EXTEND ARCF
002410     IF WS-AST-NOTFOUND
002420         OPEN OUTPUT ARCF
002430     END-IF
002440     IF NOT WS-AST-OK
002450         MOVE SPACES TO WS-ABEND-MESSAGE
002460         STRING "UNABLE TO OPEN ARCHIVE - FILE STATUS = "
002470                    DELIMITED BY SIZE
002480                AST DELIMITED BY SIZE
002490             INTO WS-ABEND-MESSAGE
002500         END-STRING
002510         CLOSE MASTER
002520         PERFORM 9900-ABEND THRU 9900-EXIT
002530     END-IF
002540     MOVE "Reports/CUSTPRG.RPT" TO WS-RPT-PATH
002550     OPEN OUTPUT RPT
002560     MOVE ZERO TO WS-PAGE-NO
002570     MOVE ZERO TO WS-LINE-CTR.
002580 1000-EXIT.
002590     EXIT.
002600*
002610*============================================================*
002620*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED    *
002630*                      TOKENS AND CLASSIFY EACH ONE            *
002640*============================================================*
002650 1100-PARSE-PARM.
002660     MOVE SPACES TO WS-PARM-TOKENS
002670     MOVE ZERO   TO WS-TOK-COUNT
002680     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
002690         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
002700              WS-PARM-TOK(03) WS-PARM-TOK(04)
002710              WS-PARM-TOK(05) WS-PARM-TOK(06)
002720              WS-PARM-TOK(07) WS-PARM-TOK(08)
002730              WS-PARM-TOK(09) WS-PARM-TOK(10)
002740         TALLYING IN WS-TOK-COUNT
002750     END-UNSTRING
002760     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
002770         VARYING WS-TOK-IDX FROM 1 BY 1
002780             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
002790 1100-EXIT.
002800     EXIT.
002810*
002820*============================================================*
002830*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD          *
002840*============================================================*
002850 1110-CLASSIFY-TOKEN.
002860     IF WS-PARM-TOK(WS-TOK-IDX)(1:7) = "MONTHS="
002870         MOVE WS-PARM-TOK(WS-TOK-IDX)(8:3) TO WS-MON-TOKEN
002880         MOVE ZERO TO WS-MON-LEN
002890         INSPECT WS-MON-TOKEN TALLYING WS-MON-LEN
002900             FOR CHARACTERS BEFORE INITIAL " "
002910         IF WS-MON-LEN < 1
002920             MOVE "MONTHS= REQUIRES A NUMBER"
002930                 TO WS-ABEND-MESSAGE
002940             PERFORM 9900-ABEND THRU 9900-EXIT
002950         END-IF
002960         IF WS-MON-TOKEN(1:WS-MON-LEN) IS NOT NUMERIC
002970             MOVE "MONTHS= MUST BE NUMERIC"
002980                 TO WS-ABEND-MESSAGE
002990             PERFORM 9900-ABEND THRU 9900-EXIT
003000         END-IF
003010         MOVE WS-MON-TOKEN(1:WS-MON-LEN) TO WS-MONTHS
003020     END-IF.
003030 1110-EXIT.
003040     EXIT.
003050*
003060*============================================================*
003070*    1200-GET-TIMESTAMP - CAPTURE AND EDIT THE RUN DATE/TIME  *
003080*============================================================*
003090 1200-GET-TIMESTAMP.
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003110     ACCEPT WS-RUN-TIME FROM TIME
003120     STRING WS-RUN-MM DELIMITED BY SIZE
003130            "/"        DELIMITED BY SIZE
003140            WS-RUN-DD  DELIMITED BY SIZE
003150            "/"        DELIMITED BY SIZE
003160            WS-RUN-YYYY DELIMITED BY SIZE
003170         INTO WS-RUN-DATE-ED
003180     END-STRING
003190     STRING WS-RUN-HH DELIMITED BY SIZE
003200            ":"        DELIMITED BY SIZE
003210            WS-RUN-MN  DELIMITED BY SIZE
003220            ":"        DELIMITED BY SIZE
003230            WS-RUN-SS  DELIMITED BY SIZE
003240         INTO WS-RUN-TIME-ED
003250     END-STRING.
003260 1200-EXIT.
003270     EXIT.
003280*
003290*============================================================*
003300*    2000-PURGE-MASTER - ONE SEQUENTIAL PASS OVER THE MASTER  *
003310*                  PURGING EVERY ELIGIBLE ACCOUNT              *
003320*============================================================*
003330 2000-PURGE-MASTER.
003340     PERFORM UNTIL WS-MST-EOF
003350         READ MASTER
003360             AT END
003370                 CONTINUE
003380             NOT AT END
003390                 PERFORM 2100-CHECK-ONE-CUST THRU 2100-EXIT
003400         END-READ
003410     END-PERFORM
003420     CLOSE MASTER
003430     CLOSE ARCF.
003440 2000-EXIT.
003450     EXIT.
003460*
003470*============================================================*
003480*    2100-CHECK-ONE-CUST - ONE CLEANLY READ ACCOUNT IS PURGED *
003490*                  WHEN IT IS CLOSED, CARRIES A ZERO BALANCE   *
003500*                  AND IS DORMANT.  A CLOSED ACCOUNT HELD BACK *
003510*                  IS COUNTED BY THE REASON IT WAS KEPT         *
003520*============================================================*
003530 2100-CHECK-ONE-CUST.
003540     IF NOT WS-MST-OK
003550         MOVE SPACES TO WS-ABEND-MESSAGE
003560         STRING "I/O ERROR READING MASTER - STATUS = "
003570                    DELIMITED BY SIZE
003580                MST DELIMITED BY SIZE
003590             INTO WS-ABEND-MESSAGE
003600         END-STRING
003610         CLOSE MASTER
003620         CLOSE ARCF
003630         CLOSE RPT
003640         PERFORM 9900-ABEND THRU 9900-EXIT
003650     END-IF
003660     ADD 1 TO WS-TOT-READ
003670     IF NOT CUST-CLOSED
003680         GO TO 2100-EXIT
003690     END-IF
003700     ADD 1 TO WS-TOT-CLOSED
003710     IF CUST-BALANCE NOT = ZERO
003720         ADD 1 TO WS-TOT-HELD-BAL
003730         GO TO 2100-EXIT
003740     END-IF
003750     MOVE "N" TO WS-DORMANT-SW
003760     IF CUST-LAST-ACT IS NOT NUMERIC
003770         SET WS-DORMANT TO TRUE
003780     ELSE
003790         IF CUST-LAST-ACT < WS-CUTOFF-DATE
003800             SET WS-DORMANT TO TRUE
003810         END-IF
003820     END-IF
003830     IF NOT WS-DORMANT
003840         ADD 1 TO WS-TOT-HELD-ACT
003850         GO TO 2100-EXIT
003860     END-IF
003870     PERFORM 2200-PURGE-ONE-CUST THRU 2200-EXIT.
003880 2100-EXIT.
003890     EXIT.
003900*
003910*============================================================*
003920*    2200-PURGE-ONE-CUST - ARCHIVE THE ACCOUNT FIRST, THEN    *
003930*                  DELETE IT FROM THE MASTER, SO AN ACCOUNT    *
003940*                  CAN NEVER LEAVE THE MASTER UNARCHIVED        *
003950*============================================================*
003960 2200-PURGE-ONE-CUST.
003970     MOVE SPACES         TO CUSTARC-RECORD
003980     MOVE CUST-ID        TO ARC-CUST-ID
003990     MOVE CUST-NAME      TO ARC-CUST-NAME
004000     MOVE "+"            TO ARC-BAL-SIGN
004010     MOVE CUST-BALANCE   TO ARC-BALANCE
004020     MOVE CUST-STATUS    TO ARC-STATUS
004030     MOVE CUST-OPEN-DATE TO ARC-OPEN-DATE
004040     IF CUST-LAST-ACT IS NUMERIC
004050         MOVE CUST-LAST-ACT TO ARC-LAST-ACT
004060     ELSE
004070         MOVE ZERO TO ARC-LAST-ACT
004080     END-IF
004090     MOVE WS-RUN-DATE    TO ARC-PURGE-DATE
004100     WRITE CUSTARC-RECORD
004110     IF NOT WS-AST-OK
004120         MOVE SPACES TO WS-ABEND-MESSAGE
004130         STRING "I/O ERROR WRITING ARCHIVE - STATUS = "
004140                    DELIMITED BY SIZE
004150                AST DELIMITED BY SIZE
004160             INTO WS-ABEND-MESSAGE
004170         END-STRING
004180         CLOSE MASTER
004190         CLOSE ARCF
004200         CLOSE RPT
004210         PERFORM 3000-UPDATE-CONTROL THRU 3000-EXIT
004220         PERFORM 9900-ABEND THRU 9900-EXIT
004230     END-IF
004240     DELETE MASTER
004250     IF NOT WS-MST-OK
004260         MOVE SPACES TO WS-ABEND-MESSAGE
004270         STRING "I/O ERROR DELETING " DELIMITED BY SIZE
004280                CUST-ID               DELIMITED BY SIZE
004290                " FROM MASTER - STATUS = "
004300                                      DELIMITED BY SIZE
004310                MST                   DELIMITED BY SIZE
004320             INTO WS-ABEND-MESSAGE
004330         END-STRING
004340         CLOSE MASTER
004350         CLOSE ARCF
004360         CLOSE RPT
004370         PERFORM 3000-UPDATE-CONTROL THRU 3000-EXIT
004380         PERFORM 9900-ABEND THRU 9900-EXIT
004390     END-IF
004400     ADD 1 TO WS-TOT-PURGED
004410     PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT.
004420 2200-EXIT.
004430     EXIT.
004440*
004450*============================================================*
004460*    3000-UPDATE-CONTROL - ADD THE PURGED COUNT TO THE        *
004470*                  CONTROL RECORD CUSTBAL CARRIED FORWARD.  NO *
004480*                  CONTROL RECORD MEANS CUSTBAL WILL ESTABLISH *
004490*                  ONE FROM THE PURGED MASTER ON ITS NEXT RUN   *
004500*============================================================*
004510 3000-UPDATE-CONTROL.
004520     IF WS-TOT-PURGED = ZERO
004530         GO TO 3000-EXIT
004540     END-IF
004550     OPEN INPUT CTLF
004560     IF WS-CST-NOFILE
004570         DISPLAY "CUSTPRG - NO CONTROL RECORD "
004580                 "- CUSTBAL WILL ESTABLISH ONE"
004590         GO TO 3000-EXIT
004600     END-IF
004610     IF NOT WS-CST-OK
004620         MOVE SPACES TO WS-ABEND-MESSAGE
004630         STRING "UNABLE TO OPEN CONTROL - FILE STATUS = "
004640                    DELIMITED BY SIZE
004650                CST DELIMITED BY SIZE
004660             INTO WS-ABEND-MESSAGE
004670         END-STRING
004680         PERFORM 9900-ABEND THRU 9900-EXIT
004690     END-IF
004700     READ CTLF
004710         AT END
004720             CONTINUE
004730         NOT AT END
004740             PERFORM 3100-TAKE-CTL-RECORD THRU 3100-EXIT
004750     END-READ
004760     CLOSE CTLF
004770     IF NOT WS-CTL-FOUND
004780         DISPLAY "CUSTPRG - CONTROL FILE EMPTY "
004790                 "- CUSTBAL WILL ESTABLISH ONE"
004800         GO TO 3000-EXIT
004810     END-IF
004820     ADD WS-TOT-PURGED TO WS-CTL-PURGED
004830     MOVE WS-CTL-PURGED TO CTL-PURGED
004840     OPEN OUTPUT CTLF
004850     IF NOT WS-CST-OK
004860         MOVE SPACES TO WS-ABEND-MESSAGE
004870         STRING "UNABLE TO REWRITE CONTROL - STATUS = "
004880                    DELIMITED BY SIZE
004890                CST DELIMITED BY SIZE
004900             INTO WS-ABEND-MESSAGE
004910         END-STRING
004920         PERFORM 9900-ABEND THRU 9900-EXIT
004930     END-IF
004940     WRITE CUSTCTL-RECORD
004943     IF NOT WS-CST-OK
004947         MOVE SPACES TO WS-ABEND-MESSAGE
004951         STRING "I/O ERROR WRITING CONTROL - FILE STATUS = "
004955                    DELIMITED BY SIZE
004958                CST DELIMITED BY SIZE
004962             INTO WS-ABEND-MESSAGE
004966         END-STRING
004970         CLOSE CTLF
004973         PERFORM 9900-ABEND THRU 9900-EXIT
004977     END-IF
004981     CLOSE CTLF.
004985 3000-EXIT.
004988     EXIT.
004992*
004996*============================================================*
005000*    3100-TAKE-CTL-RECORD - EDIT ONE CLEANLY READ CONTROL     *
005010*                  RECORD, AS CUSTBAL DOES.  A CONTROL WRITTEN *
005020*                  BEFORE THE PURGED COUNT EXISTED CARRIES     *
005030*                  BLANKS THERE, TAKEN AS ZERO                  *
005040*============================================================*
005050 3100-TAKE-CTL-RECORD.
005060     IF NOT WS-CST-OK
005070         MOVE SPACES TO WS-ABEND-MESSAGE
005080         STRING "I/O ERROR READING CONTROL - STATUS = "
005090                    DELIMITED BY SIZE
005100                CST DELIMITED BY SIZE
005110             INTO WS-ABEND-MESSAGE
005120         END-STRING
005130         CLOSE CTLF
005140         PERFORM 9900-ABEND THRU 9900-EXIT
005150     END-IF
005160     IF CTL-CUST-COUNT IS NOT NUMERIC
005170        OR CTL-TOT-BALANCE IS NOT NUMERIC
005180         MOVE "CONTROL RECORD FIELDS NOT NUMERIC - VERIFY IT"
005190             TO WS-ABEND-MESSAGE
005200         CLOSE CTLF
005210         PERFORM 9900-ABEND THRU 9900-EXIT
005220     END-IF
005230     SET WS-CTL-FOUND TO TRUE
005240     IF CTL-PURGED IS NUMERIC
005250         MOVE CTL-PURGED TO WS-CTL-PURGED
005260     ELSE
005270         MOVE ZERO TO WS-CTL-PURGED
005280     END-IF.
005290 3100-EXIT.
005300     EXIT.
005310*
005320*============================================================*
005330*    4000-PRINT-REGISTER - ONE PURGE REGISTER LINE            *
005340*============================================================*
005350 4000-PRINT-REGISTER.
005360     MOVE SPACES TO WS-OPEN-ED
005370     IF CUST-OPEN-DATE IS NUMERIC AND CUST-OPEN-DATE NOT = ZERO
005380         STRING CUST-OPEN-DATE(5:2) DELIMITED BY SIZE
005390                "/"                 DELIMITED BY SIZE
005400                CUST-OPEN-DATE(7:2) DELIMITED BY SIZE
005410                "/"                 DELIMITED BY SIZE
005420                CUST-OPEN-DATE(1:4) DELIMITED BY SIZE
005430             INTO WS-OPEN-ED
005440         END-STRING
005450     ELSE
005460         MOVE "(UNKNOWN)" TO WS-OPEN-ED
005470     END-IF
005480     MOVE SPACES TO WS-LASTACT-ED
005490     IF CUST-LAST-ACT IS NUMERIC AND CUST-LAST-ACT NOT = ZERO
005500         STRING CUST-LAST-ACT(5:2) DELIMITED BY SIZE
005510                "/"                DELIMITED BY SIZE
005520                CUST-LAST-ACT(7:2) DELIMITED BY SIZE
005530                "/"                DELIMITED BY SIZE
005540                CUST-LAST-ACT(1:4) DELIMITED BY SIZE
005550             INTO WS-LASTACT-ED
005560         END-STRING
005570     ELSE
005580         MOVE "(NEVER)" TO WS-LASTACT-ED
005590     END-IF
005600     MOVE SPACES TO WS-RPT-LINE
005610     STRING "    "        DELIMITED BY SIZE
005620            CUST-ID       DELIMITED BY SIZE
005630            "  "          DELIMITED BY SIZE
005640            CUST-NAME     DELIMITED BY SIZE
005650            "  "          DELIMITED BY SIZE
005660            WS-OPEN-ED    DELIMITED BY SIZE
005670            "  "          DELIMITED BY SIZE
005680            WS-LASTACT-ED DELIMITED BY SIZE
005690         INTO WS-RPT-LINE
005700     END-STRING
005710     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
005720 4000-EXIT.
005730     EXIT.
005740*
005750*============================================================*
005760*    8000-PRINT-TOTALS - PURGE COUNTS FOOTER                  *
005770*============================================================*
005780 8000-PRINT-TOTALS.
005790     IF WS-TOT-PURGED = ZERO
005800         MOVE "    (NO ACCOUNTS PURGED)" TO WS-RPT-LINE
005810         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005820     END-IF
005830     MOVE SPACES TO WS-RPT-LINE
005840     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005850     MOVE WS-TOT-READ     TO WS-TOT-READ-ED
005860     MOVE WS-TOT-CLOSED   TO WS-TOT-CLOSED-ED
005870     MOVE WS-TOT-PURGED   TO WS-TOT-PURGED-ED
005880     MOVE SPACES TO WS-RPT-LINE
005890     STRING "ACCOUNTS READ: "    DELIMITED BY SIZE
005900            WS-TOT-READ-ED       DELIMITED BY SIZE
005910            "  CLOSED: "         DELIMITED BY SIZE
005920            WS-TOT-CLOSED-ED     DELIMITED BY SIZE
005930            "  PURGED TO ARCHIVE: "
005940                                 DELIMITED BY SIZE
005950            WS-TOT-PURGED-ED     DELIMITED BY SIZE
005960         INTO WS-RPT-LINE
005970     END-STRING
005980     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005990     MOVE WS-TOT-HELD-BAL TO WS-TOT-HELD-BAL-ED
006000     MOVE WS-TOT-HELD-ACT TO WS-TOT-HELD-ACT-ED
006010     MOVE SPACES TO WS-RPT-LINE
006020     STRING "CLOSED BUT HELD - BALANCE NOT ZERO: "
006030                                 DELIMITED BY SIZE
006040            WS-TOT-HELD-BAL-ED   DELIMITED BY SIZE
006050            "  NOT YET DORMANT: " DELIMITED BY SIZE
006060            WS-TOT-HELD-ACT-ED   DELIMITED BY SIZE
006070         INTO WS-RPT-LINE
006080     END-STRING
006090     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
006100     CLOSE RPT.
006110 8000-EXIT.
006120     EXIT.
006130*
006140*============================================================*
006150*    2750-WRITE-RPT-LINE - WRITE ONE REPORT LINE, BREAKING     *
006160*                  THE PAGE WHEN IT FILLS UP                   *
006170*============================================================*
006180 2750-WRITE-RPT-LINE.
006190     IF WS-PAGE-NO = ZERO OR WS-LINE-CTR >= WS-LINE-MAX
006200         PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
006210     END-IF
006220     MOVE WS-RPT-LINE TO RPT-RECORD
006230     WRITE RPT-RECORD
006240     ADD 1 TO WS-LINE-CTR.
006250 2750-EXIT.
006260     EXIT.
006270*
006280*============================================================*
006290*    2020-PRINT-HEADERS - WRITE THE PAGE BANNER WITH THE      *
006300*                  DORMANCY WINDOW AND THE COLUMN HEADINGS     *
006310*============================================================*
006320 2020-PRINT-HEADERS.
006330     ADD 1 TO WS-PAGE-NO
006340     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
006350     MOVE WS-MONTHS  TO WS-MONTHS-ED
006360     MOVE SPACES TO RPT-RECORD
006370     STRING "CUSTPRG  PURGE REGISTER - CLOSED, DORMANT "
006380                           DELIMITED BY SIZE
006390            WS-MONTHS-ED   DELIMITED BY SIZE
006400            " MONTHS  "    DELIMITED BY SIZE
006410            WS-RUN-DATE-ED DELIMITED BY SIZE
006420            " "            DELIMITED BY SIZE
006430            WS-RUN-TIME-ED DELIMITED BY SIZE
006440            "  PAGE "      DELIMITED BY SIZE
006450            WS-PAGE-NO-ED  DELIMITED BY SIZE
006460         INTO RPT-RECORD
006470     END-STRING
006480     WRITE RPT-RECORD
006490     MOVE SPACES TO RPT-RECORD
006500     WRITE RPT-RECORD
006510     MOVE SPACES TO RPT-RECORD
006520     MOVE "    CUSTID  NAME" TO RPT-RECORD
006530     MOVE "OPENED      LAST ACT" TO RPT-RECORD(45:20)
006540     WRITE RPT-RECORD
006550     MOVE SPACES TO RPT-RECORD
006560     WRITE RPT-RECORD
006570     MOVE ZERO TO WS-LINE-CTR.
006580 2020-EXIT.
006590     EXIT.
006600*
006610*============================================================*
006620*    9000-TERMINATE - REPORT THE RUN RESULT TO THE OPERATOR   *
006630*============================================================*
006640 9000-TERMINATE.
006650     MOVE WS-TOT-PURGED TO WS-TOT-PURGED-ED
006660     DISPLAY "CUSTPRG - ACCOUNTS PURGED TO ARCHIVE: "
006670             WS-TOT-PURGED-ED.
006680 9000-EXIT.
006690     EXIT.
006700*
006710*============================================================*
006720*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE  *
006730*============================================================*
006740 9900-ABEND.
006750     DISPLAY "CUSTPRG - ABNORMAL TERMINATION"
006760     DISPLAY "CUSTPRG - " WS-ABEND-MESSAGE
006770     MOVE 16 TO RETURN-CODE
006780     STOP RUN.
006790 9900-EXIT.
006800     EXIT.
