000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CUSTAGE.
000120 AUTHOR.        R DUNNE.
000130 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*
000170*MODIFICATION HISTORY
000180*----------------------------------------------------------
000190*10/15/26  RD  NEW PROGRAM.  RECEIVABLES AGING.  EVERY DEBIT-
000200*              BALANCE CUSTOMER ON THE MASTER (CUST-BALANCE
000210*              ABOVE ZERO, AS CUSTBAL COUNTS IT) IS AGED FROM
000220*              ITS CUSTHIST ENTRIES INTO CURRENT (0-30 DAYS),
000230*              31-60, 61-90, 91-120 AND OVER-120 DAY BUCKETS
000240*              BY HIS-RUN-DATE AGAINST THE AS-OF DATE
000250*              (ASOF=YYYYMMDD, DEFAULT THE RUN DATE).  CREDITS
000260*              ARE APPLIED TO THE OLDEST CHARGES FIRST, SO THE
000270*              BALANCE STILL OWED IS MADE UP OF THE NEWEST
000280*              CHARGES: IT IS SPREAD OVER THE CHARGES BUCKET BY
000290*              BUCKET, NEWEST BUCKET FIRST.  ANY PART OF THE
000300*              BALANCE OLDER THAN THE HISTORY ON FILE IS AGED
000310*              FROM CUST-OPEN-DATE.  THE REPORT SHOWS EACH
000320*              CUSTOMER'S BUCKETS, A GRAND TOTAL BY BUCKET
000330*              PROVED AGAINST THE MASTER'S TOTAL DEBIT BALANCE
000340*              (RC 8 IF IT DOES NOT TIE) AND A COLLECTIONS
000350*              EXCEPTION LIST OF ACCOUNTS WITH ANYTHING OVER
000360*              90 DAYS.  THE BUCKETS ARE ALSO WRITTEN TO THE
000370*              Data/CUSTAGE.DAT EXTRACT (COPYBOOK CUSTAGR) FOR
000380*              THE COLLECTIONS TEAM.
000390*10/15/26  RD  HISTORY IS NOW READ ONCE PER RUN, NOT ONCE PER
000400*              DEBIT CUSTOMER.  A FIRST PASS OF THE MASTER TABLES
000410*              THE DEBIT CUSTOMERS IN CUST-ID ORDER, ONE PASS OF
000420*              CUSTHIST ADDS EACH CHARGE TO ITS CUSTOMER BY SEARCH
000430*              ALL, AND A SECOND PASS OF THE MASTER SPREADS,
000440*              PRINTS AND EXTRACTS.  UP TO 10000 DEBIT CUSTOMERS.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT MASTER ASSIGN TO DYNAMIC WS-MASTER-PATH
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE  IS SEQUENTIAL
000550                RECORD KEY   IS CUST-ID
000560                FILE STATUS  IS MST.
000570     SELECT HISTF ASSIGN TO DYNAMIC WS-HIST-PATH
000580                ORGANIZATION IS LINE SEQUENTIAL
000590                FILE STATUS  IS HST.
000600     SELECT XTR ASSIGN TO DYNAMIC WS-XTR-PATH
000610                ORGANIZATION IS LINE SEQUENTIAL
000620                FILE STATUS  IS XST.
000630     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000640                ORGANIZATION IS LINE SEQUENTIAL
000650                FILE STATUS  IS RST.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700 FD  MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTREC.
000730*
000740 FD  HISTF
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CUSTHIST.
000770*
000780 FD  XTR
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CUSTAGR.
000810*
000820 FD  RPT
000830     LABEL RECORDS ARE STANDARD.
000840 01  RPT-RECORD             PIC X(100).
000850*
000860 WORKING-STORAGE SECTION.
000870*
000880*    FILE STATUS AND SWITCHES
000890*
000900 01  WS-MASTER-STATUS.
000910     05  MST                PIC X(02)  VALUE "00".
000920         88  WS-MST-OK                 VALUE "00".
000930         88  WS-MST-EOF                VALUE "10".
000940         88  WS-MST-NOFILE             VALUE "35".
000950*
000960 01  WS-HIST-STATUS.
000970     05  HST                PIC X(02)  VALUE "00".
000980         88  WS-HST-OK                 VALUE "00".
000990         88  WS-HST-EOF                VALUE "10".
001000         88  WS-HST-NOFILE             VALUE "35".
001010*
001020 01  WS-XTR-STATUS.
001030     05  XST                PIC X(02)  VALUE "00".
001040         88  WS-XST-OK                 VALUE "00".
001050*
001060 01  WS-RPT-STATUS.
001070     05  RST                PIC X(02)  VALUE "00".
001080*
001090 01  WS-MASTER-PATH         PIC X(64)  VALUE "Data/CUSTMAST.DAT".
001100 01  WS-HIST-PATH           PIC X(64)  VALUE "Data/CUSTHIST.DAT".
001110 01  WS-XTR-PATH            PIC X(64)  VALUE "Data/CUSTAGE.DAT".
001120 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
001130*
001140 01  WS-PAGE-CTL.
001150     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
001160     05  WS-PAGE-NO-ED      PIC ZZZ9.
001170     05  WS-LINE-CTR        PIC 9(03)  COMP VALUE ZERO.
001180     05  WS-LINE-MAX        PIC 9(03)  COMP VALUE 55.
001190 01  WS-SECTION-SW          PIC X(01)  VALUE "D".
001200     88  WS-IN-DETAIL                  VALUE "D".
001210     88  WS-IN-SUMMARY                 VALUE "S".
001220     88  WS-IN-EXCEPTIONS              VALUE "E".
001230*
001240*    RUN DATE/TIME STAMP AND THE AS-OF DATE
001250*
001260 01  WS-RUN-DATE.
001270     05  WS-RUN-YYYY        PIC 9(04).
001280     05  WS-RUN-MM          PIC 9(02).
001290     05  WS-RUN-DD          PIC 9(02).
001300 01  WS-RUN-TIME.
001310     05  WS-RUN-HH          PIC 9(02).
001320     05  WS-RUN-MN          PIC 9(02).
001330     05  WS-RUN-SS          PIC 9(02).
001340     05  WS-RUN-HS          PIC 9(02).
001350 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001360 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001370*
001380 01  WS-ASOF-DATE           PIC 9(08)  VALUE ZERO.
001390 01  WS-ASOF-DATE-ED        PIC X(10)  VALUE SPACES.
001400 01  WS-ASOF-DAYS           PIC 9(07)  COMP VALUE ZERO.
001410 01  WS-DATE-TOKEN          PIC X(08)  VALUE SPACES.
001420 01  WS-DATE-LEN            PIC 9(02)  COMP VALUE ZERO.
001430*
001440*    DAY-NUMBER WORK AREA - A YYYYMMDD DATE AS A COUNT OF DAYS,
001450*    SO TWO DATES CAN BE SUBTRACTED.  THE YEAR IS TAKEN TO
001460*    START IN MARCH SO THE LEAP DAY FALLS AT ITS END
001470*
001480 01  WS-DAY-NUMBER.
001490     05  WS-DN-DATE.
001500         10  WS-DN-YYYY     PIC 9(04).
001510         10  WS-DN-MM       PIC 9(02).
001520         10  WS-DN-DD       PIC 9(02).
001530     05  WS-DN-Y            PIC 9(04)  COMP VALUE ZERO.
001540     05  WS-DN-M            PIC 9(02)  COMP VALUE ZERO.
001550     05  WS-DN-Q4           PIC 9(04)  COMP VALUE ZERO.
001560     05  WS-DN-Q100         PIC 9(04)  COMP VALUE ZERO.
001570     05  WS-DN-Q400         PIC 9(04)  COMP VALUE ZERO.
001580     05  WS-DN-T            PIC 9(05)  COMP VALUE ZERO.
001590     05  WS-DN-MD           PIC 9(04)  COMP VALUE ZERO.
001600     05  WS-DN-DAYS         PIC 9(07)  COMP VALUE ZERO.
001610     05  WS-DN-VALID-SW     PIC X(01)  VALUE "Y".
001620         88  WS-DN-VALID               VALUE "Y".
001630*
001640*    BUCKETS - 1 CURRENT (0-30), 2 31-60, 3 61-90, 4 91-120,
001650*    5 OVER 120 DAYS
001660*
001670 01  WS-BUCKET-LIMITS.
001680     05  FILLER             PIC 9(03)  VALUE 30.
001690     05  FILLER             PIC 9(03)  VALUE 60.
001700     05  FILLER             PIC 9(03)  VALUE 90.
001710     05  FILLER             PIC 9(03)  VALUE 120.
001720 01  WS-BUCKET-LIMIT-TABLE REDEFINES WS-BUCKET-LIMITS.
001730     05  WS-BK-LIMIT        PIC 9(03)  OCCURS 4 TIMES.
001740*
001750 01  WS-BUCKET-NAMES.
001760     05  FILLER             PIC X(20)  VALUE "CURRENT 0-30 DAYS".
001770     05  FILLER             PIC X(20)  VALUE "31-60 DAYS".
001780     05  FILLER             PIC X(20)  VALUE "61-90 DAYS".
001790     05  FILLER             PIC X(20)  VALUE "91-120 DAYS".
001800     05  FILLER             PIC X(20)  VALUE "OVER 120 DAYS".
001810 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
001820     05  WS-BK-NAME         PIC X(20)  OCCURS 5 TIMES.
001830*
001840 01  WS-BX                  PIC 9(02)  COMP VALUE ZERO.
001850 01  WS-AGE-DAYS            PIC S9(07) COMP VALUE ZERO.
001860*
001870*    DEBIT CUSTOMERS, IN CUST-ID ORDER AS THE MASTER IS READ,
001880*    WITH THEIR CHARGES ON FILE BY BUCKET
001890*
001900 01  WS-DEBIT-TABLE.
001910     05  WS-DB-MAX          PIC 9(05)  COMP VALUE 10000.
001920     05  WS-DB-CNT          PIC 9(05)  COMP VALUE ZERO.
001930     05  WS-DB-ENTRY OCCURS 1 TO 10000 TIMES
001940                     DEPENDING ON WS-DB-CNT
001950                     ASCENDING KEY IS WS-DB-ID
001960                     INDEXED BY WS-DB-X.
001970         10  WS-DB-ID       PIC X(06).
001980         10  WS-DB-BALANCE  PIC S9(07)V99 COMP-3.
001990         10  WS-DB-CHARGES OCCURS 5 TIMES
002000                            PIC S9(09)V99 COMP-3.
002010 01  WS-DB-IDX              PIC 9(05)  COMP VALUE ZERO.
002020*
002030*    THE CUSTOMER IN HAND - CHARGES ON FILE BY BUCKET, AND
002040*    THE BALANCE SPREAD OVER THEM
002050*
002060 01  WS-CUST-AGING.
002070     05  WS-CA-BALANCE      PIC S9(07)V99 COMP-3 VALUE ZERO.
002080     05  WS-CA-LEFT         PIC S9(07)V99 COMP-3 VALUE ZERO.
002090     05  WS-CA-TAKE         PIC S9(07)V99 COMP-3 VALUE ZERO.
002100     05  WS-CA-CHARGES OCCURS 5 TIMES
002110                            PIC S9(09)V99 COMP-3.
002120     05  WS-CA-AGED OCCURS 5 TIMES
002130                            PIC S9(07)V99 COMP-3.
002140     05  WS-CA-UNAGED-SW    PIC X(01)  VALUE "N".
002150         88  WS-CA-UNAGED              VALUE "Y".
002160     05  WS-CA-COLLECT-SW   PIC X(01)  VALUE "N".
002170         88  WS-CA-COLLECT             VALUE "Y".
002180*
002190 01  WS-WK-BEF              PIC S9(07)V99 COMP-3 VALUE ZERO.
002200 01  WS-WK-AFT              PIC S9(07)V99 COMP-3 VALUE ZERO.
002210 01  WS-WK-CHANGE           PIC S9(09)V99 COMP-3 VALUE ZERO.
002220*
002230*    COLLECTIONS EXCEPTIONS - ACCOUNTS WITH ANYTHING OVER 90
002240*
002250 01  WS-EXC-TABLE.
002260     05  WS-EX-MAX          PIC 9(04)  COMP VALUE 1000.
002270     05  WS-EX-CNT          PIC 9(04)  COMP VALUE ZERO.
002280     05  WS-EX-ENTRY OCCURS 1000 TIMES.
002290         10  WS-EX-ID       PIC X(06).
002300         10  WS-EX-NAME     PIC X(30).
002310         10  WS-EX-BALANCE  PIC S9(07)V99 COMP-3.
002320         10  WS-EX-91-120   PIC S9(07)V99 COMP-3.
002330         10  WS-EX-OVER-120 PIC S9(07)V99 COMP-3.
002340         10  WS-EX-LAST-ACT PIC 9(08).
002350 01  WS-EX-IDX              PIC 9(04)  COMP VALUE ZERO.
002360*
002370*    RUN TOTALS
002380*
002390 01  WS-RUN-TOTALS.
002400     05  WS-TOT-READ        PIC 9(07)  COMP VALUE ZERO.
002410     05  WS-TOT-AGED        PIC 9(07)  COMP VALUE ZERO.
002420     05  WS-TOT-UNAGED      PIC 9(07)  COMP VALUE ZERO.
002430     05  WS-TOT-HIST-USED   PIC 9(09)  COMP VALUE ZERO.
002440     05  WS-MST-DEBITS      PIC S9(11)V99 COMP-3 VALUE ZERO.
002450     05  WS-AGED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
002460     05  WS-GRAND OCCURS 5 TIMES
002470                            PIC S9(11)V99 COMP-3.
002480     05  WS-TIE-SW          PIC X(01)  VALUE "Y".
002490         88  WS-TIES                   VALUE "Y".
002500*
002510*    EDITED FIELDS
002520*
002530 01  WS-AMT-ED              PIC ZZZZZZ9.99.
002540 01  WS-TOT-ED              PIC ZZZZZZZZZZ9.99-.
002550 01  WS-PCT                 PIC 9(03)V9 VALUE ZERO.
002560 01  WS-PCT-ED              PIC ZZ9.9.
002570 01  WS-CNT-ED              PIC ZZZZZZ9.
002580 01  WS-DATE-WORK           PIC 9(08)  VALUE ZERO.
002590 01  WS-DATE-ED             PIC X(10)  VALUE SPACES.
002600*
002610*    REPORT LINE WORK AREAS
002620*
002630 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
002640 01  WS-DETAIL-LINE.
002650     05  WS-DL-ID           PIC X(06).
002660     05  FILLER             PIC X(01)  VALUE SPACE.
002670     05  WS-DL-NAME         PIC X(18).
002680     05  WS-DL-AMOUNTS OCCURS 6 TIMES.
002690         10  FILLER         PIC X(01).
002700         10  WS-DL-AMT      PIC ZZZZZZ9.99.
002710     05  FILLER             PIC X(01)  VALUE SPACE.
002720     05  WS-DL-FLAGS        PIC X(03).
002730     05  FILLER             PIC X(05)  VALUE SPACES.
002740*
002750*    RUN PARM WORK AREAS
002760*
002770 01  WS-PARM-AREA.
002780     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
002790*
002800 01  WS-PARM-TOKENS.
002810     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
002820     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
002830 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
002840*
002850*    ABEND MESSAGE WORK AREA
002860*
002870 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
002880*
002890 PROCEDURE DIVISION.
002900*
002910*============================================================*
002920*    0000-MAINLINE                                            *
002930*============================================================*
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002960     PERFORM 2000-TABLE-DEBITS    THRU 2000-EXIT
002970     PERFORM 3100-COLLECT-CHARGES THRU 3100-EXIT
002980     PERFORM 2500-AGE-DEBITS      THRU 2500-EXIT
002990     PERFORM 6000-PRINT-SUMMARY   THRU 6000-EXIT
003000     PERFORM 7000-PRINT-EXCEPTIONS THRU 7000-EXIT
003010     CLOSE RPT
003020     PERFORM 9000-TERMINATE       THRU 9000-EXIT
003030     STOP RUN.
003040*
003050*============================================================*
003060*    1000-INITIALIZE - ACCEPT THE PARM, SETTLE THE AS-OF DATE *
003070*                  AND OPEN THE REPORT AND THE EXTRACT          *
003080*============================================================*
003090 1000-INITIALIZE.
003100     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
003110     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
003120     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
003130     IF WS-ASOF-DATE = ZERO
003140         MOVE WS-RUN-DATE TO WS-ASOF-DATE
003150     END-IF
003160     IF WS-ASOF-DATE > WS-RUN-DATE
003170         MOVE "ASOF= MAY NOT BE AFTER THE RUN DATE"
003180             TO WS-ABEND-MESSAGE
003190         PERFORM 9900-ABEND THRU 9900-EXIT
003200     END-IF
003210     MOVE WS-ASOF-DATE TO WS-DN-DATE
003220     PERFORM 3600-DAY-NUMBER THRU 3600-EXIT
003230     IF NOT WS-DN-VALID
003240         MOVE "ASOF= IS NOT A VALID DATE"
003250             TO WS-ABEND-MESSAGE
003260         PERFORM 9900-ABEND THRU 9900-EXIT
003270     END-IF
003280     MOVE WS-DN-DAYS TO WS-ASOF-DAYS
003290     MOVE WS-ASOF-DATE TO WS-DATE-WORK
003300     PERFORM 3700-EDIT-DATE THRU 3700-EXIT
003310     MOVE WS-DATE-ED TO WS-ASOF-DATE-ED
003320     PERFORM 1300-CLEAR-TOTALS THRU 1300-EXIT
003330         VARYING WS-BX FROM 1 BY 1
003340             UNTIL WS-BX > 5
003350     MOVE "Reports/CUSTAGE.RPT" TO WS-RPT-PATH
003360     OPEN OUTPUT RPT
003370     MOVE ZERO TO WS-PAGE-NO
003380     MOVE ZERO TO WS-LINE-CTR
003390     OPEN OUTPUT XTR
003400     IF NOT WS-XST-OK
003410         MOVE SPACES TO WS-ABEND-MESSAGE
003420         STRING "UNABLE TO OPEN AGING EXTRACT - FILE STATUS = "
003430                    DELIMITED BY SIZE
003440                XST DELIMITED BY SIZE
003450             INTO WS-ABEND-MESSAGE
003460         END-STRING
003470         CLOSE RPT
003480         PERFORM 9900-ABEND THRU 9900-EXIT
003490     END-IF.
003500 1000-EXIT.
003510     EXIT.
003520*
003530*============================================================*
003540*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED    *
003550*                      TOKENS AND CLASSIFY EACH ONE            *
003560*============================================================*
003570 1100-PARSE-PARM.
003580     MOVE SPACES TO WS-PARM-TOKENS
003590     MOVE ZERO   TO WS-TOK-COUNT
003600     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
003610         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
003620              WS-PARM-TOK(03) WS-PARM-TOK(04)
003630              WS-PARM-TOK(05) WS-PARM-TOK(06)
003640              WS-PARM-TOK(07) WS-PARM-TOK(08)
003650              WS-PARM-TOK(09) WS-PARM-TOK(10)
003660         TALLYING IN WS-TOK-COUNT
003670     END-UNSTRING
003680     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
003690         VARYING WS-TOK-IDX FROM 1 BY 1
003700             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
003710 1100-EXIT.
003720     EXIT.
003730*
003740*============================================================*
003750*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD          *
003760*============================================================*
003770 1110-CLASSIFY-TOKEN.
003780     IF WS-PARM-TOK(WS-TOK-IDX)(1:5) = "ASOF="
003790         MOVE WS-PARM-TOK(WS-TOK-IDX)(6:8) TO WS-DATE-TOKEN
003800         MOVE ZERO TO WS-DATE-LEN
003810         INSPECT WS-DATE-TOKEN TALLYING WS-DATE-LEN
003820             FOR CHARACTERS BEFORE INITIAL " "
003830         IF WS-DATE-LEN NOT = 8
003840            OR WS-DATE-TOKEN IS NOT NUMERIC
003850             MOVE "ASOF= MUST BE YYYYMMDD"
003860                 TO WS-ABEND-MESSAGE
003870             PERFORM 9900-ABEND THRU 9900-EXIT
003880         END-IF
003890         MOVE WS-DATE-TOKEN TO WS-ASOF-DATE
003900     END-IF.
003910 1110-EXIT.
003920     EXIT.
003930*
003940*============================================================*
003950*    1200-GET-TIMESTAMP - CAPTURE AND EDIT THE RUN DATE/TIME  *
003960*============================================================*
003970 1200-GET-TIMESTAMP.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003990     ACCEPT WS-RUN-TIME FROM TIME
004000     STRING WS-RUN-MM DELIMITED BY SIZE
004010            "/"        DELIMITED BY SIZE
004020            WS-RUN-DD  DELIMITED BY SIZE
004030            "/"        DELIMITED BY SIZE
004040            WS-RUN-YYYY DELIMITED BY SIZE
004050         INTO WS-RUN-DATE-ED
004060     END-STRING
004070     STRING WS-RUN-HH DELIMITED BY SIZE
004080            ":"        DELIMITED BY SIZE
004090            WS-RUN-MN  DELIMITED BY SIZE
004100            ":"        DELIMITED BY SIZE
004110            WS-RUN-SS  DELIMITED BY SIZE
004120         INTO WS-RUN-TIME-ED
004130     END-STRING.
004140 1200-EXIT.
004150     EXIT.
004160*
004170*============================================================*
004180*    1300-CLEAR-TOTALS - ZERO ONE GRAND-TOTAL BUCKET          *
004190*============================================================*
004200 1300-CLEAR-TOTALS.
004210     MOVE ZERO TO WS-GRAND(WS-BX).
004220 1300-EXIT.
004230     EXIT.
004240*
004250*============================================================*
004260*    2000-TABLE-DEBITS - FIRST PASS OF THE MASTER.  EVERY     *
004270*                  DEBIT-BALANCE CUSTOMER IS TABLED, IN THE   *
004280*                  MASTER'S CUST-ID ORDER, FOR THE HISTORY PASS*
004290*============================================================*
004300 2000-TABLE-DEBITS.
004310     OPEN INPUT MASTER
004320     IF WS-MST-NOFILE
004330         MOVE "NO CUSTOMER MASTER - RUN CUSTUPD FIRST"
004340             TO WS-ABEND-MESSAGE
004350         CLOSE RPT
004360         CLOSE XTR
004370         PERFORM 9900-ABEND THRU 9900-EXIT
004380     END-IF
004390     IF NOT WS-MST-OK
004400         MOVE SPACES TO WS-ABEND-MESSAGE
004410         STRING "UNABLE TO OPEN MASTER - FILE STATUS = "
004420                    DELIMITED BY SIZE
004430                MST DELIMITED BY SIZE
004440             INTO WS-ABEND-MESSAGE
004450         END-STRING
004460         CLOSE RPT
004470         CLOSE XTR
004480         PERFORM 9900-ABEND THRU 9900-EXIT
004490     END-IF
004500     PERFORM UNTIL WS-MST-EOF
004510         READ MASTER
004520             AT END
004530                 CONTINUE
004540             NOT AT END
004550                 PERFORM 2100-TABLE-ONE-CUST THRU 2100-EXIT
004560         END-READ
004570     END-PERFORM
004580     CLOSE MASTER.
004590 2000-EXIT.
004600     EXIT.
004610*
004620*============================================================*
004630*    2100-TABLE-ONE-CUST - ONE CLEANLY READ MASTER RECORD.  A *
004640*                  ZERO OR CREDIT BALANCE OWES NOTHING TO AGE   *
004650*============================================================*
004660 2100-TABLE-ONE-CUST.
004670     IF NOT WS-MST-OK
004680         MOVE SPACES TO WS-ABEND-MESSAGE
004690         STRING "I/O ERROR READING MASTER - STATUS = "
004700                    DELIMITED BY SIZE
004710                MST DELIMITED BY SIZE
004720             INTO WS-ABEND-MESSAGE
004730         END-STRING
004740         CLOSE MASTER
004750         CLOSE RPT
004760         CLOSE XTR
004770         PERFORM 9900-ABEND THRU 9900-EXIT
004780     END-IF
004790     ADD 1 TO WS-TOT-READ
004800     IF CUST-BALANCE NOT > ZERO
004810         GO TO 2100-EXIT
004820     END-IF
004830     IF WS-DB-CNT NOT < WS-DB-MAX
004840         MOVE "DEBIT CUSTOMER TABLE OVERFLOW - MAX 10000"
004850             TO WS-ABEND-MESSAGE
004860         CLOSE MASTER
004870         CLOSE RPT
004880         CLOSE XTR
004890         PERFORM 9900-ABEND THRU 9900-EXIT
004900     END-IF
004910     IF WS-DB-CNT > ZERO
004920         IF CUST-ID NOT > WS-DB-ID(WS-DB-CNT)
004930             MOVE "MASTER NOT IN CUST-ID ORDER - VERIFY FILE"
004940                 TO WS-ABEND-MESSAGE
004950             CLOSE MASTER
004960             CLOSE RPT
004970             CLOSE XTR
004980             PERFORM 9900-ABEND THRU 9900-EXIT
004990         END-IF
005000     END-IF
005010     ADD 1            TO WS-TOT-AGED
005020     ADD CUST-BALANCE TO WS-MST-DEBITS
005030     ADD 1 TO WS-DB-CNT
005040     MOVE CUST-ID      TO WS-DB-ID(WS-DB-CNT)
005050     MOVE CUST-BALANCE TO WS-DB-BALANCE(WS-DB-CNT)
005060     PERFORM 2110-CLEAR-DB-CHARGE THRU 2110-EXIT
005070         VARYING WS-BX FROM 1 BY 1
005080             UNTIL WS-BX > 5.
005090 2100-EXIT.
005100     EXIT.
005110*
005120*============================================================*
005130*    2110-CLEAR-DB-CHARGE - ZERO ONE CHARGE BUCKET OF THE     *
005140*                  CUSTOMER JUST TABLED                       *
005150*============================================================*
005160 2110-CLEAR-DB-CHARGE.
005170     MOVE ZERO TO WS-DB-CHARGES(WS-DB-CNT, WS-BX).
005180 2110-EXIT.
005190     EXIT.
005200*
005210*============================================================*
005220*    2500-AGE-DEBITS - SECOND PASS OF THE MASTER, AGING EVERY *
005230*                  TABLED CUSTOMER FROM ITS CHARGES           *
005240*============================================================*
005250 2500-AGE-DEBITS.
005260     OPEN INPUT MASTER
005270     IF WS-MST-NOFILE
005280         MOVE "NO CUSTOMER MASTER - RUN CUSTUPD FIRST"
005290             TO WS-ABEND-MESSAGE
005300         CLOSE RPT
005310         CLOSE XTR
005320         PERFORM 9900-ABEND THRU 9900-EXIT
005330     END-IF
005340     IF NOT WS-MST-OK
005350         MOVE SPACES TO WS-ABEND-MESSAGE
005360         STRING "UNABLE TO OPEN MASTER - FILE STATUS = "
005370                    DELIMITED BY SIZE
005380                MST DELIMITED BY SIZE
005390             INTO WS-ABEND-MESSAGE
005400         END-STRING
005410         CLOSE RPT
005420         CLOSE XTR
005430         PERFORM 9900-ABEND THRU 9900-EXIT
005440     END-IF
005450     MOVE ZERO TO WS-DB-IDX
005460     PERFORM UNTIL WS-MST-EOF
005470         READ MASTER
005480             AT END
005490                 CONTINUE
005500             NOT AT END
005510                 PERFORM 3000-AGE-ONE-CUST THRU 3000-EXIT
005520         END-READ
005530     END-PERFORM
005540     CLOSE MASTER
005550     CLOSE XTR
005560     IF WS-TOT-AGED = ZERO
005570         MOVE "    (NO DEBIT BALANCES ON THE MASTER)"
005580             TO WS-RPT-LINE
005590         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005600     END-IF.
005610 2500-EXIT.
005620     EXIT.
005630*
005640*============================================================*
005650*    3000-AGE-ONE-CUST - ONE CLEANLY READ MASTER RECORD.  A   *
005660*                  DEBIT BALANCE IS THE NEXT TABLED CUSTOMER  *
005670*============================================================*
005680 3000-AGE-ONE-CUST.
005690     IF NOT WS-MST-OK
005700         MOVE SPACES TO WS-ABEND-MESSAGE
005710         STRING "I/O ERROR READING MASTER - STATUS = "
005720                    DELIMITED BY SIZE
005730                MST DELIMITED BY SIZE
005740             INTO WS-ABEND-MESSAGE
005750         END-STRING
005760         CLOSE MASTER
005770         CLOSE RPT
005780         CLOSE XTR
005790         PERFORM 9900-ABEND THRU 9900-EXIT
005800     END-IF
005810     IF CUST-BALANCE NOT > ZERO
005820         GO TO 3000-EXIT
005830     END-IF
005840     ADD 1 TO WS-DB-IDX
005850     IF WS-DB-IDX > WS-DB-CNT
005860         MOVE "MASTER CHANGED DURING THE AGING RUN"
005870             TO WS-ABEND-MESSAGE
005880         CLOSE MASTER
005890         CLOSE RPT
005900         CLOSE XTR
005910         PERFORM 9900-ABEND THRU 9900-EXIT
005920     END-IF
005930     IF WS-DB-ID(WS-DB-IDX) NOT = CUST-ID
005940        OR WS-DB-BALANCE(WS-DB-IDX) NOT = CUST-BALANCE
005950         MOVE "MASTER CHANGED DURING THE AGING RUN"
005960             TO WS-ABEND-MESSAGE
005970         CLOSE MASTER
005980         CLOSE RPT
005990         CLOSE XTR
006000         PERFORM 9900-ABEND THRU 9900-EXIT
006010     END-IF
006020     MOVE CUST-BALANCE TO WS-CA-BALANCE
006030     MOVE "N" TO WS-CA-UNAGED-SW
006040     MOVE "N" TO WS-CA-COLLECT-SW
006050     PERFORM 3050-LOAD-CUST-BUCKET THRU 3050-EXIT
006060         VARYING WS-BX FROM 1 BY 1
006070             UNTIL WS-BX > 5
006080     MOVE WS-CA-BALANCE TO WS-CA-LEFT
006090     PERFORM 3300-SPREAD-BALANCE THRU 3300-EXIT
006100         VARYING WS-BX FROM 1 BY 1
006110             UNTIL WS-BX > 5 OR WS-CA-LEFT = ZERO
006120     IF WS-CA-LEFT > ZERO
006130         PERFORM 3400-AGE-FROM-OPEN-DATE THRU 3400-EXIT
006140     END-IF
006150     IF WS-CA-AGED(4) > ZERO OR WS-CA-AGED(5) > ZERO
006160         SET WS-CA-COLLECT TO TRUE
006170         PERFORM 3500-TABLE-EXCEPTION THRU 3500-EXIT
006180     END-IF
006190     PERFORM 3060-ADD-TO-GRAND THRU 3060-EXIT
006200         VARYING WS-BX FROM 1 BY 1
006210             UNTIL WS-BX > 5
006220     PERFORM 4000-PRINT-CUSTOMER THRU 4000-EXIT
006230     PERFORM 5000-WRITE-EXTRACT  THRU 5000-EXIT.
006240 3000-EXIT.
006250     EXIT.
006260*
006270*============================================================*
006280*    3050-LOAD-CUST-BUCKET - ONE OF THE CUSTOMER'S CHARGE     *
006290*                  BUCKETS FROM THE TABLE, AGED BUCKET ZEROED *
006300*============================================================*
006310 3050-LOAD-CUST-BUCKET.
006320     MOVE WS-DB-CHARGES(WS-DB-IDX, WS-BX) TO WS-CA-CHARGES(WS-BX)
006330     MOVE ZERO TO WS-CA-AGED(WS-BX).
006340 3050-EXIT.
006350     EXIT.
006360*
006370*============================================================*
006380*    3060-ADD-TO-GRAND - ONE AGED BUCKET INTO THE GRAND TOTAL *
006390*============================================================*
006400 3060-ADD-TO-GRAND.
006410     ADD WS-CA-AGED(WS-BX) TO WS-GRAND(WS-BX)
006420     ADD WS-CA-AGED(WS-BX) TO WS-AGED-TOTAL.
006430 3060-EXIT.
006440     EXIT.
006450*
006460*============================================================*
006470*    3100-COLLECT-CHARGES - ONE PASS OVER THE HISTORY FILE    *
006480*                  SUMMING EVERY TABLED CUSTOMER'S CHARGES BY *
006490*                  AGE BUCKET.  A MISSING HISTORY FILE LEAVES *
006500*                  EVERY BALANCE TO BE AGED FROM THE OPEN DATE*
006510*============================================================*
006520 3100-COLLECT-CHARGES.
006530     IF WS-DB-CNT = ZERO
006540         GO TO 3100-EXIT
006550     END-IF
006560     OPEN INPUT HISTF
006570     IF WS-HST-NOFILE
006580         GO TO 3100-EXIT
006590     END-IF
006600     IF NOT WS-HST-OK
006610         MOVE SPACES TO WS-ABEND-MESSAGE
006620         STRING "UNABLE TO OPEN HISTORY - FILE STATUS = "
006630                    DELIMITED BY SIZE
006640                HST DELIMITED BY SIZE
006650             INTO WS-ABEND-MESSAGE
006660         END-STRING
006670         CLOSE RPT
006680         CLOSE XTR
006690         PERFORM 9900-ABEND THRU 9900-EXIT
006700     END-IF
006710     PERFORM UNTIL WS-HST-EOF
006720         READ HISTF
006730             AT END
006740                 CONTINUE
006750             NOT AT END
006760                 PERFORM 3200-TAKE-ONE-HIST THRU 3200-EXIT
006770         END-READ
006780     END-PERFORM
006790     CLOSE HISTF.
006800 3100-EXIT.
006810     EXIT.
006820*
006830*============================================================*
006840*    3200-TAKE-ONE-HIST - AN ENTRY FOR A TABLED CUSTOMER.  A  *
006850*                  CHARGE IS ANY ENTRY THAT RAISED THE BALANCE*
006860*                  (AFTER LESS BEFORE ABOVE ZERO): AN OPENING *
006870*                  BALANCE OR A DEBIT ADJUSTMENT.  CREDITS NEED*
006880*                  NO TABLING - THEY ARE ALREADY NETTED INTO  *
006890*                  THE MASTER BALANCE                         *
006900*============================================================*
006910 3200-TAKE-ONE-HIST.
006920     IF NOT WS-HST-OK
006930         MOVE SPACES TO WS-ABEND-MESSAGE
006940         STRING "I/O ERROR READING HISTORY - STATUS = "
006950                    DELIMITED BY SIZE
006960                HST DELIMITED BY SIZE
006970             INTO WS-ABEND-MESSAGE
006980         END-STRING
006990         CLOSE HISTF
007000         CLOSE RPT
007010         CLOSE XTR
007020         PERFORM 9900-ABEND THRU 9900-EXIT
007030     END-IF
007040     SEARCH ALL WS-DB-ENTRY
007050         AT END
007060             GO TO 3200-EXIT
007070         WHEN WS-DB-ID(WS-DB-X) = HIS-CUST-ID
007080             CONTINUE
007090     END-SEARCH
007100     IF HIS-RUN-DATE IS NOT NUMERIC
007110        OR HIS-AMOUNT IS NOT NUMERIC
007120        OR HIS-BEF-BALANCE IS NOT NUMERIC
007130        OR HIS-AFT-BALANCE IS NOT NUMERIC
007140         MOVE "HISTORY RECORD FIELDS NOT NUMERIC - VERIFY FILE"
007150             TO WS-ABEND-MESSAGE
007160         CLOSE HISTF
007170         CLOSE RPT
007180         CLOSE XTR
007190         PERFORM 9900-ABEND THRU 9900-EXIT
007200     END-IF
007210     MOVE HIS-BEF-BALANCE TO WS-WK-BEF
007220     IF HIS-BEF-NEG
007230         COMPUTE WS-WK-BEF = ZERO - WS-WK-BEF
007240     END-IF
007250     MOVE HIS-AFT-BALANCE TO WS-WK-AFT
007260     IF HIS-AFT-NEG
007270         COMPUTE WS-WK-AFT = ZERO - WS-WK-AFT
007280     END-IF
007290     COMPUTE WS-WK-CHANGE = WS-WK-AFT - WS-WK-BEF
007300     IF WS-WK-CHANGE NOT > ZERO
007310         GO TO 3200-EXIT
007320     END-IF
007330     ADD 1 TO WS-TOT-HIST-USED
007340     MOVE HIS-RUN-DATE TO WS-DN-DATE
007350     PERFORM 3250-BUCKET-OF-DATE THRU 3250-EXIT
007360     ADD WS-WK-CHANGE TO WS-DB-CHARGES(WS-DB-X, WS-BX).
007370 3200-EXIT.
007380     EXIT.
007390*
007400*============================================================*
007410*    3250-BUCKET-OF-DATE - THE AGE BUCKET OF THE DATE IN      *
007420*                  WS-DN-DATE.  A DATE AFTER THE AS-OF DATE IS  *
007430*                  CURRENT; AN UNREADABLE ONE IS OVER 120       *
007440*============================================================*
007450 3250-BUCKET-OF-DATE.
007460     PERFORM 3600-DAY-NUMBER THRU 3600-EXIT
007470     IF NOT WS-DN-VALID
007480         MOVE 5 TO WS-BX
007490         GO TO 3250-EXIT
007500     END-IF
007510     COMPUTE WS-AGE-DAYS = WS-ASOF-DAYS - WS-DN-DAYS
007520     MOVE 5 TO WS-BX
007530     IF WS-AGE-DAYS NOT > WS-BK-LIMIT(4)
007540         MOVE 4 TO WS-BX
007550     END-IF
007560     IF WS-AGE-DAYS NOT > WS-BK-LIMIT(3)
007570         MOVE 3 TO WS-BX
007580     END-IF
007590     IF WS-AGE-DAYS NOT > WS-BK-LIMIT(2)
007600         MOVE 2 TO WS-BX
007610     END-IF
007620     IF WS-AGE-DAYS NOT > WS-BK-LIMIT(1)
007630         MOVE 1 TO WS-BX
007640     END-IF.
007650 3250-EXIT.
007660     EXIT.
007670*
007680*============================================================*
007690*    3300-SPREAD-BALANCE - CREDITS TOOK THE OLDEST CHARGES    *
007700*                  FIRST, SO WHAT IS STILL OWED IS THE NEWEST:  *
007710*                  FILL EACH BUCKET FROM ITS CHARGES, NEWEST    *
007720*                  BUCKET FIRST, UNTIL THE BALANCE IS SPENT     *
007730*============================================================*
007740 3300-SPREAD-BALANCE.
007750     MOVE WS-CA-LEFT TO WS-CA-TAKE
007760     IF WS-CA-CHARGES(WS-BX) < WS-CA-TAKE
007770         MOVE WS-CA-CHARGES(WS-BX) TO WS-CA-TAKE
007780     END-IF
007790     MOVE WS-CA-TAKE TO WS-CA-AGED(WS-BX)
007800     SUBTRACT WS-CA-TAKE FROM WS-CA-LEFT.
007810 3300-EXIT.
007820     EXIT.
007830*
007840*============================================================*
007850*    3400-AGE-FROM-OPEN-DATE - BALANCE OWED FROM BEFORE THE   *
007860*                  HISTORY ON FILE (CONVERTED OR CARRIED-IN     *
007870*                  BALANCES) IS AGED FROM THE ACCOUNT OPEN DATE *
007880*============================================================*
007890 3400-AGE-FROM-OPEN-DATE.
007900     SET WS-CA-UNAGED TO TRUE
007910     ADD 1 TO WS-TOT-UNAGED
007920     MOVE 5 TO WS-BX
007930     IF CUST-OPEN-DATE IS NUMERIC AND CUST-OPEN-DATE > ZERO
007940         MOVE CUST-OPEN-DATE TO WS-DN-DATE
007950         PERFORM 3250-BUCKET-OF-DATE THRU 3250-EXIT
007960     END-IF
007970     ADD WS-CA-LEFT TO WS-CA-AGED(WS-BX)
007980     MOVE ZERO TO WS-CA-LEFT.
007990 3400-EXIT.
008000     EXIT.
008010*
008020*============================================================*
008030*    3500-TABLE-EXCEPTION - HOLD A COLLECTIONS EXCEPTION FOR  *
008040*                  THE LIST AT THE END OF THE REPORT            *
008050*============================================================*
008060 3500-TABLE-EXCEPTION.
008070     IF WS-EX-CNT NOT < WS-EX-MAX
008080         MOVE "COLLECTIONS EXCEPTION TABLE OVERFLOW - MAX 1000"
008090             TO WS-ABEND-MESSAGE
008100         CLOSE MASTER
008110         CLOSE RPT
008120         CLOSE XTR
008130         PERFORM 9900-ABEND THRU 9900-EXIT
008140     END-IF
008150     ADD 1 TO WS-EX-CNT
008160     MOVE CUST-ID       TO WS-EX-ID(WS-EX-CNT)
008170     MOVE CUST-NAME     TO WS-EX-NAME(WS-EX-CNT)
008180     MOVE CUST-BALANCE  TO WS-EX-BALANCE(WS-EX-CNT)
008190     MOVE WS-CA-AGED(4) TO WS-EX-91-120(WS-EX-CNT)
008200     MOVE WS-CA-AGED(5) TO WS-EX-OVER-120(WS-EX-CNT)
008210     MOVE ZERO          TO WS-EX-LAST-ACT(WS-EX-CNT)
008220     IF CUST-LAST-ACT IS NUMERIC
008230         MOVE CUST-LAST-ACT TO WS-EX-LAST-ACT(WS-EX-CNT)
008240     END-IF.
008250 3500-EXIT.
008260     EXIT.
008270*
008280*============================================================*
008290*    3600-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) AS A DAY COUNT   *
008300*                  IN WS-DN-DAYS.  AN IMPOSSIBLE DATE CLEARS    *
008310*                  WS-DN-VALID                                  *
008320*============================================================*
008330 3600-DAY-NUMBER.
008340     MOVE "Y" TO WS-DN-VALID-SW
008350     MOVE ZERO TO WS-DN-DAYS
008360     IF WS-DN-DATE IS NOT NUMERIC
008370        OR WS-DN-YYYY < 1601
008380        OR WS-DN-MM < 1 OR WS-DN-MM > 12
008390        OR WS-DN-DD < 1 OR WS-DN-DD > 31
008400         MOVE "N" TO WS-DN-VALID-SW
008410         GO TO 3600-EXIT
008420     END-IF
008430     MOVE WS-DN-YYYY TO WS-DN-Y
008440     MOVE WS-DN-MM   TO WS-DN-M
008450     IF WS-DN-M < 3
008460         SUBTRACT 1 FROM WS-DN-Y
008470         ADD 12 TO WS-DN-M
008480     END-IF
008490     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
008500     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
008510     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
008520     COMPUTE WS-DN-T = 153 * (WS-DN-M - 3) + 2
008530     DIVIDE WS-DN-T BY 5   GIVING WS-DN-MD
008540     COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100
008550                        + WS-DN-Q400 + WS-DN-MD + WS-DN-DD.
008560 3600-EXIT.
008570     EXIT.
008580*
008590*============================================================*
008600*    3700-EDIT-DATE - YYYYMMDD TO MM/DD/YYYY                  *
008610*============================================================*
008620 3700-EDIT-DATE.
008630     MOVE SPACES TO WS-DATE-ED
008640     STRING WS-DATE-WORK(5:2) DELIMITED BY SIZE
008650            "/"               DELIMITED BY SIZE
008660            WS-DATE-WORK(7:2) DELIMITED BY SIZE
008670            "/"               DELIMITED BY SIZE
008680            WS-DATE-WORK(1:4) DELIMITED BY SIZE
008690         INTO WS-DATE-ED
008700     END-STRING.
008710 3700-EXIT.
008720     EXIT.
008730*
008740*============================================================*
008750*    4000-PRINT-CUSTOMER - ONE DETAIL LINE: BALANCE AND THE   *
008760*                  FIVE BUCKETS.  FLAGS: C COLLECTIONS, O PART  *
008770*                  AGED FROM THE OPEN DATE                      *
008780*============================================================*
008790 4000-PRINT-CUSTOMER.
008800     MOVE SPACES        TO WS-DETAIL-LINE
008810     MOVE CUST-ID       TO WS-DL-ID
008820     MOVE CUST-NAME     TO WS-DL-NAME
008830     MOVE CUST-BALANCE  TO WS-DL-AMT(1)
008840     MOVE WS-CA-AGED(1) TO WS-DL-AMT(2)
008850     MOVE WS-CA-AGED(2) TO WS-DL-AMT(3)
008860     MOVE WS-CA-AGED(3) TO WS-DL-AMT(4)
008870     MOVE WS-CA-AGED(4) TO WS-DL-AMT(5)
008880     MOVE WS-CA-AGED(5) TO WS-DL-AMT(6)
008890     IF WS-CA-COLLECT
008900         MOVE "C" TO WS-DL-FLAGS(1:1)
008910     END-IF
008920     IF WS-CA-UNAGED
008930         MOVE "O" TO WS-DL-FLAGS(3:1)
008940     END-IF
008950     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
008960     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
008970 4000-EXIT.
008980     EXIT.
008990*
009000*============================================================*
009010*    5000-WRITE-EXTRACT - ONE AGING RECORD FOR COLLECTIONS    *
009020*============================================================*
009030 5000-WRITE-EXTRACT.
009040     MOVE SPACES        TO CUSTAGR-RECORD
009050     MOVE CUST-ID       TO AGR-CUST-ID
009060     MOVE CUST-NAME     TO AGR-CUST-NAME
009070     MOVE WS-ASOF-DATE  TO AGR-ASOF-DATE
009080     MOVE CUST-BALANCE  TO AGR-BALANCE
009090     MOVE WS-CA-AGED(1) TO AGR-CURRENT
009100     MOVE WS-CA-AGED(2) TO AGR-DAYS-31-60
009110     MOVE WS-CA-AGED(3) TO AGR-DAYS-61-90
009120     MOVE WS-CA-AGED(4) TO AGR-DAYS-91-120
009130     MOVE WS-CA-AGED(5) TO AGR-OVER-120
009140     MOVE "N" TO AGR-COLLECT
009150     IF WS-CA-COLLECT
009160         SET AGR-COLLECTIONS TO TRUE
009170     END-IF
009180     MOVE "N" TO AGR-UNAGED
009190     IF WS-CA-UNAGED
009200         SET AGR-FROM-OPEN-DATE TO TRUE
009210     END-IF
009220     MOVE ZERO TO AGR-LAST-ACT
009230     IF CUST-LAST-ACT IS NUMERIC
009240         MOVE CUST-LAST-ACT TO AGR-LAST-ACT
009250     END-IF
009260     WRITE CUSTAGR-RECORD
009270     IF NOT WS-XST-OK
009280         MOVE SPACES TO WS-ABEND-MESSAGE
009290         STRING "I/O ERROR WRITING AGING EXTRACT - STATUS = "
009300                    DELIMITED BY SIZE
009310                XST DELIMITED BY SIZE
009320             INTO WS-ABEND-MESSAGE
009330         END-STRING
009340         CLOSE MASTER
009350         CLOSE RPT
009360         CLOSE XTR
009370         PERFORM 9900-ABEND THRU 9900-EXIT
009380     END-IF.
009390 5000-EXIT.
009400     EXIT.
009410*
009420*============================================================*
009430*    6000-PRINT-SUMMARY - GRAND TOTAL BY BUCKET, PROVED       *
009440*                  AGAINST THE MASTER'S TOTAL DEBIT BALANCE     *
009450*============================================================*
009460 6000-PRINT-SUMMARY.
009470     SET WS-IN-SUMMARY TO TRUE
009480     PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
009490     PERFORM 6100-PRINT-ONE-BUCKET THRU 6100-EXIT
009500         VARYING WS-BX FROM 1 BY 1
009510             UNTIL WS-BX > 5
009520     MOVE SPACES TO WS-RPT-LINE
009530     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009540     MOVE WS-AGED-TOTAL TO WS-TOT-ED
009550     MOVE SPACES TO WS-RPT-LINE
009560     STRING "TOTAL AGED................ " DELIMITED BY SIZE
009570            WS-TOT-ED                     DELIMITED BY SIZE
009580         INTO WS-RPT-LINE
009590     END-STRING
009600     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009610     MOVE WS-MST-DEBITS TO WS-TOT-ED
009620     MOVE SPACES TO WS-RPT-LINE
009630     STRING "MASTER TOTAL DEBIT BALANCE " DELIMITED BY SIZE
009640            WS-TOT-ED                     DELIMITED BY SIZE
009650         INTO WS-RPT-LINE
009660     END-STRING
009670     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009680     MOVE SPACES TO WS-RPT-LINE
009690     IF WS-AGED-TOTAL = WS-MST-DEBITS
009700         MOVE "RESULT: AGING TIES TO THE MASTER" TO WS-RPT-LINE
009710     ELSE
009720         MOVE "N" TO WS-TIE-SW
009730         MOVE "RESULT: AGING DOES NOT TIE TO THE MASTER"
009740             TO WS-RPT-LINE
009750     END-IF
009760     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009770     MOVE SPACES TO WS-RPT-LINE
009780     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009790     MOVE WS-TOT-READ TO WS-CNT-ED
009800     MOVE SPACES TO WS-RPT-LINE
009810     STRING "CUSTOMERS READ............ " DELIMITED BY SIZE
009820            WS-CNT-ED                     DELIMITED BY SIZE
009830         INTO WS-RPT-LINE
009840     END-STRING
009850     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009860     MOVE WS-TOT-AGED TO WS-CNT-ED
009870     MOVE SPACES TO WS-RPT-LINE
009880     STRING "DEBIT BALANCES AGED....... " DELIMITED BY SIZE
009890            WS-CNT-ED                     DELIMITED BY SIZE
009900         INTO WS-RPT-LINE
009910     END-STRING
009920     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009930     MOVE WS-TOT-UNAGED TO WS-CNT-ED
009940     MOVE SPACES TO WS-RPT-LINE
009950     STRING "  PART AGED FROM OPEN DATE " DELIMITED BY SIZE
009960            WS-CNT-ED                     DELIMITED BY SIZE
009970         INTO WS-RPT-LINE
009980     END-STRING
009990     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010000     MOVE WS-EX-CNT TO WS-CNT-ED
010010     MOVE SPACES TO WS-RPT-LINE
010020     STRING "COLLECTIONS EXCEPTIONS.... " DELIMITED BY SIZE
010030            WS-CNT-ED                     DELIMITED BY SIZE
010040         INTO WS-RPT-LINE
010050     END-STRING
010060     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010070 6000-EXIT.
010080     EXIT.
010090*
010100*============================================================*
010110*    6100-PRINT-ONE-BUCKET - ONE BUCKET'S GRAND TOTAL AND ITS *
010120*                  SHARE OF THE AGED TOTAL                      *
010130*============================================================*
010140 6100-PRINT-ONE-BUCKET.
010150     MOVE WS-GRAND(WS-BX) TO WS-TOT-ED
010160     MOVE ZERO TO WS-PCT
010170     IF WS-AGED-TOTAL > ZERO
010180         COMPUTE WS-PCT ROUNDED
010190             = WS-GRAND(WS-BX) * 100 / WS-AGED-TOTAL
010200     END-IF
010210     MOVE WS-PCT TO WS-PCT-ED
010220     MOVE SPACES TO WS-RPT-LINE
010230     STRING WS-BK-NAME(WS-BX) DELIMITED BY SIZE
010240            "       "         DELIMITED BY SIZE
010250            WS-TOT-ED         DELIMITED BY SIZE
010260            "  "              DELIMITED BY SIZE
010270            WS-PCT-ED         DELIMITED BY SIZE
010280            "%"               DELIMITED BY SIZE
010290         INTO WS-RPT-LINE
010300     END-STRING
010310     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010320 6100-EXIT.
010330     EXIT.
010340*
010350*============================================================*
010360*    7000-PRINT-EXCEPTIONS - THE COLLECTIONS EXCEPTION LIST   *
010370*============================================================*
010380 7000-PRINT-EXCEPTIONS.
010390     SET WS-IN-EXCEPTIONS TO TRUE
010400     PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
010410     IF WS-EX-CNT = ZERO
010420         MOVE "    (NO ACCOUNTS WITH ANYTHING OVER 90 DAYS)"
010430             TO WS-RPT-LINE
010440         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010450         GO TO 7000-EXIT
010460     END-IF
010470     PERFORM 7100-PRINT-ONE-EXCEPTION THRU 7100-EXIT
010480         VARYING WS-EX-IDX FROM 1 BY 1
010490             UNTIL WS-EX-IDX > WS-EX-CNT.
010500 7000-EXIT.
010510     EXIT.
010520*
010530*============================================================*
010540*    7100-PRINT-ONE-EXCEPTION - ONE COLLECTIONS LINE          *
010550*============================================================*
010560 7100-PRINT-ONE-EXCEPTION.
010570     MOVE SPACES TO WS-DATE-ED
010580     IF WS-EX-LAST-ACT(WS-EX-IDX) > ZERO
010590         MOVE WS-EX-LAST-ACT(WS-EX-IDX) TO WS-DATE-WORK
010600         PERFORM 3700-EDIT-DATE THRU 3700-EXIT
010610     END-IF
010620     MOVE SPACES                    TO WS-DETAIL-LINE
010630     MOVE WS-EX-ID(WS-EX-IDX)       TO WS-DL-ID
010640     MOVE WS-EX-NAME(WS-EX-IDX)     TO WS-DL-NAME
010650     MOVE WS-EX-BALANCE(WS-EX-IDX)  TO WS-DL-AMT(1)
010660     MOVE WS-EX-91-120(WS-EX-IDX)   TO WS-DL-AMT(2)
010670     MOVE WS-EX-OVER-120(WS-EX-IDX) TO WS-DL-AMT(3)
010680     MOVE SPACES TO WS-RPT-LINE
010690     STRING WS-DETAIL-LINE(1:58) DELIMITED BY SIZE
010700            "   "                DELIMITED BY SIZE
010710            WS-DATE-ED           DELIMITED BY SIZE
010720         INTO WS-RPT-LINE
010730     END-STRING
010740     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010750 7100-EXIT.
010760     EXIT.
010770*
010780*============================================================*
010790*    2750-WRITE-RPT-LINE - WRITE ONE REPORT LINE, BREAKING     *
010800*                  THE PAGE WHEN IT FILLS UP                   *
010810*============================================================*
010820 2750-WRITE-RPT-LINE.
010830     IF WS-PAGE-NO = ZERO OR WS-LINE-CTR >= WS-LINE-MAX
010840         PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
010850     END-IF
010860     MOVE WS-RPT-LINE TO RPT-RECORD
010870     WRITE RPT-RECORD
010880     ADD 1 TO WS-LINE-CTR.
010890 2750-EXIT.
010900     EXIT.
010910*
010920*============================================================*
010930*    2020-PRINT-HEADERS - WRITE THE PAGE BANNER AND THE       *
010940*                  COLUMN HEADINGS OF THE SECTION IN PROGRESS   *
010950*============================================================*
010960 2020-PRINT-HEADERS.
010970     ADD 1 TO WS-PAGE-NO
010980     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
010990     MOVE SPACES TO RPT-RECORD
011000     STRING "CUSTAGE  RECEIVABLES AGING AS OF "
011010                           DELIMITED BY SIZE
011020            WS-ASOF-DATE-ED DELIMITED BY SIZE
011030            "   "          DELIMITED BY SIZE
011040            WS-RUN-DATE-ED DELIMITED BY SIZE
011050            " "            DELIMITED BY SIZE
011060            WS-RUN-TIME-ED DELIMITED BY SIZE
011070            "  PAGE "      DELIMITED BY SIZE
011080            WS-PAGE-NO-ED  DELIMITED BY SIZE
011090         INTO RPT-RECORD
011100     END-STRING
011110     WRITE RPT-RECORD
011120     MOVE SPACES TO RPT-RECORD
011130     WRITE RPT-RECORD
011140     MOVE ZERO TO WS-LINE-CTR
011150     IF WS-IN-DETAIL
011160         MOVE "ID     NAME                  BALANCE    CURRENT"
011170             TO RPT-RECORD
011180         MOVE "31-60      61-90     91-120   OVER 120"
011190             TO RPT-RECORD(54:38)
011200         WRITE RPT-RECORD
011210         MOVE SPACES TO RPT-RECORD
011220         WRITE RPT-RECORD
011230         MOVE 2 TO WS-LINE-CTR
011240     END-IF
011250     IF WS-IN-SUMMARY
011260         MOVE "AGING SUMMARY - ALL DEBIT BALANCES" TO RPT-RECORD
011270         WRITE RPT-RECORD
011280         MOVE SPACES TO RPT-RECORD
011290         WRITE RPT-RECORD
011300         MOVE 2 TO WS-LINE-CTR
011310     END-IF
011320     IF WS-IN-EXCEPTIONS
011330         MOVE "COLLECTIONS EXCEPTIONS - ANYTHING OVER 90 DAYS"
011340             TO RPT-RECORD
011350         WRITE RPT-RECORD
011360         MOVE SPACES TO RPT-RECORD
011370         WRITE RPT-RECORD
011380         MOVE "ID     NAME                  BALANCE     91-120"
011390             TO RPT-RECORD
011400         MOVE "OVER 120   LAST ACTIVITY" TO RPT-RECORD(51:24)
011410         WRITE RPT-RECORD
011420         MOVE SPACES TO RPT-RECORD
011430         WRITE RPT-RECORD
011440         MOVE 4 TO WS-LINE-CTR
011450     END-IF.
011460 2020-EXIT.
011470     EXIT.
011480*
011490*============================================================*
011500*    9000-TERMINATE - REPORT THE RUN RESULT TO THE OPERATOR   *
011510*============================================================*
011520 9000-TERMINATE.
011530     MOVE WS-TOT-AGED TO WS-CNT-ED
011540     DISPLAY "CUSTAGE - DEBIT BALANCES AGED: " WS-CNT-ED
011550     MOVE WS-EX-CNT TO WS-CNT-ED
011560     DISPLAY "CUSTAGE - COLLECTIONS EXCEPTIONS: " WS-CNT-ED
011570     IF WS-TIES
011580         DISPLAY "CUSTAGE - AGING TIES TO THE MASTER"
011590     ELSE
011600         DISPLAY "CUSTAGE - AGING DOES NOT TIE TO THE MASTER"
011610         MOVE 8 TO RETURN-CODE
011620     END-IF.
011630 9000-EXIT.
011640     EXIT.
011650*
011660*============================================================*
011670*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE  *
011680*============================================================*
011690 9900-ABEND.
011700     DISPLAY "CUSTAGE - ABNORMAL TERMINATION"
011710     DISPLAY "CUSTAGE - " WS-ABEND-MESSAGE
011720     MOVE 16 TO RETURN-CODE
011730     STOP RUN.
011740 9900-EXIT.
011750     EXIT.
