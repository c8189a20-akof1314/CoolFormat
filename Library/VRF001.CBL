000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VRF001.
000030 AUTHOR.        R DUNNE.
000040 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*10/15/26  RD  NEW PROGRAM.  LIBRARY INTEGRITY VERIFICATION,
000110*              RUN AHEAD OF THE BATCH WINDOW.  EVERY .CBL
000120*              MEMBER OF THE SOURCE LIBRARY AND EVERY .CPY
000130*              MEMBER OF THE COPYBOOK LIBRARY IS COUNTED AND
000140*              CHECKSUMMED OVER COLUMNS 1-80 (THE CALCULATION
000150*              LIB001 AND RST001 USE) AND COMPARED WITH ITS
000160*              LATEST ENTRY ON THE LIBRARY MANIFEST,
000170*              Audit/LIBRARY.MAN.  A MEMBER THAT NO LONGER
000180*              MATCHES WAS CHANGED OUTSIDE LIB001/RST001; A
000190*              MEMBER WITH NO ENTRY NEVER CAME THROUGH THEM;
000200*              AN ENTRY WHOSE MEMBER IS GONE WAS DELETED BY
000210*              HAND.  EACH IS REPORTED, LOGGED TO THE SHARED
000220*              ACCESS LOG (FST=CK, NM, MS) FOR AUD001, AND
000230*              ENDS THE RUN WITH RC 8 SO THE NIGHT IS HELD.
000240*              BASELINE ON THE PARM ENTERS UNMANIFESTED
000250*              MEMBERS (BAS) AND RETIRES ENTRIES FOR MISSING
000260*              ONES (DEL) - THE INITIAL LOAD, OR THE SIGN-OFF
000270*              AFTER A REVIEWED EXCEPTION.  A CHANGED MEMBER
000280*              IS NEVER ACCEPTED THIS WAY; IT MUST BE STAGED
000290*              AND PROMOTED OR RESTORED.
000293*10/15/26  RD  A MEMBER READ THAT DOES NOT COME BACK CLEAN NOW
000296*              ENDS THE RUN INSTEAD OF BEING CHECKSUMMED.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT F1  ASSIGN TO DYNAMIC WS-MEMBER-PATH
000380                ORGANIZATION IS LINE SEQUENTIAL
000390                FILE STATUS  IS FST.
000400     SELECT MANF ASSIGN TO DYNAMIC WS-MAN-PATH
000410                ORGANIZATION IS LINE SEQUENTIAL
000420                FILE STATUS  IS MST.
000430     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000440                ORGANIZATION IS LINE SEQUENTIAL
000450                FILE STATUS  IS RST.
000460     SELECT DIRL ASSIGN TO DYNAMIC WS-DIRL-PATH
000470                ORGANIZATION IS LINE SEQUENTIAL
000480                FILE STATUS  IS DST.
000490     SELECT AUDIT ASSIGN TO DYNAMIC WS-AUDIT-PATH
000500                ORGANIZATION IS LINE SEQUENTIAL
000510                FILE STATUS  IS AST.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560 FD  F1
000570     LABEL RECORDS ARE STANDARD.
000580 01  F1R                    PIC X(80).
000590*
000600 FD  MANF
000610     LABEL RECORDS ARE STANDARD.
000620     COPY LIBMAN.
000630*
000640 FD  RPT
000650     LABEL RECORDS ARE STANDARD.
000660 01  RPT-RECORD             PIC X(100).
000670*
000680 FD  DIRL
000690     LABEL RECORDS ARE STANDARD.
000700 01  DIRL-RECORD            PIC X(64).
000710*
000720 FD  AUDIT
000730     LABEL RECORDS ARE STANDARD.
000740 01  AUDIT-RECORD           PIC X(100).
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780*    FILE STATUS AND SWITCHES
000790*
000800 01  WS-FILE-STATUS.
000810     05  FST                PIC X(02)  VALUE "00".
000820         88  WS-FST-OK                 VALUE "00".
000830         88  WS-FST-EOF                VALUE "10".
000840*
000850 01  WS-MAN-STATUS.
000860     05  MST                PIC X(02)  VALUE "00".
000870         88  WS-MST-OK                 VALUE "00" "05".
000880         88  WS-MST-EOF                VALUE "10".
000890         88  WS-MST-NOTFOUND           VALUE "35".
000900*
000910 01  WS-RPT-STATUS.
000920     05  RST                PIC X(02)  VALUE "00".
000930*
000940 01  WS-DIRL-STATUS.
000950     05  DST                PIC X(02)  VALUE "00".
000960         88  WS-DST-OK                 VALUE "00".
000970         88  WS-DST-EOF                VALUE "10".
000980*
000990 01  WS-AUDIT-STATUS.
001000     05  AST                PIC X(02)  VALUE "00".
001010         88  WS-AST-OK                 VALUE "00" "05".
001020         88  WS-AST-NOTFOUND           VALUE "35".
001030*
001040 01  WS-MEMBER-PATH         PIC X(64)  VALUE SPACES.
001050 01  WS-MAN-PATH            PIC X(64) VALUE "Audit/LIBRARY.MAN".
001060 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
001070 01  WS-DIRL-PATH           PIC X(64)  VALUE SPACES.
001080 01  WS-AUDIT-PATH          PIC X(64)  VALUE "Audit/LST001.LOG".
001090*
001100 01  WS-PAGE-CTL.
001110     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
001120     05  WS-PAGE-NO-ED      PIC ZZZ9.
001130     05  WS-LINE-CTR        PIC 9(03)  COMP VALUE ZERO.
001140     05  WS-LINE-MAX        PIC 9(03)  COMP VALUE 55.
001150*
001160*    RUN DATE/TIME STAMP AND RUN IDENTITY
001170*
001180 01  WS-RUN-DATE.
001190     05  WS-RUN-YYYY        PIC 9(04).
001200     05  WS-RUN-MM          PIC 9(02).
001210     05  WS-RUN-DD          PIC 9(02).
001220 01  WS-RUN-TIME.
001230     05  WS-RUN-HH          PIC 9(02).
001240     05  WS-RUN-MN          PIC 9(02).
001250     05  WS-RUN-SS          PIC 9(02).
001260     05  WS-RUN-HS          PIC 9(02).
001270 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001280 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001290 01  WS-RUN-USER            PIC X(08)  VALUE SPACES.
001300 01  WS-RUN-JOB             PIC X(08)  VALUE SPACES.
001310*
001320*    RUN PARM WORK AREAS
001330*
001340 01  WS-PARM-AREA.
001350     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
001360*
001370 01  WS-PARM-TOKENS.
001380     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
001390     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
001400 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
001410*
001420 01  WS-SWITCHES.
001430     05  WS-BASELINE-SW     PIC X(01)  VALUE "N".
001440         88  WS-BASELINE               VALUE "Y".
001450     05  WS-NO-MANIFEST-SW  PIC X(01)  VALUE "N".
001460         88  WS-NO-MANIFEST            VALUE "Y".
001470*
001480*    MANIFEST TABLE - THE LATEST ENTRY FOR EACH MEMBER AND
001490*    TYPE.  THE MANIFEST IS APPEND-ONLY, SO A LATER RECORD
001500*    REPLACES AN EARLIER ONE; A DEL ENTRY RETIRES THE MEMBER
001510*
001520 01  WS-MAN-TABLE.
001530     05  WS-MF-CNT          PIC 9(03)  COMP VALUE ZERO.
001540     05  WS-MF-ENTRY   OCCURS 400 TIMES.
001550         10  WS-MF-NAME     PIC X(20).
001560         10  WS-MF-TYPE     PIC X(03).
001570         10  WS-MF-ACTION   PIC X(03).
001580             88  WS-MF-RETIRED         VALUE "DEL".
001590         10  WS-MF-RECS     PIC 9(07).
001600         10  WS-MF-CKSUM    PIC 9(10).
001610         10  WS-MF-DATE     PIC 9(08).
001620         10  WS-MF-GEN      PIC 9(04).
001630         10  WS-MF-SEEN-SW  PIC X(01).
001640             88  WS-MF-SEEN            VALUE "Y".
001650*
001660 01  WS-MX                  PIC 9(03)  COMP VALUE ZERO.
001670 01  WS-FX                  PIC 9(03)  COMP VALUE ZERO.
001680 01  WS-FOUND-X             PIC 9(03)  COMP VALUE ZERO.
001690 01  WS-MAN-READ            PIC 9(05)  COMP VALUE ZERO.
001700 01  WS-MAN-READ-ED         PIC ZZZZ9.
001710*
001720*    THE LIBRARY BEING VERIFIED AND THE CURRENT MEMBER
001730*
001740 01  WS-VF-DIR              PIC X(10)  VALUE SPACES.
001750 01  WS-VF-LIST             PIC X(20)  VALUE SPACES.
001760 01  WS-LIB-MEMBER          PIC X(20)  VALUE SPACES.
001770 01  WS-LIB-TYPE            PIC X(03)  VALUE SPACES.
001780*
001790*    DIRECTORY-LIST NAME SPLITTING
001800*
001810 01  WS-DIR-NAME            PIC X(20)  VALUE SPACES.
001820 01  WS-DIR-EXT             PIC X(08)  VALUE SPACES.
001830*
001840*    MEMBER CHECKSUM OVER COLUMNS 1-80 (AS IN LIB001)
001850*
001860 01  WS-CHECKSUM.
001870     05  WS-CK-TOTAL        PIC 9(10)  COMP VALUE ZERO.
001880     05  WS-CK-WORK         PIC 9(12)  COMP VALUE ZERO.
001890     05  WS-CK-QUOT         PIC 9(12)  COMP VALUE ZERO.
001900     05  WS-CK-REC-SUM      PIC 9(09)  COMP VALUE ZERO.
001910     05  WS-CK-RECNO        PIC 9(07)  COMP VALUE ZERO.
001920 01  WS-CK-POS              PIC 9(03)  COMP VALUE ZERO.
001930 01  WS-CK-BYTE-AREA.
001940     05  WS-CK-BYTE         PIC 9(04)  COMP VALUE ZERO.
001950 01  WS-CK-BYTE-X REDEFINES WS-CK-BYTE-AREA
001960                            PIC X(02).
001970*
001980*    NEW MANIFEST ENTRY (BASELINE RUN)
001990*
002000 01  WS-NEW-ENTRY.
002010     05  WS-NEW-ACTION      PIC X(03)  VALUE SPACES.
002020     05  WS-NEW-RECS        PIC 9(07)  VALUE ZERO.
002030     05  WS-NEW-CKSUM       PIC 9(10)  VALUE ZERO.
002040     05  WS-NEW-GEN         PIC 9(04)  VALUE ZERO.
002050*
002060*    ACCESS LOG LINE FIELDS
002070*
002080 01  WS-AUDIT-FST           PIC X(02)  VALUE "00".
002090 01  WS-AUDIT-RECS          PIC 9(07)  VALUE ZERO.
002100 01  WS-AUDIT-RECS-ED       PIC ZZZZZZ9.
002110*
002120*    REPORT DETAIL LINE
002130*
002140 01  WS-DTL-LINE.
002150     05  WS-DTL-NAME        PIC X(20).
002160     05  FILLER             PIC X(01).
002170     05  WS-DTL-TYPE        PIC X(03).
002180     05  FILLER             PIC X(02).
002190     05  WS-DTL-MAN-RECS    PIC X(07).
002200     05  FILLER             PIC X(02).
002210     05  WS-DTL-ACT-RECS    PIC X(07).
002220     05  FILLER             PIC X(02).
002230     05  WS-DTL-ACTION      PIC X(03).
002240     05  FILLER             PIC X(01).
002250     05  WS-DTL-DATE        PIC X(10).
002260     05  FILLER             PIC X(02).
002270     05  WS-DTL-GEN         PIC X(05).
002280     05  FILLER             PIC X(02).
002290     05  WS-DTL-STATUS      PIC X(33).
002300*
002310 01  WS-RECS-ED             PIC ZZZZZZ9.
002320 01  WS-GEN-ED              PIC 9(04).
002330 01  WS-ED-DATE.
002340     05  WS-ED-YYYY         PIC 9(04).
002350     05  WS-ED-MM           PIC 9(02).
002360     05  WS-ED-DD           PIC 9(02).
002370*
002380*    RUN TOTALS
002390*
002400 01  WS-RUN-TOTALS.
002410     05  WS-TOT-MEMBERS     PIC 9(03)  COMP VALUE ZERO.
002420     05  WS-TOT-MATCHED     PIC 9(03)  COMP VALUE ZERO.
002430     05  WS-TOT-CHANGED     PIC 9(03)  COMP VALUE ZERO.
002440     05  WS-TOT-UNLISTED    PIC 9(03)  COMP VALUE ZERO.
002450     05  WS-TOT-MISSING     PIC 9(03)  COMP VALUE ZERO.
002460     05  WS-TOT-BASELINED   PIC 9(03)  COMP VALUE ZERO.
002470     05  WS-TOT-RETIRED     PIC 9(03)  COMP VALUE ZERO.
002480     05  WS-TOT-SECTION     PIC 9(03)  COMP VALUE ZERO.
002490 01  WS-TOT-EXCEPTIONS      PIC 9(04)  COMP VALUE ZERO.
002500 01  WS-TOT-ED              PIC ZZ9.
002510 01  WS-TOT-ED-2            PIC ZZ9.
002520 01  WS-TOT-ED-3            PIC ZZ9.
002530*
002540*    SHELL COMMAND WORK AREA
002550*
002560 01  WS-SYS-COMMAND         PIC X(80)  VALUE SPACES.
002570*
002580*    REPORT LINE WORK AREA
002590*
002600 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
002610*
002620*    ABEND MESSAGE WORK AREA
002630*
002640 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
002650*
002660 PROCEDURE DIVISION.
002670*
002680*============================================================*
002690*    0000-MAINLINE                                           *
002700*============================================================*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002730     PERFORM 2000-LOAD-MANIFEST   THRU 2000-EXIT
002740     PERFORM 3000-VERIFY-LIBRARIES THRU 3000-EXIT
002750     PERFORM 4000-CHECK-MISSING   THRU 4000-EXIT
002760     PERFORM 6000-PRINT-TOTALS    THRU 6000-EXIT
002770     PERFORM 9000-TERMINATE       THRU 9000-EXIT
002780     STOP RUN.
002790*
002800*============================================================*
002810*    1000-INITIALIZE - ACCEPT AND PARSE THE PARM, TIMESTAMP  *
002820*                  AND THE WORK LIBRARY                      *
002830*============================================================*
002840 1000-INITIALIZE.
002850     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002860     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002870     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
002880     MOVE "mkdir -p Work" TO WS-SYS-COMMAND
002890     CALL "SYSTEM" USING WS-SYS-COMMAND
002900     MOVE "Reports/VRF001.RPT" TO WS-RPT-PATH.
002910 1000-EXIT.
002920     EXIT.
002930*
002940*============================================================*
002950*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED   *
002960*                  TOKENS AND CLASSIFY EACH ONE              *
002970*============================================================*
002980 1100-PARSE-PARM.
002990     MOVE SPACES TO WS-PARM-TOKENS
003000     MOVE ZERO   TO WS-TOK-COUNT
003010     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
003020         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
003030              WS-PARM-TOK(03) WS-PARM-TOK(04)
003040              WS-PARM-TOK(05) WS-PARM-TOK(06)
003050              WS-PARM-TOK(07) WS-PARM-TOK(08)
003060              WS-PARM-TOK(09) WS-PARM-TOK(10)
003070         TALLYING IN WS-TOK-COUNT
003080     END-UNSTRING
003090     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
003100         VARYING WS-TOK-IDX FROM 1 BY 1
003110             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
003120 1100-EXIT.
003130     EXIT.
003140*
003150*============================================================*
003160*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD        *
003170*============================================================*
003180 1110-CLASSIFY-TOKEN.
003190     IF WS-PARM-TOK(WS-TOK-IDX) = "BASELINE"
003200         SET WS-BASELINE TO TRUE
003210     END-IF.
003220 1110-EXIT.
003230     EXIT.
003240*
003250*============================================================*
003260*    1200-GET-TIMESTAMP - CAPTURE AND EDIT THE RUN DATE/TIME *
003270*                  AND THE RUN IDENTITY FOR THE ACCESS LOG   *
003280*============================================================*
003290 1200-GET-TIMESTAMP.
003300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003310     ACCEPT WS-RUN-TIME FROM TIME
003320     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
003330     ACCEPT WS-RUN-JOB  FROM ENVIRONMENT "JOBNAME"
003340     IF WS-RUN-JOB = SPACES
003350         MOVE "VRF001" TO WS-RUN-JOB
003360     END-IF
003370     STRING WS-RUN-MM DELIMITED BY SIZE
003380            "/"        DELIMITED BY SIZE
003390            WS-RUN-DD  DELIMITED BY SIZE
003400            "/"        DELIMITED BY SIZE
003410            WS-RUN-YYYY DELIMITED BY SIZE
003420         INTO WS-RUN-DATE-ED
003430     END-STRING
003440     STRING WS-RUN-HH DELIMITED BY SIZE
003450            ":"        DELIMITED BY SIZE
003460            WS-RUN-MN  DELIMITED BY SIZE
003470            ":"        DELIMITED BY SIZE
003480            WS-RUN-SS  DELIMITED BY SIZE
003490         INTO WS-RUN-TIME-ED
003500     END-STRING.
003510 1200-EXIT.
003520     EXIT.
003530*
003540*============================================================*
003550*    2000-LOAD-MANIFEST - TABLE THE LATEST MANIFEST ENTRY FOR*
003560*                  EACH MEMBER.  WITH NO MANIFEST AT ALL     *
003570*                  THE TABLE IS EMPTY - EVERY MEMBER REPORTED*
003580*============================================================*
003590 2000-LOAD-MANIFEST.
003600     OPEN INPUT MANF
003610     IF WS-MST-NOTFOUND
003620         SET WS-NO-MANIFEST TO TRUE
003630         GO TO 2000-EXIT
003640     END-IF
003650     IF NOT WS-MST-OK
003660         MOVE SPACES TO WS-ABEND-MESSAGE
003670         STRING "UNABLE TO OPEN MANIFEST - STATUS = "
003680                    DELIMITED BY SIZE
003690                MST DELIMITED BY SIZE
003700             INTO WS-ABEND-MESSAGE
003710         END-STRING
003720         PERFORM 9900-ABEND THRU 9900-EXIT
003730     END-IF
003740     PERFORM UNTIL WS-MST-EOF
003750         READ MANF
003760             AT END
003770                 CONTINUE
003780             NOT AT END
003790                 PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003800         END-READ
003810     END-PERFORM
003820     CLOSE MANF.
003830 2000-EXIT.
003840     EXIT.
003850*
003860*============================================================*
003870*    2100-LOAD-ONE-ENTRY - APPLY ONE MANIFEST RECORD TO THE  *
003880*                  TABLE.  A RECORD THAT IS NOT NUMERIC WHERE*
003890*                  IT SHOULD BE ENDS THE RUN                 *
003900*============================================================*
003910 2100-LOAD-ONE-ENTRY.
003920     ADD 1 TO WS-MAN-READ
003930     IF LIBMAN-RECORDS  IS NOT NUMERIC
003940        OR LIBMAN-CHECKSUM IS NOT NUMERIC
003950        OR LIBMAN-RUN-DATE IS NOT NUMERIC
003960        OR LIBMAN-GEN      IS NOT NUMERIC
003970         MOVE WS-MAN-READ TO WS-MAN-READ-ED
003980         MOVE SPACES TO WS-ABEND-MESSAGE
003990         STRING "MANIFEST RECORD " DELIMITED BY SIZE
004000                WS-MAN-READ-ED     DELIMITED BY SIZE
004010                " IS NOT VALID"    DELIMITED BY SIZE
004020             INTO WS-ABEND-MESSAGE
004030         END-STRING
004040         CLOSE MANF
004050         PERFORM 9900-ABEND THRU 9900-EXIT
004060     END-IF
004070     MOVE LIBMAN-MEMBER TO WS-LIB-MEMBER
004080     MOVE LIBMAN-TYPE   TO WS-LIB-TYPE
004090     PERFORM 2110-FIND-ENTRY THRU 2110-EXIT
004100     IF WS-FOUND-X = ZERO
004110         IF WS-MF-CNT >= 400
004120             MOVE "MANIFEST TABLE OVERFLOW - MAX 400"
004130                 TO WS-ABEND-MESSAGE
004140             CLOSE MANF
004150             PERFORM 9900-ABEND THRU 9900-EXIT
004160         END-IF
004170         ADD 1 TO WS-MF-CNT
004180         MOVE WS-MF-CNT TO WS-FOUND-X
004190     END-IF
004200     MOVE LIBMAN-MEMBER   TO WS-MF-NAME(WS-FOUND-X)
004210     MOVE LIBMAN-TYPE     TO WS-MF-TYPE(WS-FOUND-X)
004220     MOVE LIBMAN-ACTION   TO WS-MF-ACTION(WS-FOUND-X)
004230     MOVE LIBMAN-RECORDS  TO WS-MF-RECS(WS-FOUND-X)
004240     MOVE LIBMAN-CHECKSUM TO WS-MF-CKSUM(WS-FOUND-X)
004250     MOVE LIBMAN-RUN-DATE TO WS-MF-DATE(WS-FOUND-X)
004260     MOVE LIBMAN-GEN      TO WS-MF-GEN(WS-FOUND-X)
004270     MOVE "N"             TO WS-MF-SEEN-SW(WS-FOUND-X).
004280 2100-EXIT.
004290     EXIT.
004300*
004310*============================================================*
004320*    2110-FIND-ENTRY - LOCATE THE CURRENT MEMBER AND TYPE    *
004330*                  IN THE MANIFEST TABLE.  WS-FOUND-X IS     *
004340*                  ZERO IF IT IS ABSENT                      *
004350*============================================================*
004360 2110-FIND-ENTRY.
004370     MOVE ZERO TO WS-FOUND-X
004380     PERFORM 2120-MATCH-ENTRY THRU 2120-EXIT
004390         VARYING WS-FX FROM 1 BY 1
004400             UNTIL WS-FX > WS-MF-CNT OR WS-FOUND-X > ZERO.
004410 2110-EXIT.
004420     EXIT.
004430*
004440 2120-MATCH-ENTRY.
004450     IF WS-MF-NAME(WS-FX) = WS-LIB-MEMBER
004460        AND WS-MF-TYPE(WS-FX) = WS-LIB-TYPE
004470         MOVE WS-FX TO WS-FOUND-X
004480     END-IF.
004490 2120-EXIT.
004500     EXIT.
004510*
004520*============================================================*
004530*    3000-VERIFY-LIBRARIES - OPEN THE REPORT AND VERIFY THE  *
004540*                  SOURCE LIBRARY, THEN THE COPYBOOK LIBRARY *
004550*============================================================*
004560 3000-VERIFY-LIBRARIES.
004570     OPEN OUTPUT RPT
004580     MOVE SPACES TO WS-RPT-LINE
004590     IF WS-NO-MANIFEST
004600         MOVE "NO MANIFEST ON FILE - Audit/LIBRARY.MAN"
004610             TO WS-RPT-LINE
004620     ELSE
004630         MOVE WS-MAN-READ TO WS-MAN-READ-ED
004640         MOVE WS-MF-CNT   TO WS-TOT-ED
004650         STRING "MANIFEST Audit/LIBRARY.MAN  RECORDS: "
004660                                  DELIMITED BY SIZE
004670                WS-MAN-READ-ED    DELIMITED BY SIZE
004680                "  MEMBERS: "     DELIMITED BY SIZE
004690                WS-TOT-ED         DELIMITED BY SIZE
004700             INTO WS-RPT-LINE
004710         END-STRING
004720     END-IF
004730     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004740     IF WS-BASELINE
004750         MOVE "BASELINE RUN - UNMANIFESTED MEMBERS ARE ENTERED"
004760             TO WS-RPT-LINE
004770         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004780         MOVE "               AND MISSING MEMBERS RETIRED"
004790             TO WS-RPT-LINE
004800         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004810     END-IF
004820     MOVE SPACES TO WS-RPT-LINE
004830     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004840     MOVE "SOURCE LIBRARY - Library/*.CBL" TO WS-RPT-LINE
004850     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004860     MOVE "Library/"        TO WS-VF-DIR
004870     MOVE "CBL"             TO WS-LIB-TYPE
004880     MOVE "Work/VRF001.LIB" TO WS-VF-LIST
004890     PERFORM 3050-SCAN-DIRECTORY THRU 3050-EXIT
004900     MOVE SPACES TO WS-RPT-LINE
004910     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004920     MOVE "COPYBOOK LIBRARY - Copybooks/*.CPY" TO WS-RPT-LINE
004930     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
004940     MOVE "Copybooks/"      TO WS-VF-DIR
004950     MOVE "CPY"             TO WS-LIB-TYPE
004960     MOVE "Work/VRF001.CPY" TO WS-VF-LIST
004970     PERFORM 3050-SCAN-DIRECTORY THRU 3050-EXIT.
004980 3000-EXIT.
004990     EXIT.
005000*
005010*============================================================*
005020*    3050-SCAN-DIRECTORY - STAGE A DIRECTORY LIST OF THE     *
005030*                  LIBRARY, VERIFYING EACH MEMBER OF ITS TYPE*
005040*============================================================*
005050 3050-SCAN-DIRECTORY.
005060     MOVE ZERO TO WS-TOT-SECTION
005070     MOVE SPACES TO WS-SYS-COMMAND
005080     STRING "ls "      DELIMITED BY SIZE
005090            WS-VF-DIR  DELIMITED BY SPACE
005100            " > "      DELIMITED BY SIZE
005110            WS-VF-LIST DELIMITED BY SPACE
005120         INTO WS-SYS-COMMAND
005130     END-STRING
005140     CALL "SYSTEM" USING WS-SYS-COMMAND
005150     MOVE WS-VF-LIST TO WS-DIRL-PATH
005160     OPEN INPUT DIRL
005170     IF NOT WS-DST-OK
005180         MOVE SPACES TO WS-ABEND-MESSAGE
005190         STRING "UNABLE TO OPEN DIRECTORY LIST "
005200                           DELIMITED BY SIZE
005210                WS-VF-LIST DELIMITED BY SPACE
005220             INTO WS-ABEND-MESSAGE
005230         END-STRING
005240         PERFORM 9900-ABEND THRU 9900-EXIT
005250     END-IF
005260     PERFORM UNTIL WS-DST-EOF
005270         READ DIRL
005280             AT END
005290                 CONTINUE
005300             NOT AT END
005310                 PERFORM 3100-VERIFY-ONE-MEMBER THRU 3100-EXIT
005320         END-READ
005330     END-PERFORM
005340     CLOSE DIRL
005350     IF WS-TOT-SECTION = ZERO
005360         MOVE "    (NONE)" TO WS-RPT-LINE
005370         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005380     END-IF.
005390 3050-EXIT.
005400     EXIT.
005410*
005420*============================================================*
005430*    3100-VERIFY-ONE-MEMBER - COUNT AND CHECKSUM ONE MEMBER  *
005440*                  AND COMPARE IT WITH ITS MANIFEST ENTRY    *
005450*============================================================*
005460 3100-VERIFY-ONE-MEMBER.
005470     MOVE SPACES TO WS-DIR-NAME
005480     MOVE SPACES TO WS-DIR-EXT
005490     UNSTRING DIRL-RECORD DELIMITED BY "."
005500         INTO WS-DIR-NAME WS-DIR-EXT
005510     END-UNSTRING
005520     IF WS-DIR-EXT NOT = WS-LIB-TYPE
005530         GO TO 3100-EXIT
005540     END-IF
005550     ADD 1 TO WS-TOT-MEMBERS
005560     ADD 1 TO WS-TOT-SECTION
005570     MOVE WS-DIR-NAME TO WS-LIB-MEMBER
005580     PERFORM 3200-SUM-MEMBER THRU 3200-EXIT
005590     PERFORM 2110-FIND-ENTRY THRU 2110-EXIT
005600     MOVE SPACES        TO WS-DTL-LINE
005610     MOVE WS-LIB-MEMBER TO WS-DTL-NAME
005620     MOVE WS-LIB-TYPE   TO WS-DTL-TYPE
005630     MOVE WS-CK-RECNO   TO WS-RECS-ED
005640     MOVE WS-RECS-ED    TO WS-DTL-ACT-RECS
005650     MOVE WS-CK-RECNO   TO WS-AUDIT-RECS
005660     IF WS-FOUND-X > ZERO
005670         SET WS-MF-SEEN(WS-FOUND-X) TO TRUE
005680         PERFORM 3500-EDIT-ENTRY THRU 3500-EXIT
005690     END-IF
005700     IF WS-FOUND-X = ZERO OR WS-MF-RETIRED(WS-FOUND-X)
005710         PERFORM 3400-UNLISTED-MEMBER THRU 3400-EXIT
005720         GO TO 3100-EXIT
005730     END-IF
005740     IF WS-MF-RECS(WS-FOUND-X)  = WS-CK-RECNO
005750        AND WS-MF-CKSUM(WS-FOUND-X) = WS-CK-TOTAL
005760         ADD 1 TO WS-TOT-MATCHED
005770         MOVE "OK" TO WS-DTL-STATUS
005780         MOVE WS-DTL-LINE TO WS-RPT-LINE
005790         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005800         GO TO 3100-EXIT
005810     END-IF
005820     ADD 1 TO WS-TOT-CHANGED
005830     MOVE "** CHANGED OUTSIDE PROMOTION **" TO WS-DTL-STATUS
005840     MOVE WS-DTL-LINE TO WS-RPT-LINE
005850     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005860     MOVE "CK" TO WS-AUDIT-FST
005870     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
005880 3100-EXIT.
005890     EXIT.
005900*
005910*============================================================*
005920*    3200-SUM-MEMBER - READ THE MEMBER THROUGH, COUNTING AND *
005930*                  CHECKSUMMING EVERY RECORD                 *
005940*============================================================*
005950 3200-SUM-MEMBER.
005960     MOVE ZERO TO WS-CK-TOTAL
005970     MOVE ZERO TO WS-CK-RECNO
005980     MOVE SPACES TO WS-MEMBER-PATH
005990     STRING WS-VF-DIR     DELIMITED BY SPACE
006000            WS-LIB-MEMBER DELIMITED BY SPACE
006010            "."           DELIMITED BY SIZE
006020            WS-LIB-TYPE   DELIMITED BY SIZE
006030         INTO WS-MEMBER-PATH
006040     END-STRING
006050     OPEN INPUT F1
006060     IF NOT WS-FST-OK
006070         MOVE SPACES TO WS-ABEND-MESSAGE
006080         STRING "UNABLE TO OPEN "   DELIMITED BY SIZE
006090                WS-MEMBER-PATH      DELIMITED BY SPACE
006100                " - STATUS = "      DELIMITED BY SIZE
006110                FST                 DELIMITED BY SIZE
006120             INTO WS-ABEND-MESSAGE
006130         END-STRING
006140         CLOSE DIRL
006150         PERFORM 9900-ABEND THRU 9900-EXIT
006160     END-IF
006170     PERFORM UNTIL WS-FST-EOF
006180         READ F1
006190             AT END
006200                 CONTINUE
006210             NOT AT END
006220                 PERFORM 3300-CHECKSUM-RECORD THRU 3300-EXIT
006230         END-READ
006240     END-PERFORM
006250     CLOSE F1.
006260 3200-EXIT.
006270     EXIT.
006280*
006290*============================================================*
006300*    3300-CHECKSUM-RECORD - FOLD ONE RECORD INTO THE MEMBER  *
006310*                  CHECKSUM, AS LIB001'S 4200-CHECKSUM-RECORD*
006320*                  DOES: EACH BYTE OF COLUMNS 1-80 WEIGHTED  *
006330*                  BY ITS COLUMN, THE RECORD SUM AND RECORD  *
006340*                  NUMBER ADDED TO 31 TIMES THE RUNNING      *
006350*                  TOTAL, MODULO 9999999967                  *
006360*============================================================*
006370 3300-CHECKSUM-RECORD.
006374     IF NOT WS-FST-OK
006379         MOVE SPACES TO WS-ABEND-MESSAGE
006383         STRING "I/O ERROR READING " DELIMITED BY SIZE
006388                WS-MEMBER-PATH       DELIMITED BY SPACE
006392                " - FILE STATUS = "  DELIMITED BY SIZE
006397                FST                  DELIMITED BY SIZE
006401             INTO WS-ABEND-MESSAGE
006406         END-STRING
006410         CLOSE F1
006415         CLOSE DIRL
006420         PERFORM 9900-ABEND THRU 9900-EXIT
006424     END-IF
006429     ADD 1 TO WS-CK-RECNO
006433     MOVE ZERO TO WS-CK-REC-SUM
006438     PERFORM 3310-CHECKSUM-BYTE THRU 3310-EXIT
006442         VARYING WS-CK-POS FROM 1 BY 1 UNTIL WS-CK-POS > 80
006447     COMPUTE WS-CK-WORK = WS-CK-TOTAL * 31
006451                        + WS-CK-REC-SUM + WS-CK-RECNO
006456     DIVIDE WS-CK-WORK BY 9999999967 GIVING WS-CK-QUOT
006460         REMAINDER WS-CK-TOTAL.
006465 3300-EXIT.
006470     EXIT.
006480*
006490 3310-CHECKSUM-BYTE.
006500     MOVE ZERO TO WS-CK-BYTE
006510     MOVE F1R(WS-CK-POS:1) TO WS-CK-BYTE-X(2:1)
006520     COMPUTE WS-CK-REC-SUM = WS-CK-REC-SUM
006530                           + WS-CK-BYTE * WS-CK-POS.
006540 3310-EXIT.
006550     EXIT.
006560*
006570*============================================================*
006580*    3400-UNLISTED-MEMBER - THE MEMBER HAS NO LIVE MANIFEST  *
006590*                  ENTRY.  A BASELINE RUN ENTERS IT;         *
006600*                  OTHERWISE IT IS AN EXCEPTION              *
006610*============================================================*
006620 3400-UNLISTED-MEMBER.
006630     IF WS-BASELINE
006640         ADD 1 TO WS-TOT-BASELINED
006650         MOVE "BASELINED ONTO MANIFEST" TO WS-DTL-STATUS
006660         MOVE "BAS"       TO WS-NEW-ACTION
006670         MOVE WS-CK-RECNO TO WS-NEW-RECS
006680         MOVE WS-CK-TOTAL TO WS-NEW-CKSUM
006690         MOVE ZERO        TO WS-NEW-GEN
006700         PERFORM 5500-WRITE-MANIFEST THRU 5500-EXIT
006710         MOVE "00" TO WS-AUDIT-FST
006720     ELSE
006730         ADD 1 TO WS-TOT-UNLISTED
006740         MOVE "** NOT IN MANIFEST **" TO WS-DTL-STATUS
006750         MOVE "NM" TO WS-AUDIT-FST
006760     END-IF
006770     MOVE WS-DTL-LINE TO WS-RPT-LINE
006780     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
006790     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
006800 3400-EXIT.
006810     EXIT.
006820*
006830*============================================================*
006840*    3500-EDIT-ENTRY - SHOW THE MANIFEST ENTRY AT WS-FOUND-X *
006850*                  ON THE DETAIL LINE                        *
006860*============================================================*
006870 3500-EDIT-ENTRY.
006880     MOVE WS-MF-RECS(WS-FOUND-X)   TO WS-RECS-ED
006890     MOVE WS-RECS-ED               TO WS-DTL-MAN-RECS
006900     MOVE WS-MF-ACTION(WS-FOUND-X) TO WS-DTL-ACTION
006910     MOVE WS-MF-DATE(WS-FOUND-X)   TO WS-ED-DATE
006920     STRING WS-ED-MM   DELIMITED BY SIZE
006930            "/"        DELIMITED BY SIZE
006940            WS-ED-DD   DELIMITED BY SIZE
006950            "/"        DELIMITED BY SIZE
006960            WS-ED-YYYY DELIMITED BY SIZE
006970         INTO WS-DTL-DATE
006980     END-STRING
006990     MOVE WS-MF-GEN(WS-FOUND-X)    TO WS-GEN-ED
007000     STRING "G"       DELIMITED BY SIZE
007010            WS-GEN-ED DELIMITED BY SIZE
007020         INTO WS-DTL-GEN
007030     END-STRING.
007040 3500-EXIT.
007050     EXIT.
007060*
007070*============================================================*
007080*    4000-CHECK-MISSING - EVERY LIVE MANIFEST ENTRY WHOSE    *
007090*                  MEMBER WAS NOT FOUND IN ITS LIBRARY       *
007100*============================================================*
007110 4000-CHECK-MISSING.
007120     MOVE ZERO TO WS-TOT-SECTION
007130     MOVE SPACES TO WS-RPT-LINE
007140     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007150     MOVE "MANIFEST ENTRIES WITH NO LIBRARY MEMBER"
007160         TO WS-RPT-LINE
007170     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007180     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
007190         VARYING WS-MX FROM 1 BY 1
007200             UNTIL WS-MX > WS-MF-CNT
007210     IF WS-TOT-SECTION = ZERO
007220         MOVE "    (NONE)" TO WS-RPT-LINE
007230         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007240     END-IF.
007250 4000-EXIT.
007260     EXIT.
007270*
007280*============================================================*
007290*    4100-CHECK-ONE-ENTRY - REPORT ONE ENTRY IF ITS MEMBER IS*
007300*                  GONE.  A BASELINE RUN RETIRES THE ENTRY   *
007310*============================================================*
007320 4100-CHECK-ONE-ENTRY.
007330     IF WS-MF-SEEN(WS-MX) OR WS-MF-RETIRED(WS-MX)
007340         GO TO 4100-EXIT
007350     END-IF
007360     ADD 1 TO WS-TOT-SECTION
007370     MOVE WS-MX              TO WS-FOUND-X
007380     MOVE WS-MF-NAME(WS-MX)  TO WS-LIB-MEMBER
007390     MOVE WS-MF-TYPE(WS-MX)  TO WS-LIB-TYPE
007400     MOVE SPACES             TO WS-DTL-LINE
007410     MOVE WS-LIB-MEMBER      TO WS-DTL-NAME
007420     MOVE WS-LIB-TYPE        TO WS-DTL-TYPE
007430     PERFORM 3500-EDIT-ENTRY THRU 3500-EXIT
007440     MOVE ZERO TO WS-AUDIT-RECS
007450     IF WS-BASELINE
007460         ADD 1 TO WS-TOT-RETIRED
007470         MOVE "RETIRED FROM MANIFEST" TO WS-DTL-STATUS
007480         MOVE "DEL"             TO WS-NEW-ACTION
007490         MOVE ZERO              TO WS-NEW-RECS
007500         MOVE ZERO              TO WS-NEW-CKSUM
007510         MOVE WS-MF-GEN(WS-MX)  TO WS-NEW-GEN
007520         PERFORM 5500-WRITE-MANIFEST THRU 5500-EXIT
007530         MOVE "00" TO WS-AUDIT-FST
007540     ELSE
007550         ADD 1 TO WS-TOT-MISSING
007560         MOVE "** MISSING FROM LIBRARY **" TO WS-DTL-STATUS
007570         MOVE "MS" TO WS-AUDIT-FST
007580     END-IF
007590     MOVE WS-DTL-LINE TO WS-RPT-LINE
007600     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
007610     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
007620 4100-EXIT.
007630     EXIT.
007640*
007650*============================================================*
007660*    5000-WRITE-AUDIT - APPEND ONE LINE FOR THE CURRENT      *
007670*                  MEMBER TO THE SHARED ACCESS LOG, IN THE   *
007680*                  LAYOUT LIB001 WRITES, SO AUD001 SEES EVERY*
007690*                  EXCEPTION (FST=CK, NM, MS) AND BASELINE   *
007700*                  ENTRY                                     *
007710*============================================================*
007720 5000-WRITE-AUDIT.
007730     OPEN EXTEND AUDIT
007740     IF WS-AST-NOTFOUND
007750         OPEN OUTPUT AUDIT
007760     END-IF
007770     MOVE WS-AUDIT-RECS TO WS-AUDIT-RECS-ED
007780     MOVE SPACES TO AUDIT-RECORD
007790     STRING "VRF001 "        DELIMITED BY SIZE
007800            WS-RUN-USER      DELIMITED BY SPACE
007810            " JOB="          DELIMITED BY SIZE
007820            WS-RUN-JOB       DELIMITED BY SPACE
007830            " MEMBER="       DELIMITED BY SIZE
007840            WS-LIB-MEMBER    DELIMITED BY SPACE
007850            " "              DELIMITED BY SIZE
007860            WS-RUN-DATE-ED   DELIMITED BY SIZE
007870            " "              DELIMITED BY SIZE
007880            WS-RUN-TIME-ED   DELIMITED BY SIZE
007890            " RECS="         DELIMITED BY SIZE
007900            WS-AUDIT-RECS-ED DELIMITED BY SIZE
007910            " FST="          DELIMITED BY SIZE
007920            WS-AUDIT-FST     DELIMITED BY SIZE
007930         INTO AUDIT-RECORD
007940     END-STRING
007950     WRITE AUDIT-RECORD
007960     CLOSE AUDIT.
007970 5000-EXIT.
007980     EXIT.
007990*
008000*============================================================*
008010*    5500-WRITE-MANIFEST - APPEND A BASELINE (BAS) OR RETIRE *
008020*                  (DEL) ENTRY FOR THE CURRENT MEMBER        *
008030*============================================================*
008040 5500-WRITE-MANIFEST.
008050     OPEN EXTEND MANF
008060     IF WS-MST-NOTFOUND
008070         OPEN OUTPUT MANF
008080     END-IF
008090     IF NOT WS-MST-OK
008100         MOVE SPACES TO WS-ABEND-MESSAGE
008110         STRING "MANIFEST OPEN FAILED - STATUS = "
008120                    DELIMITED BY SIZE
008130                MST DELIMITED BY SIZE
008140             INTO WS-ABEND-MESSAGE
008150         END-STRING
008160         PERFORM 9900-ABEND THRU 9900-EXIT
008170     END-IF
008180     MOVE SPACES            TO LIBMAN-RECORD
008190     MOVE WS-LIB-MEMBER     TO LIBMAN-MEMBER
008200     MOVE WS-LIB-TYPE       TO LIBMAN-TYPE
008210     MOVE WS-NEW-ACTION     TO LIBMAN-ACTION
008220     MOVE WS-NEW-RECS       TO LIBMAN-RECORDS
008230     MOVE WS-NEW-CKSUM      TO LIBMAN-CHECKSUM
008240     MOVE WS-RUN-DATE       TO LIBMAN-RUN-DATE
008250     MOVE WS-RUN-TIME(1:6)  TO LIBMAN-RUN-TIME
008260     MOVE WS-NEW-GEN        TO LIBMAN-GEN
008270     MOVE ZERO              TO LIBMAN-FROM-GEN
008280     MOVE WS-RUN-USER       TO LIBMAN-USER
008290     WRITE LIBMAN-RECORD
008300     IF NOT WS-MST-OK
008310         MOVE SPACES TO WS-ABEND-MESSAGE
008320         STRING "MANIFEST WRITE FAILED - STATUS = "
008330                    DELIMITED BY SIZE
008340                MST DELIMITED BY SIZE
008350             INTO WS-ABEND-MESSAGE
008360         END-STRING
008370         CLOSE MANF
008380         PERFORM 9900-ABEND THRU 9900-EXIT
008390     END-IF
008400     CLOSE MANF.
008410 5500-EXIT.
008420     EXIT.
008430*
008440*============================================================*
008450*    6000-PRINT-TOTALS - THE RUN TOTALS AND THE VERDICT      *
008460*============================================================*
008470 6000-PRINT-TOTALS.
008480     COMPUTE WS-TOT-EXCEPTIONS = WS-TOT-CHANGED
008490                               + WS-TOT-UNLISTED
008500                               + WS-TOT-MISSING
008510     MOVE SPACES TO WS-RPT-LINE
008520     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008530     MOVE WS-TOT-MEMBERS TO WS-TOT-ED
008540     MOVE WS-TOT-MATCHED TO WS-TOT-ED-2
008550     MOVE WS-TOT-CHANGED TO WS-TOT-ED-3
008560     MOVE SPACES TO WS-RPT-LINE
008570     STRING "MEMBERS VERIFIED: " DELIMITED BY SIZE
008580            WS-TOT-ED            DELIMITED BY SIZE
008590            "  MATCHED: "        DELIMITED BY SIZE
008600            WS-TOT-ED-2          DELIMITED BY SIZE
008610            "  CHANGED OUTSIDE PROMOTION: "
008620                                 DELIMITED BY SIZE
008630            WS-TOT-ED-3          DELIMITED BY SIZE
008640         INTO WS-RPT-LINE
008650     END-STRING
008660     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008670     MOVE WS-TOT-UNLISTED TO WS-TOT-ED
008680     MOVE WS-TOT-MISSING  TO WS-TOT-ED-2
008690     MOVE SPACES TO WS-RPT-LINE
008700     STRING "NOT IN MANIFEST: "  DELIMITED BY SIZE
008710            WS-TOT-ED            DELIMITED BY SIZE
008720            "  MISSING FROM LIBRARY: "
008730                                 DELIMITED BY SIZE
008740            WS-TOT-ED-2          DELIMITED BY SIZE
008750         INTO WS-RPT-LINE
008760     END-STRING
008770     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008780     IF WS-BASELINE
008790         MOVE WS-TOT-BASELINED TO WS-TOT-ED
008800         MOVE WS-TOT-RETIRED   TO WS-TOT-ED-2
008810         MOVE SPACES TO WS-RPT-LINE
008820         STRING "BASELINED: "    DELIMITED BY SIZE
008830                WS-TOT-ED        DELIMITED BY SIZE
008840                "  RETIRED: "    DELIMITED BY SIZE
008850                WS-TOT-ED-2      DELIMITED BY SIZE
008860             INTO WS-RPT-LINE
008870         END-STRING
008880         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008890     END-IF
008900     MOVE SPACES TO WS-RPT-LINE
008910     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008920     IF WS-TOT-EXCEPTIONS > ZERO
008930         MOVE "** LIBRARY DOES NOT MATCH MANIFEST - HOLD BATCH **"
008940             TO WS-RPT-LINE
008950     ELSE
008960         MOVE "LIBRARY MATCHES MANIFEST" TO WS-RPT-LINE
008970     END-IF
008980     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
008990     CLOSE RPT.
009000 6000-EXIT.
009010     EXIT.
009020*
009030*============================================================*
009040*    2750-WRITE-RPT-LINE - WRITE ONE REPORT LINE, STARTING A *
009050*                  NEW PAGE WHEN THE CURRENT ONE IS FULL     *
009060*============================================================*
009070 2750-WRITE-RPT-LINE.
009080     IF WS-PAGE-NO = ZERO OR WS-LINE-CTR >= WS-LINE-MAX
009090         PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
009100     END-IF
009110     MOVE WS-RPT-LINE TO RPT-RECORD
009120     WRITE RPT-RECORD
009130     ADD 1 TO WS-LINE-CTR.
009140 2750-EXIT.
009150     EXIT.
009160*
009170*============================================================*
009180*    2020-PRINT-HEADERS - WRITE THE PAGE BANNER AND THE      *
009190*                  COLUMN HEADINGS                           *
009200*============================================================*
009210 2020-PRINT-HEADERS.
009220     ADD 1 TO WS-PAGE-NO
009230     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
009240     MOVE SPACES TO RPT-RECORD
009250     STRING "VRF001  LIBRARY INTEGRITY VERIFICATION  "
009260                           DELIMITED BY SIZE
009270            WS-RUN-DATE-ED DELIMITED BY SIZE
009280            " "            DELIMITED BY SIZE
009290            WS-RUN-TIME-ED DELIMITED BY SIZE
009300            "  PAGE "      DELIMITED BY SIZE
009310            WS-PAGE-NO-ED  DELIMITED BY SIZE
009320         INTO RPT-RECORD
009330     END-STRING
009340     WRITE RPT-RECORD
009350     MOVE SPACES TO RPT-RECORD
009360     WRITE RPT-RECORD
009370     MOVE "MEMBER"     TO RPT-RECORD(1:6)
009380     MOVE "TYP"        TO RPT-RECORD(22:3)
009390     MOVE "MAN-RECS"   TO RPT-RECORD(26:8)
009400     MOVE "ACT-RECS"   TO RPT-RECORD(35:8)
009410     MOVE "LAST ENTRY" TO RPT-RECORD(45:10)
009420     MOVE "GEN"        TO RPT-RECORD(61:3)
009430     MOVE "STATUS"     TO RPT-RECORD(68:6)
009440     WRITE RPT-RECORD
009450     MOVE SPACES TO RPT-RECORD
009460     WRITE RPT-RECORD
009470     MOVE ZERO TO WS-LINE-CTR.
009480 2020-EXIT.
009490     EXIT.
009500*
009510*============================================================*
009520*    9000-TERMINATE - DELETE THE STAGED DIRECTORY LISTS AND  *
009530*                  REPORT THE RUN RESULT.  ANY MEMBER        *
009540*                  CHANGED, UNMANIFESTED OR MISSING ENDS THE *
009550*                  RUN WITH RC 8 SO THE SCHEDULER HOLDS THE  *
009560*                  NIGHT                                     *
009570*============================================================*
009580 9000-TERMINATE.
009590     MOVE "rm -f Work/VRF001.LIB Work/VRF001.CPY"
009600         TO WS-SYS-COMMAND
009610     CALL "SYSTEM" USING WS-SYS-COMMAND
009620     MOVE WS-TOT-MEMBERS TO WS-TOT-ED
009630     MOVE WS-TOT-MATCHED TO WS-TOT-ED-2
009640     DISPLAY "VRF001 - MEMBERS VERIFIED: " WS-TOT-ED
009650             "  MATCHED: " WS-TOT-ED-2
009660     MOVE WS-TOT-CHANGED  TO WS-TOT-ED
009670     MOVE WS-TOT-UNLISTED TO WS-TOT-ED-2
009680     MOVE WS-TOT-MISSING  TO WS-TOT-ED-3
009690     DISPLAY "VRF001 - CHANGED: " WS-TOT-ED
009700             "  NOT IN MANIFEST: " WS-TOT-ED-2
009710             "  MISSING: " WS-TOT-ED-3
009720     IF WS-BASELINE
009730         MOVE WS-TOT-BASELINED TO WS-TOT-ED
009740         MOVE WS-TOT-RETIRED   TO WS-TOT-ED-2
009750         DISPLAY "VRF001 - BASELINED: " WS-TOT-ED
009760                 "  RETIRED: " WS-TOT-ED-2
009770     END-IF
009780     IF WS-TOT-EXCEPTIONS > ZERO
009790         DISPLAY "VRF001 - LIBRARY DOES NOT MATCH MANIFEST"
009800         MOVE 8 TO RETURN-CODE
009810     END-IF.
009820 9000-EXIT.
009830     EXIT.
009840*
009850*============================================================*
009860*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE*
009870*============================================================*
009880 9900-ABEND.
009890     DISPLAY "VRF001 - ABNORMAL TERMINATION"
009900     DISPLAY "VRF001 - " WS-ABEND-MESSAGE
009910     MOVE 16 TO RETURN-CODE
009920     STOP RUN.
009930 9900-EXIT.
009940     EXIT.
