000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMP001.
000030 AUTHOR.        R DUNNE.
000040 INSTALLATION.  APPLICATIONS LIBRARY SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*10/15/26  RD  NEW PROGRAM.  CHANGE IMPACT ANALYSIS.  THE
000110*              COPYBOOK OR PROGRAM NAMED ON THE PARM (NAME=)
000120*              IS TRACED THROUGH THE WHOLE SOURCE LIBRARY:
000130*              EVERY MEMBER THAT COPIES THE COPYBOOK (DETECTED
000140*              AS CPY001 DOES IT), EVERY PROGRAM THAT CALLS AN
000150*              AFFECTED MEMBER, FOLLOWED UP THE CALL CHAIN
000160*              UNTIL NO NEW CALLER TURNS UP (LITERAL TARGETS
000170*              ONLY, AS CAL001 DETECTS THEM), EVERY DATA FILE
000180*              THE AFFECTED PROGRAMS NAME IN A PATH LITERAL,
000190*              AND EVERY Control/*.STR STREAM STEP AND
000200*              Control/*.CTL ENTRY THAT NAMES ONE OF THEM.
000210*              EACH COPYING MEMBER SHOWS ITS LATEST LIB001
000220*              PROMOTION OR RST001 RESTORE FROM THE ACCESS LOG
000230*              (LIVE AND LOG001 MONTHLY ARCHIVES) AND IS
000240*              FLAGGED ** RECOMPILE ** WHEN THAT IS OLDER THAN
000250*              THE COPYBOOK'S OWN PROMOTION (LIB001 TYPE=CPY).
000260*              ANY RECOMPILE FLAG ENDS THE RUN WITH RC 4.
000270*              DIRECTORY LISTS ARE STAGED IN THE WORK LIBRARY
000280*              AND DELETED AT END OF RUN.
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT F1  ASSIGN TO DYNAMIC WS-MEMBER-PATH
000370                ORGANIZATION IS LINE SEQUENTIAL
000380                FILE STATUS  IS FST.
000390     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000400                ORGANIZATION IS LINE SEQUENTIAL
000410                FILE STATUS  IS RST.
000420     SELECT DIRL ASSIGN TO DYNAMIC WS-DIRL-PATH
000430                ORGANIZATION IS LINE SEQUENTIAL
000440                FILE STATUS  IS DST.
000450     SELECT LOGF ASSIGN TO DYNAMIC WS-LOG-PATH
000460                ORGANIZATION IS LINE SEQUENTIAL
000470                FILE STATUS  IS GST.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520 FD  F1
000530     LABEL RECORDS ARE STANDARD.
000540 01  F1R.
000550     05  F1R-TEXT           PIC X(72).
000560     05  F1R-SEQNO          PIC X(08).
000570*
000580 FD  RPT
000590     LABEL RECORDS ARE STANDARD.
000600 01  RPT-RECORD             PIC X(100).
000610*
000620 FD  DIRL
000630     LABEL RECORDS ARE STANDARD.
000640 01  DIRL-RECORD            PIC X(64).
000650*
000660 FD  LOGF
000670     LABEL RECORDS ARE STANDARD.
000680 01  LOG-RECORD             PIC X(100).
000690*
000700 WORKING-STORAGE SECTION.
000710*
000720*    FILE STATUS AND SWITCHES
000730*
000740 01  WS-FILE-STATUS.
000750     05  FST                PIC X(02)  VALUE "00".
000760         88  WS-FST-OK                 VALUE "00".
000770         88  WS-FST-EOF                VALUE "10".
000780*
000790 01  WS-RPT-STATUS.
000800     05  RST                PIC X(02)  VALUE "00".
000810*
000820 01  WS-DIRL-STATUS.
000830     05  DST                PIC X(02)  VALUE "00".
000840         88  WS-DST-OK                 VALUE "00".
000850         88  WS-DST-EOF                VALUE "10".
000860*
000870 01  WS-LOG-STATUS.
000880     05  GST                PIC X(02)  VALUE "00".
000890         88  WS-GST-OK                 VALUE "00".
000900         88  WS-GST-EOF                VALUE "10".
000910*
000920 01  WS-MEMBER-PATH         PIC X(64)  VALUE SPACES.
000930 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
000940 01  WS-DIRL-PATH           PIC X(64)  VALUE SPACES.
000950 01  WS-LOG-PATH            PIC X(64)  VALUE SPACES.
000960*
000970 01  WS-PAGE-CTL.
000980     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
000990     05  WS-PAGE-NO-ED      PIC ZZZ9.
001000     05  WS-LINE-CTR        PIC 9(03)  COMP VALUE ZERO.
001010     05  WS-LINE-MAX        PIC 9(03)  COMP VALUE 55.
001020*
001030*    RUN DATE/TIME STAMP
001040*
001050 01  WS-RUN-DATE.
001060     05  WS-RUN-YYYY        PIC 9(04).
001070     05  WS-RUN-MM          PIC 9(02).
001080     05  WS-RUN-DD          PIC 9(02).
001090 01  WS-RUN-TIME.
001100     05  WS-RUN-HH          PIC 9(02).
001110     05  WS-RUN-MN          PIC 9(02).
001120     05  WS-RUN-SS          PIC 9(02).
001130     05  WS-RUN-HS          PIC 9(02).
001140 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
001150 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
001160*
001170*    RUN PARM WORK AREAS
001180*
001190 01  WS-PARM-AREA.
001200     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
001210*
001220 01  WS-PARM-TOKENS.
001230     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
001240     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
001250 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
001260*
001270*    THE NAME UNDER ANALYSIS
001280*
001290 01  WS-IMP-NAME            PIC X(20)  VALUE SPACES.
001300 01  WS-IMP-KIND            PIC X(01)  VALUE SPACE.
001310     88  WS-IMP-COPYBOOK               VALUE "C".
001320     88  WS-IMP-PROGRAM                VALUE "P".
001330 01  WS-IMP-PROMO           PIC X(14)  VALUE SPACES.
001340*
001350*    SOURCE LIBRARY MEMBER TABLE.  WS-MB-IMPACT SAYS WHY A
001360*    MEMBER IS AFFECTED: N = THE NAMED PROGRAM, C = COPIES THE
001370*    NAMED COPYBOOK, K = CALLS AN AFFECTED MEMBER.  WS-MB-PROMO
001380*    IS THE LATEST PROMOTION AS YYYYMMDDHHMMSS
001390*
001400 01  WS-MEMBER-TABLE.
001410     05  WS-MB-CNT          PIC 9(03)  COMP VALUE ZERO.
001420     05  WS-MB-ENTRY   OCCURS 200 TIMES.
001430         10  WS-MB-NAME     PIC X(20).
001440         10  WS-MB-IMPACT   PIC X(01).
001450             88  WS-MB-NAMED           VALUE "N".
001460             88  WS-MB-COPIER          VALUE "C".
001470             88  WS-MB-CALLER          VALUE "K".
001480             88  WS-MB-UNAFFECTED      VALUE SPACE.
001490         10  WS-MB-VIA      PIC X(20).
001500         10  WS-MB-LEVEL    PIC 9(03)  COMP.
001510         10  WS-MB-PROMO    PIC X(14).
001520*
001530 01  WS-MX                  PIC 9(03)  COMP VALUE ZERO.
001540 01  WS-NX                  PIC 9(03)  COMP VALUE ZERO.
001550 01  WS-CALLEE-X            PIC 9(03)  COMP VALUE ZERO.
001560 01  WS-CALLER-X            PIC 9(03)  COMP VALUE ZERO.
001570*
001580*    CALLER/CALLEE PAIR TABLE (LITERAL TARGETS ONLY)
001590*
001600 01  WS-PAIR-TABLE.
001610     05  WS-PT-CNT          PIC 9(03)  COMP VALUE ZERO.
001620     05  WS-PT-ENTRY   OCCURS 600 TIMES.
001630         10  WS-PT-CALLER   PIC X(20).
001640         10  WS-PT-CALLEE   PIC X(30).
001650*
001660 01  WS-PX                  PIC 9(03)  COMP VALUE ZERO.
001670 01  WS-HIT-SW              PIC X(01)  VALUE "N".
001680     88  WS-HIT                        VALUE "Y".
001690 01  WS-ADDED-SW            PIC X(01)  VALUE "Y".
001700     88  WS-CALLER-ADDED               VALUE "Y".
001710 01  WS-LEVEL               PIC 9(03)  COMP VALUE ZERO.
001720 01  WS-MAX-LEVEL           PIC 9(03)  COMP VALUE ZERO.
001730 01  WS-LEVEL-ED            PIC ZZ9.
001740*
001750*    COPY- AND CALL-STATEMENT SCAN WORK AREAS (AS IN LST001)
001760*
001770 01  WS-SCAN-POS             PIC 9(03) VALUE ZERO.
001780 01  WS-QUOTE-CNT            PIC 9(03) COMP VALUE ZERO.
001790 01  WS-QUOTE-QUOT           PIC 9(03) COMP VALUE ZERO.
001800 01  WS-QUOTE-REM            PIC 9(01) COMP VALUE ZERO.
001810 01  WS-LITERAL-SW           PIC X(01) VALUE "N".
001820     88  WS-IN-LITERAL                VALUE "Y".
001830*
001840 01  WS-COPY-WORK.
001850     05  WS-COPY-POS        PIC 9(03)  VALUE ZERO.
001860     05  WS-COPY-LEN        PIC 9(03)  VALUE ZERO.
001870     05  WS-COPY-MEMBER-RAW PIC X(67)  VALUE SPACES.
001880     05  WS-COPY-MEMBER     PIC X(20)  VALUE SPACES.
001890*
001900 01  WS-CALL-WORK.
001910     05  WS-CALL-POS        PIC 9(03)  VALUE ZERO.
001920     05  WS-CALL-LEN        PIC 9(03)  VALUE ZERO.
001930     05  WS-CALL-RAW        PIC X(67)  VALUE SPACES.
001940     05  WS-CALL-TARGET     PIC X(30)  VALUE SPACES.
001950*
001960*    PATH-LITERAL SCAN WORK AREAS.  A SOURCE LINE IS SPLIT AT
001970*    ITS QUOTE MARKS - THE EVEN-NUMBERED PIECES ARE THE
001980*    LITERALS.  A LITERAL OF THE FORM DIRECTORY/NAME.EXT WITH
001990*    NO EMBEDDED BLANK IS TAKEN AS A FILE THE PROGRAM OPENS
002000*
002010 01  WS-LIT-TABLE.
002020     05  WS-LIT-PART   OCCURS 9 TIMES PIC X(60).
002030     05  WS-LIT-CNT         PIC 9(02)  COMP VALUE ZERO.
002040 01  WS-LX                  PIC 9(02)  COMP VALUE ZERO.
002050 01  WS-LIT-LEN             PIC 9(02)  COMP VALUE ZERO.
002060 01  WS-LIT-DOTS            PIC 9(02)  COMP VALUE ZERO.
002070 01  WS-LIT-DIR             PIC X(20)  VALUE SPACES.
002080 01  WS-LIT-FILE            PIC X(40)  VALUE SPACES.
002090*
002100 01  WS-FILE-TABLE.
002110     05  WS-FL-CNT          PIC 9(03)  COMP VALUE ZERO.
002120     05  WS-FL-PATH    OCCURS 50 TIMES PIC X(60).
002130 01  WS-FX                  PIC 9(03)  COMP VALUE ZERO.
002140*
002150*    DIRECTORY-LIST NAME SPLITTING
002160*
002170 01  WS-DIR-NAME            PIC X(20)  VALUE SPACES.
002180 01  WS-DIR-EXT             PIC X(08)  VALUE SPACES.
002190*
002200*    ACCESS LOG LINE PARSING WORK AREAS (AS IN AUD001)
002210*
002220 01  WS-LOG-TOKENS.
002230     05  WS-LOG-TOK    OCCURS 12 TIMES PIC X(30).
002240     05  WS-LOG-TOK-CNT     PIC 9(02)  COMP VALUE ZERO.
002250 01  WS-GX                  PIC 9(02)  COMP VALUE ZERO.
002260*
002270 01  WS-LOG-FIELDS.
002280     05  WS-LOG-PROG        PIC X(08).
002290     05  WS-LOG-MEMBER      PIC X(20).
002300     05  WS-LOG-DATE        PIC X(10).
002310     05  WS-LOG-TIME        PIC X(08).
002320     05  WS-LOG-FST         PIC X(02).
002330 01  WS-SLASH-CNT           PIC 9(02)  COMP VALUE ZERO.
002340 01  WS-COLON-CNT           PIC 9(02)  COMP VALUE ZERO.
002350*
002360 01  WS-PROMO-KEY           PIC X(14)  VALUE SPACES.
002370 01  WS-PROMO-ED            PIC X(19)  VALUE SPACES.
002380*
002390*    CURRENT MEMBER / CONTROL FILE STATE
002400*
002410 01  WS-LIB-MEMBER          PIC X(20)  VALUE SPACES.
002420 01  WS-CTL-NAME            PIC X(20)  VALUE SPACES.
002430 01  WS-CTL-EXT             PIC X(08)  VALUE SPACES.
002440 01  WS-STEP-NO             PIC 9(03)  COMP VALUE ZERO.
002450 01  WS-STEP-NO-ED          PIC 9(03).
002460*
002470*    RUN TOTALS
002480*
002490 01  WS-RUN-TOTALS.
002500     05  WS-TOT-MEMBERS     PIC 9(03)  COMP VALUE ZERO.
002510     05  WS-TOT-COPIERS     PIC 9(03)  COMP VALUE ZERO.
002520     05  WS-TOT-CALLERS     PIC 9(03)  COMP VALUE ZERO.
002530     05  WS-TOT-RECOMPILE   PIC 9(03)  COMP VALUE ZERO.
002540     05  WS-TOT-FILES       PIC 9(03)  COMP VALUE ZERO.
002550     05  WS-TOT-STEPS       PIC 9(03)  COMP VALUE ZERO.
002560     05  WS-TOT-CTL-ENTRIES PIC 9(03)  COMP VALUE ZERO.
002570 01  WS-TOT-ED              PIC ZZ9.
002580 01  WS-TOT-ED-2            PIC ZZ9.
002590 01  WS-TOT-ED-3            PIC ZZ9.
002600*
002610*    SHELL COMMAND WORK AREA
002620*
002630 01  WS-SYS-COMMAND         PIC X(80)  VALUE SPACES.
002640*
002650*    REPORT LINE WORK AREA
002660*
002670 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
002680*
002690*    ABEND MESSAGE WORK AREA
002700*
002710 01  WS-ABEND-MESSAGE       PIC X(80)  VALUE SPACES.
002720*
002730 PROCEDURE DIVISION.
002740*
002750*============================================================*
002760*    0000-MAINLINE                                           *
002770*============================================================*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002800     PERFORM 2000-LIST-LIBRARY    THRU 2000-EXIT
002810     PERFORM 2200-LIST-COPYBOOKS  THRU 2200-EXIT
002820     PERFORM 3000-SCAN-MEMBERS    THRU 3000-EXIT
002830     PERFORM 4000-FOLLOW-CALLERS  THRU 4000-EXIT
002840     PERFORM 5000-LOAD-PROMOTIONS THRU 5000-EXIT
002850     PERFORM 6000-PRINT-REPORT    THRU 6000-EXIT
002860     PERFORM 9000-TERMINATE       THRU 9000-EXIT
002870     STOP RUN.
002880*
002890*============================================================*
002900*    1000-INITIALIZE - ACCEPT AND PARSE THE PARM, TIMESTAMP  *
002910*                  AND THE WORK LIBRARY                      *
002920*============================================================*
002930 1000-INITIALIZE.
002940     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002950     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002960     IF WS-IMP-NAME = SPACES
002970         MOVE "NO NAME= PARM SUPPLIED" TO WS-ABEND-MESSAGE
002980         PERFORM 9900-ABEND THRU 9900-EXIT
002990     END-IF
003000     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
003010     MOVE "mkdir -p Work" TO WS-SYS-COMMAND
003020     CALL "SYSTEM" USING WS-SYS-COMMAND
003030     MOVE "Reports/IMP001.RPT" TO WS-RPT-PATH.
003040 1000-EXIT.
003050     EXIT.
003060*
003070*============================================================*
003080*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED   *
003090*                  TOKENS AND CLASSIFY EACH ONE              *
003100*============================================================*
003110 1100-PARSE-PARM.
003120     MOVE SPACES TO WS-PARM-TOKENS
003130     MOVE ZERO   TO WS-TOK-COUNT
003140     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
003150         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
003160              WS-PARM-TOK(03) WS-PARM-TOK(04)
003170              WS-PARM-TOK(05) WS-PARM-TOK(06)
003180              WS-PARM-TOK(07) WS-PARM-TOK(08)
003190              WS-PARM-TOK(09) WS-PARM-TOK(10)
003200         TALLYING IN WS-TOK-COUNT
003210     END-UNSTRING
003220     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
003230         VARYING WS-TOK-IDX FROM 1 BY 1
003240             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
003250 1100-EXIT.
003260     EXIT.
003270*
003280*============================================================*
003290*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD        *
003300*============================================================*
003310 1110-CLASSIFY-TOKEN.
003320     IF WS-PARM-TOK(WS-TOK-IDX)(1:5) = "NAME="
003330         IF WS-PARM-TOK(WS-TOK-IDX)(26:1) NOT = SPACE
003340             MOVE "NAME= VALUE TOO LONG - MAX 20 CHARACTERS"
003350                 TO WS-ABEND-MESSAGE
003360             PERFORM 9900-ABEND THRU 9900-EXIT
003370         END-IF
003380         MOVE WS-PARM-TOK(WS-TOK-IDX)(6:20) TO WS-IMP-NAME
003390     END-IF.
003400 1110-EXIT.
003410     EXIT.
003420*
003430*============================================================*
003440*    1200-GET-TIMESTAMP - CAPTURE AND EDIT THE RUN DATE/TIME *
003450*============================================================*
003460 1200-GET-TIMESTAMP.
003470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003480     ACCEPT WS-RUN-TIME FROM TIME
003490     STRING WS-RUN-MM DELIMITED BY SIZE
003500            "/"        DELIMITED BY SIZE
003510            WS-RUN-DD  DELIMITED BY SIZE
003520            "/"        DELIMITED BY SIZE
003530            WS-RUN-YYYY DELIMITED BY SIZE
003540         INTO WS-RUN-DATE-ED
003550     END-STRING
003560     STRING WS-RUN-HH DELIMITED BY SIZE
003570            ":"        DELIMITED BY SIZE
003580            WS-RUN-MN  DELIMITED BY SIZE
003590            ":"        DELIMITED BY SIZE
003600            WS-RUN-SS  DELIMITED BY SIZE
003610         INTO WS-RUN-TIME-ED
003620     END-STRING.
003630 1200-EXIT.
003640     EXIT.
003650*
003660*============================================================*
003670*    2000-LIST-LIBRARY - STAGE A DIRECTORY LIST OF THE SOURCE*
003680*                  LIBRARY AND TABLE EVERY .CBL MEMBER NAME. *
003690*                  THE NAMED PROGRAM, IF IT IS ONE, IS MARKED*
003700*============================================================*
003710 2000-LIST-LIBRARY.
003720     MOVE "ls Library > Work/IMP001.LIB"
003730         TO WS-SYS-COMMAND
003740     CALL "SYSTEM" USING WS-SYS-COMMAND
003750     MOVE "Work/IMP001.LIB" TO WS-DIRL-PATH
003760     OPEN INPUT DIRL
003770     IF NOT WS-DST-OK
003780         MOVE "UNABLE TO OPEN LIBRARY DIRECTORY LIST"
003790             TO WS-ABEND-MESSAGE
003800         PERFORM 9900-ABEND THRU 9900-EXIT
003810     END-IF
003820     PERFORM UNTIL WS-DST-EOF
003830         READ DIRL
003840             AT END
003850                 CONTINUE
003860             NOT AT END
003870                 PERFORM 2100-TABLE-ONE-MEMBER THRU 2100-EXIT
003880         END-READ
003890     END-PERFORM
003900     CLOSE DIRL.
003910 2000-EXIT.
003920     EXIT.
003930*
003940*============================================================*
003950*    2100-TABLE-ONE-MEMBER - KEEP ONE .CBL DIRECTORY ENTRY   *
003960*============================================================*
003970 2100-TABLE-ONE-MEMBER.
003980     MOVE SPACES TO WS-DIR-NAME
003990     MOVE SPACES TO WS-DIR-EXT
004000     UNSTRING DIRL-RECORD DELIMITED BY "."
004010         INTO WS-DIR-NAME WS-DIR-EXT
004020     END-UNSTRING
004030     IF WS-DIR-EXT NOT = "CBL"
004040         GO TO 2100-EXIT
004050     END-IF
004060     IF WS-MB-CNT >= 200
004070         MOVE "MEMBER TABLE OVERFLOW - MAX 200"
004080             TO WS-ABEND-MESSAGE
004090         CLOSE DIRL
004100         PERFORM 9900-ABEND THRU 9900-EXIT
004110     END-IF
004120     ADD 1 TO WS-MB-CNT
004130     MOVE WS-DIR-NAME TO WS-MB-NAME(WS-MB-CNT)
004140     MOVE SPACE       TO WS-MB-IMPACT(WS-MB-CNT)
004150     MOVE SPACES      TO WS-MB-VIA(WS-MB-CNT)
004160     MOVE ZERO        TO WS-MB-LEVEL(WS-MB-CNT)
004170     MOVE SPACES      TO WS-MB-PROMO(WS-MB-CNT)
004180     IF WS-DIR-NAME = WS-IMP-NAME
004190         MOVE "P" TO WS-IMP-KIND
004200         MOVE "N" TO WS-MB-IMPACT(WS-MB-CNT)
004210     END-IF.
004220 2100-EXIT.
004230     EXIT.
004240*
004250*============================================================*
004260*    2200-LIST-COPYBOOKS - IF THE NAME IS NOT A PROGRAM, LOOK*
004270*                  FOR IT IN THE COPYBOOK LIBRARY.  A NAME IN*
004280*                  NEITHER LIBRARY ENDS THE RUN              *
004290*============================================================*
004300 2200-LIST-COPYBOOKS.
004310     IF WS-IMP-PROGRAM
004320         GO TO 2200-EXIT
004330     END-IF
004340     MOVE "ls Copybooks > Work/IMP001.CPY"
004350         TO WS-SYS-COMMAND
004360     CALL "SYSTEM" USING WS-SYS-COMMAND
004370     MOVE "Work/IMP001.CPY" TO WS-DIRL-PATH
004380     OPEN INPUT DIRL
004390     IF NOT WS-DST-OK
004400         MOVE "UNABLE TO OPEN COPYBOOK DIRECTORY LIST"
004410             TO WS-ABEND-MESSAGE
004420         PERFORM 9900-ABEND THRU 9900-EXIT
004430     END-IF
004440     PERFORM UNTIL WS-DST-EOF
004450         READ DIRL
004460             AT END
004470                 CONTINUE
004480             NOT AT END
004490                 PERFORM 2210-CHECK-ONE-COPYBOOK THRU 2210-EXIT
004500         END-READ
004510     END-PERFORM
004520     CLOSE DIRL
004530     IF NOT WS-IMP-COPYBOOK
004540         MOVE SPACES TO WS-ABEND-MESSAGE
004550         STRING WS-IMP-NAME DELIMITED BY SPACE
004560                " IS NOT IN THE SOURCE OR COPYBOOK LIBRARY"
004570                            DELIMITED BY SIZE
004580             INTO WS-ABEND-MESSAGE
004590         END-STRING
004600         PERFORM 9900-ABEND THRU 9900-EXIT
004610     END-IF.
004620 2200-EXIT.
004630     EXIT.
004640*
004650*============================================================*
004660*    2210-CHECK-ONE-COPYBOOK - IS THIS DIRECTORY ENTRY THE   *
004670*                  NAMED COPYBOOK?                           *
004680*============================================================*
004690 2210-CHECK-ONE-COPYBOOK.
004700     MOVE SPACES TO WS-DIR-NAME
004710     MOVE SPACES TO WS-DIR-EXT
004720     UNSTRING DIRL-RECORD DELIMITED BY "."
004730         INTO WS-DIR-NAME WS-DIR-EXT
004740     END-UNSTRING
004750     IF WS-DIR-EXT = "CPY"
004760        AND WS-DIR-NAME = WS-IMP-NAME
004770         MOVE "C" TO WS-IMP-KIND
004780     END-IF.
004790 2210-EXIT.
004800     EXIT.
004810*
004820*============================================================*
004830*    3000-SCAN-MEMBERS - SCAN EVERY TABLED MEMBER FOR COPY   *
004840*                  AND CALL STATEMENTS                       *
004850*============================================================*
004860 3000-SCAN-MEMBERS.
004870     PERFORM 3100-SCAN-ONE-MEMBER THRU 3100-EXIT
004880         VARYING WS-MX FROM 1 BY 1
004890             UNTIL WS-MX > WS-MB-CNT.
004900 3000-EXIT.
004910     EXIT.
004920*
004930*============================================================*
004940*    3100-SCAN-ONE-MEMBER - READ ONE MEMBER END TO END       *
004950*============================================================*
004960 3100-SCAN-ONE-MEMBER.
004970     MOVE WS-MB-NAME(WS-MX) TO WS-LIB-MEMBER
004980     PERFORM 3150-OPEN-MEMBER THRU 3150-EXIT
004990     ADD 1 TO WS-TOT-MEMBERS
005000     PERFORM UNTIL WS-FST-EOF
005010         READ F1
005020             AT END
005030                 CONTINUE
005040             NOT AT END
005050                 PERFORM 3200-SCAN-ONE-LINE THRU 3200-EXIT
005060         END-READ
005070     END-PERFORM
005080     CLOSE F1.
005090 3100-EXIT.
005100     EXIT.
005110*
005120*============================================================*
005130*    3150-OPEN-MEMBER - OPEN THE SOURCE LIBRARY MEMBER NAMED *
005140*                  IN WS-LIB-MEMBER ON F1                    *
005150*============================================================*
005160 3150-OPEN-MEMBER.
005170     MOVE SPACES TO WS-MEMBER-PATH
005180     STRING "Library/"    DELIMITED BY SIZE
005190            WS-LIB-MEMBER DELIMITED BY SPACE
005200            ".CBL"        DELIMITED BY SIZE
005210         INTO WS-MEMBER-PATH
005220     END-STRING
005230     OPEN INPUT F1
005240     IF NOT WS-FST-OK
005250         MOVE SPACES TO WS-ABEND-MESSAGE
005260         STRING "UNABLE TO OPEN MEMBER " DELIMITED BY SIZE
005270                WS-LIB-MEMBER            DELIMITED BY SPACE
005280                " - FILE STATUS = "      DELIMITED BY SIZE
005290                FST                      DELIMITED BY SIZE
005300             INTO WS-ABEND-MESSAGE
005310         END-STRING
005320         PERFORM 9900-ABEND THRU 9900-EXIT
005330     END-IF.
005340 3150-EXIT.
005350     EXIT.
005360*
005370*============================================================*
005380*    3200-SCAN-ONE-LINE - DETECT A COPY OF THE NAMED COPYBOOK*
005390*                  OR A CALL STATEMENT ON ONE CLEANLY READ   *
005400*                  SOURCE LINE.  COMMENT LINES ARE PASSED    *
005410*                  OVER                                      *
005420*============================================================*
005430 3200-SCAN-ONE-LINE.
005440     PERFORM 3250-CHECK-READ THRU 3250-EXIT
005450     IF F1R-TEXT(7:1) = "*"
005460         GO TO 3200-EXIT
005470     END-IF
005480     IF WS-IMP-COPYBOOK
005490         PERFORM 3300-CHECK-COPY THRU 3300-EXIT
005500     END-IF
005510     PERFORM 3400-CHECK-CALL THRU 3400-EXIT.
005520 3200-EXIT.
005530     EXIT.
005540*
005550*============================================================*
005560*    3250-CHECK-READ - A READ ON F1 THAT DID NOT SIGNAL END  *
005570*                  OF FILE MUST HAVE COME BACK CLEAN         *
005580*============================================================*
005590 3250-CHECK-READ.
005600     IF NOT WS-FST-OK
005610         MOVE SPACES TO WS-ABEND-MESSAGE
005620         STRING "I/O ERROR READING " DELIMITED BY SIZE
005630                WS-MEMBER-PATH       DELIMITED BY SPACE
005640                " - FILE STATUS = "  DELIMITED BY SIZE
005650                FST                  DELIMITED BY SIZE
005660             INTO WS-ABEND-MESSAGE
005670         END-STRING
005680         CLOSE F1
005690         PERFORM 9900-ABEND THRU 9900-EXIT
005700     END-IF.
005710 3250-EXIT.
005720     EXIT.
005730*
005740*============================================================*
005750*    2160-CHECK-IN-LITERAL - IS THE POSITION IN WS-SCAN-POS  *
005760*                  INSIDE A QUOTED STRING LITERAL?  COUNTS   *
005770*                  QUOTE MARKS AHEAD OF IT - AN ODD COUNT    *
005780*                  MEANS ONE IS STILL OPEN AT THIS POINT     *
005790*============================================================*
005800 2160-CHECK-IN-LITERAL.
005810     MOVE "N" TO WS-LITERAL-SW
005820     IF WS-SCAN-POS > 0
005830         MOVE ZERO TO WS-QUOTE-CNT
005840         INSPECT F1R-TEXT(1:WS-SCAN-POS) TALLYING WS-QUOTE-CNT
005850             FOR ALL QUOTE
005860         DIVIDE WS-QUOTE-CNT BY 2 GIVING WS-QUOTE-QUOT
005870             REMAINDER WS-QUOTE-REM
005880         IF WS-QUOTE-REM NOT = ZERO
005890             SET WS-IN-LITERAL TO TRUE
005900         END-IF
005910     END-IF.
005920 2160-EXIT.
005930     EXIT.
005940*
005950*============================================================*
005960*    3300-CHECK-COPY - A COPY OF THE NAMED COPYBOOK MARKS THE*
005970*                  MEMBER AS A COPIER                        *
005980*============================================================*
005990 3300-CHECK-COPY.
006000     MOVE ZERO TO WS-COPY-POS
006010     INSPECT F1R-TEXT TALLYING WS-COPY-POS
006020         FOR CHARACTERS BEFORE INITIAL "COPY "
006030     IF WS-COPY-POS >= 72
006040         GO TO 3300-EXIT
006050     END-IF
006060     IF WS-COPY-POS > 0
006070        AND F1R-TEXT(WS-COPY-POS:1) NOT = SPACE
006080         GO TO 3300-EXIT
006090     END-IF
006100     MOVE WS-COPY-POS TO WS-SCAN-POS
006110     PERFORM 2160-CHECK-IN-LITERAL THRU 2160-EXIT
006120     IF WS-IN-LITERAL
006130         GO TO 3300-EXIT
006140     END-IF
006150     MOVE SPACES TO WS-COPY-MEMBER-RAW
006160     MOVE SPACES TO WS-COPY-MEMBER
006170     COMPUTE WS-COPY-LEN = 72 - WS-COPY-POS - 5
006180     MOVE F1R-TEXT(WS-COPY-POS + 6: WS-COPY-LEN)
006190         TO WS-COPY-MEMBER-RAW
006200     UNSTRING WS-COPY-MEMBER-RAW DELIMITED BY SPACE OR "."
006210         INTO WS-COPY-MEMBER
006220     END-UNSTRING
006230     IF WS-COPY-MEMBER = WS-IMP-NAME
006240        AND WS-MB-UNAFFECTED(WS-MX)
006250         MOVE "C"         TO WS-MB-IMPACT(WS-MX)
006260         MOVE WS-IMP-NAME TO WS-MB-VIA(WS-MX)
006270         ADD 1 TO WS-TOT-COPIERS
006280     END-IF.
006290 3300-EXIT.
006300     EXIT.
006310*
006320*============================================================*
006330*    3400-CHECK-CALL - TABLE A CALL TO A LITERAL PROGRAM     *
006340*                  NAME. AN IDENTIFIER TARGET IS ONLY KNOWN  *
006350*                  AT RUN TIME AND CANNOT BE FOLLOWED        *
006360*============================================================*
006370 3400-CHECK-CALL.
006380     MOVE ZERO TO WS-CALL-POS
006390     INSPECT F1R-TEXT TALLYING WS-CALL-POS
006400         FOR CHARACTERS BEFORE INITIAL "CALL "
006410     IF WS-CALL-POS >= 72
006420         GO TO 3400-EXIT
006430     END-IF
006440     IF WS-CALL-POS > 0
006450        AND F1R-TEXT(WS-CALL-POS:1) NOT = SPACE
006460         GO TO 3400-EXIT
006470     END-IF
006480     MOVE WS-CALL-POS TO WS-SCAN-POS
006490     PERFORM 2160-CHECK-IN-LITERAL THRU 2160-EXIT
006500     IF WS-IN-LITERAL
006510         GO TO 3400-EXIT
006520     END-IF
006530     MOVE SPACES TO WS-CALL-RAW
006540     MOVE SPACES TO WS-CALL-TARGET
006550     COMPUTE WS-CALL-LEN = 72 - WS-CALL-POS - 5
006560     IF WS-CALL-LEN < 2
006570         GO TO 3400-EXIT
006580     END-IF
006590     MOVE F1R-TEXT(WS-CALL-POS + 6: WS-CALL-LEN)
006600         TO WS-CALL-RAW
006610     IF WS-CALL-RAW(1:1) NOT = QUOTE
006620         GO TO 3400-EXIT
006630     END-IF
006640     UNSTRING WS-CALL-RAW(2:66) DELIMITED BY QUOTE
006650         INTO WS-CALL-TARGET
006660     END-UNSTRING
006670     IF WS-CALL-TARGET NOT = SPACES
006680         PERFORM 3500-TABLE-ONE-CALL THRU 3500-EXIT
006690     END-IF.
006700 3400-EXIT.
006710     EXIT.
006720*
006730*============================================================*
006740*    3500-TABLE-ONE-CALL - FOLD ONE CALL INTO THE CALLER/    *
006750*                  CALLEE PAIR TABLE, IGNORING REPEATS       *
006760*============================================================*
006770 3500-TABLE-ONE-CALL.
006780     MOVE "N" TO WS-HIT-SW
006790     PERFORM 3510-MATCH-ONE-PAIR THRU 3510-EXIT
006800         VARYING WS-PX FROM 1 BY 1
006810             UNTIL WS-PX > WS-PT-CNT OR WS-HIT
006820     IF WS-HIT
006830         GO TO 3500-EXIT
006840     END-IF
006850     IF WS-PT-CNT >= 600
006860         MOVE "CALL PAIR TABLE OVERFLOW - MAX 600"
006870             TO WS-ABEND-MESSAGE
006880         CLOSE F1
006890         PERFORM 9900-ABEND THRU 9900-EXIT
006900     END-IF
006910     ADD 1 TO WS-PT-CNT
006920     MOVE WS-LIB-MEMBER  TO WS-PT-CALLER(WS-PT-CNT)
006930     MOVE WS-CALL-TARGET TO WS-PT-CALLEE(WS-PT-CNT).
006940 3500-EXIT.
006950     EXIT.
006960*
006970 3510-MATCH-ONE-PAIR.
006980     IF WS-PT-CALLER(WS-PX) = WS-LIB-MEMBER
006990        AND WS-PT-CALLEE(WS-PX) = WS-CALL-TARGET
007000         MOVE "Y" TO WS-HIT-SW
007010     END-IF.
007020 3510-EXIT.
007030     EXIT.
007040*
007050*============================================================*
007060*    4000-FOLLOW-CALLERS - WALK THE PAIR TABLE AGAIN AND     *
007070*                  AGAIN, MARKING EVERY UNMARKED CALLER OF AN*
007080*                  AFFECTED MEMBER, UNTIL A PASS MARKS NOBODY*
007090*                  NEW                                       *
007100*============================================================*
007110 4000-FOLLOW-CALLERS.
007120     MOVE "Y" TO WS-ADDED-SW
007130     PERFORM 4100-ONE-PASS THRU 4100-EXIT
007140         UNTIL NOT WS-CALLER-ADDED.
007150 4000-EXIT.
007160     EXIT.
007170*
007180 4100-ONE-PASS.
007190     MOVE "N" TO WS-ADDED-SW
007200     PERFORM 4110-TRY-ONE-PAIR THRU 4110-EXIT
007210         VARYING WS-PX FROM 1 BY 1
007220             UNTIL WS-PX > WS-PT-CNT.
007230 4100-EXIT.
007240     EXIT.
007250*
007260*============================================================*
007270*    4110-TRY-ONE-PAIR - IF THE CALLEE IS AFFECTED AND THE   *
007280*                  CALLER IS NOT YET, THE CALLER IS AFFECTED *
007290*                  ONE LEVEL FURTHER UP THE CHAIN            *
007300*============================================================*
007310 4110-TRY-ONE-PAIR.
007320     MOVE ZERO TO WS-CALLEE-X
007330     MOVE ZERO TO WS-CALLER-X
007340     PERFORM 4120-FIND-PAIR-MEMBERS THRU 4120-EXIT
007350         VARYING WS-NX FROM 1 BY 1
007360             UNTIL WS-NX > WS-MB-CNT
007370     IF WS-CALLEE-X = ZERO OR WS-CALLER-X = ZERO
007380         GO TO 4110-EXIT
007390     END-IF
007400     IF WS-MB-UNAFFECTED(WS-CALLEE-X)
007410        OR NOT WS-MB-UNAFFECTED(WS-CALLER-X)
007420         GO TO 4110-EXIT
007430     END-IF
007440     MOVE "K" TO WS-MB-IMPACT(WS-CALLER-X)
007450     MOVE WS-MB-NAME(WS-CALLEE-X) TO WS-MB-VIA(WS-CALLER-X)
007460     COMPUTE WS-MB-LEVEL(WS-CALLER-X) =
007470         WS-MB-LEVEL(WS-CALLEE-X) + 1
007480     IF WS-MB-LEVEL(WS-CALLER-X) > WS-MAX-LEVEL
007490         MOVE WS-MB-LEVEL(WS-CALLER-X) TO WS-MAX-LEVEL
007500     END-IF
007510     ADD 1 TO WS-TOT-CALLERS
007520     MOVE "Y" TO WS-ADDED-SW.
007530 4110-EXIT.
007540     EXIT.
007550*
007560 4120-FIND-PAIR-MEMBERS.
007570     IF WS-MB-NAME(WS-NX) = WS-PT-CALLEE(WS-PX)(1:20)
007580        AND WS-PT-CALLEE(WS-PX)(21:10) = SPACES
007590         MOVE WS-NX TO WS-CALLEE-X
007600     END-IF
007610     IF WS-MB-NAME(WS-NX) = WS-PT-CALLER(WS-PX)
007620         MOVE WS-NX TO WS-CALLER-X
007630     END-IF.
007640 4120-EXIT.
007650     EXIT.
007660*
007670*============================================================*
007680*    5000-LOAD-PROMOTIONS - READ EVERY ACCESS LOG IN THE     *
007690*                  AUDIT LIBRARY (THE LIVE LOG AND LOG001'S  *
007700*                  MONTHLY ARCHIVES) FOR SUCCESSFUL LIB001   *
007710*                  PROMOTIONS AND RST001 RESTORES, KEEPING   *
007720*                  THE LATEST ONE FOR EACH MEMBER AND FOR THE*
007730*                  NAMED COPYBOOK                            *
007740*============================================================*
007750 5000-LOAD-PROMOTIONS.
007760     MOVE "ls Audit > Work/IMP001.AUD" TO WS-SYS-COMMAND
007770     CALL "SYSTEM" USING WS-SYS-COMMAND
007780     MOVE "Work/IMP001.AUD" TO WS-DIRL-PATH
007790     OPEN INPUT DIRL
007800     IF NOT WS-DST-OK
007810         MOVE "UNABLE TO OPEN AUDIT DIRECTORY LIST"
007820             TO WS-ABEND-MESSAGE
007830         PERFORM 9900-ABEND THRU 9900-EXIT
007840     END-IF
007850     PERFORM UNTIL WS-DST-EOF
007860         READ DIRL
007870             AT END
007880                 CONTINUE
007890             NOT AT END
007900                 PERFORM 5100-READ-ONE-LOG THRU 5100-EXIT
007910         END-READ
007920     END-PERFORM
007930     CLOSE DIRL.
007940 5000-EXIT.
007950     EXIT.
007960*
007970*============================================================*
007980*    5100-READ-ONE-LOG - READ ONE .LOG FILE FROM THE AUDIT   *
007990*                  DIRECTORY LIST                            *
008000*============================================================*
008010 5100-READ-ONE-LOG.
008020     MOVE SPACES TO WS-DIR-NAME
008030     MOVE SPACES TO WS-DIR-EXT
008040     UNSTRING DIRL-RECORD DELIMITED BY "."
008050         INTO WS-DIR-NAME WS-DIR-EXT
008060     END-UNSTRING
008070     IF WS-DIR-EXT NOT = "LOG"
008080         GO TO 5100-EXIT
008090     END-IF
008100     MOVE SPACES TO WS-LOG-PATH
008110     STRING "Audit/"    DELIMITED BY SIZE
008120            WS-DIR-NAME DELIMITED BY SPACE
008130            ".LOG"      DELIMITED BY SIZE
008140         INTO WS-LOG-PATH
008150     END-STRING
008160     OPEN INPUT LOGF
008170     IF NOT WS-GST-OK
008180         DISPLAY "IMP001 - UNABLE TO OPEN " WS-LOG-PATH
008190                 " - FILE STATUS = " GST " - SKIPPED"
008200         GO TO 5100-EXIT
008210     END-IF
008220     PERFORM UNTIL WS-GST-EOF
008230         READ LOGF
008240             AT END
008250                 CONTINUE
008260             NOT AT END
008270                 PERFORM 5200-TAKE-LOG-LINE THRU 5200-EXIT
008280         END-READ
008290     END-PERFORM
008300     CLOSE LOGF.
008310 5100-EXIT.
008320     EXIT.
008330*
008340*============================================================*
008350*    5200-TAKE-LOG-LINE - SPLIT ONE LOG LINE INTO ITS FIELDS.*
008360*                  ONLY A CLEAN (FST=00) LIB001 OR RST001    *
008370*                  LINE COUNTS AS A PROMOTION                *
008380*============================================================*
008390 5200-TAKE-LOG-LINE.
008400     IF NOT WS-GST-OK
008410         MOVE SPACES TO WS-ABEND-MESSAGE
008420         STRING "I/O ERROR READING " DELIMITED BY SIZE
008430                WS-LOG-PATH          DELIMITED BY SPACE
008440                " - FILE STATUS = "  DELIMITED BY SIZE
008450                GST                  DELIMITED BY SIZE
008460             INTO WS-ABEND-MESSAGE
008470         END-STRING
008480         CLOSE LOGF
008490         PERFORM 9900-ABEND THRU 9900-EXIT
008500     END-IF
008510     IF LOG-RECORD(1:7) NOT = "LIB001 "
008520        AND LOG-RECORD(1:7) NOT = "RST001 "
008530         GO TO 5200-EXIT
008540     END-IF
008550     MOVE SPACES TO WS-LOG-TOKENS
008560     MOVE SPACES TO WS-LOG-FIELDS
008570     MOVE ZERO   TO WS-LOG-TOK-CNT
008580     UNSTRING LOG-RECORD DELIMITED BY ALL SPACE
008590         INTO WS-LOG-TOK(01) WS-LOG-TOK(02)
008600              WS-LOG-TOK(03) WS-LOG-TOK(04)
008610              WS-LOG-TOK(05) WS-LOG-TOK(06)
008620              WS-LOG-TOK(07) WS-LOG-TOK(08)
008630              WS-LOG-TOK(09) WS-LOG-TOK(10)
008640              WS-LOG-TOK(11) WS-LOG-TOK(12)
008650         TALLYING IN WS-LOG-TOK-CNT
008660     END-UNSTRING
008670     MOVE WS-LOG-TOK(1) TO WS-LOG-PROG
008680     PERFORM 5210-CLASSIFY-LOG-TOKEN THRU 5210-EXIT
008690         VARYING WS-GX FROM 2 BY 1
008700             UNTIL WS-GX > WS-LOG-TOK-CNT
008710     IF WS-LOG-FST NOT = "00"
008720        OR WS-LOG-MEMBER = SPACES
008730        OR WS-LOG-DATE = SPACES
008740        OR WS-LOG-TIME = SPACES
008750         GO TO 5200-EXIT
008760     END-IF
008770     MOVE SPACES TO WS-PROMO-KEY
008780     MOVE WS-LOG-DATE(7:4) TO WS-PROMO-KEY(1:4)
008790     MOVE WS-LOG-DATE(1:2) TO WS-PROMO-KEY(5:2)
008800     MOVE WS-LOG-DATE(4:2) TO WS-PROMO-KEY(7:2)
008810     MOVE WS-LOG-TIME(1:2) TO WS-PROMO-KEY(9:2)
008820     MOVE WS-LOG-TIME(4:2) TO WS-PROMO-KEY(11:2)
008830     MOVE WS-LOG-TIME(7:2) TO WS-PROMO-KEY(13:2)
008840     IF WS-PROMO-KEY IS NOT NUMERIC
008850         GO TO 5200-EXIT
008860     END-IF
008870     IF WS-IMP-COPYBOOK AND WS-LOG-MEMBER = WS-IMP-NAME
008880         IF WS-PROMO-KEY > WS-IMP-PROMO
008890            OR WS-IMP-PROMO = SPACES
008900             MOVE WS-PROMO-KEY TO WS-IMP-PROMO
008910         END-IF
008920         GO TO 5200-EXIT
008930     END-IF
008940     PERFORM 5300-POST-PROMOTION THRU 5300-EXIT
008950         VARYING WS-NX FROM 1 BY 1
008960             UNTIL WS-NX > WS-MB-CNT.
008970 5200-EXIT.
008980     EXIT.
008990*
009000*============================================================*
009010*    5210-CLASSIFY-LOG-TOKEN - KEYWORD FIELDS ARE RECOGNIZED *
009020*                  BY PREFIX, THE DATE BY ITS SLASHES AND THE*
009030*                  TIME BY ITS COLONS, AS AUD001 DOES IT     *
009040*============================================================*
009050 5210-CLASSIFY-LOG-TOKEN.
009060     IF WS-LOG-TOK(WS-GX)(1:7) = "MEMBER="
009070         MOVE WS-LOG-TOK(WS-GX)(8:20) TO WS-LOG-MEMBER
009080         GO TO 5210-EXIT
009090     END-IF
009100     IF WS-LOG-TOK(WS-GX)(1:4) = "FST="
009110         MOVE WS-LOG-TOK(WS-GX)(5:2) TO WS-LOG-FST
009120         GO TO 5210-EXIT
009130     END-IF
009140     IF WS-LOG-TOK(WS-GX)(1:4) = "JOB="
009150        OR WS-LOG-TOK(WS-GX)(1:5) = "RECS="
009160         GO TO 5210-EXIT
009170     END-IF
009180     MOVE ZERO TO WS-SLASH-CNT
009190     INSPECT WS-LOG-TOK(WS-GX) TALLYING WS-SLASH-CNT
009200         FOR ALL "/"
009210     IF WS-SLASH-CNT = 2
009220         MOVE WS-LOG-TOK(WS-GX)(1:10) TO WS-LOG-DATE
009230         GO TO 5210-EXIT
009240     END-IF
009250     MOVE ZERO TO WS-COLON-CNT
009260     INSPECT WS-LOG-TOK(WS-GX) TALLYING WS-COLON-CNT
009270         FOR ALL ":"
009280     IF WS-COLON-CNT = 2
009290         MOVE WS-LOG-TOK(WS-GX)(1:8) TO WS-LOG-TIME
009300     END-IF.
009310 5210-EXIT.
009320     EXIT.
009330*
009340 5300-POST-PROMOTION.
009350     IF WS-MB-NAME(WS-NX) = WS-LOG-MEMBER
009360         IF WS-PROMO-KEY > WS-MB-PROMO(WS-NX)
009370            OR WS-MB-PROMO(WS-NX) = SPACES
009380             MOVE WS-PROMO-KEY TO WS-MB-PROMO(WS-NX)
009390         END-IF
009400     END-IF.
009410 5300-EXIT.
009420     EXIT.
009430*
009440*============================================================*
009450*    6000-PRINT-REPORT - THE CHANGED NAME, ITS COPIERS, THE  *
009460*                  CALL CHAIN, THE FILES, THE STREAM STEPS   *
009470*                  AND CONTROL ENTRIES, AND THE RUN TOTALS   *
009480*============================================================*
009490 6000-PRINT-REPORT.
009500     OPEN OUTPUT RPT
009510     MOVE ZERO TO WS-PAGE-NO
009520     MOVE ZERO TO WS-LINE-CTR
009530     MOVE SPACES TO WS-RPT-LINE
009540     IF WS-IMP-COPYBOOK
009550         MOVE WS-IMP-PROMO TO WS-PROMO-KEY
009560         STRING "CHANGED COPYBOOK: " DELIMITED BY SIZE
009570                WS-IMP-NAME          DELIMITED BY SPACE
009580             INTO WS-RPT-LINE
009590         END-STRING
009600     ELSE
009610         PERFORM 6050-FIND-NAMED-PROGRAM THRU 6050-EXIT
009620             VARYING WS-MX FROM 1 BY 1
009630                 UNTIL WS-MX > WS-MB-CNT
009640         STRING "CHANGED PROGRAM: " DELIMITED BY SIZE
009650                WS-IMP-NAME         DELIMITED BY SPACE
009660             INTO WS-RPT-LINE
009670         END-STRING
009680     END-IF
009690     PERFORM 6900-EDIT-PROMOTION THRU 6900-EXIT
009700     MOVE "LAST PROMOTED" TO WS-RPT-LINE(36:13)
009710     MOVE WS-PROMO-ED     TO WS-RPT-LINE(50:19)
009720     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009730     IF WS-IMP-COPYBOOK AND WS-IMP-PROMO = SPACES
009740         MOVE "    NO PROMOTION ON FILE - NO RECOMPILE CHECK"
009750             TO WS-RPT-LINE
009760         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009770     END-IF
009780     MOVE SPACES TO WS-RPT-LINE
009790     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
009800     IF WS-IMP-COPYBOOK
009810         PERFORM 6100-PRINT-COPIERS THRU 6100-EXIT
009820     END-IF
009830     PERFORM 6200-PRINT-CALLERS THRU 6200-EXIT
009840     PERFORM 6300-PRINT-FILES   THRU 6300-EXIT
009850     PERFORM 6400-PRINT-STREAMS THRU 6400-EXIT
009860     PERFORM 6500-PRINT-TOTALS  THRU 6500-EXIT
009870     CLOSE RPT.
009880 6000-EXIT.
009890     EXIT.
009900*
009910 6050-FIND-NAMED-PROGRAM.
009920     IF WS-MB-NAMED(WS-MX)
009930         MOVE WS-MB-PROMO(WS-MX) TO WS-PROMO-KEY
009940     END-IF.
009950 6050-EXIT.
009960     EXIT.
009970*
009980*============================================================*
009990*    6100-PRINT-COPIERS - EVERY MEMBER THAT COPIES THE NAMED *
010000*                  COPYBOOK, WITH ITS LATEST PROMOTION.  ONE *
010010*                  PROMOTED BEFORE THE COPYBOOK WAS (OR NEVER*
010020*                  PROMOTED AT ALL) NEEDS A RECOMPILE        *
010030*============================================================*
010040 6100-PRINT-COPIERS.
010050     MOVE SPACES TO WS-RPT-LINE
010060     STRING "MEMBERS THAT COPY " DELIMITED BY SIZE
010070            WS-IMP-NAME          DELIMITED BY SPACE
010080         INTO WS-RPT-LINE
010090     END-STRING
010100     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010110     MOVE SPACES TO WS-RPT-LINE
010120     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010130     PERFORM 6110-PRINT-ONE-COPIER THRU 6110-EXIT
010140         VARYING WS-MX FROM 1 BY 1
010150             UNTIL WS-MX > WS-MB-CNT
010160     IF WS-TOT-COPIERS = ZERO
010170         MOVE "    (NONE)" TO WS-RPT-LINE
010180         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010190     END-IF
010200     MOVE SPACES TO WS-RPT-LINE
010210     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010220 6100-EXIT.
010230     EXIT.
010240*
010250 6110-PRINT-ONE-COPIER.
010260     IF NOT WS-MB-COPIER(WS-MX)
010270         GO TO 6110-EXIT
010280     END-IF
010290     MOVE WS-MB-PROMO(WS-MX) TO WS-PROMO-KEY
010300     PERFORM 6900-EDIT-PROMOTION THRU 6900-EXIT
010310     MOVE SPACES TO WS-RPT-LINE
010320     MOVE WS-MB-NAME(WS-MX) TO WS-RPT-LINE(5:20)
010330     MOVE "LAST PROMOTED"    TO WS-RPT-LINE(36:13)
010340     MOVE WS-PROMO-ED        TO WS-RPT-LINE(50:19)
010350     IF WS-IMP-PROMO NOT = SPACES
010360        AND (WS-MB-PROMO(WS-MX) = SPACES
010370             OR WS-MB-PROMO(WS-MX) < WS-IMP-PROMO)
010380         ADD 1 TO WS-TOT-RECOMPILE
010390         MOVE "** RECOMPILE **" TO WS-RPT-LINE(71:15)
010400     END-IF
010410     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010420 6110-EXIT.
010430     EXIT.
010440*
010450*============================================================*
010460*    6200-PRINT-CALLERS - THE CALL CHAIN, NEAREST CALLERS    *
010470*                  FIRST                                     *
010480*============================================================*
010490 6200-PRINT-CALLERS.
010500     MOVE "CALLERS THROUGH THE CALL CHAIN" TO WS-RPT-LINE
010510     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010520     MOVE SPACES TO WS-RPT-LINE
010530     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010540     PERFORM 6210-PRINT-ONE-LEVEL THRU 6210-EXIT
010550         VARYING WS-LEVEL FROM 1 BY 1
010560             UNTIL WS-LEVEL > WS-MAX-LEVEL
010570     IF WS-TOT-CALLERS = ZERO
010580         MOVE "    (NONE)" TO WS-RPT-LINE
010590         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
010600     END-IF
010610     MOVE SPACES TO WS-RPT-LINE
010620     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010630 6200-EXIT.
010640     EXIT.
010650*
010660 6210-PRINT-ONE-LEVEL.
010670     PERFORM 6220-PRINT-ONE-CALLER THRU 6220-EXIT
010680         VARYING WS-MX FROM 1 BY 1
010690             UNTIL WS-MX > WS-MB-CNT.
010700 6210-EXIT.
010710     EXIT.
010720*
010730 6220-PRINT-ONE-CALLER.
010740     IF NOT WS-MB-CALLER(WS-MX)
010750        OR WS-MB-LEVEL(WS-MX) NOT = WS-LEVEL
010760         GO TO 6220-EXIT
010770     END-IF
010780     MOVE WS-LEVEL TO WS-LEVEL-ED
010790     MOVE SPACES TO WS-RPT-LINE
010800     MOVE WS-MB-NAME(WS-MX) TO WS-RPT-LINE(5:20)
010810     STRING "CALLS "          DELIMITED BY SIZE
010820            WS-MB-VIA(WS-MX)  DELIMITED BY SPACE
010830         INTO WS-RPT-LINE(26:30)
010840     END-STRING
010850     MOVE "LEVEL"     TO WS-RPT-LINE(58:5)
010860     MOVE WS-LEVEL-ED TO WS-RPT-LINE(64:3)
010870     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
010880 6220-EXIT.
010890     EXIT.
010900*
010910*============================================================*
010920*    6300-PRINT-FILES - RESCAN EACH AFFECTED MEMBER FOR THE  *
010930*                  DATA FILE PATHS IT NAMES.  WORK LIBRARY   *
010940*                  SCRATCH FILES ARE LEFT OUT                *
010950*============================================================*
010960 6300-PRINT-FILES.
010970     MOVE "DATA FILES OPENED BY THE AFFECTED PROGRAMS"
010980         TO WS-RPT-LINE
010990     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011000     MOVE SPACES TO WS-RPT-LINE
011010     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011020     PERFORM 6310-SCAN-FILES-ONE-MEMBER THRU 6310-EXIT
011030         VARYING WS-MX FROM 1 BY 1
011040             UNTIL WS-MX > WS-MB-CNT
011050     IF WS-TOT-FILES = ZERO
011060         MOVE "    (NONE)" TO WS-RPT-LINE
011070         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
011080     END-IF
011090     MOVE SPACES TO WS-RPT-LINE
011100     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
011110 6300-EXIT.
011120     EXIT.
011130*
011140 6310-SCAN-FILES-ONE-MEMBER.
011150     IF WS-MB-UNAFFECTED(WS-MX)
011160         GO TO 6310-EXIT
011170     END-IF
011180     MOVE WS-MB-NAME(WS-MX) TO WS-LIB-MEMBER
011190     MOVE ZERO TO WS-FL-CNT
011200     PERFORM 3150-OPEN-MEMBER THRU 3150-EXIT
011210     PERFORM UNTIL WS-FST-EOF
011220         READ F1
011230             AT END
011240                 CONTINUE
011250             NOT AT END
011260                 PERFORM 6320-SCAN-FILE-LINE THRU 6320-EXIT
011270         END-READ
011280     END-PERFORM
011290     CLOSE F1.
011300 6310-EXIT.
011310     EXIT.
011320*
011330 6320-SCAN-FILE-LINE.
011340     PERFORM 3250-CHECK-READ THRU 3250-EXIT
011350     IF F1R-TEXT(7:1) = "*"
011360         GO TO 6320-EXIT
011370     END-IF
011380     MOVE SPACES TO WS-LIT-TABLE
011390     MOVE ZERO   TO WS-LIT-CNT
011400     UNSTRING F1R-TEXT DELIMITED BY QUOTE
011410         INTO WS-LIT-PART(1) WS-LIT-PART(2) WS-LIT-PART(3)
011420              WS-LIT-PART(4) WS-LIT-PART(5) WS-LIT-PART(6)
011430              WS-LIT-PART(7) WS-LIT-PART(8) WS-LIT-PART(9)
011440         TALLYING IN WS-LIT-CNT
011450     END-UNSTRING
011460     PERFORM 6330-CHECK-ONE-LITERAL THRU 6330-EXIT
011470         VARYING WS-LX FROM 2 BY 2
011480             UNTIL WS-LX > WS-LIT-CNT.
011490 6320-EXIT.
011500     EXIT.
011510*
011520*============================================================*
011530*    6330-CHECK-ONE-LITERAL - KEEP A DIRECTORY/NAME.EXT      *
011540*                  LITERAL NOT ALREADY LISTED FOR THIS MEMBER*
011550*============================================================*
011560 6330-CHECK-ONE-LITERAL.
011570     IF WS-LIT-PART(WS-LX) = SPACES
011580         GO TO 6330-EXIT
011590     END-IF
011600     MOVE ZERO TO WS-LIT-LEN
011610     INSPECT WS-LIT-PART(WS-LX) TALLYING WS-LIT-LEN
011620         FOR CHARACTERS BEFORE INITIAL SPACE
011630     IF WS-LIT-LEN < 60
011640         IF WS-LIT-PART(WS-LX)(WS-LIT-LEN + 1:) NOT = SPACES
011650             GO TO 6330-EXIT
011660         END-IF
011670     END-IF
011680     MOVE SPACES TO WS-LIT-DIR
011690     MOVE SPACES TO WS-LIT-FILE
011700     UNSTRING WS-LIT-PART(WS-LX) DELIMITED BY "/"
011710         INTO WS-LIT-DIR WS-LIT-FILE
011720     END-UNSTRING
011730     IF WS-LIT-DIR = SPACES OR WS-LIT-FILE = SPACES
011740        OR WS-LIT-DIR IS NOT ALPHABETIC
011750        OR WS-LIT-DIR = "Work"
011760         GO TO 6330-EXIT
011770     END-IF
011780     MOVE ZERO TO WS-LIT-DOTS
011790     INSPECT WS-LIT-FILE TALLYING WS-LIT-DOTS FOR ALL "."
011800     IF WS-LIT-DOTS = ZERO
011810         GO TO 6330-EXIT
011820     END-IF
011830     MOVE "N" TO WS-HIT-SW
011840     PERFORM 6340-MATCH-ONE-FILE THRU 6340-EXIT
011850         VARYING WS-FX FROM 1 BY 1
011860             UNTIL WS-FX > WS-FL-CNT OR WS-HIT
011870     IF WS-HIT
011880         GO TO 6330-EXIT
011890     END-IF
011900     IF WS-FL-CNT >= 50
011910         MOVE "FILE TABLE OVERFLOW - MAX 50 PER MEMBER"
011920             TO WS-ABEND-MESSAGE
011930         CLOSE F1
011940         PERFORM 9900-ABEND THRU 9900-EXIT
011950     END-IF
011960     ADD 1 TO WS-FL-CNT
011970     MOVE WS-LIT-PART(WS-LX) TO WS-FL-PATH(WS-FL-CNT)
011980     ADD 1 TO WS-TOT-FILES
011990     MOVE SPACES TO WS-RPT-LINE
012000     MOVE WS-LIB-MEMBER      TO WS-RPT-LINE(5:20)
012010     MOVE WS-LIT-PART(WS-LX) TO WS-RPT-LINE(26:60)
012020     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
012030 6330-EXIT.
012040     EXIT.
012050*
012060 6340-MATCH-ONE-FILE.
012070     IF WS-FL-PATH(WS-FX) = WS-LIT-PART(WS-LX)
012080         MOVE "Y" TO WS-HIT-SW
012090     END-IF.
012100 6340-EXIT.
012110     EXIT.
012120*
012130*============================================================*
012140*    6400-PRINT-STREAMS - READ EVERY .STR STREAM AND .CTL    *
012150*                  CONTROL FILE IN THE CONTROL LIBRARY FOR   *
012160*                  LINES THAT NAME AN AFFECTED               *
012170*                  PROGRAM.  STEPS ARE NUMBERED AS SCH001    *
012180*                  NUMBERS THEM                              *
012190*============================================================*
012200 6400-PRINT-STREAMS.
012210     MOVE "STREAM STEPS AND CONTROL FILES THAT RUN THEM"
012220         TO WS-RPT-LINE
012230     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
012240     MOVE SPACES TO WS-RPT-LINE
012250     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
012260     MOVE "ls Control > Work/IMP001.CTL" TO WS-SYS-COMMAND
012270     CALL "SYSTEM" USING WS-SYS-COMMAND
012280     MOVE "Work/IMP001.CTL" TO WS-DIRL-PATH
012290     OPEN INPUT DIRL
012300     IF NOT WS-DST-OK
012310         MOVE "UNABLE TO OPEN CONTROL DIRECTORY LIST"
012320             TO WS-ABEND-MESSAGE
012330         PERFORM 9900-ABEND THRU 9900-EXIT
012340     END-IF
012350     PERFORM UNTIL WS-DST-EOF
012360         READ DIRL
012370             AT END
012380                 CONTINUE
012390             NOT AT END
012400                 PERFORM 6410-SCAN-ONE-CONTROL THRU 6410-EXIT
012410         END-READ
012420     END-PERFORM
012430     CLOSE DIRL
012440     IF WS-TOT-STEPS = ZERO AND WS-TOT-CTL-ENTRIES = ZERO
012450         MOVE "    (NONE)" TO WS-RPT-LINE
012460         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
012470     END-IF
012480     MOVE SPACES TO WS-RPT-LINE
012490     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
012500 6400-EXIT.
012510     EXIT.
012520*
012530 6410-SCAN-ONE-CONTROL.
012540     MOVE SPACES TO WS-CTL-NAME
012550     MOVE SPACES TO WS-CTL-EXT
012560     UNSTRING DIRL-RECORD DELIMITED BY "."
012570         INTO WS-CTL-NAME WS-CTL-EXT
012580     END-UNSTRING
012590     IF WS-CTL-EXT NOT = "STR" AND WS-CTL-EXT NOT = "CTL"
012600         GO TO 6410-EXIT
012610     END-IF
012620     MOVE SPACES TO WS-MEMBER-PATH
012630     STRING "Control/"  DELIMITED BY SIZE
012640            DIRL-RECORD DELIMITED BY SPACE
012650         INTO WS-MEMBER-PATH
012660     END-STRING
012670     OPEN INPUT F1
012680     IF NOT WS-FST-OK
012690         MOVE SPACES TO WS-ABEND-MESSAGE
012700         STRING "UNABLE TO OPEN " DELIMITED BY SIZE
012710                WS-MEMBER-PATH    DELIMITED BY SPACE
012720                " - FILE STATUS = " DELIMITED BY SIZE
012730                FST               DELIMITED BY SIZE
012740             INTO WS-ABEND-MESSAGE
012750         END-STRING
012760         PERFORM 9900-ABEND THRU 9900-EXIT
012770     END-IF
012780     MOVE ZERO TO WS-STEP-NO
012790     PERFORM UNTIL WS-FST-EOF
012800         READ F1
012810             AT END
012820                 CONTINUE
012830             NOT AT END
012840                 PERFORM 6420-CHECK-CONTROL-LINE THRU 6420-EXIT
012850         END-READ
012860     END-PERFORM
012870     CLOSE F1.
012880 6410-EXIT.
012890     EXIT.
012900*
012910*============================================================*
012920*    6420-CHECK-CONTROL-LINE - A STREAM LINE NAMES ITS       *
012930*                  PROGRAM IN COLUMNS 1-8 AND ITS RUN        *
012940*                  FREQUENCY IN 73-80; A CONTROL FILE LINE   *
012950*                  NAMES A MEMBER IN COLUMNS 1-20            *
012960*============================================================*
012970 6420-CHECK-CONTROL-LINE.
012980     PERFORM 3250-CHECK-READ THRU 3250-EXIT
012990     IF F1R = SPACES OR F1R-TEXT(1:1) = "*"
013000         GO TO 6420-EXIT
013010     END-IF
013020     ADD 1 TO WS-STEP-NO
013030     MOVE "N" TO WS-HIT-SW
013040     PERFORM 6430-MATCH-AFFECTED THRU 6430-EXIT
013050         VARYING WS-MX FROM 1 BY 1
013060             UNTIL WS-MX > WS-MB-CNT OR WS-HIT
013070     IF NOT WS-HIT
013080         GO TO 6420-EXIT
013090     END-IF
013100     SUBTRACT 1 FROM WS-MX
013110     MOVE WS-STEP-NO TO WS-STEP-NO-ED
013120     MOVE SPACES TO WS-RPT-LINE
013130     MOVE DIRL-RECORD(1:20) TO WS-RPT-LINE(5:20)
013140     IF WS-CTL-EXT = "STR"
013150         ADD 1 TO WS-TOT-STEPS
013160         MOVE "STEP"  TO WS-RPT-LINE(26:5)
013170         MOVE F1R-SEQNO TO WS-RPT-LINE(58:8)
013180     ELSE
013190         ADD 1 TO WS-TOT-CTL-ENTRIES
013200         MOVE "ENTRY" TO WS-RPT-LINE(26:5)
013210     END-IF
013220     MOVE WS-STEP-NO-ED     TO WS-RPT-LINE(32:3)
013230     MOVE WS-MB-NAME(WS-MX) TO WS-RPT-LINE(37:20)
013240     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
013250 6420-EXIT.
013260     EXIT.
013270*
013280 6430-MATCH-AFFECTED.
013290     IF WS-MB-UNAFFECTED(WS-MX)
013300         GO TO 6430-EXIT
013310     END-IF
013320     IF WS-CTL-EXT = "STR"
013330         IF WS-MB-NAME(WS-MX) = F1R-TEXT(1:8)
013340             MOVE "Y" TO WS-HIT-SW
013350         END-IF
013360     ELSE
013370         IF WS-MB-NAME(WS-MX) = F1R-TEXT(1:20)
013380             MOVE "Y" TO WS-HIT-SW
013390         END-IF
013400     END-IF.
013410 6430-EXIT.
013420     EXIT.
013430*
013440*============================================================*
013450*    6500-PRINT-TOTALS - THE RUN TOTALS                      *
013460*============================================================*
013470 6500-PRINT-TOTALS.
013480     MOVE WS-TOT-MEMBERS TO WS-TOT-ED
013490     MOVE WS-TOT-COPIERS TO WS-TOT-ED-2
013500     MOVE WS-TOT-CALLERS TO WS-TOT-ED-3
013510     MOVE SPACES TO WS-RPT-LINE
013520     STRING "MEMBERS SCANNED: "  DELIMITED BY SIZE
013530            WS-TOT-ED            DELIMITED BY SIZE
013540            "  COPIERS: "        DELIMITED BY SIZE
013550            WS-TOT-ED-2          DELIMITED BY SIZE
013560            "  CALLERS: "        DELIMITED BY SIZE
013570            WS-TOT-ED-3          DELIMITED BY SIZE
013580         INTO WS-RPT-LINE
013590     END-STRING
013600     MOVE WS-TOT-RECOMPILE TO WS-TOT-ED
013610     STRING "  NEEDING RECOMPILE: " DELIMITED BY SIZE
013620            WS-TOT-ED               DELIMITED BY SIZE
013630         INTO WS-RPT-LINE(52:30)
013640     END-STRING
013650     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
013660     MOVE WS-TOT-FILES       TO WS-TOT-ED
013670     MOVE WS-TOT-STEPS       TO WS-TOT-ED-2
013680     MOVE WS-TOT-CTL-ENTRIES TO WS-TOT-ED-3
013690     MOVE SPACES TO WS-RPT-LINE
013700     STRING "DATA FILES: "       DELIMITED BY SIZE
013710            WS-TOT-ED            DELIMITED BY SIZE
013720            "  STREAM STEPS: "   DELIMITED BY SIZE
013730            WS-TOT-ED-2          DELIMITED BY SIZE
013740            "  CONTROL FILE ENTRIES: "
013750                                 DELIMITED BY SIZE
013760            WS-TOT-ED-3          DELIMITED BY SIZE
013770         INTO WS-RPT-LINE
013780     END-STRING
013790     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT.
013800 6500-EXIT.
013810     EXIT.
013820*
013830*============================================================*
013840*    6900-EDIT-PROMOTION - EDIT THE YYYYMMDDHHMMSS KEY IN    *
013850*                  WS-PROMO-KEY AS MM/DD/YYYY HH:MM:SS       *
013860*============================================================*
013870 6900-EDIT-PROMOTION.
013880     MOVE SPACES TO WS-PROMO-ED
013890     IF WS-PROMO-KEY = SPACES
013900         MOVE "(NONE ON FILE)" TO WS-PROMO-ED
013910         GO TO 6900-EXIT
013920     END-IF
013930     STRING WS-PROMO-KEY(5:2)  DELIMITED BY SIZE
013940            "/"                DELIMITED BY SIZE
013950            WS-PROMO-KEY(7:2)  DELIMITED BY SIZE
013960            "/"                DELIMITED BY SIZE
013970            WS-PROMO-KEY(1:4)  DELIMITED BY SIZE
013980            " "                DELIMITED BY SIZE
013990            WS-PROMO-KEY(9:2)  DELIMITED BY SIZE
014000            ":"                DELIMITED BY SIZE
014010            WS-PROMO-KEY(11:2) DELIMITED BY SIZE
014020            ":"                DELIMITED BY SIZE
014030            WS-PROMO-KEY(13:2) DELIMITED BY SIZE
014040         INTO WS-PROMO-ED
014050     END-STRING.
014060 6900-EXIT.
014070     EXIT.
014080*
014090*============================================================*
014100*    2750-WRITE-RPT-LINE - WRITE ONE REPORT LINE, BREAKING   *
014110*                  THE PAGE WHEN IT FILLS UP                 *
014120*============================================================*
014130 2750-WRITE-RPT-LINE.
014140     IF WS-PAGE-NO = ZERO OR WS-LINE-CTR >= WS-LINE-MAX
014150         PERFORM 2020-PRINT-HEADERS THRU 2020-EXIT
014160     END-IF
014170     MOVE WS-RPT-LINE TO RPT-RECORD
014180     WRITE RPT-RECORD
014190     ADD 1 TO WS-LINE-CTR.
014200 2750-EXIT.
014210     EXIT.
014220*
014230*============================================================*
014240*    2020-PRINT-HEADERS - WRITE THE PAGE BANNER              *
014250*============================================================*
014260 2020-PRINT-HEADERS.
014270     ADD 1 TO WS-PAGE-NO
014280     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
014290     MOVE SPACES TO RPT-RECORD
014300     STRING "IMP001  CHANGE IMPACT ANALYSIS  "
014310                           DELIMITED BY SIZE
014320            WS-RUN-DATE-ED DELIMITED BY SIZE
014330            " "            DELIMITED BY SIZE
014340            WS-RUN-TIME-ED DELIMITED BY SIZE
014350            "  PAGE "      DELIMITED BY SIZE
014360            WS-PAGE-NO-ED  DELIMITED BY SIZE
014370         INTO RPT-RECORD
014380     END-STRING
014390     WRITE RPT-RECORD
014400     MOVE SPACES TO RPT-RECORD
014410     WRITE RPT-RECORD
014420     MOVE ZERO TO WS-LINE-CTR.
014430 2020-EXIT.
014440     EXIT.
014450*
014460*============================================================*
014470*    9000-TERMINATE - DELETE THE STAGED DIRECTORY LISTS AND  *
014480*                  REPORT THE RUN RESULT.  A MEMBER NEEDING  *
014490*                  RECOMPILE ENDS THE RUN WITH RC 4          *
014500*============================================================*
014510 9000-TERMINATE.
014520     MOVE "rm -f Work/IMP001.LIB Work/IMP001.CPY"
014530         TO WS-SYS-COMMAND
014540     CALL "SYSTEM" USING WS-SYS-COMMAND
014550     MOVE "rm -f Work/IMP001.AUD Work/IMP001.CTL"
014560         TO WS-SYS-COMMAND
014570     CALL "SYSTEM" USING WS-SYS-COMMAND
014580     MOVE WS-TOT-COPIERS   TO WS-TOT-ED
014590     MOVE WS-TOT-CALLERS   TO WS-TOT-ED-2
014600     MOVE WS-TOT-RECOMPILE TO WS-TOT-ED-3
014610     DISPLAY "IMP001 - " WS-IMP-NAME
014620     DISPLAY "IMP001 - COPIERS: " WS-TOT-ED
014630             "  CALLERS: " WS-TOT-ED-2
014640             "  NEEDING RECOMPILE: " WS-TOT-ED-3
014650     IF WS-TOT-RECOMPILE > ZERO
014660         MOVE 4 TO RETURN-CODE
014670     END-IF.
014680 9000-EXIT.
014690     EXIT.
014700*
014710*============================================================*
014720*    9900-ABEND - DISPLAY ERROR, END RUN WITH BAD RETURN CODE*
014730*============================================================*
014740 9900-ABEND.
014750     DISPLAY "IMP001 - ABNORMAL TERMINATION"
014760     DISPLAY "IMP001 - " WS-ABEND-MESSAGE
014770     MOVE 16 TO RETURN-CODE
014780     STOP RUN.
014790 9900-EXIT.
014800     EXIT.
