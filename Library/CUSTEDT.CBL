000320*              FILE NEVER REACHES THE MASTER.  NON-NUMERIC
000330*              AMOUNTS ARE LEFT OUT OF THE HASH AND COUNTED
000340*              FOR INFORMATION - CUSTUPD REJECTS THEM ITSELF.
000341*10/15/26  RD  THE BATCH IS NOW ALSO LOOKED UP IN THE PERMANENT
000342*              PROCESSED-BATCH REGISTER CUSTUPD KEEPS (COPYBOOK
000343*              CUSTBRG, Data/CUSTBRG.DAT).  A BATCH WHOSE DATE,
000344*              TRAILER COUNT AND HASH TOTAL MATCH ONE ALREADY
000345*              APPLIED ENDS RC 8.  PARM REAPPLY RELEASES IT FOR
000346*              THE RE-APPLY AFTER A CUSTRLD RELOAD, AND EVERY RUN
000347*              GIVEN REAPPLY IS LOGGED TO Audit/CUSTEDT.LOG.
000348*10/15/26  RD  REGISTER NOW READ AFTER THE PROOF; A REAPPLY RUN
000349*              WITH NO HEADER OR TRAILER IS LOGGED AS WELL.
000352*              THE AUDIT LOG WRITE IS CHECKED.
000356*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000450     SELECT RPT ASSIGN TO DYNAMIC WS-RPT-PATH
000460                ORGANIZATION IS LINE SEQUENTIAL
000470                FILE STATUS  IS RST.
000471     SELECT BRGF ASSIGN TO DYNAMIC WS-BRG-PATH
000472                ORGANIZATION IS LINE SEQUENTIAL
000473                FILE STATUS  IS GST.
000474     SELECT AUDIT ASSIGN TO DYNAMIC WS-AUDIT-PATH
000475                ORGANIZATION IS LINE SEQUENTIAL
000476                FILE STATUS  IS AST.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000570     LABEL RECORDS ARE STANDARD.
000580 01  RPT-RECORD             PIC X(100).
000590*
000591 FD  BRGF
000592     LABEL RECORDS ARE STANDARD.
000593     COPY CUSTBRG.
000594*
000595 FD  AUDIT
000596     LABEL RECORDS ARE STANDARD.
000597 01  AUDIT-RECORD           PIC X(132).
000598*
000600 WORKING-STORAGE SECTION.
000610*
000620*    FILE STATUS AND SWITCHES
000690 01  WS-RPT-STATUS.
000700     05  RST                PIC X(02)  VALUE "00".
000710*
000711 01  WS-BRG-STATUS.
000712     05  GST                PIC X(02)  VALUE "00".
000713         88  WS-GST-OK                 VALUE "00".
000714         88  WS-GST-EOF                VALUE "10".
000715         88  WS-GST-NOFILE             VALUE "35".
000716*
000720 01  WS-TRANS-PATH          PIC X(64)  VALUE "Data/CUSTTRAN.DAT".
000730 01  WS-RPT-PATH            PIC X(64)  VALUE SPACES.
000731 01  WS-BRG-PATH            PIC X(64)  VALUE "Data/CUSTBRG.DAT".
000732 01  WS-AUDIT-PATH          PIC X(64)  VALUE "Audit/CUSTEDT.LOG".
000733*
000734 01  WS-AUDIT-STATUS.
000735     05  AST                PIC X(02)  VALUE "00".
000736         88  WS-AST-OK                 VALUE "00" "05".
000737         88  WS-AST-NOTFOUND           VALUE "35".
000740*
000750 01  WS-PAGE-CTL.
000760     05  WS-PAGE-NO         PIC 9(04)  COMP VALUE ZERO.
000910     05  WS-RUN-HS          PIC 9(02).
000920 01  WS-RUN-DATE-ED         PIC X(10)  VALUE SPACES.
000930 01  WS-RUN-TIME-ED         PIC X(08)  VALUE SPACES.
000931 01  WS-RUN-USER            PIC X(08)  VALUE SPACES.
000932 01  WS-RUN-JOB             PIC X(08)  VALUE SPACES.
000933 01  WS-DUP-RUN-DATE.
000934     05  WS-DUP-YYYY        PIC 9(04).
000935     05  WS-DUP-MM          PIC 9(02).
000936     05  WS-DUP-DD          PIC 9(02).
000937 01  WS-DUP-DATE-ED         PIC X(10)  VALUE SPACES.
000940*
000950*    BALANCING ACCUMULATORS AND BATCH STATE
000960*
001080     05  WS-BALANCED-SW     PIC X(01)  VALUE "Y".
001090         88  WS-IN-BALANCE             VALUE "Y".
001100         88  WS-OUT-OF-BALANCE         VALUE "N".
001101     05  WS-DUP-SW          PIC X(01)  VALUE "N".
001102         88  WS-DUPLICATE-HELD         VALUE "Y".
001103         88  WS-DUPLICATE-RELEASED     VALUE "R".
001104     05  WS-DUP-COUNT       PIC 9(03)  COMP VALUE ZERO.
001105     05  WS-REAPPLY-SW      PIC X(01)  VALUE "N".
001106         88  WS-REAPPLY                VALUE "Y".
001108     05  WS-OVR-RESULT      PIC X(17)  VALUE SPACES.
001110*
001120*    EDITED AMOUNT AND COUNT FIELDS
001130*
001140 01  WS-CNT-ED              PIC ZZZZZZ9.
001150 01  WS-HASH-ED             PIC ZZZZZZZZZZ9.99.
001160*
001161*    RUN PARM WORK AREAS
001162*
001163 01  WS-PARM-AREA.
001164     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
001165 01  WS-PARM-TOKENS.
001166     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
001167     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
001168 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
001169*
001170*    REPORT LINE WORK AREA
001180*
001190 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
001310     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
001320     PERFORM 2000-READ-TRANS     THRU 2000-EXIT
001330     PERFORM 4000-PROVE-BATCH    THRU 4000-EXIT
001333     PERFORM 3000-CHECK-REGISTER THRU 3000-EXIT
001336     PERFORM 4500-PRINT-RESULT   THRU 4500-EXIT
001340     PERFORM 9000-TERMINATE      THRU 9000-EXIT
001350     IF WS-OUT-OF-BALANCE
001355        OR WS-DUPLICATE-HELD
001360         MOVE 8 TO RETURN-CODE
001370     END-IF
001380     STOP RUN.
001420*============================================================*
001430 1000-INITIALIZE.
001440     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
001442     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
001444     ACCEPT WS-RUN-JOB  FROM ENVIRONMENT "JOBNAME"
001446     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
001448     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
001450     MOVE "Reports/CUSTEDT.RPT" TO WS-RPT-PATH
001460     OPEN OUTPUT RPT
001470     MOVE ZERO TO WS-PAGE-NO
003540         MOVE "HASH TOTAL DOES NOT MATCH THE TRAILER"
003550             TO WS-RPT-LINE
003560         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
003570     END-IF.
003571 4000-EXIT.
003572     EXIT.
003573*
003574*============================================================*
003575*    4500-PRINT-RESULT - END THE BALANCING REPORT WITH THE     *
003576*                  RESULT OF THE PROOF AND THE REGISTER CHECK  *
003577*============================================================*
003578 4500-PRINT-RESULT.
003580     MOVE SPACES TO WS-RPT-LINE
003590     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
003600     IF WS-EDIT-ERRORS = ZERO
003660         MOVE "RESULT: OUT OF BALANCE - UPDATE HELD"
003670             TO WS-RPT-LINE
003680     END-IF
003682     IF WS-IN-BALANCE AND WS-DUPLICATE-HELD
003684         MOVE "RESULT: BATCH ALREADY APPLIED - UPDATE HELD"
003686             TO WS-RPT-LINE
003688     END-IF
003690     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
003700     CLOSE RPT.
003710 4500-EXIT.
003720     EXIT.
003730*
003740*============================================================*
004160         DISPLAY "CUSTEDT - BATCH IN BALANCE"
004170     ELSE
004180         DISPLAY "CUSTEDT - BATCH OUT OF BALANCE - UPDATE HELD"
004190     END-IF
004191     IF WS-DUPLICATE-HELD
004192         DISPLAY "CUSTEDT - BATCH ALREADY APPLIED ON "
004193                 WS-DUP-DATE-ED " - UPDATE HELD"
004194     END-IF
004195     IF WS-DUPLICATE-RELEASED
004196         DISPLAY "CUSTEDT - REPEAT OF BATCH APPLIED ON "
004197                 WS-DUP-DATE-ED " - RELEASED BY REAPPLY"
004198     END-IF.
004200 9000-EXIT.
004210     EXIT.
004220*
004300     STOP RUN.
004310 9900-EXIT.
004320     EXIT.
004330*
004340*============================================================*
004350*    1100-PARSE-PARM - BREAK THE PARM INTO BLANK-DELIMITED    *
004360*                      TOKENS AND CLASSIFY EACH ONE            *
004370*============================================================*
004380 1100-PARSE-PARM.
004390     MOVE SPACES TO WS-PARM-TOKENS
004400     MOVE ZERO   TO WS-TOK-COUNT
004410     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
004420         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
004430              WS-PARM-TOK(03) WS-PARM-TOK(04)
004440              WS-PARM-TOK(05) WS-PARM-TOK(06)
004450              WS-PARM-TOK(07) WS-PARM-TOK(08)
004460              WS-PARM-TOK(09) WS-PARM-TOK(10)
004470         TALLYING IN WS-TOK-COUNT
004480     END-UNSTRING
004490     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
004500         VARYING WS-TOK-IDX FROM 1 BY 1
004510             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
004520 1100-EXIT.
004530     EXIT.
004540*
004550*============================================================*
004560*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD.        *
004570*                  REAPPLY LETS A BATCH ALREADY IN THE BATCH   *
004580*                  REGISTER THROUGH - FOR A RE-APPLY AFTER A    *
004590*                  CUSTRLD RELOAD ONLY                           *
004600*============================================================*
004610 1110-CLASSIFY-TOKEN.
004620     IF WS-PARM-TOK(WS-TOK-IDX) = "REAPPLY"
004630         SET WS-REAPPLY TO TRUE
004640     END-IF.
004650 1110-EXIT.
004660     EXIT.
004670*
004680*============================================================*
004690*    3000-CHECK-REGISTER - LOOK THE BATCH UP IN THE PERMANENT  *
004700*                  PROCESSED-BATCH REGISTER.  A MATCH ON BATCH *
004710*                  DATE, TRAILER COUNT AND HASH TOTAL MEANS    *
004720*                  THE BATCH HAS ALREADY BEEN APPLIED AND IS   *
004730*                  HELD UNLESS REAPPLY WAS GIVEN                *
004740*============================================================*
004750 3000-CHECK-REGISTER.
004760     IF WS-HDR-COUNT = ZERO OR WS-TRL-COUNT = ZERO
004762         IF WS-REAPPLY
004765             PERFORM 3500-LOG-OVERRIDE THRU 3500-EXIT
004767         END-IF
004770         GO TO 3000-EXIT
004780     END-IF
004790     OPEN INPUT BRGF
004800     IF NOT WS-GST-NOFILE
004810         IF NOT WS-GST-OK
004820             MOVE SPACES TO WS-ABEND-MESSAGE
004830             STRING "UNABLE TO OPEN BATCH REGISTER - STATUS = "
004840                        DELIMITED BY SIZE
004850                    GST DELIMITED BY SIZE
004860                 INTO WS-ABEND-MESSAGE
004870             END-STRING
004880             CLOSE RPT
004890             PERFORM 9900-ABEND THRU 9900-EXIT
004900         END-IF
004910         PERFORM UNTIL WS-GST-EOF
004920             READ BRGF
004930                 AT END
004940                     CONTINUE
004950                 NOT AT END
004960                     PERFORM 3100-MATCH-ONE-BATCH THRU 3100-EXIT
004970             END-READ
004980         END-PERFORM
004990         CLOSE BRGF
005000     END-IF
005010     IF WS-DUP-COUNT > ZERO
005020         MOVE SPACES TO WS-DUP-DATE-ED
005030         STRING WS-DUP-MM   DELIMITED BY SIZE
005040                "/"         DELIMITED BY SIZE
005050                WS-DUP-DD   DELIMITED BY SIZE
005060                "/"         DELIMITED BY SIZE
005070                WS-DUP-YYYY DELIMITED BY SIZE
005080             INTO WS-DUP-DATE-ED
005090         END-STRING
005100         MOVE SPACES TO WS-RPT-LINE
005110         IF WS-REAPPLY
005120             SET WS-DUPLICATE-RELEASED TO TRUE
005130             STRING "REPEAT OF BATCH APPLIED ON "
005140                                       DELIMITED BY SIZE
005150                    WS-DUP-DATE-ED     DELIMITED BY SIZE
005160                    " - RELEASED BY REAPPLY"
005170                                       DELIMITED BY SIZE
005180                 INTO WS-RPT-LINE
005190             END-STRING
005200         ELSE
005210             SET WS-DUPLICATE-HELD TO TRUE
005220             STRING "BATCH ALREADY APPLIED ON "
005230                                       DELIMITED BY SIZE
005240                    WS-DUP-DATE-ED     DELIMITED BY SIZE
005250                    " - REAPPLY ONLY AFTER A CUSTRLD RELOAD"
005260                                       DELIMITED BY SIZE
005270                 INTO WS-RPT-LINE
005280             END-STRING
005290         END-IF
005300         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005310     END-IF
005320     IF WS-REAPPLY
005330         PERFORM 3500-LOG-OVERRIDE THRU 3500-EXIT
005340     END-IF.
005350 3000-EXIT.
005360     EXIT.
005370*
005380*============================================================*
005390*    3100-MATCH-ONE-BATCH - COMPARE ONE REGISTERED BATCH WITH  *
005400*                  THIS ONE, KEEPING THE LATEST MATCHING RUN    *
005410*============================================================*
005420 3100-MATCH-ONE-BATCH.
005430     IF NOT WS-GST-OK
005440         MOVE SPACES TO WS-ABEND-MESSAGE
005450         STRING "I/O ERROR READING BATCH REGISTER - STATUS = "
005460                    DELIMITED BY SIZE
005470                GST DELIMITED BY SIZE
005480             INTO WS-ABEND-MESSAGE
005490         END-STRING
005500         CLOSE BRGF
005510         CLOSE RPT
005520         PERFORM 9900-ABEND THRU 9900-EXIT
005530     END-IF
005540     IF BRG-BATCH-DATE   = WS-BATCH-DATE
005550        AND BRG-RECORD-COUNT = WS-EXP-COUNT
005560        AND BRG-HASH-TOTAL   = WS-EXP-HASH
005570         ADD 1 TO WS-DUP-COUNT
005580         MOVE BRG-RUN-DATE TO WS-DUP-RUN-DATE
005590     END-IF.
005600 3100-EXIT.
005610     EXIT.
005620*
005630*============================================================*
005640*    3500-LOG-OVERRIDE - EVERY RUN GIVEN REAPPLY IS LOGGED     *
005650*                  WITH THE USER, JOB, BATCH AND WHETHER IT     *
005660*                  ACTUALLY RELEASED A REPEATED BATCH           *
005670*============================================================*
005680 3500-LOG-OVERRIDE.
005690     OPEN EXTEND AUDIT
005700     IF WS-AST-NOTFOUND
005710         OPEN OUTPUT AUDIT
005720     END-IF
005730     IF NOT WS-AST-OK
005740         MOVE SPACES TO WS-ABEND-MESSAGE
005750         STRING "UNABLE TO LOG REAPPLY OVERRIDE - FILE STATUS = "
005760                    DELIMITED BY SIZE
005770                AST DELIMITED BY SIZE
005780             INTO WS-ABEND-MESSAGE
005790         END-STRING
005800         CLOSE RPT
005810         PERFORM 9900-ABEND THRU 9900-EXIT
005820     END-IF
005830     IF WS-DUPLICATE-RELEASED
005840         MOVE "REPEAT RELEASED" TO WS-OVR-RESULT
005850     ELSE
005860         MOVE "NO REPEAT FOUND" TO WS-OVR-RESULT
005870     END-IF
005872     IF WS-HDR-COUNT = ZERO OR WS-TRL-COUNT = ZERO
005875         MOVE "NO REGISTER CHECK" TO WS-OVR-RESULT
005877     END-IF
005880     MOVE WS-EXP-COUNT TO WS-CNT-ED
005890     MOVE WS-EXP-HASH  TO WS-HASH-ED
005900     MOVE SPACES TO AUDIT-RECORD
005910     STRING "CUSTEDT "        DELIMITED BY SIZE
005920            WS-RUN-USER       DELIMITED BY SPACE
005930            " JOB="           DELIMITED BY SIZE
005940            WS-RUN-JOB        DELIMITED BY SPACE
005950            " REAPPLY BATCH=" DELIMITED BY SIZE
005960            WS-BATCH-DATE     DELIMITED BY SIZE
005970            " "               DELIMITED BY SIZE
005980            WS-RUN-DATE-ED    DELIMITED BY SIZE
005990            " "               DELIMITED BY SIZE
006000            WS-RUN-TIME-ED    DELIMITED BY SIZE
006010            " RECS="          DELIMITED BY SIZE
006020            WS-CNT-ED         DELIMITED BY SIZE
006030            " HASH="          DELIMITED BY SIZE
006040            WS-HASH-ED        DELIMITED BY SIZE
006050            " RESULT="        DELIMITED BY SIZE
006060            WS-OVR-RESULT     DELIMITED BY SIZE
006070         INTO AUDIT-RECORD
006080     END-STRING
006090     WRITE AUDIT-RECORD
006092     IF NOT WS-AST-OK
006095         MOVE SPACES TO WS-ABEND-MESSAGE
006098         STRING "UNABLE TO LOG REAPPLY OVERRIDE - FILE STATUS = "
006101                    DELIMITED BY SIZE
006104                AST DELIMITED BY SIZE
006107             INTO WS-ABEND-MESSAGE
006110         END-STRING
006112         CLOSE AUDIT
006115         CLOSE RPT
006118         PERFORM 9900-ABEND THRU 9900-EXIT
006121     END-IF
006124     CLOSE AUDIT
006127     DISPLAY "CUSTEDT - REAPPLY OVERRIDE LOGGED TO THE AUDIT LOG".
006130 3500-EXIT.
006140     EXIT.
