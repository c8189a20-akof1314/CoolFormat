000370*              BREAKS THE HOLDING FILE DOWN BY REASON CODE
000380*              AND LISTS EVERYTHING STILL UNRESOLVED AFTER
000390*              THREE CYCLES.
000392*10/15/26  RD  THE REASON-CODE BREAKDOWN NOW RUNS 01-09 TO
000394*              TAKE IN CUSTUPD'S CLOSE-TRANSACTION REJECTS
000396*              (08 BALANCE NOT ZERO, 09 ALREADY CLOSED).
000398*10/15/26  RD  PARM ADDONLY, FOR THE MONTHEND FEE PASS: THE HELD
000400*              REJECTS ARE CARRIED FORWARD AS THEY STAND - NOT
000402*              AGED AND NOT DROPPED - AND THE FEE PASS'S OWN
000404*              REJECTS ARE ADDED AT CYCLE 1, SO A HELD REJECT
000406*              STILL AGES ONCE A NIGHT ON MONTH-END NIGHTS.
000408*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
001650 01  WS-REASON-X            PIC 9(02)  COMP VALUE ZERO.
001660 01  WS-REASON-CD           PIC X(02)  VALUE SPACES.
001670*
001680*    PER-REASON TALLIES (CODES 01-09)
001690*
001700 01  WS-REASON-TALLY.
001710     05  WS-RT-COUNT   OCCURS 9 TIMES PIC 9(05) COMP.
001720*
001730*    RUN TOTALS
001740*
001780     05  WS-TOT-REPEAT      PIC 9(05)  COMP VALUE ZERO.
001790     05  WS-TOT-CLEARED     PIC 9(05)  COMP VALUE ZERO.
001800     05  WS-TOT-AGED        PIC 9(05)  COMP VALUE ZERO.
001805     05  WS-TOT-KEPT        PIC 9(05)  COMP VALUE ZERO.
001810 01  WS-TOT-REJECTS-ED      PIC ZZZZ9.
001820 01  WS-TOT-NEW-ED          PIC ZZZZ9.
001830 01  WS-TOT-REPEAT-ED       PIC ZZZZ9.
001840 01  WS-TOT-CLEARED-ED      PIC ZZZZ9.
001850 01  WS-TOT-AGED-ED         PIC ZZZZ9.
001855 01  WS-TOT-KEPT-ED         PIC ZZZZ9.
001860 01  WS-CNT-ED              PIC ZZZZ9.
001870 01  WS-CYCLES-ED           PIC ZZ9.
001880 01  WS-DATE-ED             PIC X(10)  VALUE SPACES.
001881*
001883*    RUN PARM WORK AREAS
001884*
001886 01  WS-PARM-AREA.
001887     05  WS-PARM-TEXT       PIC X(100) VALUE SPACES.
001889     05  WS-ADD-ONLY-SW     PIC X(01)  VALUE "N".
001890         88  WS-ADD-ONLY               VALUE "Y".
001892 01  WS-PARM-TOKENS.
001893     05  WS-PARM-TOK   OCCURS 10 TIMES PIC X(30).
001895     05  WS-TOK-COUNT       PIC 9(02)  COMP VALUE ZERO.
001896 01  WS-TOK-IDX             PIC 9(02)  COMP VALUE ZERO.
001898*
001900*    REPORT LINE WORK AREA
001910*
001920 01  WS-RPT-LINE            PIC X(100) VALUE SPACES.
002140*============================================================*
002150 1000-INITIALIZE.
002160     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
002163     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
002166     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002170     PERFORM 1300-CLEAR-ONE-TALLY THRU 1300-EXIT
002180         VARYING WS-REASON-X FROM 1 BY 1
002190             UNTIL WS-REASON-X > 9
002200     MOVE "Reports/CUSTRCY.RPT" TO WS-RPT-PATH
002210     OPEN OUTPUT RPT
002220     MOVE ZERO TO WS-PAGE-NO
003040         CLOSE HOLD
003050         PERFORM 9900-ABEND THRU 9900-EXIT
003060     END-IF
003062     IF WS-ADD-ONLY
003064         PERFORM 2200-CARRY-HELD THRU 2200-EXIT
003066         GO TO 2100-EXIT
003068     END-IF
003070     ADD 1 TO WS-HT-CNT
003080     MOVE RJH-TRAN-IMAGE(1:7) TO WS-HT-KEY(WS-HT-CNT)
003090     IF RJH-FIRST-DATE IS NUMERIC
004070*
004080*============================================================*
004090*    3200-TALLY-REASON - COUNT THE REJECT AGAINST ITS REASON  *
004100*                  CODE.  A CODE OUTSIDE 01-09 IS LEFT OUT OF  *
004110*                  THE BREAKDOWN BUT STILL CARRIED              *
004120*============================================================*
004130 3200-TALLY-REASON.
004140     IF WS-CT-REASON(WS-CT-CNT) IS NUMERIC
004150         MOVE WS-CT-REASON(WS-CT-CNT) TO WS-REASON-X
004160         IF WS-REASON-X >= 1 AND WS-REASON-X <= 9
004170             ADD 1 TO WS-RT-COUNT(WS-REASON-X)
004180         END-IF
004190     END-IF.
005010     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005020     PERFORM 6100-PRINT-ONE-REASON THRU 6100-EXIT
005030         VARYING WS-REASON-X FROM 1 BY 1
005040             UNTIL WS-REASON-X > 9
005050     MOVE SPACES TO WS-RPT-LINE
005060     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005070     MOVE "UNRESOLVED AFTER THREE CYCLES" TO WS-RPT-LINE
005390         INTO WS-RPT-LINE
005400     END-STRING
005410     PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005411     IF WS-ADD-ONLY
005412         MOVE WS-TOT-KEPT TO WS-TOT-KEPT-ED
005413         MOVE SPACES TO WS-RPT-LINE
005414         STRING "HELD REJECTS CARRIED UNAGED: " DELIMITED BY SIZE
005415                WS-TOT-KEPT-ED                  DELIMITED BY SIZE
005416             INTO WS-RPT-LINE
005417         END-STRING
005418         PERFORM 2750-WRITE-RPT-LINE THRU 2750-EXIT
005419     END-IF
005420     CLOSE RPT.
005430 6000-EXIT.
005440     EXIT.
006510     STOP RUN.
006520 9900-EXIT.
006530     EXIT.
006540*
006550*============================================================*
006560*    1100-PARSE-PARM - SPLIT THE RUN PARM INTO KEYWORDS        *
006570*============================================================*
006580 1100-PARSE-PARM.
006590     MOVE SPACES TO WS-PARM-TOKENS
006600     MOVE ZERO   TO WS-TOK-COUNT
006610     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
006620         INTO WS-PARM-TOK(01) WS-PARM-TOK(02)
006630              WS-PARM-TOK(03) WS-PARM-TOK(04)
006640              WS-PARM-TOK(05) WS-PARM-TOK(06)
006650              WS-PARM-TOK(07) WS-PARM-TOK(08)
006660              WS-PARM-TOK(09) WS-PARM-TOK(10)
006670         TALLYING IN WS-TOK-COUNT
006680     END-UNSTRING
006690     PERFORM 1110-CLASSIFY-TOKEN THRU 1110-EXIT
006700         VARYING WS-TOK-IDX FROM 1 BY 1
006710             UNTIL WS-TOK-IDX > WS-TOK-COUNT.
006720 1100-EXIT.
006730     EXIT.
006740*
006750*============================================================*
006760*    1110-CLASSIFY-TOKEN - RECOGNIZE ONE PARM KEYWORD.        *
006770*                  ADDONLY CARRIES THE HOLDING FILE FORWARD    *
006780*                  UNAGED AND ONLY ADDS TODAY'S REJECTS - FOR  *
006790*                  A SECOND UPDATE PASS THE SAME NIGHT          *
006800*============================================================*
006810 1110-CLASSIFY-TOKEN.
006820     IF WS-PARM-TOK(WS-TOK-IDX) = "ADDONLY"
006830         SET WS-ADD-ONLY TO TRUE
006840     END-IF.
006850 1110-EXIT.
006860     EXIT.
006870*
006880*============================================================*
006890*    2200-CARRY-HELD - ADDONLY RUN: CARRY ONE HELD REJECT     *
006900*                  STRAIGHT INTO THE CARRY-FORWARD TABLE WITH  *
006910*                  ITS REASON, FIRST DATE AND CYCLE COUNT AS   *
006920*                  THEY STAND.  NOTHING IS MATCHED AGAINST IT, *
006930*                  SO TODAY'S REJECTS ALL COME IN AS NEW        *
006940*============================================================*
006950 2200-CARRY-HELD.
006960     IF WS-CT-CNT >= 500
006970         MOVE "REJECT HOLDING TABLE OVERFLOW - MAX 500"
006980             TO WS-ABEND-MESSAGE
006990         CLOSE HOLD
007000         PERFORM 9900-ABEND THRU 9900-EXIT
007010     END-IF
007020     ADD 1 TO WS-CT-CNT
007030     ADD 1 TO WS-TOT-KEPT
007040     MOVE RJH-REASON     TO WS-CT-REASON(WS-CT-CNT)
007050     MOVE RJH-TRAN-IMAGE TO WS-CT-IMAGE(WS-CT-CNT)
007060     IF RJH-FIRST-DATE IS NUMERIC
007070         MOVE RJH-FIRST-DATE TO WS-CT-FIRST(WS-CT-CNT)
007080     ELSE
007090         MOVE WS-RUN-DATE    TO WS-CT-FIRST(WS-CT-CNT)
007100     END-IF
007110     IF RJH-CYCLES IS NUMERIC
007120         MOVE RJH-CYCLES TO WS-CT-CYCLES(WS-CT-CNT)
007130     ELSE
007140         MOVE 1          TO WS-CT-CYCLES(WS-CT-CNT)
007150     END-IF
007160     PERFORM 3200-TALLY-REASON THRU 3200-EXIT.
007170 2200-EXIT.
007180     EXIT.
