000180*              LINE TO THE SHARED ACCESS LOG IN THE SAME
000190*              LAYOUT LST001 AND LIB001 WRITE, SO AUD001
000200*              PICKS THE BACKOUT UP WITH EVERYTHING ELSE.
000201*10/15/26  RD  EACH RESTORE IS ENTERED ON THE LIBRARY MANIFEST,
000202*              Audit/LIBRARY.MAN (LIBMAN), AS LIB001 ENTERS A
000204*              PROMOTION: RECORD COUNT, CHECKSUM OVER COLUMNS
000205*              1-80, RESTORE DATE, THE GENERATION THE MEMBER
000207*              WILL TAKE IN THE ARCHIVE AND THE GENERATION IT
000208*              WAS RESTORED FROM.
000210*10/15/26  RD  WHEN THERE WAS NO MEMBER IN THE LIBRARY TO ARCHIVE,
000212*              THE MANIFEST GENERATION IS THE FIRST UNUSED ONE
000215*              IN THE ARCHIVE, NOT ALWAYS GENERATION 1.
000217*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000370     SELECT AUDIT ASSIGN TO DYNAMIC WS-AUDIT-PATH
000380                ORGANIZATION IS LINE SEQUENTIAL
000390                FILE STATUS  IS AST.
000392     SELECT MANF  ASSIGN TO DYNAMIC WS-MAN-PATH
000395                ORGANIZATION IS LINE SEQUENTIAL
000397                FILE STATUS  IS MST.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000560 FD  AUDIT
000570     LABEL RECORDS ARE STANDARD.
000580 01  AUDIT-RECORD           PIC X(100).
000582*
000584 FD  MANF
000586     LABEL RECORDS ARE STANDARD.
000588     COPY LIBMAN.
000590*
000600 WORKING-STORAGE SECTION.
000610*
000830     05  AST                PIC X(02)  VALUE "00".
000840         88  WS-AST-OK                 VALUE "00" "05".
000850         88  WS-AST-NOTFOUND           VALUE "35".
000851*
000853 01  WS-MAN-STATUS.
000855     05  MST                PIC X(02)  VALUE "00".
000856         88  WS-MST-OK                 VALUE "00" "05".
000858         88  WS-MST-NOTFOUND           VALUE "35".
000860*
000870 01  WS-GEN-PATH             PIC X(64) VALUE SPACES.
000880 01  WS-LIB-PATH             PIC X(64) VALUE SPACES.
000890 01  WS-ARC-PATH             PIC X(64) VALUE SPACES.
000900 01  WS-AUDIT-PATH            PIC X(64) VALUE "Audit/LST001.LOG".
000905 01  WS-MAN-PATH            PIC X(64) VALUE "Audit/LIBRARY.MAN".
000910*
000920*    RUN DATE/TIME STAMP AND RUN IDENTITY
000930*
001160     05  WS-MEM-RECORDS-ED  PIC ZZZZZZ9.
001170     05  WS-HAD-PRIOR-SW    PIC X(01)  VALUE "N".
001180         88  WS-HAD-PRIOR              VALUE "Y".
001181*
001182*    MANIFEST CHECKSUM OVER COLUMNS 1-80 OF THE RESTORED MEMBER
001183*
001184 01  WS-CHECKSUM.
001185     05  WS-CK-TOTAL        PIC 9(10)  COMP VALUE ZERO.
001186     05  WS-CK-WORK         PIC 9(12)  COMP VALUE ZERO.
001187     05  WS-CK-QUOT         PIC 9(12)  COMP VALUE ZERO.
001188     05  WS-CK-REC-SUM      PIC 9(09)  COMP VALUE ZERO.
001189     05  WS-CK-RECNO        PIC 9(07)  COMP VALUE ZERO.
001190*
001191 01  WS-CK-POS              PIC 9(03)  COMP VALUE ZERO.
001192 01  WS-CK-BYTE-AREA.
001194     05  WS-CK-BYTE         PIC 9(04)  COMP VALUE ZERO.
001195 01  WS-CK-BYTE-X REDEFINES WS-CK-BYTE-AREA
001197                            PIC X(02).
001198*
001200 01  WS-SWITCHES.
001210     05  WS-MEMBER-SW       PIC X(01)  VALUE "N".
001220         88  WS-MEMBER-SUPPLIED        VALUE "Y".
001530     PERFORM 3000-ARCHIVE-PRIOR   THRU 3000-EXIT
001540     PERFORM 4000-RESTORE-MEMBER  THRU 4000-EXIT
001550     PERFORM 5000-WRITE-AUDIT     THRU 5000-EXIT
001555     PERFORM 5500-WRITE-MANIFEST  THRU 5500-EXIT
001560     PERFORM 9000-TERMINATE       THRU 9000-EXIT
001570     STOP RUN.
001580*
004980         CLOSE GENF
004990         CLOSE LIB
005000         PERFORM 9900-ABEND THRU 9900-EXIT
005010     END-IF
005015     PERFORM 4200-CHECKSUM-RECORD THRU 4200-EXIT.
005020 4100-EXIT.
005030     EXIT.
005040*
005610     STOP RUN.
005620 9900-EXIT.
005630     EXIT.
005640*
005650*============================================================*
005660*    4200-CHECKSUM-RECORD - FOLD THE RECORD JUST WRITTEN TO   *
005670*                  THE LIBRARY INTO THE MEMBER CHECKSUM, AS IN *
005680*                  LIB001                                      *
005690*============================================================*
005700 4200-CHECKSUM-RECORD.
005710     ADD 1 TO WS-CK-RECNO
005720     MOVE ZERO TO WS-CK-REC-SUM
005730     PERFORM 4210-CHECKSUM-BYTE THRU 4210-EXIT
005740         VARYING WS-CK-POS FROM 1 BY 1 UNTIL WS-CK-POS > 80
005750     COMPUTE WS-CK-WORK = WS-CK-TOTAL * 31
005760                        + WS-CK-REC-SUM + WS-CK-RECNO
005770     DIVIDE WS-CK-WORK BY 9999999967 GIVING WS-CK-QUOT
005780         REMAINDER WS-CK-TOTAL.
005790 4200-EXIT.
005800     EXIT.
005810*
005820 4210-CHECKSUM-BYTE.
005830     MOVE ZERO TO WS-CK-BYTE
005840     MOVE LIB-RECORD(WS-CK-POS:1) TO WS-CK-BYTE-X(2:1)
005850     COMPUTE WS-CK-REC-SUM = WS-CK-REC-SUM
005860                           + WS-CK-BYTE * WS-CK-POS.
005870 4210-EXIT.
005880     EXIT.
005890*
005900*============================================================*
005910*    5500-WRITE-MANIFEST - ENTER THE RESTORED MEMBER ON THE   *
005920*                  LIBRARY MANIFEST, AS LIB001 DOES FOR A      *
005930*                  PROMOTION, NAMING THE GENERATION RESTORED   *
005940*============================================================*
005950 5500-WRITE-MANIFEST.
005960     OPEN EXTEND MANF
005970     IF WS-MST-NOTFOUND
005980         OPEN OUTPUT MANF
005990     END-IF
006000     IF NOT WS-MST-OK
006010         MOVE SPACES TO WS-ABEND-MESSAGE
006020         STRING "MANIFEST OPEN FAILED - STATUS = "
006030                    DELIMITED BY SIZE
006040                MST DELIMITED BY SIZE
006050             INTO WS-ABEND-MESSAGE
006060         END-STRING
006070         PERFORM 9900-ABEND THRU 9900-EXIT
006080     END-IF
006090     MOVE SPACES            TO LIBMAN-RECORD
006100     MOVE WS-LIB-MEMBER     TO LIBMAN-MEMBER
006110     MOVE "CBL"             TO LIBMAN-TYPE
006120     SET LIBMAN-RESTORED    TO TRUE
006130     MOVE WS-CK-RECNO       TO LIBMAN-RECORDS
006140     MOVE WS-CK-TOTAL       TO LIBMAN-CHECKSUM
006150     MOVE WS-RUN-DATE       TO LIBMAN-RUN-DATE
006160     MOVE WS-RUN-TIME(1:6)  TO LIBMAN-RUN-TIME
006163     IF WS-HAD-PRIOR
006167         COMPUTE LIBMAN-GEN = WS-GEN-NO + 1
006171     ELSE
006175         PERFORM 3100-NEXT-GENERATION THRU 3100-EXIT
006178         MOVE WS-GEN-NO TO LIBMAN-GEN
006182     END-IF
006186     MOVE WS-GEN-REQ        TO LIBMAN-FROM-GEN
006190     MOVE WS-RUN-USER       TO LIBMAN-USER
006200     WRITE LIBMAN-RECORD
006210     IF NOT WS-MST-OK
006220         MOVE SPACES TO WS-ABEND-MESSAGE
006230         STRING "MANIFEST WRITE FAILED - STATUS = "
006240                    DELIMITED BY SIZE
006250                MST DELIMITED BY SIZE
006260             INTO WS-ABEND-MESSAGE
006270         END-STRING
006280         CLOSE MANF
006290         PERFORM 9900-ABEND THRU 9900-EXIT
006300     END-IF
006310     CLOSE MANF.
006320 5500-EXIT.
006330     EXIT.
