000210*              ACCEPTED OR REFUSED, APPENDS ONE LINE TO THE
000220*              SHARED ACCESS LOG IN THE SAME LAYOUT LST001
000230*              WRITES (REFUSALS CARRY FST=SQ).
000231*10/15/26  RD  TYPE=CPY ON THE PARM PROMOTES A COPYBOOK: THE
000232*              STAGED Staging/member.CPY REPLACES THE COPYBOOK
000233*              LIBRARY VERSION AND THE PRIOR ONE IS ARCHIVED AS
000235*              Archive/member.Gnnnn.CPY.  THE DEFAULT, TYPE=CBL,
000236*              IS THE SOURCE LIBRARY PROMOTION AS BEFORE.  THE
000237*              ACCESS LOG LINE GIVES IMP001 THE COPYBOOK'S
000238*              PROMOTION DATE FOR ITS RECOMPILE CHECK.
000239*10/15/26  RD  EACH PROMOTION IS ENTERED ON THE LIBRARY MANIFEST,
000241*              Audit/LIBRARY.MAN (LIBMAN): RECORD COUNT AND A
000242*              CHECKSUM OVER COLUMNS 1-80 OF THE PROMOTED MEMBER,
000244*              THE PROMOTION DATE AND THE GENERATION THE MEMBER
000245*              WILL TAKE IN THE ARCHIVE.  VRF001 CHECKS THE
000247*              LIBRARIES AGAINST IT BEFORE THE BATCH WINDOW.
000250*10/15/26  RD  WHEN THERE WAS NO MEMBER IN THE LIBRARY TO ARCHIVE,
000253*              THE MANIFEST GENERATION IS THE FIRST UNUSED ONE
000256*              IN THE ARCHIVE, NOT ALWAYS GENERATION 1.
000260*
000263 ENVIRONMENT DIVISION.
000266 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000400     SELECT AUDIT ASSIGN TO DYNAMIC WS-AUDIT-PATH
000410                ORGANIZATION IS LINE SEQUENTIAL
000420                FILE STATUS  IS AST.
000422     SELECT MANF  ASSIGN TO DYNAMIC WS-MAN-PATH
000425                ORGANIZATION IS LINE SEQUENTIAL
000427                FILE STATUS  IS MST.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000610 FD  AUDIT
000620     LABEL RECORDS ARE STANDARD.
000630 01  AUDIT-RECORD           PIC X(100).
000632*
000634 FD  MANF
000636     LABEL RECORDS ARE STANDARD.
000638     COPY LIBMAN.
000640*
000650 WORKING-STORAGE SECTION.
000660*
000870     05  AST                PIC X(02)  VALUE "00".
000880         88  WS-AST-OK                 VALUE "00" "05".
000890         88  WS-AST-NOTFOUND           VALUE "35".
000891*
000893 01  WS-MAN-STATUS.
000895     05  MST                PIC X(02)  VALUE "00".
000896         88  WS-MST-OK                 VALUE "00" "05".
000898         88  WS-MST-NOTFOUND           VALUE "35".
000900*
000910 01  WS-STG-PATH             PIC X(64) VALUE SPACES.
000920 01  WS-LIB-PATH             PIC X(64) VALUE SPACES.
000930 01  WS-ARC-PATH             PIC X(64) VALUE SPACES.
000940 01  WS-AUDIT-PATH            PIC X(64) VALUE "Audit/LST001.LOG".
000945 01  WS-MAN-PATH            PIC X(64) VALUE "Audit/LIBRARY.MAN".
000950*
000960*    SEQUENCE-FIELD CHECKING (COLUMNS 73-80, AS IN LST001)
000970*
001270     05  WS-AUDIT-FST       PIC X(02)  VALUE "00".
001280     05  WS-HAD-PRIOR-SW    PIC X(01)  VALUE "N".
001290         88  WS-HAD-PRIOR              VALUE "Y".
001291*
001292*    MANIFEST CHECKSUM OVER COLUMNS 1-80 OF THE PROMOTED MEMBER
001293*
001294 01  WS-CHECKSUM.
001295     05  WS-CK-TOTAL        PIC 9(10)  COMP VALUE ZERO.
001296     05  WS-CK-WORK         PIC 9(12)  COMP VALUE ZERO.
001297     05  WS-CK-QUOT         PIC 9(12)  COMP VALUE ZERO.
001298     05  WS-CK-REC-SUM      PIC 9(09)  COMP VALUE ZERO.
001299     05  WS-CK-RECNO        PIC 9(07)  COMP VALUE ZERO.
001300*
001301 01  WS-CK-POS              PIC 9(03)  COMP VALUE ZERO.
001302 01  WS-CK-BYTE-AREA.
001304     05  WS-CK-BYTE         PIC 9(04)  COMP VALUE ZERO.
001305 01  WS-CK-BYTE-X REDEFINES WS-CK-BYTE-AREA
001307                            PIC X(02).
001308*
001310*    SHELL COMMAND WORK AREA
001320*
001330 01  WS-SYS-COMMAND         PIC X(80)  VALUE SPACES.
001500*    SOURCE LIBRARY / MEMBER WORK AREAS
001510*
001520 01  WS-LIB-MEMBER          PIC X(20)  VALUE SPACES.
001523 01  WS-LIB-TYPE            PIC X(03)  VALUE "CBL".
001526 01  WS-LIB-DIR             PIC X(10)  VALUE "Library/".
001530*
001540*    ABEND MESSAGE WORK AREA
001550*
001690     PERFORM 3000-ARCHIVE-PRIOR   THRU 3000-EXIT
001700     PERFORM 4000-PROMOTE-MEMBER  THRU 4000-EXIT
001710     PERFORM 5000-WRITE-AUDIT     THRU 5000-EXIT
001715     PERFORM 5500-WRITE-MANIFEST  THRU 5500-EXIT
001720     PERFORM 9000-TERMINATE       THRU 9000-EXIT
001730     STOP RUN.
001740*
001850         PERFORM 9900-ABEND THRU 9900-EXIT
001860     END-IF
001870     PERFORM 1200-GET-TIMESTAMP THRU 1200-EXIT
001872     IF WS-LIB-TYPE = "CPY"
001875         MOVE "Copybooks/" TO WS-LIB-DIR
001877     END-IF
001880     MOVE SPACES TO WS-STG-PATH
001890     STRING "Staging/"    DELIMITED BY SIZE
001900            WS-LIB-MEMBER DELIMITED BY SPACE
001910            "."           DELIMITED BY SIZE
001915            WS-LIB-TYPE   DELIMITED BY SIZE
001920         INTO WS-STG-PATH
001930     END-STRING
001940     MOVE SPACES TO WS-LIB-PATH
001950     STRING WS-LIB-DIR    DELIMITED BY SPACE
001960            WS-LIB-MEMBER DELIMITED BY SPACE
001970            "."           DELIMITED BY SIZE
001975            WS-LIB-TYPE   DELIMITED BY SIZE
001980         INTO WS-LIB-PATH
001990     END-STRING
002000     MOVE "mkdir -p Archive" TO WS-SYS-COMMAND
002360         MOVE WS-PARM-TOK(WS-TOK-IDX)(8:20)
002370             TO WS-LIB-MEMBER
002380         SET WS-MEMBER-SUPPLIED TO TRUE
002390     END-IF
002391     IF WS-PARM-TOK(WS-TOK-IDX)(1:5) = "TYPE="
002392         MOVE WS-PARM-TOK(WS-TOK-IDX)(6:3) TO WS-LIB-TYPE
002393         IF WS-PARM-TOK(WS-TOK-IDX)(9:1) NOT = SPACE
002394            OR (WS-LIB-TYPE NOT = "CBL" AND NOT = "CPY")
002395             MOVE "TYPE= MUST BE CBL OR CPY" TO WS-ABEND-MESSAGE
002396             PERFORM 9900-ABEND THRU 9900-EXIT
002397         END-IF
002398     END-IF.
002400 1110-EXIT.
002410     EXIT.
002420*
004180            WS-LIB-MEMBER DELIMITED BY SPACE
004190            ".G"          DELIMITED BY SIZE
004200            WS-GEN-ED     DELIMITED BY SIZE
004210            "."           DELIMITED BY SIZE
004215            WS-LIB-TYPE   DELIMITED BY SIZE
004220         INTO WS-ARC-PATH
004230     END-STRING
004240     OPEN INPUT ARC
005500         CLOSE STG
005510         CLOSE LIB
005520         PERFORM 9900-ABEND THRU 9900-EXIT
005530     END-IF
005535     PERFORM 4200-CHECKSUM-RECORD THRU 4200-EXIT.
005540 4100-EXIT.
005550     EXIT.
005560*
006120     STOP RUN.
006130 9900-EXIT.
006140     EXIT.
006150*
006160*============================================================*
006170*    4200-CHECKSUM-RECORD - FOLD THE RECORD JUST WRITTEN TO   *
006180*                  THE LIBRARY INTO THE MEMBER CHECKSUM.  EACH *
006190*                  BYTE OF COLUMNS 1-80 IS WEIGHTED BY ITS     *
006200*                  COLUMN; THE RECORD SUM AND RECORD NUMBER    *
006210*                  ARE ADDED TO 31 TIMES THE RUNNING TOTAL,    *
006220*                  MODULO 9999999967.  VRF001 AND RST001 USE   *
006230*                  THE SAME CALCULATION.                       *
006240*============================================================*
006250 4200-CHECKSUM-RECORD.
006260     ADD 1 TO WS-CK-RECNO
006270     MOVE ZERO TO WS-CK-REC-SUM
006280     PERFORM 4210-CHECKSUM-BYTE THRU 4210-EXIT
006290         VARYING WS-CK-POS FROM 1 BY 1 UNTIL WS-CK-POS > 80
006300     COMPUTE WS-CK-WORK = WS-CK-TOTAL * 31
006310                        + WS-CK-REC-SUM + WS-CK-RECNO
006320     DIVIDE WS-CK-WORK BY 9999999967 GIVING WS-CK-QUOT
006330         REMAINDER WS-CK-TOTAL.
006340 4200-EXIT.
006350     EXIT.
006360*
006370 4210-CHECKSUM-BYTE.
006380     MOVE ZERO TO WS-CK-BYTE
006390     MOVE LIB-RECORD(WS-CK-POS:1) TO WS-CK-BYTE-X(2:1)
006400     COMPUTE WS-CK-REC-SUM = WS-CK-REC-SUM
006410                           + WS-CK-BYTE * WS-CK-POS.
006420 4210-EXIT.
006430     EXIT.
006440*
006450*============================================================*
006460*    5500-WRITE-MANIFEST - ENTER THE PROMOTED MEMBER ON THE   *
006470*                  LIBRARY MANIFEST.  THE GENERATION IS THE    *
006480*                  ONE THIS VERSION WILL BE ARCHIVED UNDER     *
006490*                  WHEN IT IS DISPLACED.                       *
006500*============================================================*
006510 5500-WRITE-MANIFEST.
006520     OPEN EXTEND MANF
006530     IF WS-MST-NOTFOUND
006540         OPEN OUTPUT MANF
006550     END-IF
006560     IF NOT WS-MST-OK
006570         MOVE SPACES TO WS-ABEND-MESSAGE
006580         STRING "MANIFEST OPEN FAILED - STATUS = "
006590                    DELIMITED BY SIZE
006600                MST DELIMITED BY SIZE
006610             INTO WS-ABEND-MESSAGE
006620         END-STRING
006630         PERFORM 9900-ABEND THRU 9900-EXIT
006640     END-IF
006650     MOVE SPACES            TO LIBMAN-RECORD
006660     MOVE WS-LIB-MEMBER     TO LIBMAN-MEMBER
006670     MOVE WS-LIB-TYPE       TO LIBMAN-TYPE
006680     SET LIBMAN-PROMOTED    TO TRUE
006690     MOVE WS-CK-RECNO       TO LIBMAN-RECORDS
006700     MOVE WS-CK-TOTAL       TO LIBMAN-CHECKSUM
006710     MOVE WS-RUN-DATE       TO LIBMAN-RUN-DATE
006720     MOVE WS-RUN-TIME(1:6)  TO LIBMAN-RUN-TIME
006723     IF WS-HAD-PRIOR
006727         COMPUTE LIBMAN-GEN = WS-GEN-NO + 1
006731     ELSE
006735         PERFORM 3100-NEXT-GENERATION THRU 3100-EXIT
006738         MOVE WS-GEN-NO TO LIBMAN-GEN
006742     END-IF
006746     MOVE ZERO              TO LIBMAN-FROM-GEN
006750     MOVE WS-RUN-USER       TO LIBMAN-USER
006760     WRITE LIBMAN-RECORD
006770     IF NOT WS-MST-OK
006780         MOVE SPACES TO WS-ABEND-MESSAGE
006790         STRING "MANIFEST WRITE FAILED - STATUS = "
006800                    DELIMITED BY SIZE
006810                MST DELIMITED BY SIZE
006820             INTO WS-ABEND-MESSAGE
006830         END-STRING
006840         CLOSE MANF
006850         PERFORM 9900-ABEND THRU 9900-EXIT
006860     END-IF
006870     CLOSE MANF.
006880 5500-EXIT.
006890     EXIT.
