000312*09/02/26  RD  THE ACCOUNT STATUS, OPEN DATE AND LAST-
000314*              ACTIVITY DATE CARRIED ON THE BACKUP DETAIL
000316*              ARE RELOADED WITH THE REST OF THE RECORD.
000317*10/15/26  RD  THE CONTROL PROOF NOW TAKES OFF ANY ACCOUNTS
000318*              CUSTPRG PURGED SINCE CUSTBAL LAST CARRIED THE
000319*              CONTROL FORWARD (CTL-PURGED).
000320*10/15/26  RD  A GOOD RELOAD NOW ALSO REMOVES ANY CUSTUPD
000321*              CHECKPOINT (Data/CUSTUPD.CKP) SO THE RE-APPLY
000322*              STARTS FROM THE TOP OF THE DAY'S TRANSACTIONS
000323*              AGAINST THE RELOADED MASTER.
000325*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000870 01  WS-NEW-PATH            PIC X(64)  VALUE "Data/CUSTMAST.NEW".
000880 01  WS-LIVE-PATH           PIC X(64)  VALUE "Data/CUSTMAST.DAT".
000890 01  WS-CTL-PATH            PIC X(64)  VALUE "Data/CUSTCTL.DAT".
000895 01  WS-CKP-PATH            PIC X(64)  VALUE "Data/CUSTUPD.CKP".
000900*
000910*    RELOAD ACCUMULATORS AND PROOF STATE
000920*
003740     MOVE CTL-TOT-BALANCE TO WS-CTL-BALANCE
003750     IF CTL-BALANCE-NEG
003760         COMPUTE WS-CTL-BALANCE = ZERO - WS-CTL-BALANCE
003770     END-IF
003772     IF CTL-PURGED IS NUMERIC
003774         SUBTRACT CTL-PURGED FROM WS-CTL-COUNT
003776     END-IF.
003780 4110-EXIT.
003790     EXIT.
003800*
003810*============================================================*
003820*    6000-CUT-OVER - A PROVEN REBUILD REPLACES THE LIVE       *
003830*                  MASTER AND VOIDS ANY CUSTUPD CHECKPOINT; A  *
003840*                  FAILED PROOF LEAVES THE LIVE MASTER ALONE   *
003845*                  AND REMOVES THE REBUILD                      *
003850*============================================================*
003860 6000-CUT-OVER.
003870     IF WS-PROOF-FAILED
003950            WS-LIVE-PATH  DELIMITED BY SPACE
003960         INTO WS-SYS-COMMAND
003970     END-STRING
003980     CALL "SYSTEM" USING WS-SYS-COMMAND
003982     MOVE SPACES TO WS-SYS-COMMAND
003983     STRING "rm -f "      DELIMITED BY SIZE
003984            WS-CKP-PATH   DELIMITED BY SPACE
003985         INTO WS-SYS-COMMAND
003986     END-STRING
003987     CALL "SYSTEM" USING WS-SYS-COMMAND.
003990 6000-EXIT.
004000     EXIT.
004010*
