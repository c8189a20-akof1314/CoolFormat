       01  CUSTRAT-RECORD.
           05  RAT-TYPE            PIC X(01).
               88  RAT-COMMENT                 VALUE "*" " ".
               88  RAT-FINANCE                 VALUE "F".
               88  RAT-SERVICE                 VALUE "S".
           05  FILLER              PIC X(01).
           05  RAT-RATE            PIC 9V9(04).
           05  FILLER              PIC X(01).
           05  RAT-AMOUNT          PIC 9(05)V99.
           05  FILLER              PIC X(01).
           05  RAT-THRESHOLD       PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  RAT-CLOSED-RULE     PIC X(01).
               88  RAT-VALID-CLOSED            VALUE "C" "W".
           05  FILLER              PIC X(01).
           05  RAT-NEW-RULE        PIC X(01).
               88  RAT-VALID-NEW               VALUE "C" "W".
           05  FILLER              PIC X(01).
           05  RAT-DESC            PIC X(30).
           05  FILLER              PIC X(20).
