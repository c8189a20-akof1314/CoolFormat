       01  CUSTARC-RECORD.
           05  ARC-CUST-ID         PIC X(06).
           05  ARC-CUST-NAME       PIC X(30).
           05  ARC-BAL-SIGN        PIC X(01).
               88  ARC-BAL-NEG                 VALUE "-".
           05  ARC-BALANCE         PIC 9(07)V99.
           05  ARC-STATUS          PIC X(01).
           05  ARC-OPEN-DATE       PIC 9(08).
           05  ARC-LAST-ACT        PIC 9(08).
           05  ARC-PURGE-DATE      PIC 9(08).
           05  FILLER              PIC X(10).
