       01  CUSTBRG-RECORD.
           05  BRG-BATCH-DATE      PIC 9(08).
           05  BRG-RECORD-COUNT    PIC 9(05).
           05  BRG-HASH-TOTAL      PIC 9(11)V99.
           05  BRG-RUN-DATE        PIC 9(08).
           05  BRG-RUN-TIME        PIC 9(06).
           05  BRG-APPLIED         PIC 9(05).
           05  FILLER              PIC X(10).
