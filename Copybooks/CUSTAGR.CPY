       01  CUSTAGR-RECORD.
           05  AGR-CUST-ID         PIC X(06).
           05  AGR-CUST-NAME       PIC X(30).
           05  AGR-ASOF-DATE       PIC 9(08).
           05  AGR-BALANCE         PIC 9(07)V99.
           05  AGR-BUCKETS.
               10  AGR-CURRENT     PIC 9(07)V99.
               10  AGR-DAYS-31-60  PIC 9(07)V99.
               10  AGR-DAYS-61-90  PIC 9(07)V99.
               10  AGR-DAYS-91-120 PIC 9(07)V99.
               10  AGR-OVER-120    PIC 9(07)V99.
           05  AGR-BUCKET-TABLE REDEFINES AGR-BUCKETS.
               10  AGR-BUCKET      PIC 9(07)V99
                                   OCCURS 5 TIMES.
           05  AGR-COLLECT         PIC X(01).
               88  AGR-COLLECTIONS             VALUE "Y".
           05  AGR-UNAGED          PIC X(01).
               88  AGR-FROM-OPEN-DATE          VALUE "Y".
           05  AGR-LAST-ACT        PIC 9(08).
           05  FILLER              PIC X(10).
