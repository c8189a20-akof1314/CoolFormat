       01  CUSTCKP-RECORD.
           05  CKP-RUN-DATE        PIC 9(08).
           05  CKP-PHASE           PIC X(01).
               88  CKP-PHASE-RECYCLE           VALUE "R".
               88  CKP-PHASE-TRANS             VALUE "T".
           05  CKP-RCY-RECS        PIC 9(07).
           05  CKP-TRN-RECS        PIC 9(07).
           05  CKP-HIST-COUNT      PIC 9(09).
           05  CKP-NET-SIGN        PIC X(01).
               88  CKP-NET-NEG                 VALUE "-".
           05  CKP-NET-CHANGE      PIC 9(11)V99.
           05  CKP-TOT-READ        PIC 9(05).
           05  CKP-TOT-APPLIED     PIC 9(05).
           05  CKP-TOT-REJECTED    PIC 9(05).
           05  CKP-TOT-ADDS        PIC 9(05).
           05  CKP-TOT-CHANGES     PIC 9(05).
           05  CKP-TOT-DELETES     PIC 9(05).
           05  CKP-TOT-ADJUSTS     PIC 9(05).
           05  CKP-TOT-CLOSES      PIC 9(05).
           05  CKP-TOT-RECYCLED    PIC 9(05).
           05  CKP-LAST-TRAN       PIC X(60).
           05  FILLER              PIC X(10).
