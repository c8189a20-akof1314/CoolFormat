           05  TOT-NET-SIGN        PIC X(01).
               88  TOT-NET-NEG                 VALUE "-".
           05  TOT-NET-CHANGE      PIC 9(11)V99.
           05  TOT-ABSORBED        PIC X(01).
               88  TOT-ABSORBED-BY-BAL         VALUE "Y".
           05  FILLER              PIC X(09).
