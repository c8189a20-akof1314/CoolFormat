               88  CTL-BALANCE-NEG             VALUE "-".
           05  CTL-TOT-BALANCE     PIC 9(11)V99.
           05  CTL-ASOF-DATE       PIC 9(08).
           05  CTL-PURGED          PIC 9(05).
           05  FILLER              PIC X(05).
