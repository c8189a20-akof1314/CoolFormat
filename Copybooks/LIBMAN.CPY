       01  LIBMAN-RECORD.
           05  LIBMAN-MEMBER       PIC X(20).
           05  LIBMAN-TYPE         PIC X(03).
           05  LIBMAN-ACTION       PIC X(03).
               88  LIBMAN-PROMOTED             VALUE "PRO".
               88  LIBMAN-RESTORED             VALUE "RST".
               88  LIBMAN-BASELINED            VALUE "BAS".
               88  LIBMAN-RETIRED              VALUE "DEL".
           05  LIBMAN-RECORDS      PIC 9(07).
           05  LIBMAN-CHECKSUM     PIC 9(10).
           05  LIBMAN-RUN-DATE     PIC 9(08).
           05  LIBMAN-RUN-TIME     PIC 9(06).
           05  LIBMAN-GEN          PIC 9(04).
           05  LIBMAN-FROM-GEN     PIC 9(04).
           05  LIBMAN-USER         PIC X(08).
           05  FILLER              PIC X(07).
