       01  CUSTGLJ-RECORD.
           05  GLJ-REC-TYPE        PIC X(01).
               88  GLJ-HEADER                  VALUE "H".
               88  GLJ-DETAIL                  VALUE "D".
               88  GLJ-TRAILER                 VALUE "T".
           05  GLJ-DETAIL-AREA.
               10  GLJ-JRNL-DATE   PIC 9(08).
               10  GLJ-ENTRY       PIC X(02).
               10  GLJ-ACCOUNT     PIC X(10).
               10  GLJ-DR-CR       PIC X(01).
                   88  GLJ-DEBIT               VALUE "D".
                   88  GLJ-CREDIT              VALUE "C".
               10  GLJ-AMOUNT      PIC 9(11)V99.
               10  GLJ-TRAN-COUNT  PIC 9(07).
               10  GLJ-DESC        PIC X(30).
               10  FILLER          PIC X(08).
           05  GLJ-HEADER-AREA REDEFINES GLJ-DETAIL-AREA.
               10  GLJ-HDR-DATE    PIC 9(08).
               10  GLJ-HDR-SOURCE  PIC X(08).
               10  GLJ-HDR-CREATED PIC 9(08).
               10  GLJ-HDR-TIME    PIC 9(06).
               10  FILLER          PIC X(49).
           05  GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
               10  GLJ-TRL-LINES   PIC 9(05).
               10  GLJ-TRL-DEBITS  PIC 9(13)V99.
               10  GLJ-TRL-CREDITS PIC 9(13)V99.
               10  FILLER          PIC X(44).
