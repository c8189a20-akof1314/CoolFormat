       01  CUSTGLM-RECORD.
           05  GLM-ENTRY           PIC X(02).
               88  GLM-OPENING                 VALUE "A ".
               88  GLM-ADJ-DEBIT               VALUE "BD".
               88  GLM-ADJ-CREDIT              VALUE "BC".
               88  GLM-WRITE-OFF               VALUE "D ".
           05  GLM-ENTRY-R REDEFINES GLM-ENTRY.
               10  GLM-COL-1       PIC X(01).
                   88  GLM-COMMENT             VALUE "*" " ".
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(01).
           05  GLM-DR-ACCOUNT      PIC X(10).
           05  FILLER              PIC X(01).
           05  GLM-CR-ACCOUNT      PIC X(10).
           05  FILLER              PIC X(01).
           05  GLM-DESC            PIC X(30).
           05  FILLER              PIC X(25).
