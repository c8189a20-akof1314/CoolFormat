               88  TRAN-CHANGE                 VALUE "C".
               88  TRAN-DELETE                 VALUE "D".
               88  TRAN-BAL-ADJ                VALUE "B".
               88  TRAN-CLOSE                  VALUE "X".
               88  TRAN-VALID-CODE             VALUE "A" "C"
                                                     "D" "B"
                                                     "X".
               88  TRAN-HEADER                 VALUE "H".
               88  TRAN-TRAILER                VALUE "T".
           05  TRAN-DETAIL.
