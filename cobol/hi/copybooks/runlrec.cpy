           05  RLG-LONG-NAMES    PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RLG-HOUSE-SUPP    PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RLG-PREF-SUPP     PIC 9(6).
