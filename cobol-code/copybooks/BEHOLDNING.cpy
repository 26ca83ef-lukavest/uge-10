           02  BH-DEPOT-ID      PIC X(14) VALUE SPACES.
           02  BH-ISIN          PIC X(12) VALUE SPACES.
           02  BH-ANTAL         PIC 9(09)V9(04) VALUE ZEROS.
           02  BH-GNS-KOSTKURS  PIC 9(07)V9(04) VALUE ZEROS.
           02  BH-SIDST-HANDEL  PIC X(10) VALUE SPACES.
