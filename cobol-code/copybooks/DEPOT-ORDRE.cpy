           02  DO-ORDRE-NR      PIC 9(06) VALUE ZEROS.
           02  DO-DEPOT-ID      PIC X(14) VALUE SPACES.
           02  DO-ISIN          PIC X(12) VALUE SPACES.
           02  DO-RETNING       PIC X(01) VALUE SPACE.
               88  DO-KOEB          VALUE "K".
               88  DO-SALG          VALUE "S".
           02  DO-ANTAL         PIC 9(09)V9(04) VALUE ZEROS.
           02  DO-KURS          PIC 9(07)V9(04) VALUE ZEROS.
           02  DO-KURTAGE       PIC 9(07)V99 VALUE ZEROS.
           02  DO-HANDELSDATO   PIC X(10) VALUE SPACES.
           02  DO-ORDRE-STATUS  PIC X(01) VALUE "A".
               88  DO-AFVENTER      VALUE "A".
               88  DO-AFVIKLET      VALUE "B".
               88  DO-FEJLET        VALUE "F".
