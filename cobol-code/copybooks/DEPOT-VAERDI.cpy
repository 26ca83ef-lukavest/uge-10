           02  DV-DEPOT-ID      PIC X(14) VALUE SPACES.
           02  DV-DATO          PIC X(10) VALUE SPACES.
           02  DV-MARKEDSVAERDI PIC S9(11)V99 VALUE ZEROS.
           02  DV-KOSTPRIS      PIC S9(11)V99 VALUE ZEROS.
