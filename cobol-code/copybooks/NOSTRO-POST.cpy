           02  NP-SIDE          PIC X(01) VALUE SPACES.
               88  NP-UDTOG         VALUE "U".
               88  NP-FORVENTET     VALUE "F".
           02  NP-KILDE         PIC X(10) VALUE SPACES.
           02  NP-DATO          PIC X(10) VALUE SPACES.
           02  NP-REG-NR        PIC 9(06) VALUE ZEROS.
           02  NP-BELOEB        PIC S9(13)V99 VALUE ZEROS.
           02  NP-REFERENCE     PIC X(20) VALUE SPACES.
           02  NP-STATUS        PIC X(01) VALUE "A".
               88  NP-AABEN         VALUE "A".
               88  NP-MATCHET       VALUE "M".
