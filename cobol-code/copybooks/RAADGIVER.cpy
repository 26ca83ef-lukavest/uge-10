           02  RG-RAADGIVER-ID  PIC X(10) VALUE SPACES.
           02  RG-NAVN          PIC X(40) VALUE SPACES.
           02  RG-REG-NR        PIC 9(06) VALUE ZEROS.
           02  RG-AKTIV-SW      PIC X(01) VALUE "J".
               88  RG-AKTIV         VALUE "J".
               88  RG-INAKTIV       VALUE "N".
