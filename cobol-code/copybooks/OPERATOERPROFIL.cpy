           02  OP-OPERATOR      PIC X(10) VALUE SPACES.
           02  OP-POSTNR        PIC X(04) VALUE SPACES.
           02  OP-ARB-FRA       PIC 9(04) VALUE ZEROS.
           02  OP-ARB-TIL       PIC 9(04) VALUE ZEROS.
