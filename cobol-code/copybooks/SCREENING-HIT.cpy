           02  SH-HIT-NR        PIC 9(06) VALUE ZEROS.
           02  SH-DATO          PIC X(10) VALUE SPACES.
           02  SH-KILDE-TYPE    PIC X(01) VALUE "K".
               88  SH-KUNDE         VALUE "K".
               88  SH-UDLANDSORDRE  VALUE "U".
               88  SH-INDBETALING   VALUE "I".
           02  SH-REFERENCE     PIC X(35) VALUE SPACES.
           02  SH-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  SH-SCREENET-NAVN PIC X(40) VALUE SPACES.
           02  SH-LISTE-KILDE   PIC X(04) VALUE SPACES.
           02  SH-LISTE-TYPE    PIC X(01) VALUE "S".
               88  SH-SANKTION      VALUE "S".
               88  SH-PEP           VALUE "P".
           02  SH-POST-ID       PIC X(12) VALUE SPACES.
           02  SH-LISTE-NAVN    PIC X(40) VALUE SPACES.
           02  SH-SCORE         PIC 9(03) VALUE ZEROS.
           02  SH-STATUS        PIC X(01) VALUE "A".
               88  SH-AABEN         VALUE "A".
               88  SH-SAND-MATCH    VALUE "S".
               88  SH-FALSK-POSITIV VALUE "F".
           02  SH-AFKLARET-DATO PIC X(10) VALUE SPACES.
           02  SH-AFKLARET-AF   PIC X(10) VALUE SPACES.
