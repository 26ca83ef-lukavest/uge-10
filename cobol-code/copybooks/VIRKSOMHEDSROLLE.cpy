           02  VR-VIRKSOMHED-ID PIC X(10) VALUE SPACES.
           02  VR-PERSON-ID     PIC X(10) VALUE SPACES.
           02  VR-ROLLE         PIC X(01) VALUE "T".
               88  VR-TEGNINGSBERETTIGET VALUE "T".
               88  VR-REEL-EJER          VALUE "R".
           02  VR-EJERANDEL     PIC 9(03)V99 VALUE ZEROS.
