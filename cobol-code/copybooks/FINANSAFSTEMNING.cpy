           02  FA-AAR           PIC 9(04) VALUE ZEROS.
           02  FA-MAANED        PIC 9(02) VALUE ZEROS.
           02  FA-STATUS        PIC X(01) VALUE SPACES.
               88  FA-AFSTEMT       VALUE "A".
               88  FA-DIFFERENCE    VALUE "D".
           02  FA-UFORKLARET    PIC 9(13)V99 VALUE ZEROS.
           02  FA-TOLERANCE     PIC 9(07)V99 VALUE ZEROS.
           02  FA-KOERSELSDATO  PIC X(10) VALUE SPACES.
