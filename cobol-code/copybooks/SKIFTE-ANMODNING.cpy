           02  SA-ANMODNING-NR  PIC X(10) VALUE SPACES.
           02  SA-CPR           PIC X(11) VALUE SPACES.
           02  SA-KONTO-ID      PIC X(14) VALUE SPACES.
           02  SA-NY-REG-NR     PIC 9(06) VALUE ZEROS.
           02  SA-NY-KONTO-ID   PIC X(14) VALUE SPACES.
           02  SA-SKIFTE-DATO   PIC X(10) VALUE SPACES.
           02  SA-STATUS        PIC X(01) VALUE SPACE.
               88  SA-NY            VALUE SPACE.
               88  SA-MODTAGET      VALUE "M".
               88  SA-GENNEMFOERT   VALUE "G".
               88  SA-AFVIST        VALUE "A".
           02  SA-BEHANDLET-DATO PIC X(10) VALUE SPACES.
