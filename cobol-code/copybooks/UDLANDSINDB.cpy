           02  UI-REFERENCE     PIC X(35) VALUE SPACES.
           02  UI-KONTO-NR      PIC X(34) VALUE SPACES.
           02  UI-AFSENDER-NAVN PIC X(35) VALUE SPACES.
           02  UI-AFSENDER-BIC  PIC X(11) VALUE SPACES.
           02  UI-VALUTA        PIC X(04) VALUE SPACES.
           02  UI-BELOEB        PIC S9(10)V99 VALUE ZEROS.
           02  UI-VALOER-DATO   PIC X(10) VALUE SPACES.
