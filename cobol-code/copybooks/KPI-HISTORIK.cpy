           02  KH-PERIODE       PIC 9(06) VALUE ZEROS.
           02  KH-NOEGLE        PIC X(20) VALUE SPACES.
           02  KH-VAERDI        PIC S9(13)V99 VALUE ZEROS.
           02  KH-ENHED         PIC X(01) VALUE "A".
               88  KH-ANTAL         VALUE "A".
               88  KH-BELOEB        VALUE "B".
               88  KH-PROCENT       VALUE "P".
