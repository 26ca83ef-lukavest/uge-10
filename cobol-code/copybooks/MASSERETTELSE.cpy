           02  MR-MASTER        PIC X(01) VALUE SPACE.
               88  MR-KUNDE         VALUE "K".
               88  MR-KONTO         VALUE "A".
           02  MR-NOEGLE        PIC X(14) VALUE SPACES.
           02  MR-FELT          PIC X(14) VALUE SPACES.
           02  MR-GAMMEL-VAERDI PIC X(50) VALUE SPACES.
           02  MR-NY-VAERDI     PIC X(50) VALUE SPACES.
