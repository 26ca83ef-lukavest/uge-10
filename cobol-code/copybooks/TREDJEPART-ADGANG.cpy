           02  TA-DATO          PIC X(10) VALUE SPACES.
           02  TA-TID           PIC X(08) VALUE SPACES.
           02  TA-UDBYDER-ID    PIC X(12) VALUE SPACES.
           02  TA-SAMTYKKE-ID   PIC 9(06) VALUE ZEROS.
           02  TA-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  TA-KONTO-ID      PIC X(14) VALUE SPACES.
           02  TA-OMFANG        PIC X(01) VALUE SPACE.
               88  TA-SALDO           VALUE "S".
               88  TA-POSTER          VALUE "P".
           02  TA-RESULTAT      PIC X(01) VALUE SPACE.
               88  TA-LEVERET         VALUE "L".
               88  TA-AFVIST          VALUE "A".
           02  TA-ANTAL-POSTER  PIC 9(05) VALUE ZEROS.
           02  TA-AARSAG        PIC X(30) VALUE SPACES.
