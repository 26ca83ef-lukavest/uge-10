           02  TF-UDBYDER-ID    PIC X(12) VALUE SPACES.
           02  TF-KONTO-ID      PIC X(14) VALUE SPACES.
           02  TF-OMFANG        PIC X(01) VALUE SPACE.
               88  TF-SALDO           VALUE "S".
               88  TF-POSTER          VALUE "P".
           02  TF-FRA-DATO      PIC X(10) VALUE SPACES.
