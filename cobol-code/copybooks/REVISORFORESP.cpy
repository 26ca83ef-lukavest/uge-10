           02  RV-FORESP-NR     PIC 9(06) VALUE ZEROS.
           02  RV-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  RV-REVISOR-NAVN  PIC X(40) VALUE SPACES.
           02  RV-REVISOR-ADR   PIC X(40) VALUE SPACES.
           02  RV-REVISOR-POSTNR PIC X(04) VALUE SPACES.
           02  RV-REVISOR-BY    PIC X(20) VALUE SPACES.
           02  RV-REVISOR-EMAIL PIC X(50) VALUE SPACES.
           02  RV-SKAEREDATO    PIC X(10) VALUE SPACES.
           02  RV-MODTAGET-DATO PIC X(10) VALUE SPACES.
           02  RV-STATUS        PIC X(01) VALUE "A".
               88  RV-AABEN         VALUE "A".
               88  RV-BESVARET      VALUE "B".
               88  RV-ANNULLERET    VALUE "X".
           02  RV-BESVARET-DATO PIC X(10) VALUE SPACES.
           02  RV-BREV-FIL      PIC X(60) VALUE SPACES.
           02  RV-REGISTRERET-AF PIC X(10) VALUE SPACES.
