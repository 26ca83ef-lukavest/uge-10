           02  LA-ANSOEGNING-NR PIC 9(06) VALUE ZEROS.
           02  LA-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  LA-LAAN-KONTO    PIC X(14) VALUE SPACES.
           02  LA-UDBETAL-KONTO PIC X(14) VALUE SPACES.
           02  LA-BELOEB        PIC 9(10)V99 VALUE ZEROS.
           02  LA-LOEBETID-MDR  PIC 9(03) VALUE ZEROS.
           02  LA-AARLIG-SATS   PIC V9999 VALUE ZEROS.
           02  LA-FORMAAL       PIC X(01) VALUE SPACES.
               88  LA-FORMAAL-BOLIG     VALUE "B".
               88  LA-FORMAAL-KOERETOEJ VALUE "K".
               88  LA-FORMAAL-FORBRUG   VALUE "F".
               88  LA-FORMAAL-ERHVERV   VALUE "E".
               88  LA-FORMAAL-OEVRIG    VALUE "O".
           02  LA-FORMAAL-TEKST PIC X(30) VALUE SPACES.
           02  LA-YDELSE        PIC 9(10)V99 VALUE ZEROS.
           02  LA-INDKOMST-MDR  PIC 9(10)V99 VALUE ZEROS.
           02  LA-ENGAGEMENT    PIC 9(13)V99 VALUE ZEROS.
           02  LA-RYKKER-TRIN   PIC 9(01) VALUE ZEROS.
           02  LA-KYC-STATUS    PIC X(01) VALUE SPACES.
               88  LA-KYC-OK            VALUE "O".
               88  LA-KYC-MANGLER       VALUE "M".
               88  LA-KYC-FORFALDEN     VALUE "F".
               88  LA-KYC-HOEJ-RISIKO   VALUE "H".
           02  LA-FORSLAG       PIC X(01) VALUE SPACES.
               88  LA-FORSLAG-GODKEND   VALUE "G".
               88  LA-FORSLAG-MANUEL    VALUE "M".
               88  LA-FORSLAG-AFVIS     VALUE "A".
           02  LA-BEGRUNDELSE   PIC X(40) VALUE SPACES.
           02  LA-OPRETTER      PIC X(10) VALUE SPACES.
           02  LA-OPRETTET-TID  PIC X(19) VALUE SPACES.
           02  LA-VURDERET-TID  PIC X(19) VALUE SPACES.
           02  LA-GODKENDER     PIC X(10) VALUE SPACES.
           02  LA-BEHANDLET-TID PIC X(19) VALUE SPACES.
           02  LA-STATUS        PIC X(01) VALUE "O".
               88  LA-OPRETTET          VALUE "O".
               88  LA-VURDERET          VALUE "V".
               88  LA-BEVILGET          VALUE "G".
               88  LA-AFVIST            VALUE "X".
