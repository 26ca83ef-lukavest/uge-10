           02  KK-KONTO-ID      PIC X(14) VALUE SPACES.
           02  KK-LOENKONTO     PIC X(14) VALUE SPACES.
           02  KK-BETALINGSVALG PIC X(01) VALUE "M".
               88  KK-BETAL-MINIMUM VALUE "M".
               88  KK-BETAL-FAST    VALUE "F".
               88  KK-BETAL-FULD    VALUE "H".
           02  KK-FAST-BELOEB   PIC 9(07)V99 VALUE ZEROS.
           02  KK-AARLIG-SATS   PIC SV9999 VALUE ZEROS.
           02  KK-AFTALE-STATUS PIC X(01) VALUE "A".
               88  KK-AKTIV         VALUE "A".
               88  KK-OPHOERT       VALUE "O".
           02  KK-SIDST-FAKTURA PIC X(10) VALUE SPACES.
           02  KK-FAKTURA-SALDO PIC S9(10)V99 VALUE ZEROS.
           02  KK-MINIMUM       PIC S9(10)V99 VALUE ZEROS.
           02  KK-FORFALD-DATO  PIC X(10) VALUE SPACES.
           02  KK-FAKTURA-STATUS PIC X(01) VALUE SPACE.
               88  KK-FAKTURA-AABEN   VALUE "A".
               88  KK-FAKTURA-FORFALDEN VALUE "F".
           02  KK-RESTANCE-BELOEB PIC S9(10)V99 VALUE ZEROS.
           02  KK-RESTANCE-DATO PIC X(10) VALUE SPACES.
