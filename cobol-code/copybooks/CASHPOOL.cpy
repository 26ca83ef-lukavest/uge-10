           02  CP-POOL-ID       PIC X(10) VALUE SPACES.
           02  CP-TOP-KONTO     PIC X(14) VALUE SPACES.
           02  CP-MEDLEM-KONTO  PIC X(14) VALUE SPACES.
           02  CP-MAAL-SALDO    PIC S9(10)V99 VALUE ZEROS.
           02  CP-RETNING       PIC X(01) VALUE "B".
               88  CP-BEGGE-VEJE    VALUE "B".
               88  CP-KUN-OVERSKUD  VALUE "O".
               88  CP-KUN-UNDERSKUD VALUE "U".
           02  CP-POOL-STATUS   PIC X(01) VALUE "A".
               88  CP-AKTIV         VALUE "A".
               88  CP-OPHOERT       VALUE "O".
           02  CP-POSITION      PIC S9(10)V99 VALUE ZEROS.
           02  CP-SIDST-SWEEP   PIC X(10) VALUE SPACES.
