           02  PF-LINJETYPE     PIC X(01) VALUE SPACE.
               88  PF-GEBYR         VALUE "G".
               88  PF-RENTETRIN     VALUE "R".
           02  PF-KODE          PIC X(10) VALUE SPACES.
           02  PF-GEBYR-BELOEB  PIC 9(07)V99 VALUE ZEROS.
           02  PF-TIER-FRA      PIC S9(10)V99 VALUE ZEROS.
           02  PF-SATS          PIC SV9999 VALUE ZEROS.
           02  PF-IKRAFT        PIC X(10) VALUE SPACES.
