           02  DP-DEPOT-ID      PIC X(14) VALUE SPACES.
           02  DP-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  DP-KONTANTKONTO  PIC X(14) VALUE SPACES.
           02  DP-DEPOT-STATUS  PIC X(01) VALUE "A".
               88  DP-AKTIV         VALUE "A".
               88  DP-OPHOERT       VALUE "O".
           02  DP-OPRETTET      PIC X(10) VALUE SPACES.
