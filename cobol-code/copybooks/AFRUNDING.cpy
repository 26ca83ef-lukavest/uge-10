           02  AR-LOENKONTO     PIC X(14) VALUE SPACES.
           02  AR-OPSPARING     PIC X(14) VALUE SPACES.
           02  AR-TRIN          PIC 9(02) VALUE 10.
               88  AR-TRIN-GYLDIG   VALUE 1 5 10.
           02  AR-STATUS        PIC X(01) VALUE "A".
               88  AR-AKTIV         VALUE "A".
               88  AR-OPHOERT       VALUE "O".
           02  AR-TILMELDT-DATO PIC X(10) VALUE SPACES.
           02  AR-SIDST-DATO    PIC X(10) VALUE SPACES.
