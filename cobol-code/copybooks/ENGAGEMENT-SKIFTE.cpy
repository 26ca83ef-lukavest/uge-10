               88  ES-ORDRE         VALUE "O".
               88  ES-BS-AFTALE     VALUE "B".
               88  ES-SALDO         VALUE "S".
               88  ES-NEMKONTO      VALUE "N".
           02  ES-NY-KONTO-ID   PIC X(14) VALUE SPACES.
           02  ES-DATA          PIC X(80) VALUE SPACES.
           02  ES-ORDRE-DATA REDEFINES ES-DATA.
               03  ES-SALDO-VALUTA  PIC X(04).
               03  ES-SALDO-TIDSPUNKT PIC X(26).
               03  FILLER           PIC X(38).
           02  ES-NEMKONTO-DATA REDEFINES ES-DATA.
               03  ES-NK-CPR        PIC X(11).
               03  FILLER           PIC X(69).
