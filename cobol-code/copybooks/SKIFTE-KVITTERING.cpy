           02  SK-ANMODNING-NR  PIC X(10) VALUE SPACES.
           02  SK-KONTO-ID      PIC X(14) VALUE SPACES.
           02  SK-NY-REG-NR     PIC 9(06) VALUE ZEROS.
           02  SK-NY-KONTO-ID   PIC X(14) VALUE SPACES.
           02  SK-STATUS        PIC X(01) VALUE SPACE.
           02  SK-DATO          PIC X(10) VALUE SPACES.
           02  SK-SALDO-BELOEB  PIC S9(10)V99 VALUE ZEROS.
           02  SK-VALUTA        PIC X(04) VALUE SPACES.
           02  SK-ORDRER        PIC 9(03) VALUE ZEROS.
           02  SK-BS-AFTALER    PIC 9(03) VALUE ZEROS.
           02  SK-KORT          PIC 9(03) VALUE ZEROS.
           02  SK-AARSAG        PIC X(40) VALUE SPACES.
