           02  PG-KONTO-ID      PIC X(14) VALUE SPACES.
           02  PG-GEBYR-KODE    PIC X(10) VALUE SPACES.
           02  PG-PERIODE       PIC 9(06) VALUE ZEROS.
           02  PG-MAANEDER      PIC 9(02) VALUE ZEROS.
           02  PG-BELOEB        PIC 9(07)V99 VALUE ZEROS.
           02  PG-NEDSLAG       PIC 9(07)V99 VALUE ZEROS.
           02  PG-DATO          PIC X(10) VALUE SPACES.
