           02  CK-KAMPAGNE-ID   PIC X(08) VALUE SPACES.
           02  CK-BUTIK         PIC X(20) VALUE SPACES.
           02  CK-KATEGORI      PIC X(15) VALUE SPACES.
           02  CK-PROCENT       PIC 9(02)V99 VALUE ZEROS.
           02  CK-MAANED-LOFT   PIC 9(07)V99 VALUE ZEROS.
           02  CK-GYLDIG-FRA    PIC X(10) VALUE SPACES.
           02  CK-GYLDIG-TIL    PIC X(10) VALUE SPACES.
           02  CK-PARTNER-ANDEL PIC 9(03)V99 VALUE ZEROS.
           02  CK-SIDST-MAANED  PIC X(07) VALUE SPACES.
