           02  TI-NOEGLE.
               03  TI-KONTO-ID  PIC X(14) VALUE SPACES.
               03  TI-TIDSPUNKT PIC X(26) VALUE SPACES.
               03  TI-LOEBENR   PIC 9(04) VALUE ZEROS.
