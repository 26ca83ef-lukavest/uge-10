           02  TK-SAMTYKKE-ID   PIC 9(06) VALUE ZEROS.
           02  TK-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  TK-DATO          PIC X(10) VALUE SPACES.
