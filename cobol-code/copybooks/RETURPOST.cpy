           02  RP-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  RP-STATUS        PIC X(01) VALUE "U".
               88  RP-ADR-UGYLDIG   VALUE "U".
               88  RP-OPHAEVET      VALUE "O".
           02  RP-UGYLDIG-DATO  PIC X(10) VALUE SPACES.
           02  RP-SENESTE-DATO  PIC X(10) VALUE SPACES.
           02  RP-ANTAL         PIC 9(03) VALUE ZEROS.
           02  RP-OPERATOR      PIC X(10) VALUE SPACES.
           02  RP-OPHAEVET-DATO PIC X(10) VALUE SPACES.
           02  RP-OPHAEVET-AF   PIC X(06) VALUE SPACES.
