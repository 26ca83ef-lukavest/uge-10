           02  AL-OPERATOR      PIC X(10) VALUE SPACES.
           02  AL-PROGRAM       PIC X(06) VALUE SPACES.
           02  AL-DATO          PIC X(10) VALUE SPACES.
           02  AL-TID           PIC X(08) VALUE SPACES.
           02  AL-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  AL-KONTO-ID      PIC X(14) VALUE SPACES.
