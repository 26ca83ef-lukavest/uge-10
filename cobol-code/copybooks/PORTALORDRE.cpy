           02  PO-MODTAGER-KONTO PIC X(14) VALUE SPACES.
           02  PO-BELOEB        PIC S9(10)V99 VALUE ZEROS.
           02  PO-OENSKET-DATO  PIC X(10) VALUE SPACES.
           02  PO-MODTAGER-NAVN PIC X(40) VALUE SPACES.
           02  PO-NAVN-SVAR     PIC X(01) VALUE SPACE.
               88  PO-NAVN-BEKRAEFTET VALUE "B".
               88  PO-NAVN-STOPPET    VALUE "S".
