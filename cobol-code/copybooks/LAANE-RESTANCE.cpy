           02  LR-KONTO-ID      PIC X(14) VALUE SPACES.
           02  LR-FORFALD       PIC X(10) VALUE SPACES.
           02  LR-YDELSE        PIC S9(10)V99 VALUE ZEROS.
           02  LR-AFDRAG        PIC S9(10)V99 VALUE ZEROS.
           02  LR-MORARENTE     PIC S9(10)V99 VALUE ZEROS.
           02  LR-MORARENTE-DATO PIC X(10) VALUE SPACES.
           02  LR-FORSOEG       PIC 9(03) VALUE ZEROS.
