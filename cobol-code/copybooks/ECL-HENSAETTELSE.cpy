           02  EH-KVARTAL       PIC X(06) VALUE SPACES.
           02  EH-KONTO-ID      PIC X(14) VALUE SPACES.
           02  EH-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  EH-TYPE          PIC X(01) VALUE SPACES.
               88  EH-LAAN          VALUE "L".
               88  EH-OVERTRAEK     VALUE "O".
           02  EH-PRODUKT       PIC X(10) VALUE SPACES.
           02  EH-STADIE        PIC 9(01) VALUE ZEROS.
           02  EH-AARSAG        PIC X(20) VALUE SPACES.
           02  EH-DAGE-FORFALDEN PIC 9(04) VALUE ZEROS.
           02  EH-EKSPONERING   PIC 9(12)V99 VALUE ZEROS.
           02  EH-TABSRATE      PIC 9V9999 VALUE ZEROS.
           02  EH-HENSAETTELSE  PIC 9(12)V99 VALUE ZEROS.
           02  EH-FORRIGE       PIC 9(12)V99 VALUE ZEROS.
           02  EH-BEVAEGELSE    PIC S9(12)V99 VALUE ZEROS.
