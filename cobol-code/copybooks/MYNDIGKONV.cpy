           02  MK-KONTO-ID      PIC X(14) VALUE SPACES.
           02  MK-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  MK-FRA-TYPE      PIC X(10) VALUE SPACES.
           02  MK-TIL-TYPE      PIC X(10) VALUE SPACES.
           02  MK-FRIGIV-DATO   PIC X(10) VALUE SPACES.
           02  MK-BREV-DATO     PIC X(10) VALUE SPACES.
           02  MK-KONV-DATO     PIC X(10) VALUE SPACES.
