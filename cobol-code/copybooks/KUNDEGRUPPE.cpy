           02  KG-GRUPPE-ID     PIC X(10) VALUE SPACES.
           02  KG-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  KG-RELATION      PIC X(01) VALUE "O".
               88  KG-MEDEJER       VALUE "M".
               88  KG-SAMME-ADRESSE VALUE "A".
               88  KG-SELSKAB-EJER  VALUE "S".
               88  KG-OEVRIG        VALUE "O".
           02  KG-STATUS        PIC X(01) VALUE "F".
               88  KG-GODKENDT      VALUE "G".
               88  KG-FORSLAG       VALUE "F".
               88  KG-AFVIST        VALUE "X".
           02  KG-DATO          PIC X(10) VALUE SPACES.
           02  KG-BEGRUNDELSE   PIC X(30) VALUE SPACES.
