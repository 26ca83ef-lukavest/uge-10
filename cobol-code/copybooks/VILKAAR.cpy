           02  VK-DOK-NR        PIC 9(04) VALUE ZEROS.
           02  VK-PRODUKT       PIC X(10) VALUE SPACES.
           02  VK-VERSION       PIC 9(03) VALUE ZEROS.
           02  VK-IKRAFT-DATO   PIC X(10) VALUE SPACES.
           02  VK-TITEL         PIC X(40) VALUE SPACES.
           02  VK-VARSEL-SW     PIC X(01) VALUE "J".
               88  VK-SKAL-VARSLES  VALUE "J".
           02  VK-VARSLET-DATO  PIC X(10) VALUE SPACES.
           02  VK-VARSLET-ANTAL PIC 9(06) VALUE ZEROS.
           02  VK-OPRETTET-AF   PIC X(10) VALUE SPACES.
           02  VK-OPRETTET-DATO PIC X(10) VALUE SPACES.
