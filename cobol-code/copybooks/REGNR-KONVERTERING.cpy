           02  RK-GAMMEL-REG-NR PIC 9(06) VALUE ZEROS.
           02  RK-NY-REG-NR     PIC 9(06) VALUE ZEROS.
           02  RK-IKRAFT-DATO   PIC X(10) VALUE SPACES.
           02  RK-OVERGANG-TIL  PIC X(10) VALUE SPACES.
           02  RK-STATUS        PIC X(01) VALUE SPACE.
               88  RK-AFVENTER      VALUE SPACE.
               88  RK-UDFOERT       VALUE "U".
           02  RK-UDFOERT-DATO  PIC X(10) VALUE SPACES.
