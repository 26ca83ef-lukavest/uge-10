           02  KRG-KUNDE-ID     PIC X(10) VALUE SPACES.
           02  KRG-RAADGIVER-ID PIC X(10) VALUE SPACES.
           02  KRG-FRA-DATO     PIC X(10) VALUE SPACES.
           02  KRG-TIL-DATO     PIC X(10) VALUE SPACES.
               88  KRG-GAELDENDE    VALUE SPACES.
           02  KRG-TILDELT-AF   PIC X(10) VALUE SPACES.
