           02  PV-FRA-TYPE      PIC X(10) VALUE SPACES.
           02  PV-TIL-TYPE      PIC X(10) VALUE SPACES.
