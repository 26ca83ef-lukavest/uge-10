           02  KP-TRANS-TYPE    PIC X(10) VALUE SPACES.
           02  KP-HOVEDKONTO    PIC 9(08) VALUE ZEROS.
           02  KP-MODKONTO      PIC 9(08) VALUE ZEROS.
           02  KP-NOEGLE-TYPE   PIC X(01) VALUE "T".
               88  KP-TRANSTYPE-NOEGLE  VALUE "T" " ".
               88  KP-KONTOTYPE-NOEGLE  VALUE "K".
