           02  PARM-TVING-SW    PIC X(01) VALUE "N".
               88  PARM-TVING-JA    VALUE "J".
               88  PARM-TVING-NEJ   VALUE "N".
           02  PARM-KOERSELSDATO PIC 9(08) VALUE ZEROS.
           02  PARM-OPG21-SIM-SW PIC X(01) VALUE "N".
               88  PARM-OPG21-SIM-JA  VALUE "J".
               88  PARM-OPG21-SIM-NEJ VALUE "N".
