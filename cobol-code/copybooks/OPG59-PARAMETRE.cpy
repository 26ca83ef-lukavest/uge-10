           02  PARM-SIMULERING-SW PIC X(01) VALUE "N".
               88  PARM-SIMULERING-JA  VALUE "J".
               88  PARM-SIMULERING-NEJ VALUE "N".
           02  PARM-MORARENTE-SATS PIC V9999 VALUE .0800.
