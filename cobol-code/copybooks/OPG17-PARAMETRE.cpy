           02  PARM-SIMULERING-SW PIC X(01) VALUE "N".
               88  PARM-SIMULERING-JA  VALUE "J".
               88  PARM-SIMULERING-NEJ VALUE "N".
