           02  PARM-PROEVE-SW   PIC X(01) VALUE "J".
               88  PARM-PROEVE-JA   VALUE "J".
               88  PARM-PROEVE-NEJ  VALUE "N".
