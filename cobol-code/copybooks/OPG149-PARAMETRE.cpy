           02  PARM-SKAEREDATO  PIC X(10) VALUE SPACES.
