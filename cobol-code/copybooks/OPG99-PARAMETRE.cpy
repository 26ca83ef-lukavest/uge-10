           02  PARM-DATO        PIC X(10) VALUE SPACES.
